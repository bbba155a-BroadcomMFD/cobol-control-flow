      ******************************************************************
      *DESCRIPTION: Bulk Plant Daily Reconciliation - a batch job that *
      *             reads the reconciliation date from a control       *
      *             record (BATCHPRM) and balances the bulk plant for  *
      *             the day:                                           *
      *               opening   = newest stick reading BEFORE the day  *
      *               receipts  = the day's 'R' entries on BLKFILE     *
      *               variance  = day's stick reading - book           *
      *             A variance that keeps showing up is how you find   *
      *             a leaking tank or a driver with a side business.   *
      *             The plant balances as a whole: on a date with a    *
      *             stick reading for more than one fuel tank the      *
      *             readings are added together (SLICKCG keeps the     *
      *             books per fuel).                                   *
      *                                                                *
      *             A per-truck section follows the plant totals:      *
      *             each truck's net gallons loaded for the day (the   *
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BULKFILE-STATUS.

           SELECT RECON-DD ASSIGN TO RECONOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY BLKFILE.

       FD  RECON-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-RECON-DATE            PIC 9(06).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-BULKFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-BULKFILE-OK             VALUE '00'.
       01  WS-RECON-STATUS                PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKBK ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
      * The plant balances against the night's posted tickets.
           MOVE 1          TO WS-RUN-PREREQ-COUNT.
           MOVE 'SLICKBJ ' TO WS-RUN-PREREQ-NAME (1).

           OPEN INPUT  ACCTFILE-DD.
           OPEN INPUT  BULKFILE-DD.
           OPEN OUTPUT RECON-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-RECON-DATE       TO WS-RECON-DATE.

           MOVE WS-RECON-DATE         TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

               IF BK-STICK
               AND Y2K-DATE-2 < WS-RECON-DATE-8
               AND Y2K-DATE-2 > WS-OPENING-DATE
                   MOVE BK-GALLONS    TO WS-OPENING-STICK
                   MOVE Y2K-DATE-2    TO WS-OPENING-DATE
               ELSE
               IF BK-STICK
               AND Y2K-DATE-2 < WS-RECON-DATE-8
               AND Y2K-DATE-2 = WS-OPENING-DATE
                   ADD BK-GALLONS     TO WS-OPENING-STICK
               ELSE
               IF BK-RECEIPT
               AND BK-DATE = WS-RECON-DATE
                   ADD BK-GALLONS     TO WS-RECEIPTS-TOTAL
               ELSE
               IF BK-STICK
               AND BK-DATE = WS-RECON-DATE
                   ADD BK-GALLONS     TO WS-CLOSING-STICK
                   SET CLOSING-FOUND  TO TRUE
               ELSE
               IF BK-TRUCK-LOAD
