       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCI.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: NCOA/CASS Address Extract - a quarterly batch job  *
      *             that writes the mailing address of every account   *
      *             we still mail to in the postal vendor's layout     *
      *             (NCOA-EXTRACT-RECORD in NCOAFILE) to NCOA-DD: each *
      *             active account, and each account closed within the *
      *             last twelve months, which still gets a final bill, *
      *             a refund check or a collection letter. A retired   *
      *             duplicate (A-S-MERGED-TO) is left out - its mail   *
      *             goes to the account it was merged into. The vendor *
      *             runs the file against the change-of-address and    *
      *             CASS databases and sends back a return file that   *
      *             SLICKCJ applies. A count of what went out, active  *
      *             and closed, prints to REPORT-DD for the            *
      *             transmittal.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT NCOA-DD ASSIGN TO NCOAOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCOA-STATUS.

           SELECT REPORT-DD ASSIGN TO NCOARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  NCOA-DD
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NCOA-LINE                     PIC X(150).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

           COPY NCOAFILE.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-NCOA-STATUS                 PIC X(02) VALUE SPACE.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
           03  WS-END-MM                  PIC 9(02) VALUE ZERO.
           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

      * A closed account is extracted while its closing date is on
      * or after this day a year ago (CCYYMMDD).
       01  WS-CLOSED-CUTOFF               PIC 9(08) VALUE ZERO.

       01  WS-ACTIVE-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-CLOSED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-EXTRACT-COUNT               PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'NCOA/CASS ADDRESS EXTRACT               '.
           03  FILLER                     PIC X(08) VALUE ' AS OF  '.
           03  H-ASOF-DATE                PIC 9(06).
           03  FILLER                     PIC X(26) VALUE SPACE.

       01  WS-COUNT-LINE.
           03  WS-C-LABEL                 PIC X(30).
           03  WS-C-COUNT                 PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(43) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCI ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-EXTRACT-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-EXTRACT-COUNT       TO WS-RUN-ACCOUNTS.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN OUTPUT NCOA-DD.
           OPEN OUTPUT REPORT-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

           COMPUTE WS-CLOSED-CUTOFF = Y2K-DATE-1 - 10000.

           MOVE WS-TODAY-YYMMDD       TO H-ASOF-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

       000-EXTRACT-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT   TO WS-END-OF-CONTRACT
               MOVE SPACE                 TO NCOA-EXTRACT-RECORD

               IF A-S-MERGED-TO NUMERIC
               AND A-S-MERGED-TO > ZERO
                   CONTINUE
               ELSE
               IF ACCOUNT-ACTIVE
                   SET NE-ACCOUNT-ACTIVE  TO TRUE
                   ADD 1                  TO WS-ACTIVE-COUNT
                   PERFORM 000-WRITE-EXTRACT
               ELSE
               IF WS-END-OF-CONTRACT NOT < WS-CLOSED-CUTOFF
                   SET NE-ACCOUNT-CLOSED  TO TRUE
                   ADD 1                  TO WS-CLOSED-COUNT
                   PERFORM 000-WRITE-EXTRACT.

       000-WRITE-EXTRACT.

           MOVE WS-CURRENT-ACCOUNT-ID TO NE-ACCOUNT-ID.
           MOVE A-S-NAME-FIRST        TO NE-NAME-FIRST.
           MOVE A-S-NAME-INITIAL      TO NE-NAME-INITIAL.
           MOVE A-S-NAME-LAST         TO NE-NAME-LAST.
           MOVE A-S-ADDRESS           TO NE-ADDRESS.
           MOVE A-S-CITY              TO NE-CITY.
           MOVE A-S-STATE             TO NE-STATE.
           MOVE A-S-ZIP               TO NE-ZIP.
           MOVE A-S-ZIP-EX            TO NE-ZIP-EX.

           WRITE NCOA-LINE FROM NCOA-EXTRACT-RECORD.

           ADD 1                      TO WS-EXTRACT-COUNT.

       000-WRITE-TOTALS.

           MOVE 'ACTIVE ACCOUNTS EXTRACTED     ' TO WS-C-LABEL.
           MOVE WS-ACTIVE-COUNT       TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'CLOSED ACCOUNTS EXTRACTED     ' TO WS-C-LABEL.
           MOVE WS-CLOSED-COUNT       TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'TOTAL RECORDS TO VENDOR       ' TO WS-C-LABEL.
           MOVE WS-EXTRACT-COUNT      TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE NCOA-DD.
           CLOSE REPORT-DD.

           COPY SLICKNUM.

           COPY SLICKRCT.
