      ******************************************************************
      *DESCRIPTION: Consumption Anomaly Report - a periodic batch job  *
      *             that reads an as-of date from a control record     *
      *             (BATCHPRM) and, for every active account with an  *
      *             annual usage estimate, compares the gallons        *
      *             actually delivered over the trailing twelve        *
      *             months against A-S-ESTIMATED-USAGE (the same      *
      *             far under like a customer quietly switched to     *
      *             gas. Accounts with no delivery in the window are  *
      *             skipped - nothing to compare.                     *
      *                                                                *
      *             A will-call account (A-E-DELIVERY-PLAN 'W') fills  *
      *             only when the customer phones, so a year can hold  *
      *             one fill too many or too few; it is held to twice  *
      *             the tolerance before it lists. The plan is tagged  *
      *             on the detail line (W/C will-call, K/F keep-full). *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY RUNCVSAM.

           SELECT SORT-WORK-DD ASSIGN TO SORTWORK.

           SELECT ANOMALY-DD ASSIGN TO ANOMOUT

           COPY RUNCVSFD.

       SD  SORT-WORK-DD.
       01  SORT-WORK-RECORD.
           03  SW-ABS-DEVIATION           PIC 9(05).
           03  SW-ACTUAL-GALLONS          PIC 9(07).
           03  SW-ESTIMATED-USAGE         PIC 9(04).
           03  SW-DEVIATION-PCT           PIC S9(05).
           03  SW-DELIVERY-PLAN           PIC X(01).

       FD  ANOMALY-DD
           RECORD CONTAINS 80 CHARACTERS

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-ASOF-DATE             PIC 9(06).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-ANOMALY-STATUS              PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.

      * Deviation threshold, whole percent either side of estimate.
       01  WS-OUTLIER-PCT                 PIC 9(03) VALUE 25.
       01  WS-ACCOUNT-TOLERANCE           PIC 9(03) VALUE ZERO.

       01  WS-DELIVERY-PLAN               PIC X(01) VALUE SPACE.
           88  PLAN-WILL-CALL             VALUE 'W'.
           88  PLAN-KEEP-FULL             VALUE 'K'.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
           03  FILLER                      PIC X(05) VALUE ' DEV '.
           03  WS-D-DEVIATION              PIC ----9.
           03  FILLER                      PIC X(04) VALUE ' PCT'.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-PLAN                   PIC X(03).
           03  FILLER                      PIC X(07) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       000-MAIN-PROCESS.

           MOVE 'SLICKBL ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.

           MOVE PARM-ASOF-DATE        TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-ASOF-DATE-8.
           COMPUTE WS-FROM-DATE-8 = WS-ASOF-DATE-8 - 10000.


           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.

       000-CHECK-ACCOUNT.

           MOVE SPACE                 TO WS-DELIVERY-PLAN.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-E-DELIVERY-PLAN TO WS-DELIVERY-PLAN.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.
           ELSE
               MOVE WS-DEVIATION-PCT  TO WS-ABS-DEVIATION.

           IF PLAN-WILL-CALL
               COMPUTE WS-ACCOUNT-TOLERANCE = WS-OUTLIER-PCT * 2
           ELSE
               MOVE WS-OUTLIER-PCT    TO WS-ACCOUNT-TOLERANCE.

           IF WS-ABS-DEVIATION NOT < WS-ACCOUNT-TOLERANCE
               MOVE WS-ABS-DEVIATION      TO SW-ABS-DEVIATION
               MOVE WS-CURRENT-ACCOUNT-ID TO SW-ACCOUNT-ID
               MOVE WS-NAME-LAST          TO SW-NAME-LAST
               MOVE WS-ACTUAL-GALLONS     TO SW-ACTUAL-GALLONS
               MOVE WS-ESTIMATED-USAGE    TO SW-ESTIMATED-USAGE
               MOVE WS-DEVIATION-PCT      TO SW-DEVIATION-PCT
               MOVE WS-DELIVERY-PLAN      TO SW-DELIVERY-PLAN
               RELEASE SORT-WORK-RECORD.

       000-PRINT-REPORT.
                   MOVE SW-ACTUAL-GALLONS  TO WS-D-ACTUAL
                   MOVE SW-ESTIMATED-USAGE TO WS-D-ESTIMATE
                   MOVE SW-DEVIATION-PCT   TO WS-D-DEVIATION
                   PERFORM 000-FORMAT-PLAN-TAG
                   WRITE ANOMALY-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-OUTLIER-COUNT
           END-RETURN.

       000-FORMAT-PLAN-TAG.

           IF SW-DELIVERY-PLAN = 'W'
               MOVE 'W/C'             TO WS-D-PLAN
           ELSE IF SW-DELIVERY-PLAN = 'K'
               MOVE 'K/F'             TO WS-D-PLAN
           ELSE
               MOVE SPACE             TO WS-D-PLAN.

           COPY SLICKNUM.

           COPY SLICKRCT.
