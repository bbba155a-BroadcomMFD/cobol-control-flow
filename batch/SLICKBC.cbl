      *             dated in the current month - wherever it sits in  *
      *             the month's run of entries - is skipped, so an    *
      *             extra run inside the month cannot double-assess.  *
      *             A multi-site customer is assessed once, on the     *
      *             parent, on the whole group's balance (the parent   *
      *             plus its active sites) when the earliest payment-  *
      *             due among the sites that owe has passed; the fee   *
      *             posts to the parent and the active sites are not   *
      *             assessed on their own.                             *
      *             A payment-due is not past until WS-GRACE-DAYS      *
      *             business days after it - counted on the account's  *
      *             branch calendar (HOLIDAY-DD), and starting from    *
      *             the next business day when the due date itself     *
      *             fell on a weekend or holiday - so a payment the    *
      *             bank held over a long weekend is not fined.        *
      *             The sweep may be split into account-range streams  *
      *             (SLICKRCT): each stream writes only its register   *
      *             lines, and the merge step copies the streams'      *
      *             lines (REGSTSTR, concatenated in stream order) to  *
      *             REGISTER-DD and prints the totals of them all.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REGISTER-STREAM-DD ASSIGN TO REGSTSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE                     PIC X(80).

       FD  REGISTER-STREAM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-STREAM-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

           COPY BTGRPWS.

       01  WS-ACCTFILE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK                 VALUE '00'.
       01  WS-REGISTER-STATUS                PIC X(02) VALUE SPACE.
       01  WS-REGISTER-STREAM-STATUS         PIC X(02) VALUE SPACE.
           88  WS-REGISTER-STREAM-OK          VALUE '00'.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-ASSESSED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-ASSESSED-TOTAL              PIC 9(09) VALUE ZERO.

      * The totals as a stream files them for the merge step.
       01  WS-STREAM-TOTALS.
           03  WS-ST-ASSESSED-COUNT       PIC 9(06).
           03  WS-ST-ASSESSED-TOTAL       PIC 9(09).
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

      * Monthly finance charge, percent of the overdue balance.
       01  WS-FINANCE-RATE                PIC 9(01)V9(03) VALUE 1.500.

      * Business days' grace after the payment-due.
       01  WS-GRACE-DAYS                  PIC 9(03) VALUE 2.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.

       01  WS-NAME-LAST                   PIC X(16) VALUE SPACE.
       01  WS-BALANCE-BEFORE              PIC S9(09) VALUE ZERO.
       01  WS-FEE-BALANCE                 PIC S9(09) VALUE ZERO.
       01  WS-FEE-DUE                     PIC 9(06) VALUE ZERO.

      * Shadow copy of the statistics record's maintenance count,
      * taken before the chain READ clobbers the shared ACCTFILE
       000-MAIN-PROCESS.

           MOVE 'SLICKBC ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-STREAMS-ALLOWED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-ASSESS-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM WS-RUN-FIRST-ACCOUNT BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > WS-RUN-LAST-ACCOUNT.

           IF WS-RUN-MERGING
               PERFORM 000-MERGE-STREAMS.

           IF WS-RUN-STREAMING
               PERFORM 000-SAVE-STREAM-TOTALS
           ELSE
               PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.


           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE A-C-MIN-ACCOUNT-ID    TO WS-RUN-FIRST-ACCOUNT.
           MOVE A-C-MAX-ACCOUNT-ID    TO WS-RUN-LAST-ACCOUNT.
           PERFORM 000-RUN-CONTROL-RANGE.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           CLOSE ACCTFILE-DD.
           CLOSE REGISTER-DD.

      * The bill-to check reads over the shared buffer, so it runs
      * before the statistics read. An active site is assessed
      * through its parent, on the group's balance.
       000-ASSESS-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-GRP-ACCOUNT-ID.
           PERFORM 000-CHECK-BILL-TO.

           IF BILL-TO-PARENT
               PERFORM 000-SUM-BILL-TO-GROUP.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT   TO WS-END-OF-CONTRACT
               MOVE A-S-BALANCE           TO WS-FEE-BALANCE
               MOVE A-S-PAYMENT-DUE       TO WS-FEE-DUE
               IF BILL-TO-PARENT
                   MOVE WS-GRP-BALANCE    TO WS-FEE-BALANCE
                   IF GROUP-DUE-FOUND
                       MOVE WS-GRP-OLDEST-DUE TO WS-FEE-DUE
                   END-IF
               END-IF

               IF ACCOUNT-ACTIVE
               AND NOT BILL-TO-CHILD
               AND WS-FEE-BALANCE > ZERO
                   MOVE WS-FEE-DUE        TO Y2K-YYMMDD-2
                   PERFORM 000-Y2K-WINDOW-2
                   MOVE Y2K-DATE-2        TO WS-CAL-DATE
                   MOVE A-S-BRANCH        TO WS-CAL-BRANCH
                   PERFORM 000-CAL-NEXT-BUSINESS-DAY
                   MOVE WS-GRACE-DAYS     TO WS-CAL-DAYS
                   PERFORM 000-CAL-ADD-BUSINESS-DAYS
                   MOVE WS-CAL-DATE       TO Y2K-DATE-2

                   IF Y2K-DATE-2 < Y2K-DATE-1
                       PERFORM 000-CHECK-ALREADY-ASSESSED
           MOVE 99999                 TO WS-SCANNED-RECORD.

           MOVE A-S-NAME-LAST         TO WS-NAME-LAST.
           MOVE WS-FEE-BALANCE        TO WS-BALANCE-BEFORE.
           MOVE A-S-MAINTENANCE-ENTRIES
                                      TO WS-MAINT-ENTRIES-COUNT.

           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

      * Merge step: every stream's register lines onto the night's
      * register ahead of the totals, and every stream's totals
      * added into this run's.
       000-MERGE-STREAMS.

           OPEN INPUT REGISTER-STREAM-DD.

           PERFORM 000-COPY-STREAM-LINE
               UNTIL NOT WS-REGISTER-STREAM-OK.

           CLOSE REGISTER-STREAM-DD.

           PERFORM 000-ADD-STREAM-TOTALS
               VARYING WS-RUN-STREAM-SUB FROM 1 BY 1
                 UNTIL WS-RUN-STREAM-SUB > WS-RUN-STREAM-COUNT.

       000-COPY-STREAM-LINE.

           READ REGISTER-STREAM-DD.

           IF WS-REGISTER-STREAM-OK
               MOVE REGISTER-STREAM-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE.

       000-ADD-STREAM-TOTALS.

           MOVE WS-RUN-STREAM-SAVED (WS-RUN-STREAM-SUB)
                                      TO WS-STREAM-TOTALS.
           ADD WS-ST-ASSESSED-COUNT   TO WS-ASSESSED-COUNT.
           ADD WS-ST-ASSESSED-TOTAL   TO WS-ASSESSED-TOTAL.

       000-SAVE-STREAM-TOTALS.

           MOVE WS-ASSESSED-COUNT     TO WS-ST-ASSESSED-COUNT.
           MOVE WS-ASSESSED-TOTAL     TO WS-ST-ASSESSED-TOTAL.
           MOVE WS-STREAM-TOTALS      TO WS-RUN-STREAM-TOTALS.

           COPY SLICKNUM.

           COPY SLICKBTG.

           COPY SLICKBTS.

           COPY SLICKRCT.
