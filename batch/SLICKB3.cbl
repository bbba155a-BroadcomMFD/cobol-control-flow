      *             date, so a big commercial account that pays all    *
      *             but one disputed delivery ages by what is really   *
      *             still owed.                                        *
      *             A multi-site customer is aged once, on the parent: *
      *             the balance is the whole group's (the parent plus  *
      *             its active sites), aged from the oldest unpaid     *
      *             item - or earliest payment-due - anywhere in the   *
      *             group, and a credit hold lands on every site. The  *
      *             active sites are not listed on their own.          *
      *             The sweep may be split into account-range streams  *
      *             (SLICKRCT): each stream lists only its accounts,   *
      *             and the merge step copies the streams' lists       *
      *             (AGINGSTR, concatenated in stream order) to        *
      *             AGING-DD and prints the branch totals of them all. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

           SELECT AGING-STREAM-DD ASSIGN TO AGINGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGING-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.
           LABEL RECORDS ARE STANDARD.
       01  AGING-LINE                        PIC X(80).

       FD  AGING-STREAM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AGING-STREAM-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

           COPY BTGRPWS.

       01  WS-ACCTFILE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK                 VALUE '00'.
       01  WS-AGING-STATUS                   PIC X(02) VALUE SPACE.
       01  WS-AGING-STREAM-STATUS            PIC X(02) VALUE SPACE.
           88  WS-AGING-STREAM-OK             VALUE '00'.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNT-COUNT               PIC 9(06) VALUE ZERO.
      * Open-item scan work areas: the date the account ages from is
      * the oldest unpaid item's, when the account has any.
       01  WS-AGING-DATE                   PIC 9(06) VALUE ZERO.
       01  WS-AGING-BALANCE                PIC S9(09) VALUE ZERO.
       01  WS-ARRANGE-SW                   PIC X(01) VALUE 'N'.
           88  ARRANGEMENT-KEPT            VALUE 'Y'.
       01  WS-OLDEST-OPEN-DATE             PIC 9(06) VALUE ZERO.
       01  WS-GRAND-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-GRAND-BALANCE                PIC 9(09) VALUE ZERO.

      * The totals as a stream files them for the merge step.
       01  WS-STREAM-TOTALS.
           03  WS-ST-ACCOUNT-COUNT         PIC 9(06).
           03  WS-ST-GRAND-COUNT           PIC 9(06).
           03  WS-ST-GRAND-BALANCE         PIC 9(09).
           03  WS-ST-BR-TABLE-COUNT        PIC 9(02).
           03  WS-ST-BR-TABLE.
               05  WS-ST-BR-ENTRY OCCURS 10 TIMES.
                   07  WS-ST-BR-BRANCH     PIC X(02).
                   07  WS-ST-BR-COUNT      PIC 9(06).
                   07  WS-ST-BR-BALANCE    PIC 9(09).
       01  WS-ST-SUB                       PIC 9(02) VALUE ZERO.

       01  WS-BRANCH-TOTAL-LINE.
           03  FILLER                      PIC X(07) VALUE 'BRANCH '.
           03  WS-BT-BRANCH                PIC X(02).
       000-MAIN-PROCESS.

           MOVE 'SLICKB3 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-STREAMS-ALLOWED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-CHECK-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM WS-RUN-FIRST-ACCOUNT BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > WS-RUN-LAST-ACCOUNT.

           IF WS-RUN-MERGING
               PERFORM 000-MERGE-STREAMS.

           IF WS-RUN-STREAMING
               PERFORM 000-SAVE-STREAM-TOTALS
           ELSE
               PERFORM 000-WRITE-BRANCH-TOTALS.

           PERFORM 000-TERMINATION.


           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE A-C-MIN-ACCOUNT-ID    TO WS-RUN-FIRST-ACCOUNT.
           MOVE A-C-MAX-ACCOUNT-ID    TO WS-RUN-LAST-ACCOUNT.
           PERFORM 000-RUN-CONTROL-RANGE.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
               MOVE A-S-END-OF-CONTRACT   TO WS-END-OF-CONTRACT

               IF ACCOUNT-ACTIVE
                   PERFORM 000-CHECK-GROUP-BALANCE
                   IF NOT BILL-TO-CHILD
                   AND WS-AGING-BALANCE > ZERO
                       PERFORM 000-AGE-OVERDUE-ACCOUNT.

      * An active site is aged on its parent's line; a parent owes
      * what the whole group owes.
       000-CHECK-GROUP-BALANCE.

           MOVE A-S-BALANCE           TO WS-AGING-BALANCE.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-GRP-ACCOUNT-ID.
           PERFORM 000-CHECK-BILL-TO.

           IF BILL-TO-PARENT
               PERFORM 000-SUM-BILL-TO-GROUP
               MOVE WS-GRP-BALANCE    TO WS-AGING-BALANCE.

      * Age from the oldest unpaid open item when the account has an
      * open-item chain - a partial payer is as old as the oldest

           PERFORM 000-CHECK-ARRANGEMENT.

           IF NOT BILL-TO-PARENT
               PERFORM 000-FIND-OLDEST-OPEN-ITEM.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF BILL-TO-PARENT
               IF GROUP-ITEM-FOUND
                   MOVE WS-GRP-OLDEST-ITEM TO WS-AGING-DATE
               ELSE
               IF GROUP-DUE-FOUND
                   MOVE WS-GRP-OLDEST-DUE TO WS-AGING-DATE
               ELSE
                   MOVE A-S-PAYMENT-DUE TO WS-AGING-DATE
               END-IF
               END-IF
           ELSE
           IF OLDEST-ITEM-FOUND
               MOVE WS-OLDEST-OPEN-DATE TO WS-AGING-DATE
           ELSE
               PERFORM 000-ADD-TO-BRANCH-TOTAL
               ADD 1 TO WS-ACCOUNT-COUNT
               IF WS-BUCKET NOT < 3
               AND NOT ARRANGEMENT-KEPT
                   IF NOT CREDIT-HELD
                       PERFORM 000-SET-CREDIT-HOLD
                   END-IF
                   IF BILL-TO-PARENT
                       PERFORM 000-HOLD-GROUP-SITE
                           VARYING WS-GRP-SUB FROM 2 BY 1
                             UNTIL WS-GRP-SUB > WS-GRP-MEMBER-COUNT.

       000-CHECK-ARRANGEMENT.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

      * The parent's hold stops nothing at the sites the trucks
      * actually fill, so each active site is held with it.
       000-HOLD-GROUP-SITE.

           IF WS-GRP-MEMBER-ACTIVE (WS-GRP-SUB) = 'Y'
               MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB)
                                      TO AFR-ACCOUNT-ID
               MOVE A-S-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER
               READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD
               IF WS-ACCTFILE-OK
               AND NOT CREDIT-HELD
                   SET CREDIT-HELD    TO TRUE
                   REWRITE ACCTFILE-RECORD-AREA FROM
                           ACCOUNT-STATISTICS-RECORD.

       000-ADD-TO-BRANCH-TOTAL.

           PERFORM 000-FIND-BRANCH-ENTRY.

           IF BRANCH-FOUND
               ADD 1          TO WS-BR-COUNT (WS-BR-FOUND-SUB)
               ADD WS-AGING-BALANCE
                              TO WS-BR-BALANCE (WS-BR-FOUND-SUB).

           ADD 1              TO WS-GRAND-COUNT.
           ADD WS-AGING-BALANCE TO WS-GRAND-BALANCE.

      * The table entry for A-S-BRANCH, added when it is new and
      * there is room.
       000-FIND-BRANCH-ENTRY.

           MOVE 'N' TO WS-BR-FOUND-SW.

           PERFORM 000-MATCH-BRANCH-ENTRY
                   MOVE ZERO  TO WS-BR-BALANCE (WS-BR-FOUND-SUB)
                   SET BRANCH-FOUND TO TRUE.

       000-MATCH-BRANCH-ENTRY.

           IF WS-BR-BRANCH (WS-BR-SUB) = A-S-BRANCH
           MOVE WS-BRANCH-TOTAL-LINE  TO AGING-LINE.
           WRITE AGING-LINE.

      * Merge step: every stream's aging lines onto the night's
      * report ahead of the branch totals, and every stream's
      * totals added into this run's, branch by branch.
       000-MERGE-STREAMS.

           OPEN INPUT AGING-STREAM-DD.

           PERFORM 000-COPY-STREAM-LINE
               UNTIL NOT WS-AGING-STREAM-OK.

           CLOSE AGING-STREAM-DD.

           PERFORM 000-ADD-STREAM-TOTALS
               VARYING WS-RUN-STREAM-SUB FROM 1 BY 1
                 UNTIL WS-RUN-STREAM-SUB > WS-RUN-STREAM-COUNT.

       000-COPY-STREAM-LINE.

           READ AGING-STREAM-DD.

           IF WS-AGING-STREAM-OK
               MOVE AGING-STREAM-LINE TO AGING-LINE
               WRITE AGING-LINE.

       000-ADD-STREAM-TOTALS.

           MOVE WS-RUN-STREAM-SAVED (WS-RUN-STREAM-SUB)
                                      TO WS-STREAM-TOTALS.
           ADD WS-ST-ACCOUNT-COUNT    TO WS-ACCOUNT-COUNT.
           ADD WS-ST-GRAND-COUNT      TO WS-GRAND-COUNT.
           ADD WS-ST-GRAND-BALANCE    TO WS-GRAND-BALANCE.

           PERFORM 000-ADD-STREAM-BRANCH
               VARYING WS-ST-SUB FROM 1 BY 1
                 UNTIL WS-ST-SUB > WS-ST-BR-TABLE-COUNT.

      * No account is in hand in the merge step, so A-S-BRANCH is
      * free to carry the stream's branch to the table lookup.
       000-ADD-STREAM-BRANCH.

           MOVE WS-ST-BR-BRANCH (WS-ST-SUB) TO A-S-BRANCH.

           PERFORM 000-FIND-BRANCH-ENTRY.

           IF BRANCH-FOUND
               ADD WS-ST-BR-COUNT (WS-ST-SUB)
                              TO WS-BR-COUNT (WS-BR-FOUND-SUB)
               ADD WS-ST-BR-BALANCE (WS-ST-SUB)
                              TO WS-BR-BALANCE (WS-BR-FOUND-SUB).

       000-SAVE-STREAM-TOTALS.

           MOVE WS-ACCOUNT-COUNT      TO WS-ST-ACCOUNT-COUNT.
           MOVE WS-GRAND-COUNT        TO WS-ST-GRAND-COUNT.
           MOVE WS-GRAND-BALANCE      TO WS-ST-GRAND-BALANCE.
           MOVE WS-BR-TABLE-COUNT     TO WS-ST-BR-TABLE-COUNT.
           MOVE WS-BR-TABLE           TO WS-ST-BR-TABLE.
           MOVE WS-STREAM-TOTALS      TO WS-RUN-STREAM-TOTALS.

       000-BUCKET-ACCOUNT.

           MOVE Y2K-DATE-1 (1:4)      TO WS-TODAY-CCYY.
           MOVE A-S-NAME-LAST             TO WS-A-NAME-LAST.
           MOVE A-S-NAME-FIRST            TO WS-A-NAME-FIRST.
           MOVE WS-AGING-DATE             TO WS-A-DUE-DATE.
           MOVE WS-AGING-BALANCE          TO NUM-9.
           MOVE DOLLARS-9                  TO D-9.
           MOVE CENTS-9                    TO C-9.
           MOVE DC-9                      TO WS-A-BALANCE.

           COPY SLICKNUM.

           COPY SLICKBTG.

           COPY SLICKBTS.

           COPY SLICKRCT.
