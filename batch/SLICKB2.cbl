      *             is then rewritten CLOSURE-BILLED so it is not      *
      *             billed again next month.                          *
      *                                                               *
      *             The BATCHPRM entry names the billing cycle ('1'-  *
      *             '4', the week of the month; '0' or blank bills    *
      *             everyone, the old single monster run): only       *
      *             accounts whose A-E-BILL-CYCLE matches are billed, *
      *             whole statement, and three bounced statements     *
      *             flip the account back to paper by itself. A       *
      *             FINAL BILL always prints on paper.                *
      *                                                                *
      *             Under the last delivery, an account whose branch   *
      *             and price program carry prompt-pay terms (PPDFILE) *
      *             and that still owes a balance is told PAY BY the   *
      *             delivery date plus the terms' window AND SAVE the  *
      *             gallons times the discount rate - the same pay-by  *
      *             date SLICKCD holds the payment to. A prompt-pay    *
      *             discount SLICKCD posted shows under its own label. *
      *                                                                *
      *             A multi-site customer's sites (A-E-BILL-TO-PARENT, *
      *             listed on the parent's A-G record) get no          *
      *             statement of their own while they are active: the  *
      *             parent's statement, on the parent's cycle, prints  *
      *             a section per site - the parent's own first - each *
      *             headed by the site's address, then the combined    *
      *             TOTAL DUE ALL SITES, and every site's payment-due  *
      *             is stamped with the parent's. A closed site is     *
      *             final-billed on its own like any other account.    *
      *                                                                *
      *             An account whose mailing address is flagged bad    *
      *             (A-E-ADDRESS-STATUS - NCOA no match, vacant, moved *
      *             with no forwarding, or returned mail marked on     *
      *             SLICKP3) gets no paper: an e-statement account is  *
      *             emailed as usual - even its final bill - and any   *
      *             other is listed on the mail review file            *
      *             (MAILREV-DD, see MRVFILE) for a CSR to chase. The  *
      *             snapshot is written either way, so the bill can be *
      *             reprinted once the address is put right.           *
      *                                                                *
      *             The sweep may be split into account-range streams  *
      *             (SLICKRCT). Each stream prints its own accounts'   *
      *             statements, e-statement records and mail review    *
      *             lines; the merge step copies the streams' three    *
      *             outputs (STMTSTR, ESTMSTR and MAILRSTR, each       *
      *             concatenated in stream order) onto STATEMENT-DD,   *
      *             ESTMT-DD and MAILREV-DD and counts the statements  *
      *             of them all. The snapshots are keyed, so every     *
      *             stream writes them straight to STMTFILE.           *
      *                                                                *
      *             Below the bill, every statement message (SMSFILE,  *
      *             kept on the SLICKPX screen) in effect on the       *
      *             statement date whose targets fit the account -     *
      *             branch, bill cycle, route, price program, budget,  *
      *             service plan, delinquency - prints in priority     *
      *             order, a blank line ahead of each, through the     *
      *             same line writer, so the snapshot and the          *
      *             e-statement feed carry it too. A consolidated bill *
      *             is fitted by the parent. The message report        *
      *             (MSGRPT-DD) shows how many statements carried each *
      *             message; a stream reports its own accounts, the    *
      *             merge step the night's.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY RUNCVSAM.

           SELECT BRANCHFI-DD ASSIGN TO BRANCHFI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BRANCHFI-STATUS.

           SELECT PROMPTPY-DD ASSIGN TO PROMPTPY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PROMPTPY-STATUS.

           SELECT STATEMENT-DD ASSIGN TO STMTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTMT-STATUS.

           SELECT MAILREV-DD ASSIGN TO MAILREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAILREV-STATUS.

           SELECT STMTMSG-DD ASSIGN TO STMTMSG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-STMTMSG-STATUS.

           SELECT MSGRPT-DD ASSIGN TO MSGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSGRPT-STATUS.

           SELECT STATEMENT-STREAM-DD ASSIGN TO STMTSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STREAM-STATUS.

           SELECT ESTMT-STREAM-DD ASSIGN TO ESTMSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTMT-STREAM-STATUS.

           SELECT MAILREV-STREAM-DD ASSIGN TO MAILRSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAILREV-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  BRANCHFI-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRNFILE.

       FD  PROMPTPY-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PPDFILE.

       FD  STATEMENT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           03  ES-TYPE                   PIC X(01).
           03  ES-TEXT                   PIC X(60).

       FD  MAILREV-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MAILREV-LINE                  PIC X(80).

       FD  STMTMSG-DD
           RECORD CONTAINS 400 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY SMSFILE.

       FD  MSGRPT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MSGRPT-LINE                   PIC X(80).

       FD  STATEMENT-STREAM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-STREAM-LINE         PIC X(80).

       FD  ESTMT-STREAM-DD
           RECORD CONTAINS 72 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ESTMT-STREAM-RECORD           PIC X(72).

       FD  MAILREV-STREAM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MAILREV-STREAM-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-BILL-CYCLE            PIC X(01).

           COPY BTGRPWS.

           COPY MRVFILE.

       01  WS-ACCTFILE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK                 VALUE '00'.
       01  WS-STATEMENT-STATUS               PIC X(02) VALUE SPACE.
       01  WS-SNAPSHOT-STATUS                PIC X(02) VALUE SPACE.
           88  WS-SNAPSHOT-OK                 VALUE '00'.
           88  E-STATEMENT-ACCOUNT           VALUE 'Y'.
       01  WS-ESTMT-COUNT                    PIC 9(06) VALUE ZERO.

      * A bad mailing address holds the paper copy for review.
       01  WS-MAILREV-STATUS                 PIC X(02) VALUE SPACE.
       01  WS-ADDRESS-STATUS                 PIC X(01) VALUE SPACE.
       01  WS-ADDRESS-SW                     PIC X(01) VALUE 'N'.
           88  ADDRESS-BAD                   VALUE 'Y'.
       01  WS-REVIEW-COUNT                   PIC 9(06) VALUE ZERO.

       01  WS-BRANCHFI-STATUS                PIC X(02) VALUE SPACE.
           88  WS-BRANCHFI-OK                 VALUE '00'.
       01  WS-PROMPTPY-STATUS                PIC X(02) VALUE SPACE.
           88  WS-PROMPTPY-OK                 VALUE '00'.

       01  WS-STATEMENT-STREAM-STATUS        PIC X(02) VALUE SPACE.
           88  WS-STATEMENT-STREAM-OK         VALUE '00'.
       01  WS-ESTMT-STREAM-STATUS            PIC X(02) VALUE SPACE.
           88  WS-ESTMT-STREAM-OK             VALUE '00'.
       01  WS-MAILREV-STREAM-STATUS          PIC X(02) VALUE SPACE.
           88  WS-MAILREV-STREAM-OK           VALUE '00'.

      * The counts as a stream files them for the merge step.
       01  WS-STREAM-TOTALS.
           03  WS-ST-STATEMENT-COUNT         PIC 9(06).
           03  WS-ST-ESTMT-COUNT             PIC 9(06).
           03  WS-ST-REVIEW-COUNT            PIC 9(06).
           03  WS-ST-MSG-CARRIED             PIC 9(06) OCCURS 40 TIMES.

      * The statement messages in effect on the statement date,
      * loaded once in message-number order - every stream and the
      * merge step load the same list, so a stream's carried counts
      * line up with the merge step's by position.
       01  WS-STMTMSG-STATUS                 PIC X(02) VALUE SPACE.
           88  WS-STMTMSG-OK                  VALUE '00'.
       01  WS-MSGRPT-STATUS                  PIC X(02) VALUE SPACE.
       01  WS-MSG-EOF-SW                     PIC X(01) VALUE 'N'.
           88  MSG-EOF                       VALUE 'Y'.
       01  WS-MSG-FITS-SW                    PIC X(01) VALUE 'N'.
           88  MESSAGE-FITS                  VALUE 'Y'.
       01  WS-MSG-COUNT                      PIC 9(02) VALUE ZERO.
       01  WS-MSG-OVER-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-MSG-SUB                        PIC 9(02) VALUE ZERO.
       01  WS-MSG-PRIORITY-SUB               PIC 9(02) VALUE ZERO.
       01  WS-MSG-LINE-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-MSG-TABLE.
           03  WS-MSG-ENTRY                  OCCURS 40 TIMES.
               05  WS-MSG-ID                 PIC 9(04).
               05  WS-MSG-PRIORITY           PIC 9(01).
               05  WS-MSG-BRANCH             PIC X(02).
               05  WS-MSG-BILL-CYCLE         PIC X(01).
               05  WS-MSG-ROUTE-CODE         PIC X(04).
               05  WS-MSG-PRICE-PROGRAM      PIC X(02).
               05  WS-MSG-BUDGET             PIC X(01).
               05  WS-MSG-SERVICE-PLAN       PIC X(01).
               05  WS-MSG-DELINQUENCY        PIC X(01).
               05  WS-MSG-TEXT-LINE          PIC X(60) OCCURS 5 TIMES.
               05  WS-MSG-CARRIED            PIC 9(06).

      * What the messages are fitted by - the statement's own
      * account, taken before a consolidated bill reads its sites.
       01  WS-MSG-TARGET.
           03  WS-TG-BRANCH                  PIC X(02) VALUE SPACE.
           03  WS-TG-BILL-CYCLE              PIC X(01) VALUE SPACE.
           03  WS-TG-ROUTE-CODE              PIC X(04) VALUE SPACE.
           03  WS-TG-PRICE-PROGRAM           PIC X(02) VALUE SPACE.
           03  WS-TG-BUDGET                  PIC X(01) VALUE SPACE.
           03  WS-TG-SERVICE-PLAN            PIC X(01) VALUE SPACE.
           03  WS-TG-DELINQUENCY             PIC X(01) VALUE SPACE.

       01  WS-MSGRPT-HEADING.
           03  FILLER                     PIC X(40) VALUE
               'SLICKB2  STATEMENT MESSAGES CARRIED    '.
           03  FILLER                     PIC X(16) VALUE
               'STATEMENT DATE '.
           03  WS-MH-DATE                 PIC 9(06).
           03  FILLER                     PIC X(18) VALUE SPACE.

       01  WS-MSGRPT-COLUMNS.
           03  FILLER                     PIC X(40) VALUE
               ' MSG PRI  FIRST LINE OF TEXT           '.
           03  FILLER                     PIC X(40) VALUE
               '                          STATEMENTS    '.

       01  WS-MSGRPT-DETAIL.
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-MD-ID                   PIC 9(04).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-MD-PRIORITY             PIC 9(01).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-MD-TEXT                 PIC X(56).
           03  FILLER                     PIC X(03) VALUE SPACE.
           03  WS-MD-CARRIED              PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(04) VALUE SPACE.

       01  WS-MSGRPT-TOTAL.
           03  FILLER                     PIC X(30) VALUE
               ' STATEMENTS PRINTED ......... '.
           03  WS-MT-STATEMENTS           PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(43) VALUE SPACE.

       01  WS-MSGRPT-OVER.
           03  FILLER                     PIC X(30) VALUE
               ' IN EFFECT, NOT PRINTED (40+) '.
           03  WS-MO-COUNT                PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(43) VALUE SPACE.

       01  WS-TERMS-SW                    PIC X(01) VALUE 'N'.
           88  PROMPT-PAY-TERMS           VALUE 'Y'.
       01  WS-PAY-BY-DATE.
           03  WS-PB-YY                   PIC 9(02) VALUE ZERO.
           03  WS-PB-MM                   PIC 9(02) VALUE ZERO.
           03  WS-PB-DD                   PIC 9(02) VALUE ZERO.
       01  WS-PROMPT-PAY-SAVINGS          PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
      * The account whose chains are being read - the statement's
      * own, or one site of a consolidated statement.
       01  WS-READ-ACCOUNT-ID             PIC 9(05) VALUE ZERO.
       01  WS-SITE-ADDRESS                PIC X(64) VALUE SPACE.
       01  WS-GROUP-TOTAL                 PIC S9(09) VALUE ZERO.
       01  WS-SUB                         PIC 9(02) VALUE ZERO.
       01  WS-STATEMENT-COUNT             PIC 9(06) VALUE ZERO.

           03  WS-LAST-DELIVERY-AMOUNT       PIC ZZZ9  VALUE ZERO.
           03  WS-LAST-DELIVERY-PRICE        PIC 9(05) VALUE ZERO.
           03  WS-LAST-DELIVERY-TAX          PIC 9(06) VALUE ZERO.
           03  WS-LAST-DELIVERY-GALLONS      PIC 9(04) VALUE ZERO.
           03  WS-NEXT-PAYMENT-DATE.
               05  WS-N-P-YY                 PIC 9(02) VALUE ZERO.
               05  WS-N-P-MM                 PIC 9(02) VALUE ZERO.
           03  WS-REFUND-DUE                 PIC X(01) VALUE SPACE.
               88  WS-REFUND-IS-DUE          VALUE 'Y'.
           03  WS-BRANCH                     PIC X(02) VALUE SPACE.
           03  WS-PRICE-PROGRAM              PIC X(02) VALUE SPACE.
           03  WS-ROUTE-CODE                 PIC X(04) VALUE SPACE.
           03  WS-ON-BUDGET                  PIC X(01) VALUE SPACE.
           03  WS-ON-SERVICE-PLAN            PIC X(01) VALUE SPACE.
           03  WS-DELINQUENCY                PIC X(01) VALUE SPACE.

       01  WS-STMT-BRANCH-LINE.
           03  WS-STMT-BRANCH-NAME        PIC X(24).
           03  FILLER                     PIC X(05) VALUE ' TAX '.
           03  WS-STMT-DELIVERY-TAX       PIC X(10).

       01  WS-STMT-PROMPT-PAY-LINE.
           03  FILLER                     PIC X(20) VALUE
                                          '  PAY BY .......... '.
           03  WS-STMT-PAY-BY-DATE        PIC X(06).
           03  FILLER                     PIC X(05) VALUE SPACE.
           03  FILLER                     PIC X(18) VALUE
                                          'AND SAVE ........$'.
           03  WS-STMT-PROMPT-PAY-SAVINGS PIC ZZZ,ZZ9.99.
           03  FILLER                     PIC X(21) VALUE SPACE.

       01  WS-STMT-FEE-LINE.
           03  WS-STMT-FEE-LABEL          PIC X(20) VALUE
                                          'FINANCE CHARGE .... '.
              'A CREDIT BALANCE REFUND IS DUE ON THIS ACCOUNT'.
           03  FILLER                     PIC X(34) VALUE SPACE.

       01  WS-STMT-SITE-LINE.
           03  FILLER                     PIC X(05) VALUE 'SITE '.
           03  WS-STMT-SITE-ID            PIC ZZZZ9.
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-STMT-SITE-ADDRESS       PIC X(64).
           03  FILLER                     PIC X(04) VALUE SPACE.

       01  WS-STMT-GROUP-TOTAL-LINE.
           03  FILLER                     PIC X(20) VALUE
                                          'TOTAL DUE ALL SITES '.
           03  WS-STMT-GROUP-TOTAL        PIC Z,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-STMT-GROUP-CR           PIC X(02).
           03  FILLER                     PIC X(45) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.
       01  WS-DASH-LINE                   PIC X(80) VALUE ALL '-'.

       000-MAIN-PROCESS.

           MOVE 'SLICKB2 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           SET WS-RUN-STREAMS-ALLOWED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-PRINT-STATEMENT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM WS-RUN-FIRST-ACCOUNT BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > WS-RUN-LAST-ACCOUNT.

           IF WS-RUN-MERGING
               PERFORM 000-MERGE-STREAMS.

           IF WS-RUN-STREAMING
               PERFORM 000-SAVE-STREAM-TOTALS.

           PERFORM 000-WRITE-MESSAGE-REPORT.

           PERFORM 000-TERMINATION.


           OPEN I-O    ACCTFILE-DD.
           OPEN I-O    SNAPSHOT-DD.
           OPEN INPUT  BRANCHFI-DD.
           OPEN INPUT  PROMPTPY-DD.
           OPEN OUTPUT STATEMENT-DD.
           OPEN OUTPUT ESTMT-DD.
           OPEN OUTPUT MAILREV-DD.
           OPEN INPUT  STMTMSG-DD.
           OPEN OUTPUT MSGRPT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-BILL-CYCLE       TO WS-RUN-CYCLE.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

           PERFORM 000-LOAD-MESSAGES.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE A-C-MIN-ACCOUNT-ID    TO WS-RUN-FIRST-ACCOUNT.
           MOVE A-C-MAX-ACCOUNT-ID    TO WS-RUN-LAST-ACCOUNT.
           PERFORM 000-RUN-CONTROL-RANGE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE SNAPSHOT-DD.
           CLOSE BRANCHFI-DD.
           CLOSE PROMPTPY-DD.
           CLOSE STATEMENT-DD.
           CLOSE ESTMT-DD.
           CLOSE MAILREV-DD.
           CLOSE STMTMSG-DD.
           CLOSE MSGRPT-DD.

      * Only a message whose window takes in the statement date is
      * kept; past forty, the rest are counted for the report and
      * not printed.
       000-LOAD-MESSAGES.

           MOVE ZERO                  TO WS-MSG-COUNT.
           MOVE ZERO                  TO WS-MSG-OVER-COUNT.
           MOVE 'N'                   TO WS-MSG-EOF-SW.

           MOVE LOW-VALUES            TO SG-KEY.
           START STMTMSG-DD KEY NOT < SG-KEY.

           IF NOT WS-STMTMSG-OK
               SET MSG-EOF            TO TRUE.

           PERFORM 000-LOAD-MESSAGE
               UNTIL MSG-EOF.

       000-LOAD-MESSAGE.

           READ STMTMSG-DD NEXT.

           IF NOT WS-STMTMSG-OK
               SET MSG-EOF            TO TRUE
           ELSE
           IF SG-START-DATE NOT > Y2K-DATE-1
           AND SG-END-DATE NOT < Y2K-DATE-1
               IF WS-MSG-COUNT < 40
                   ADD 1              TO WS-MSG-COUNT
                   PERFORM 000-STORE-MESSAGE
               ELSE
                   ADD 1              TO WS-MSG-OVER-COUNT.

      * A priority out of range prints last.
       000-STORE-MESSAGE.

           MOVE SG-MESSAGE-ID    TO WS-MSG-ID (WS-MSG-COUNT).
           IF SG-PRIORITY NUMERIC
           AND SG-PRIORITY > ZERO
               MOVE SG-PRIORITY  TO WS-MSG-PRIORITY (WS-MSG-COUNT)
           ELSE
               MOVE 9            TO WS-MSG-PRIORITY (WS-MSG-COUNT).
           MOVE SG-BRANCH        TO WS-MSG-BRANCH (WS-MSG-COUNT).
           MOVE SG-BILL-CYCLE    TO WS-MSG-BILL-CYCLE (WS-MSG-COUNT).
           MOVE SG-ROUTE-CODE    TO WS-MSG-ROUTE-CODE (WS-MSG-COUNT).
           MOVE SG-PRICE-PROGRAM TO WS-MSG-PRICE-PROGRAM (WS-MSG-COUNT).
           MOVE SG-BUDGET        TO WS-MSG-BUDGET (WS-MSG-COUNT).
           MOVE SG-SERVICE-PLAN  TO WS-MSG-SERVICE-PLAN (WS-MSG-COUNT).
           MOVE SG-DELINQUENCY   TO WS-MSG-DELINQUENCY (WS-MSG-COUNT).
           MOVE SG-TEXT-LINE (1) TO WS-MSG-TEXT-LINE (WS-MSG-COUNT, 1).
           MOVE SG-TEXT-LINE (2) TO WS-MSG-TEXT-LINE (WS-MSG-COUNT, 2).
           MOVE SG-TEXT-LINE (3) TO WS-MSG-TEXT-LINE (WS-MSG-COUNT, 3).
           MOVE SG-TEXT-LINE (4) TO WS-MSG-TEXT-LINE (WS-MSG-COUNT, 4).
           MOVE SG-TEXT-LINE (5) TO WS-MSG-TEXT-LINE (WS-MSG-COUNT, 5).
           MOVE ZERO             TO WS-MSG-CARRIED (WS-MSG-COUNT).

       000-PRINT-STATEMENT.


           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

      * An active site billed to a parent is printed on the parent's
      * statement instead of its own.
           IF WS-ACCTFILE-OK
               MOVE WS-CURRENT-ACCOUNT-ID TO WS-READ-ACCOUNT-ID
               PERFORM 000-READ-STATISTICS
               PERFORM 000-READ-BILL-CYCLE
               PERFORM 000-CHECK-E-STATEMENT
               MOVE WS-CURRENT-ACCOUNT-ID TO WS-GRP-ACCOUNT-ID
               PERFORM 000-CHECK-BILL-TO
               IF ACCOUNT-ACTIVE
                   IF BILL-TO-CHILD
                       CONTINUE
                   ELSE
                   IF ALL-CYCLES-RUN
                   OR WS-BILL-CYCLE = WS-RUN-CYCLE
                       PERFORM 000-WRITE-STATEMENT
                       PERFORM 000-SET-CYCLE-DUE-DATE
                       ADD 1 TO WS-STATEMENT-COUNT
                   END-IF
                   END-IF
               ELSE
               IF WS-CLOSURE-PENDING
                   PERFORM 000-WRITE-STATEMENT
           MOVE A-S-PAYMENT-ENTRIES   TO WS-PAY-ENTRIES-COUNT.
           MOVE A-S-DELIVERY-ENTRIES  TO WS-DLV-ENTRIES-COUNT.
           MOVE A-S-BRANCH            TO WS-BRANCH.
           MOVE A-S-PRICE-PROGRAM     TO WS-PRICE-PROGRAM.
           MOVE A-S-ROUTE-CODE        TO WS-ROUTE-CODE.
           MOVE 'N'                   TO WS-LATE-FEE-SW.

      * Budget, service plan and delinquency as the statement
      * messages target them: a collection letter not yet cleared,
      * or a credit hold, is delinquent.
           IF A-S-BUDGET-AMOUNT NUMERIC
           AND A-S-BUDGET-AMOUNT > ZERO
               MOVE 'Y'               TO WS-ON-BUDGET
           ELSE
               MOVE 'N'               TO WS-ON-BUDGET.

           IF A-S-SERVICE-PLAN NOT = SPACE
               MOVE 'Y'               TO WS-ON-SERVICE-PLAN
           ELSE
               MOVE 'N'               TO WS-ON-SERVICE-PLAN.

           MOVE 'C'                   TO WS-DELINQUENCY.
           IF CREDIT-HELD
               MOVE 'D'               TO WS-DELINQUENCY.
           IF A-S-LETTER-LEVEL NUMERIC
               IF A-S-LETTER-LEVEL > ZERO
                   MOVE 'D'           TO WS-DELINQUENCY.

      * Accounts from before the prepay bank carry spaces here.
           IF A-S-PREPAID-GALLONS NUMERIC
               MOVE A-S-PREPAID-GALLONS TO WS-PREPAID-GALLONS
           ELSE
               MOVE ZERO                TO WS-PREPAID-GALLONS.

           IF NOT NO-PAYMENTS
               PERFORM 000-READ-PAYMENT.

               PERFORM 000-READ-MAINTENANCE.

           IF WS-BALANCE < ZERO
               MOVE 'CR'              TO WS-CR
           ELSE
               MOVE SPACE             TO WS-CR.

      * Paper or email: an opted-in notify record with an email on
      * file routes the statement to the gateway feed - except a
      * FINAL BILL, which always goes on paper unless there is no
      * good address to send it to. Shares the record buffer, so it
      * reads only after the A-S fields are saved.
       000-CHECK-E-STATEMENT.

           MOVE 'N'                   TO WS-ESTMT-SW.

           IF WS-CLOSURE-PENDING
           AND NOT ADDRESS-BAD
               CONTINUE
           ELSE
               MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID

      * The billing cycle rides the extension record; blank (or no
      * record at all) is cycle 1. Read after every A-S field is
      * safely in working storage - same shared record buffer. The
      * mailing-address flag comes off the same record.
       000-READ-BILL-CYCLE.

           MOVE '1'                   TO WS-BILL-CYCLE.
           MOVE 'N'                   TO WS-ADDRESS-SW.
           MOVE SPACE                 TO WS-ADDRESS-STATUS.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
               IF A-E-ADDRESS-BAD
                   SET ADDRESS-BAD    TO TRUE
                   MOVE A-E-ADDRESS-STATUS TO WS-ADDRESS-STATUS
               END-IF
               IF A-E-BILL-CYCLE NOT < '1'
               AND A-E-BILL-CYCLE NOT > '4'
                   MOVE A-E-BILL-CYCLE TO WS-BILL-CYCLE.

       000-READ-PAYMENT.

           MOVE WS-READ-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-P-RECORD-TYPE       TO AFR-KEY-TYPE.

           DIVIDE WS-PAY-ENTRIES-COUNT BY 20

       000-READ-DELIVERY.

           MOVE WS-READ-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-D-RECORD-TYPE       TO AFR-KEY-TYPE.

           DIVIDE WS-DLV-ENTRIES-COUNT BY 20

           IF WS-ACCTFILE-OK
               MOVE A-D-GALLONS (WS-SUB)    TO WS-LAST-DELIVERY-AMOUNT
               MOVE A-D-GALLONS (WS-SUB)    TO WS-LAST-DELIVERY-GALLONS
               MOVE A-D-UNIT-PRICE (WS-SUB) TO WS-LAST-DELIVERY-PRICE
               IF A-D-TAX-AMOUNT (WS-SUB) NUMERIC
                   MOVE A-D-TAX-AMOUNT (WS-SUB)
      * keyed read of the chain tail finds it.
       000-READ-MAINTENANCE.

           MOVE WS-READ-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-M-RECORD-TYPE       TO AFR-KEY-TYPE.

           COMPUTE AFR-RECORD-NUMBER =
                   SET LATE-FEE-ON-STATEMENT TO TRUE
                   MOVE 'TANK RENTAL ....... '
                                      TO WS-STMT-FEE-LABEL
                   MOVE A-M-DATE-OF-SERVICE (WS-SUB)
                                      TO WS-LATE-FEE-DATE
                   MOVE A-M-SERVICE-CHARGE (WS-SUB)
                                      TO WS-LATE-FEE-AMOUNT
               ELSE
      * And the fuel left in the tank a new owner took over with the
      * house (SLICKPQ).
               IF A-M-ENTRY-TYPE (WS-SUB) = 'F'
                   SET LATE-FEE-ON-STATEMENT TO TRUE
                   MOVE 'FUEL LEFT IN TANK . '
                                      TO WS-STMT-FEE-LABEL
                   MOVE A-M-DATE-OF-SERVICE (WS-SUB)
                                      TO WS-LATE-FEE-DATE
                   MOVE A-M-SERVICE-CHARGE (WS-SUB)
                                      TO WS-LATE-FEE-AMOUNT
               ELSE
      * And a debit memo keyed on SLICKPR.
               IF A-M-ENTRY-TYPE (WS-SUB) = 'D'
                   SET LATE-FEE-ON-STATEMENT TO TRUE
                   MOVE 'DEBIT MEMO ........ '
                                      TO WS-STMT-FEE-LABEL
                   MOVE A-M-DATE-OF-SERVICE (WS-SUB)
                                      TO WS-LATE-FEE-DATE
                   MOVE A-M-SERVICE-CHARGE (WS-SUB)
                                      TO WS-LATE-FEE-AMOUNT
               ELSE
      * And an uncashed refund check turned over to the state
      * (SLICKCQ) - the reversal of the check rides the payment line.
               IF A-M-ENTRY-TYPE (WS-SUB) = 'E'
                   SET LATE-FEE-ON-STATEMENT TO TRUE
                   MOVE 'UNCLAIMED PROP XFER '
                                      TO WS-STMT-FEE-LABEL
                   MOVE A-M-DATE-OF-SERVICE (WS-SUB)
                                      TO WS-LATE-FEE-DATE
                   MOVE A-M-SERVICE-CHARGE (WS-SUB)
                                      TO WS-LATE-FEE-AMOUNT
               ELSE
      * And an equipment finance installment (SLICKD4) - its
      * interest part is the newer entry when there is any.
               IF A-M-ENTRY-TYPE (WS-SUB) = 'Q' OR 'I'
                   SET LATE-FEE-ON-STATEMENT TO TRUE
                   IF A-M-ENTRY-TYPE (WS-SUB) = 'Q'
                       MOVE 'EQUIP INSTALLMENT . '
                                      TO WS-STMT-FEE-LABEL
                   ELSE
                       MOVE 'FINANCE INTEREST .. '
                                      TO WS-STMT-FEE-LABEL
                   END-IF
                   MOVE A-M-DATE-OF-SERVICE (WS-SUB)
                                      TO WS-LATE-FEE-DATE
                   MOVE A-M-SERVICE-CHARGE (WS-SUB)
                                      TO WS-LATE-FEE-AMOUNT
               ELSE
      * And a prepay price program's season prepayment (SLICKD1).
               IF A-M-ENTRY-TYPE (WS-SUB) = 'G'
                   SET LATE-FEE-ON-STATEMENT TO TRUE
                   MOVE 'SEASON PREPAYMENT . '
                                      TO WS-STMT-FEE-LABEL
                   MOVE A-M-DATE-OF-SERVICE (WS-SUB)
                                      TO WS-LATE-FEE-DATE
                   MOVE A-M-SERVICE-CHARGE (WS-SUB)
                                      TO WS-LATE-FEE-AMOUNT
               ELSE
      * So does a surcharge billed with the last delivery.
               IF A-M-ENTRY-TYPE (WS-SUB) = 'M' OR 'U' OR 'H'
                   SET LATE-FEE-ON-STATEMENT TO TRUE
                   IF A-M-ENTRY-TYPE (WS-SUB) = 'M'
                       MOVE 'SMALL DELIVERY FEE  '
                                      TO WS-STMT-FEE-LABEL
                   ELSE
                   IF A-M-ENTRY-TYPE (WS-SUB) = 'U'
                       MOVE 'SAME-DAY RUSH FEE . '
                                      TO WS-STMT-FEE-LABEL
                   ELSE
                       MOVE 'AFTER-HOURS FEE ... '
                                      TO WS-STMT-FEE-LABEL
                   END-IF
                   END-IF
                   MOVE A-M-DATE-OF-SERVICE (WS-SUB)
                                      TO WS-LATE-FEE-DATE
                   MOVE A-M-SERVICE-CHARGE (WS-SUB)

           MOVE ZERO                          TO WS-SNAP-SEQ.

           MOVE WS-BRANCH                     TO WS-TG-BRANCH.
           MOVE WS-BILL-CYCLE                 TO WS-TG-BILL-CYCLE.
           MOVE WS-ROUTE-CODE                 TO WS-TG-ROUTE-CODE.
           MOVE WS-PRICE-PROGRAM              TO WS-TG-PRICE-PROGRAM.
           MOVE WS-ON-BUDGET                  TO WS-TG-BUDGET.
           MOVE WS-ON-SERVICE-PLAN            TO WS-TG-SERVICE-PLAN.
           MOVE WS-DELINQUENCY                TO WS-TG-DELINQUENCY.

           IF WS-BRANCH NOT = SPACE
               PERFORM 000-WRITE-BRANCH-HEADING.

           MOVE WS-DASH-LINE                  TO STATEMENT-LINE.
           PERFORM 000-PUT-STATEMENT-LINE.

           IF BILL-TO-PARENT
               PERFORM 000-WRITE-GROUP-SECTIONS
           ELSE
               PERFORM 000-WRITE-STATEMENT-BODY.

           PERFORM 000-WRITE-PRIORITY-MESSAGES
               VARYING WS-MSG-PRIORITY-SUB FROM 1 BY 1
                 UNTIL WS-MSG-PRIORITY-SUB > 9.

           MOVE WS-BLANK-LINE                 TO STATEMENT-LINE.
           PERFORM 000-PUT-STATEMENT-LINE.

           IF E-STATEMENT-ACCOUNT
               ADD 1                          TO WS-ESTMT-COUNT
           ELSE
           IF ADDRESS-BAD
               PERFORM 000-WRITE-MAIL-REVIEW.

      * Priority 1 first; within a priority, message-number order.
       000-WRITE-PRIORITY-MESSAGES.

           PERFORM 000-CHECK-MESSAGE
               VARYING WS-MSG-SUB FROM 1 BY 1
                 UNTIL WS-MSG-SUB > WS-MSG-COUNT.

       000-CHECK-MESSAGE.

           IF WS-MSG-PRIORITY (WS-MSG-SUB) = WS-MSG-PRIORITY-SUB
               PERFORM 000-MATCH-MESSAGE
               IF MESSAGE-FITS
                   PERFORM 000-WRITE-MESSAGE.

      * Every target keyed on the message must match the account;
      * a blank target takes everyone.
       000-MATCH-MESSAGE.

           SET MESSAGE-FITS           TO TRUE.

           IF WS-MSG-BRANCH (WS-MSG-SUB) NOT = SPACE
           AND WS-MSG-BRANCH (WS-MSG-SUB) NOT = WS-TG-BRANCH
               MOVE 'N'               TO WS-MSG-FITS-SW.

           IF WS-MSG-BILL-CYCLE (WS-MSG-SUB) NOT = SPACE
           AND WS-MSG-BILL-CYCLE (WS-MSG-SUB) NOT = WS-TG-BILL-CYCLE
               MOVE 'N'               TO WS-MSG-FITS-SW.

           IF WS-MSG-ROUTE-CODE (WS-MSG-SUB) NOT = SPACE
           AND WS-MSG-ROUTE-CODE (WS-MSG-SUB) NOT = WS-TG-ROUTE-CODE
               MOVE 'N'               TO WS-MSG-FITS-SW.

           IF WS-MSG-PRICE-PROGRAM (WS-MSG-SUB) NOT = SPACE
           AND WS-MSG-PRICE-PROGRAM (WS-MSG-SUB)
                                      NOT = WS-TG-PRICE-PROGRAM
               MOVE 'N'               TO WS-MSG-FITS-SW.

           IF WS-MSG-BUDGET (WS-MSG-SUB) NOT = SPACE
           AND WS-MSG-BUDGET (WS-MSG-SUB) NOT = WS-TG-BUDGET
               MOVE 'N'               TO WS-MSG-FITS-SW.

           IF WS-MSG-SERVICE-PLAN (WS-MSG-SUB) NOT = SPACE
           AND WS-MSG-SERVICE-PLAN (WS-MSG-SUB)
                                      NOT = WS-TG-SERVICE-PLAN
               MOVE 'N'               TO WS-MSG-FITS-SW.

           IF WS-MSG-DELINQUENCY (WS-MSG-SUB) NOT = SPACE
           AND WS-MSG-DELINQUENCY (WS-MSG-SUB)
                                      NOT = WS-TG-DELINQUENCY
               MOVE 'N'               TO WS-MSG-FITS-SW.

       000-WRITE-MESSAGE.

           MOVE WS-BLANK-LINE                 TO STATEMENT-LINE.
           PERFORM 000-PUT-STATEMENT-LINE.

           PERFORM 000-WRITE-MESSAGE-LINE
               VARYING WS-MSG-LINE-SUB FROM 1 BY 1
                 UNTIL WS-MSG-LINE-SUB > 5.

           ADD 1                      TO WS-MSG-CARRIED (WS-MSG-SUB).

       000-WRITE-MESSAGE-LINE.

           IF WS-MSG-TEXT-LINE (WS-MSG-SUB, WS-MSG-LINE-SUB)
                                      NOT = SPACE
               MOVE WS-MSG-TEXT-LINE (WS-MSG-SUB, WS-MSG-LINE-SUB)
                                      TO STATEMENT-LINE
               PERFORM 000-PUT-STATEMENT-LINE.

      * A consolidated statement: one section per site, the parent's
      * own first, each site's lines exactly as its own statement
      * would have printed them, then what the whole group owes.
       000-WRITE-GROUP-SECTIONS.

           MOVE ZERO                          TO WS-GROUP-TOTAL.

           PERFORM 000-WRITE-SITE-SECTION
               VARYING WS-GRP-SUB FROM 1 BY 1
                 UNTIL WS-GRP-SUB > WS-GRP-MEMBER-COUNT.

           MOVE WS-DASH-LINE                  TO STATEMENT-LINE.
           PERFORM 000-PUT-STATEMENT-LINE.

           MOVE WS-GROUP-TOTAL                TO NUM-9.
           MOVE DOLLARS-9                      TO D-9.
           MOVE CENTS-9                        TO C-9.
           MOVE DC-9                          TO WS-STMT-GROUP-TOTAL.
           IF WS-GROUP-TOTAL < ZERO
               MOVE 'CR'                      TO WS-STMT-GROUP-CR
           ELSE
               MOVE SPACE                     TO WS-STMT-GROUP-CR.
           MOVE WS-STMT-GROUP-TOTAL-LINE      TO STATEMENT-LINE.
           PERFORM 000-PUT-STATEMENT-LINE.

      * Only a site still active is on the parent's bill; the active
      * flags are kept for the payment-due stamp that follows.
       000-WRITE-SITE-SECTION.

           MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB) TO WS-READ-ACCOUNT-ID.

           MOVE WS-READ-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           MOVE 'N'            TO WS-GRP-MEMBER-ACTIVE (WS-GRP-SUB).

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT TO WS-GRP-END-OF-CONTRACT
               IF WS-GRP-SUB = 1
               OR GROUP-MEMBER-ACTIVE
                   MOVE 'Y'    TO WS-GRP-MEMBER-ACTIVE (WS-GRP-SUB)
                   MOVE A-S-ADDRESS   TO WS-SITE-ADDRESS
                   PERFORM 000-READ-STATISTICS
                   MOVE WS-BLANK-LINE TO STATEMENT-LINE
                   PERFORM 000-PUT-STATEMENT-LINE
                   MOVE WS-READ-ACCOUNT-ID TO WS-STMT-SITE-ID
                   MOVE WS-SITE-ADDRESS    TO WS-STMT-SITE-ADDRESS
                   MOVE WS-STMT-SITE-LINE  TO STATEMENT-LINE
                   PERFORM 000-PUT-STATEMENT-LINE
                   PERFORM 000-WRITE-STATEMENT-BODY
                   ADD WS-BALANCE     TO WS-GROUP-TOTAL.

       000-WRITE-STATEMENT-BODY.

           MOVE WS-BALANCE                    TO NUM-9.
           MOVE DOLLARS-9                      TO D-9.
           MOVE CENTS-9                        TO C-9.
               IF WS-LAST-PAYMENT-TYPE = 'I'
                   MOVE 'INTEREST CREDIT ... '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
               IF WS-LAST-PAYMENT-TYPE = 'D'
                   MOVE 'DEPOSIT RECEIVED .. '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
               IF WS-LAST-PAYMENT-TYPE = 'G'
                   MOVE 'DEPOSIT REFUND .... '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
               IF WS-LAST-PAYMENT-TYPE = 'K'
                   MOVE 'REFERRAL CREDIT ... '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
               IF WS-LAST-PAYMENT-TYPE = 'P'
                   MOVE 'PROMPT-PAY CREDIT . '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
               IF WS-LAST-PAYMENT-TYPE = 'X'
                   MOVE 'FEE WAIVED ........ '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
               IF WS-LAST-PAYMENT-TYPE = 'T'
                   MOVE 'FUEL LEFT CREDIT .. '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
               IF WS-LAST-PAYMENT-TYPE = 'Y'
                   MOVE 'AGENCY FEE ........ '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
               IF WS-LAST-PAYMENT-TYPE = 'M'
                   MOVE 'CREDIT MEMO ....... '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
               IF WS-LAST-PAYMENT-TYPE = 'Q'
                   MOVE 'REFUND CHK VOIDED . '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
               IF WS-LAST-PAYMENT-TYPE = 'E'
                   MOVE 'FINANCE PAYMENT ... '
                                      TO WS-STMT-PAYMENT-LABEL
               ELSE
                   MOVE 'LAST PAYMENT ...... '
                                      TO WS-STMT-PAYMENT-LABEL
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               MOVE WS-LAST-PAYMENT-DATE      TO WS-STMT-PAYMENT-DATE
               MOVE WS-LAST-PAYMENT-AMOUNT    TO NUM-8
               MOVE DOLLARS-8                  TO D-8
               MOVE WS-STMT-DELIVERY-LINE     TO STATEMENT-LINE
               PERFORM 000-PUT-STATEMENT-LINE.

           IF NOT NO-DELIVERIES
           AND WS-BALANCE > ZERO
               PERFORM 000-WRITE-PROMPT-PAY-OFFER.

           IF LATE-FEE-ON-STATEMENT
               MOVE WS-LATE-FEE-DATE          TO WS-STMT-FEE-DATE
               MOVE WS-LATE-FEE-AMOUNT        TO NUM-8
               MOVE WS-STMT-REFUND-LINE       TO STATEMENT-LINE
               PERFORM 000-PUT-STATEMENT-LINE.

      * The prompt-pay offer (PPDFILE, by branch and price program)
      * prints under a delivery the customer can still earn it on:
      * dated on or after the terms took effect, with the pay-by
      * date - the delivery date rolled forward the window on the
      * shop's simple calendar, exactly as SLICKCD will judge it -
      * not yet past, and a balance still owing.
       000-WRITE-PROMPT-PAY-OFFER.

           MOVE 'N'                   TO WS-TERMS-SW.

           PERFORM 000-READ-PROMPT-PAY-TERMS.

           IF PROMPT-PAY-TERMS
               MOVE WS-LAST-DELIVERY-DATE TO Y2K-YYMMDD-3
               PERFORM 000-Y2K-WINDOW-3
               MOVE WS-LAST-DELIVERY-DATE TO WS-PAY-BY-DATE
               PERFORM 000-ROLL-PAY-BY-DATE PD-WINDOW-DAYS TIMES
               MOVE WS-PAY-BY-DATE    TO Y2K-YYMMDD-4
               PERFORM 000-Y2K-WINDOW-4
               COMPUTE WS-PROMPT-PAY-SAVINGS =
                   WS-LAST-DELIVERY-GALLONS * PD-RATE
               IF Y2K-DATE-3 NOT < PD-EFFECTIVE-DATE
               AND Y2K-DATE-4 NOT < Y2K-DATE-1
               AND WS-PROMPT-PAY-SAVINGS > ZERO
                   MOVE WS-PAY-BY-DATE TO WS-STMT-PAY-BY-DATE
                   MOVE WS-PROMPT-PAY-SAVINGS TO NUM-8
                   MOVE DOLLARS-8      TO D-8
                   MOVE CENTS-8        TO C-8
                   MOVE DC-8           TO WS-STMT-PROMPT-PAY-SAVINGS
                   MOVE WS-STMT-PROMPT-PAY-LINE TO STATEMENT-LINE
                   PERFORM 000-PUT-STATEMENT-LINE.

      * Most specific terms first: branch and program, the branch's
      * own offer, the program's shop-wide offer, then the shop-wide
      * offer for everyone.
       000-READ-PROMPT-PAY-TERMS.

           MOVE WS-BRANCH             TO PD-BRANCH.
           MOVE WS-PRICE-PROGRAM      TO PD-PROGRAM-CODE.

           READ PROMPTPY-DD INTO PROMPT-PAY-RECORD.

           IF NOT WS-PROMPTPY-OK
               MOVE WS-BRANCH         TO PD-BRANCH
               MOVE SPACE             TO PD-PROGRAM-CODE
               READ PROMPTPY-DD INTO PROMPT-PAY-RECORD.

           IF NOT WS-PROMPTPY-OK
               MOVE SPACE             TO PD-BRANCH
               MOVE WS-PRICE-PROGRAM  TO PD-PROGRAM-CODE
               READ PROMPTPY-DD INTO PROMPT-PAY-RECORD.

           IF NOT WS-PROMPTPY-OK
               MOVE SPACE             TO PD-BRANCH
               MOVE SPACE             TO PD-PROGRAM-CODE
               READ PROMPTPY-DD INTO PROMPT-PAY-RECORD.

           IF WS-PROMPTPY-OK
           AND PD-RATE NUMERIC
           AND PD-RATE > ZERO
               SET PROMPT-PAY-TERMS   TO TRUE
               IF PD-WINDOW-DAYS NOT NUMERIC
                   MOVE ZERO          TO PD-WINDOW-DAYS
               END-IF
               IF PD-EFFECTIVE-DATE NOT NUMERIC
                   MOVE ZERO          TO PD-EFFECTIVE-DATE.

       000-ROLL-PAY-BY-DATE.

           IF WS-PB-DD < 28
               ADD 1                  TO WS-PB-DD
           ELSE
               MOVE 1                 TO WS-PB-DD
               IF WS-PB-MM = 12
                   MOVE 1             TO WS-PB-MM
                   IF WS-PB-YY = 99
                       MOVE ZERO      TO WS-PB-YY
                   ELSE
                       ADD 1          TO WS-PB-YY
                   END-IF
               ELSE
                   ADD 1              TO WS-PB-MM.

      * The next payment-due lands on this cycle's day of next
      * month: cycle 1 the 7th, 2 the 14th, 3 the 21st, 4 the 28th.
      * The budget schedule builders (SLICKP7/SLICKB9/SLICKBT) seed
      * from A-S-PAYMENT-DUE, so new schedules inherit the cycle day
      * by themselves. A parent's sites are stamped with the
      * parent's date - one bill, one due date. A cycle day that
      * falls on a weekend or a holiday the branch is closed for
      * (HOLIDAY-DD) moves on to the next business day, and the
      * schedules seeded from it move with it.
       000-SET-CYCLE-DUE-DATE.

           MOVE WS-TODAY-YYMMDD (1:2) TO WS-CYC-YY.
                   MOVE 07            TO WS-CYC-DD
           END-EVALUATE.

           IF WS-CYC-YY > 80
               COMPUTE WS-CAL-CCYY = 1900 + WS-CYC-YY
           ELSE
               COMPUTE WS-CAL-CCYY = 2000 + WS-CYC-YY.
           MOVE WS-CYC-MM             TO WS-CAL-MM.
           MOVE WS-CYC-DD             TO WS-CAL-DD.
           MOVE WS-BRANCH             TO WS-CAL-BRANCH.
           PERFORM 000-CAL-NEXT-BUSINESS-DAY.
           MOVE WS-CAL-DATE (3:6)     TO WS-CYCLE-DUE-DATE.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-READ-ACCOUNT-ID.
           PERFORM 000-STAMP-CYCLE-DUE-DATE.

           IF BILL-TO-PARENT
               PERFORM 000-STAMP-SITE-DUE-DATE
                   VARYING WS-GRP-SUB FROM 2 BY 1
                     UNTIL WS-GRP-SUB > WS-GRP-MEMBER-COUNT.

       000-STAMP-SITE-DUE-DATE.

           IF WS-GRP-MEMBER-ACTIVE (WS-GRP-SUB) = 'Y'
               MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB)
                                      TO WS-READ-ACCOUNT-ID
               PERFORM 000-STAMP-CYCLE-DUE-DATE.

       000-STAMP-CYCLE-DUE-DATE.

           MOVE WS-READ-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.


           MOVE WS-CYCLE-DUE-DATE     TO A-S-PAYMENT-DUE.

           MOVE WS-READ-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

      * email carries the same statement the printer would have.
           IF E-STATEMENT-ACCOUNT
               PERFORM 000-WRITE-E-STATEMENT-LINE
           ELSE
           IF ADDRESS-BAD
               CONTINUE
           ELSE
               WRITE STATEMENT-LINE.


           WRITE ESTMT-RECORD.

      * The statement held back from a bad address, for the review
      * list.
       000-WRITE-MAIL-REVIEW.

           MOVE SPACE                 TO MAIL-REVIEW-RECORD.
           MOVE WS-CURRENT-ACCOUNT-ID TO MR-ACCOUNT-ID.
           MOVE WS-NAME-LAST          TO MR-NAME-LAST.
           MOVE WS-NAME-FIRST         TO MR-NAME-FIRST.
           MOVE WS-STMT-TITLE         TO MR-DOCUMENT.
           MOVE WS-ADDRESS-STATUS     TO MR-STATUS.
           MOVE WS-TODAY-YYMMDD       TO MR-DATE.

           IF WS-ADDRESS-STATUS = 'U'
               MOVE 'NCOA NO MATCH'   TO MR-REASON
           ELSE
           IF WS-ADDRESS-STATUS = 'V'
               MOVE 'NCOA VACANT'     TO MR-REASON
           ELSE
           IF WS-ADDRESS-STATUS = 'N'
               MOVE 'MOVED NO FORWARD' TO MR-REASON
           ELSE
               MOVE 'RETURNED MAIL'   TO MR-REASON.

           WRITE MAILREV-LINE FROM MAIL-REVIEW-RECORD.

           ADD 1                      TO WS-REVIEW-COUNT.

       000-MARK-CLOSURE-BILLED.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.

           REWRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-STATISTICS-RECORD.

      * Merge step: every stream's statements, e-statement records
      * and mail review lines onto the night's three outputs, and
      * every stream's counts added into this run's.
       000-MERGE-STREAMS.

           OPEN INPUT STATEMENT-STREAM-DD.
           PERFORM 000-COPY-STREAM-STATEMENT
               UNTIL NOT WS-STATEMENT-STREAM-OK.
           CLOSE STATEMENT-STREAM-DD.

           OPEN INPUT ESTMT-STREAM-DD.
           PERFORM 000-COPY-STREAM-ESTMT
               UNTIL NOT WS-ESTMT-STREAM-OK.
           CLOSE ESTMT-STREAM-DD.

           OPEN INPUT MAILREV-STREAM-DD.
           PERFORM 000-COPY-STREAM-MAILREV
               UNTIL NOT WS-MAILREV-STREAM-OK.
           CLOSE MAILREV-STREAM-DD.

           PERFORM 000-ADD-STREAM-TOTALS
               VARYING WS-RUN-STREAM-SUB FROM 1 BY 1
                 UNTIL WS-RUN-STREAM-SUB > WS-RUN-STREAM-COUNT.

       000-COPY-STREAM-STATEMENT.

           READ STATEMENT-STREAM-DD.

           IF WS-STATEMENT-STREAM-OK
               MOVE STATEMENT-STREAM-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE.

       000-COPY-STREAM-ESTMT.

           READ ESTMT-STREAM-DD.

           IF WS-ESTMT-STREAM-OK
               MOVE ESTMT-STREAM-RECORD   TO ESTMT-RECORD
               WRITE ESTMT-RECORD.

       000-COPY-STREAM-MAILREV.

           READ MAILREV-STREAM-DD.

           IF WS-MAILREV-STREAM-OK
               MOVE MAILREV-STREAM-LINE   TO MAILREV-LINE
               WRITE MAILREV-LINE.

       000-ADD-STREAM-TOTALS.

           MOVE WS-RUN-STREAM-SAVED (WS-RUN-STREAM-SUB)
                                      TO WS-STREAM-TOTALS.
           ADD WS-ST-STATEMENT-COUNT  TO WS-STATEMENT-COUNT.
           ADD WS-ST-ESTMT-COUNT      TO WS-ESTMT-COUNT.
           ADD WS-ST-REVIEW-COUNT     TO WS-REVIEW-COUNT.
           PERFORM 000-ADD-STREAM-MESSAGE
               VARYING WS-MSG-SUB FROM 1 BY 1
                 UNTIL WS-MSG-SUB > WS-MSG-COUNT.

       000-ADD-STREAM-MESSAGE.

           ADD WS-ST-MSG-CARRIED (WS-MSG-SUB)
                                      TO WS-MSG-CARRIED (WS-MSG-SUB).

       000-SAVE-STREAM-TOTALS.

           MOVE WS-STATEMENT-COUNT    TO WS-ST-STATEMENT-COUNT.
           MOVE WS-ESTMT-COUNT        TO WS-ST-ESTMT-COUNT.
           MOVE WS-REVIEW-COUNT       TO WS-ST-REVIEW-COUNT.
           PERFORM 000-SAVE-STREAM-MESSAGE
               VARYING WS-MSG-SUB FROM 1 BY 1
                 UNTIL WS-MSG-SUB > 40.
           MOVE WS-STREAM-TOTALS      TO WS-RUN-STREAM-TOTALS.

       000-SAVE-STREAM-MESSAGE.

           IF WS-MSG-SUB > WS-MSG-COUNT
               MOVE ZERO              TO WS-ST-MSG-CARRIED (WS-MSG-SUB)
           ELSE
               MOVE WS-MSG-CARRIED (WS-MSG-SUB)
                                      TO WS-ST-MSG-CARRIED (WS-MSG-SUB).

      * How many statements carried each message in effect.
       000-WRITE-MESSAGE-REPORT.

           MOVE WS-TODAY-YYMMDD       TO WS-MH-DATE.
           WRITE MSGRPT-LINE FROM WS-MSGRPT-HEADING.
           WRITE MSGRPT-LINE FROM WS-BLANK-LINE.
           WRITE MSGRPT-LINE FROM WS-MSGRPT-COLUMNS.

           PERFORM 000-WRITE-MESSAGE-COUNT
               VARYING WS-MSG-SUB FROM 1 BY 1
                 UNTIL WS-MSG-SUB > WS-MSG-COUNT.

           WRITE MSGRPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-STATEMENT-COUNT    TO WS-MT-STATEMENTS.
           WRITE MSGRPT-LINE FROM WS-MSGRPT-TOTAL.

           IF WS-MSG-OVER-COUNT > ZERO
               MOVE WS-MSG-OVER-COUNT TO WS-MO-COUNT
               WRITE MSGRPT-LINE FROM WS-MSGRPT-OVER.

       000-WRITE-MESSAGE-COUNT.

           MOVE WS-MSG-ID (WS-MSG-SUB)       TO WS-MD-ID.
           MOVE WS-MSG-PRIORITY (WS-MSG-SUB) TO WS-MD-PRIORITY.
           MOVE WS-MSG-TEXT-LINE (WS-MSG-SUB, 1)
                                             TO WS-MD-TEXT.
           MOVE WS-MSG-CARRIED (WS-MSG-SUB)  TO WS-MD-CARRIED.
           WRITE MSGRPT-LINE FROM WS-MSGRPT-DETAIL.

           COPY SLICKNUM.

           COPY SLICKBTG.

           COPY SLICKBTS.

           COPY SLICKRCT.
