       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCN.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Bank Reconciliation - a daily batch job, run each  *
      *             morning, that reads the bank's prior-day BAI2 file *
      *             (BAI-DD, see BAIFILE) and ties every credit and    *
      *             debit the bank reported on it back to the batch    *
      *             run that should explain it, using the amounts the  *
      *             jobs left on the run-control ledger (RUNCTL-DD):   *
      *               - a deposit credit (301) against the oldest      *
      *                 uncleared SLICKBR deposit-slip total;          *
      *               - a lockbox credit (115) against the oldest      *
      *                 uncleared SLICKB9 lockbox file total;          *
      *               - an ACH credit against the oldest uncleared     *
      *                 SLICKBT draft batch, as sent or less the       *
      *                 SLICKBU returns posted against it since, or    *
      *                 else against a SLICKCM card funding of the     *
      *                 same amount;                                   *
      *               - an ACH debit against a SLICKBU return run of   *
      *                 the same amount.                               *
      *             Only runs dated on or before the bank's as-of date *
      *             are candidates. A matched run is stamped with the  *
      *             as-of date in RUN-CLEARED-DATE so it is never      *
      *             matched twice; a rerun for the same as-of date     *
      *             releases those stamps first and matches again.     *
      *             A deposit that comes in short is still cleared -   *
      *             the bag left the shop - but printed with what the  *
      *             slip said it held; the same goes for one over.     *
      *             The exception report (REPORT-DD) lists every       *
      *             credit nothing explains, every short or over       *
      *             deposit, every bank debit that is not a returned   *
      *             draft, and every deposit slip or lockbox file from *
      *             before the as-of date the bank has still not       *
      *             credited. The cash it did match, credits less      *
      *             returns, is the run total SLICKB7 carries to the   *
      *             GL as the cleared-cash figure.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNCVSAM.

           SELECT BAI-DD ASSIGN TO BAIIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAI-STATUS.

           SELECT REPORT-DD ASSIGN TO REPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNCVSFD.

       FD  BAI-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BAI-LINE                      PIC X(80).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

           COPY BAIFILE.

       01  WS-BAI-STATUS                  PIC X(02) VALUE SPACE.
           88  WS-BAI-OK                  VALUE '00'.
           88  WS-BAI-EOF                 VALUE '10'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-AS-OF-DATE                  PIC 9(06) VALUE ZERO.
       01  WS-RELEASED-DATE               PIC 9(06) VALUE ZERO.
       01  WS-BANK-AMOUNT                 PIC 9(09) VALUE ZERO.

      * The run being looked for: job, earliest date, and the exact
      * amount wanted (zero takes the oldest open run of any amount).
       01  WS-SEEK-JOB                    PIC X(08) VALUE SPACE.
       01  WS-SEEK-FROM-DATE              PIC 9(06) VALUE ZERO.
       01  WS-SEEK-AMOUNT                 PIC 9(09) VALUE ZERO.

      * The run found, and what it expects the bank to show.
       01  WS-ITEM-KEY.
           03  WS-ITEM-JOB                PIC X(08) VALUE SPACE.
           03  WS-ITEM-DATE               PIC 9(06) VALUE ZERO.
       01  WS-ITEM-AMOUNT                 PIC 9(09) VALUE ZERO.
       01  WS-RECORD-AMOUNT               PIC 9(09) VALUE ZERO.

       01  WS-ITEM-FOUND-SW               PIC X(01) VALUE 'N'.
           88  ITEM-FOUND                 VALUE 'Y'.
       01  WS-ITEM-OPEN-SW                PIC X(01) VALUE 'N'.
           88  ITEM-OPEN                  VALUE 'Y'.
       01  WS-SCAN-DONE-SW                PIC X(01) VALUE 'N'.
           88  SCAN-DONE                  VALUE 'Y'.
       01  WS-MATCHED-SW                  PIC X(01) VALUE 'N'.
           88  CREDIT-MATCHED             VALUE 'Y'.

      * The draft batch an ACH credit is being tried against, and the
      * returns posted against it since ('S' sums them, 'C' clears
      * them once the net matches).
       01  WS-DRAFT-KEY.
           03  WS-DRAFT-JOB               PIC X(08) VALUE SPACE.
           03  WS-DRAFT-DATE              PIC 9(06) VALUE ZERO.
       01  WS-DRAFT-AMOUNT                PIC 9(09) VALUE ZERO.
       01  WS-DRAFT-NET                   PIC S9(09) VALUE ZERO.
       01  WS-RETURNS-TOTAL               PIC 9(09) VALUE ZERO.
       01  WS-RETURN-ACTION               PIC X(01) VALUE SPACE.
           88  RETURNS-SUM                VALUE 'S'.
           88  RETURNS-CLEAR              VALUE 'C'.

      * Exception wording for the deposit-type credit being matched.
       01  WS-NONE-REASON                 PIC X(22) VALUE SPACE.
       01  WS-SHORT-REASON                PIC X(22) VALUE SPACE.
       01  WS-OVER-REASON                 PIC X(22) VALUE SPACE.
       01  WS-LATE-REASON                 PIC X(22) VALUE SPACE.
       01  WS-EXPECTED-AMOUNT             PIC 9(09) VALUE ZERO.
       01  WS-REASON                      PIC X(22) VALUE SPACE.

       01  WS-MATCHED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-CLEARED-CREDITS             PIC 9(09) VALUE ZERO.
       01  WS-CLEARED-RETURNS             PIC 9(09) VALUE ZERO.
       01  WS-CLEARED-CASH                PIC S9(09) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                      PIC X(40) VALUE
               'BANK RECONCILIATION EXCEPTIONS - AS OF '.
           03  WS-H-AS-OF-DATE             PIC 9(06).
           03  FILLER                      PIC X(34) VALUE SPACE.

       01  WS-ACCOUNT-LINE.
           03  FILLER                      PIC X(13) VALUE
               'BANK ACCOUNT '.
           03  WS-A-ACCOUNT-NO             PIC X(20).
           03  FILLER                      PIC X(47) VALUE SPACE.

       01  WS-COLUMN-LINE                  PIC X(80) VALUE
           'TYP      BANK AMT      EXPECTED  REFERENCE         REASON'.

       01  WS-EXCEPTION-LINE.
           03  WS-X-TYPE-CODE              PIC X(03).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-X-AMOUNT                 PIC X(12).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-X-EXPECTED               PIC X(12).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-X-REFERENCE              PIC X(16).
           03  WS-X-RUN-REFERENCE REDEFINES WS-X-REFERENCE.
               05  WS-X-RUN-JOB            PIC X(08).
               05  FILLER                  PIC X(01).
               05  WS-X-RUN-DATE           PIC 9(06).
               05  FILLER                  PIC X(01).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-X-REASON                 PIC X(22).
           03  FILLER                      PIC X(07) VALUE SPACE.

       01  WS-COUNT-LINE.
           03  WS-C-LABEL                  PIC X(26).
           03  WS-C-COUNT                  PIC ZZZZZ9.
           03  FILLER                      PIC X(48) VALUE SPACE.

       01  WS-AMOUNT-LINE.
           03  WS-M-LABEL                  PIC X(26).
           03  WS-M-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-M-CR                     PIC X(02).
           03  FILLER                      PIC X(39) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCN ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-PROCESS-BAI-RECORD
               UNTIL NOT WS-BAI-OK.

      * Books-side: deposits and lockbox files the bank should have
      * credited by now and has not.
           IF WS-AS-OF-DATE > ZERO
               MOVE 'SLICKBR '             TO WS-SEEK-JOB
               MOVE 'DEPOSIT NOT CREDITED' TO WS-LATE-REASON
               PERFORM 000-LIST-UNCREDITED
               MOVE 'SLICKB9 '             TO WS-SEEK-JOB
               MOVE 'LOCKBOX NOT CREDITED' TO WS-LATE-REASON
               PERFORM 000-LIST-UNCREDITED.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-MATCHED-COUNT       TO WS-RUN-ACCOUNTS.
           MOVE WS-CLEARED-CASH        TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  BAI-DD.
           OPEN OUTPUT REPORT-DD.

           READ BAI-DD INTO BAI-RECORD
               AT END SET WS-BAI-EOF TO TRUE.

       000-TERMINATION.

           CLOSE BAI-DD.
           CLOSE REPORT-DD.

       000-PROCESS-BAI-RECORD.

           IF BAI-GROUP-HEADER
               PERFORM 000-READ-GROUP-HEADER
           ELSE
           IF BAI-ACCOUNT-HEADER
               PERFORM 000-READ-ACCOUNT-HEADER
           ELSE
           IF BAI-TRANSACTION
               PERFORM 000-PROCESS-TRANSACTION.

           READ BAI-DD INTO BAI-RECORD
               AT END SET WS-BAI-EOF TO TRUE.

      * The group header carries the as-of date - the business day
      * the bank is reporting. A rerun for the same day gives back
      * what the earlier run cleared before anything is matched.
       000-READ-GROUP-HEADER.

           MOVE SPACE                 TO BAI-GROUP-FIELDS.

           UNSTRING BAI-RECORD DELIMITED BY ',' OR '/'
               INTO BAI-G-RECORD-CODE
                    BAI-G-RECEIVER
                    BAI-G-ORIGINATOR
                    BAI-G-STATUS
                    BAI-G-AS-OF-DATE.

           IF BAI-G-AS-OF-DATE-N NUMERIC
               MOVE BAI-G-AS-OF-DATE-N TO WS-AS-OF-DATE.

           IF WS-AS-OF-DATE > ZERO
           AND WS-AS-OF-DATE NOT = WS-RELEASED-DATE
               MOVE WS-AS-OF-DATE     TO WS-RELEASED-DATE
               MOVE 'SLICKBR '        TO WS-SEEK-JOB
               PERFORM 000-RELEASE-CLEARED
               MOVE 'SLICKB9 '        TO WS-SEEK-JOB
               PERFORM 000-RELEASE-CLEARED
               MOVE 'SLICKBT '        TO WS-SEEK-JOB
               PERFORM 000-RELEASE-CLEARED
               MOVE 'SLICKBU '        TO WS-SEEK-JOB
               PERFORM 000-RELEASE-CLEARED
               MOVE 'SLICKCM '        TO WS-SEEK-JOB
               PERFORM 000-RELEASE-CLEARED.

           MOVE WS-AS-OF-DATE         TO WS-H-AS-OF-DATE.
           MOVE WS-HEADING-LINE       TO REPORT-LINE.
           WRITE REPORT-LINE.

       000-READ-ACCOUNT-HEADER.

           MOVE SPACE                 TO BAI-ACCOUNT-FIELDS.

           UNSTRING BAI-RECORD DELIMITED BY ',' OR '/'
               INTO BAI-A-RECORD-CODE
                    BAI-A-ACCOUNT-NO.

           MOVE BAI-A-ACCOUNT-NO      TO WS-A-ACCOUNT-NO.

           MOVE WS-BLANK-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCOUNT-LINE       TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Only credits (100-399) and debits (400-699) move money; the
      * summary and status codes are passed over, and so is a detail
      * record whose amount is empty or will not read as cents.
       000-PROCESS-TRANSACTION.

           MOVE SPACE                 TO BAI-TRAN-FIELDS.
           MOVE ZERO                  TO BAI-T-AMOUNT-LENGTH.

           UNSTRING BAI-RECORD DELIMITED BY ',' OR '/'
               INTO BAI-T-RECORD-CODE
                    BAI-T-TYPE-CODE
                    BAI-T-AMOUNT-TEXT COUNT IN BAI-T-AMOUNT-LENGTH
                    BAI-T-FUNDS-TYPE
                    BAI-T-BANK-REF
                    BAI-T-CUSTOMER-REF.

           MOVE ZERO                  TO WS-BANK-AMOUNT.

           IF BAI-T-AMOUNT-LENGTH > ZERO
           AND BAI-T-AMOUNT-LENGTH NOT > 9
               IF BAI-T-AMOUNT-TEXT (1:BAI-T-AMOUNT-LENGTH) NUMERIC
                   MOVE BAI-T-AMOUNT-TEXT (1:BAI-T-AMOUNT-LENGTH)
                                      TO WS-BANK-AMOUNT
               END-IF.

           IF BAI-T-TYPE-CODE NOT NUMERIC
            OR WS-BANK-AMOUNT = ZERO
               CONTINUE
           ELSE
           IF BAI-T-DEPOSIT
               MOVE 'SLICKBR '              TO WS-SEEK-JOB
               MOVE 'UNMATCHED DEPOSIT'     TO WS-NONE-REASON
               MOVE 'SHORT DEPOSIT'         TO WS-SHORT-REASON
               MOVE 'DEPOSIT OVER SLIP'     TO WS-OVER-REASON
               PERFORM 000-MATCH-DEPOSIT
           ELSE
           IF BAI-T-LOCKBOX
               MOVE 'SLICKB9 '              TO WS-SEEK-JOB
               MOVE 'UNMATCHED LOCKBOX'     TO WS-NONE-REASON
               MOVE 'SHORT LOCKBOX CREDIT'  TO WS-SHORT-REASON
               MOVE 'LOCKBOX OVER FILE'     TO WS-OVER-REASON
               PERFORM 000-MATCH-DEPOSIT
           ELSE
           IF BAI-T-ACH-CREDIT
               PERFORM 000-MATCH-ACH-CREDIT
           ELSE
           IF BAI-T-ACH-DEBIT
               PERFORM 000-MATCH-ACH-RETURN
           ELSE
           IF BAI-T-CREDIT
               MOVE ZERO                    TO WS-EXPECTED-AMOUNT
               MOVE 'UNMATCHED DEPOSIT'     TO WS-REASON
               PERFORM 000-WRITE-BANK-EXCEPTION
           ELSE
           IF BAI-T-DEBIT
               MOVE ZERO                    TO WS-EXPECTED-AMOUNT
               MOVE 'UNEXPLAINED DEBIT'     TO WS-REASON
               PERFORM 000-WRITE-BANK-EXCEPTION.

      * A deposit or lockbox credit clears the oldest open slip or
      * file whatever it comes to; a difference is the exception.
       000-MATCH-DEPOSIT.

           MOVE ZERO                  TO WS-SEEK-FROM-DATE.
           MOVE ZERO                  TO WS-SEEK-AMOUNT.

           PERFORM 000-FIND-OPEN-ITEM.

           IF NOT ITEM-FOUND
               MOVE ZERO              TO WS-EXPECTED-AMOUNT
               MOVE WS-NONE-REASON    TO WS-REASON
               PERFORM 000-WRITE-BANK-EXCEPTION
           ELSE
               PERFORM 000-CLEAR-ITEM
               ADD 1                  TO WS-MATCHED-COUNT
               MOVE WS-ITEM-AMOUNT    TO WS-EXPECTED-AMOUNT
               IF WS-BANK-AMOUNT = WS-ITEM-AMOUNT
                   ADD WS-BANK-AMOUNT TO WS-CLEARED-CREDITS
               ELSE
               IF WS-BANK-AMOUNT < WS-ITEM-AMOUNT
                   ADD WS-BANK-AMOUNT TO WS-CLEARED-CREDITS
                   MOVE WS-SHORT-REASON TO WS-REASON
                   PERFORM 000-WRITE-BANK-EXCEPTION
               ELSE
                   ADD WS-ITEM-AMOUNT TO WS-CLEARED-CREDITS
                   MOVE WS-OVER-REASON TO WS-REASON
                   PERFORM 000-WRITE-BANK-EXCEPTION.

      * An ACH credit is the draft batch settling - as sent, or net
      * of the returns SLICKBU has already posted against it - or,
      * failing that, the card processor's funding to the penny.
       000-MATCH-ACH-CREDIT.

           MOVE 'N'                   TO WS-MATCHED-SW.
           MOVE ZERO                  TO WS-EXPECTED-AMOUNT.

           MOVE 'SLICKBT '            TO WS-SEEK-JOB.
           MOVE ZERO                  TO WS-SEEK-FROM-DATE.
           MOVE ZERO                  TO WS-SEEK-AMOUNT.

           PERFORM 000-FIND-OPEN-ITEM.

           IF ITEM-FOUND
               MOVE WS-ITEM-KEY       TO WS-DRAFT-KEY
               MOVE WS-ITEM-AMOUNT    TO WS-DRAFT-AMOUNT
               MOVE WS-ITEM-AMOUNT    TO WS-EXPECTED-AMOUNT
               IF WS-BANK-AMOUNT = WS-DRAFT-AMOUNT
                   PERFORM 000-CLEAR-ITEM
                   SET CREDIT-MATCHED TO TRUE
               ELSE
                   MOVE ZERO          TO WS-RETURNS-TOTAL
                   SET RETURNS-SUM    TO TRUE
                   PERFORM 000-SCAN-RETURNS
                   COMPUTE WS-DRAFT-NET =
                       WS-DRAFT-AMOUNT - WS-RETURNS-TOTAL
                   IF WS-RETURNS-TOTAL > ZERO
                   AND WS-DRAFT-NET = WS-BANK-AMOUNT
                       PERFORM 000-CLEAR-ITEM
                       SET RETURNS-CLEAR TO TRUE
                       PERFORM 000-SCAN-RETURNS
                       SET CREDIT-MATCHED TO TRUE
                   END-IF
               END-IF.

           IF NOT CREDIT-MATCHED
               MOVE 'SLICKCM '        TO WS-SEEK-JOB
               MOVE WS-BANK-AMOUNT    TO WS-SEEK-AMOUNT
               PERFORM 000-FIND-OPEN-ITEM
               IF ITEM-FOUND
                   PERFORM 000-CLEAR-ITEM
                   SET CREDIT-MATCHED TO TRUE
               END-IF.

           IF CREDIT-MATCHED
               ADD 1                  TO WS-MATCHED-COUNT
               ADD WS-BANK-AMOUNT     TO WS-CLEARED-CREDITS
           ELSE
               MOVE 'UNMATCHED ACH CREDIT' TO WS-REASON
               PERFORM 000-WRITE-BANK-EXCEPTION.

      * An ACH debit is explained only by a SLICKBU return run of the
      * same amount; anything else the bank took is an exception.
       000-MATCH-ACH-RETURN.

           MOVE 'SLICKBU '            TO WS-SEEK-JOB.
           MOVE ZERO                  TO WS-SEEK-FROM-DATE.
           MOVE WS-BANK-AMOUNT        TO WS-SEEK-AMOUNT.

           PERFORM 000-FIND-OPEN-ITEM.

           IF ITEM-FOUND
               PERFORM 000-CLEAR-ITEM
               ADD 1                  TO WS-MATCHED-COUNT
               ADD WS-BANK-AMOUNT     TO WS-CLEARED-RETURNS
           ELSE
               MOVE ZERO              TO WS-EXPECTED-AMOUNT
               MOVE 'UNEXPLAINED DEBIT' TO WS-REASON
               PERFORM 000-WRITE-BANK-EXCEPTION.

      * Oldest open run of WS-SEEK-JOB dated from WS-SEEK-FROM-DATE
      * through the as-of date (of exactly WS-SEEK-AMOUNT if that is
      * not zero).
       000-FIND-OPEN-ITEM.

           MOVE 'N'                   TO WS-ITEM-FOUND-SW.
           MOVE 'N'                   TO WS-SCAN-DONE-SW.

           MOVE WS-SEEK-JOB           TO RUN-JOB-NAME.
           MOVE WS-SEEK-FROM-DATE     TO RUN-DATE.

           START RUNCTL-DD KEY NOT < RUN-KEY.

           IF WS-RUNCTL-OK
               READ RUNCTL-DD NEXT RECORD
               PERFORM 000-TEST-OPEN-ITEM
                   UNTIL ITEM-FOUND
                      OR SCAN-DONE.

       000-TEST-OPEN-ITEM.

           IF NOT WS-RUNCTL-OK
            OR RUN-JOB-NAME NOT = WS-SEEK-JOB
            OR RUN-DATE > WS-AS-OF-DATE
               SET SCAN-DONE          TO TRUE
           ELSE
               PERFORM 000-EXAMINE-RUN-RECORD
               IF ITEM-OPEN
               AND WS-RECORD-AMOUNT > ZERO
               AND (WS-SEEK-AMOUNT = ZERO
                    OR WS-SEEK-AMOUNT = WS-RECORD-AMOUNT)
                   SET ITEM-FOUND     TO TRUE
                   MOVE RUN-KEY       TO WS-ITEM-KEY
                   MOVE WS-RECORD-AMOUNT TO WS-ITEM-AMOUNT
               ELSE
                   READ RUNCTL-DD NEXT RECORD
               END-IF.

      * A completed run not yet cleared is open. The draft and return
      * runs' own money totals are what the bank moves (a return run's
      * total is carried negative); the others leave the bank figure
      * in RUN-BANK-AMOUNT, spaces on a run from before it existed.
       000-EXAMINE-RUN-RECORD.

           MOVE 'N'                   TO WS-ITEM-OPEN-SW.
           MOVE ZERO                  TO WS-RECORD-AMOUNT.

           IF RUN-COMPLETED
               IF RUN-CLEARED-DATE NOT NUMERIC
                   SET ITEM-OPEN      TO TRUE
               ELSE
               IF RUN-CLEARED-DATE = ZERO
                   SET ITEM-OPEN      TO TRUE
               END-IF
               END-IF.

           IF RUN-JOB-NAME = 'SLICKBT ' OR 'SLICKBU '
               IF RUN-TOTAL-AMOUNT < ZERO
                   COMPUTE WS-RECORD-AMOUNT = ZERO - RUN-TOTAL-AMOUNT
               ELSE
                   MOVE RUN-TOTAL-AMOUNT TO WS-RECORD-AMOUNT
               END-IF
           ELSE
           IF RUN-BANK-AMOUNT NUMERIC
           AND RUN-BANK-AMOUNT > ZERO
               MOVE RUN-BANK-AMOUNT   TO WS-RECORD-AMOUNT.

       000-CLEAR-ITEM.

           MOVE WS-ITEM-KEY           TO RUN-KEY.

           READ RUNCTL-DD.

           IF WS-RUNCTL-OK
               MOVE WS-AS-OF-DATE     TO RUN-CLEARED-DATE
               REWRITE RUNCTL-RECORD.

      * The open return runs from the draft batch's date through the
      * as-of date: summed first, cleared once the net has matched.
       000-SCAN-RETURNS.

           MOVE 'SLICKBU '            TO RUN-JOB-NAME.
           MOVE WS-DRAFT-DATE         TO RUN-DATE.

           START RUNCTL-DD KEY NOT < RUN-KEY.

           IF WS-RUNCTL-OK
               READ RUNCTL-DD NEXT RECORD
               PERFORM 000-TAKE-RETURN
                   UNTIL NOT WS-RUNCTL-OK
                      OR RUN-JOB-NAME NOT = 'SLICKBU '
                      OR RUN-DATE > WS-AS-OF-DATE.

       000-TAKE-RETURN.

           PERFORM 000-EXAMINE-RUN-RECORD.

           IF ITEM-OPEN
           AND WS-RECORD-AMOUNT > ZERO
               IF RETURNS-SUM
                   ADD WS-RECORD-AMOUNT TO WS-RETURNS-TOTAL
               ELSE
                   MOVE WS-AS-OF-DATE TO RUN-CLEARED-DATE
                   REWRITE RUNCTL-RECORD
               END-IF.

           READ RUNCTL-DD NEXT RECORD.

      * Give back every run of WS-SEEK-JOB an earlier pass cleared
      * against this same as-of date.
       000-RELEASE-CLEARED.

           MOVE WS-SEEK-JOB           TO RUN-JOB-NAME.
           MOVE ZERO                  TO RUN-DATE.

           START RUNCTL-DD KEY NOT < RUN-KEY.

           IF WS-RUNCTL-OK
               READ RUNCTL-DD NEXT RECORD
               PERFORM 000-RELEASE-RUN
                   UNTIL NOT WS-RUNCTL-OK
                      OR RUN-JOB-NAME NOT = WS-SEEK-JOB.

       000-RELEASE-RUN.

           IF RUN-CLEARED-DATE NUMERIC
               IF RUN-CLEARED-DATE = WS-AS-OF-DATE
                   MOVE ZERO          TO RUN-CLEARED-DATE
                   REWRITE RUNCTL-RECORD
               END-IF.

           READ RUNCTL-DD NEXT RECORD.

      * Slips and lockbox files dated before the as-of date that are
      * still open: the bank should have shown them by now.
       000-LIST-UNCREDITED.

           MOVE WS-SEEK-JOB           TO RUN-JOB-NAME.
           MOVE ZERO                  TO RUN-DATE.

           START RUNCTL-DD KEY NOT < RUN-KEY.

           IF WS-RUNCTL-OK
               READ RUNCTL-DD NEXT RECORD
               PERFORM 000-LIST-UNCREDITED-RUN
                   UNTIL NOT WS-RUNCTL-OK
                      OR RUN-JOB-NAME NOT = WS-SEEK-JOB
                      OR RUN-DATE NOT < WS-AS-OF-DATE.

       000-LIST-UNCREDITED-RUN.

           PERFORM 000-EXAMINE-RUN-RECORD.

           IF ITEM-OPEN
           AND WS-RECORD-AMOUNT > ZERO
               MOVE SPACE             TO WS-X-TYPE-CODE
               MOVE SPACE             TO WS-X-AMOUNT
               MOVE WS-RECORD-AMOUNT  TO NUM-9
               MOVE DOLLARS-9         TO D-9
               MOVE CENTS-9           TO C-9
               MOVE DC-9              TO WS-X-EXPECTED
               MOVE SPACE             TO WS-X-REFERENCE
               MOVE RUN-JOB-NAME      TO WS-X-RUN-JOB
               MOVE RUN-DATE          TO WS-X-RUN-DATE
               MOVE WS-LATE-REASON    TO WS-X-REASON
               MOVE WS-EXCEPTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1                  TO WS-EXCEPTION-COUNT.

           READ RUNCTL-DD NEXT RECORD.

       000-WRITE-BANK-EXCEPTION.

           MOVE BAI-T-TYPE-CODE       TO WS-X-TYPE-CODE.

           MOVE WS-BANK-AMOUNT        TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-X-AMOUNT.

           IF WS-EXPECTED-AMOUNT = ZERO
               MOVE SPACE             TO WS-X-EXPECTED
           ELSE
               MOVE WS-EXPECTED-AMOUNT TO NUM-9
               MOVE DOLLARS-9         TO D-9
               MOVE CENTS-9           TO C-9
               MOVE DC-9              TO WS-X-EXPECTED.

           MOVE BAI-T-BANK-REF        TO WS-X-REFERENCE.
           MOVE WS-REASON             TO WS-X-REASON.

           MOVE WS-EXCEPTION-LINE     TO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD 1                      TO WS-EXCEPTION-COUNT.

       000-WRITE-TOTALS.

           COMPUTE WS-CLEARED-CASH =
               WS-CLEARED-CREDITS - WS-CLEARED-RETURNS.

           MOVE WS-BLANK-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'MATCHED ITEMS ........... ' TO WS-C-LABEL.
           MOVE WS-MATCHED-COUNT      TO WS-C-COUNT.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'CLEARED CREDITS ......... ' TO WS-M-LABEL.
           MOVE WS-CLEARED-CREDITS    TO NUM-9.
           MOVE SPACE                 TO WS-M-CR.
           PERFORM 000-WRITE-AMOUNT-LINE.

           MOVE 'CLEARED ACH RETURNS ..... ' TO WS-M-LABEL.
           MOVE WS-CLEARED-RETURNS    TO NUM-9.
           MOVE SPACE                 TO WS-M-CR.
           PERFORM 000-WRITE-AMOUNT-LINE.

           MOVE 'CLEARED CASH TO GL ...... ' TO WS-M-LABEL.
           MOVE SPACE                 TO WS-M-CR.
           IF WS-CLEARED-CASH < ZERO
               MOVE 'CR'              TO WS-M-CR.
           MOVE WS-CLEARED-CASH       TO NUM-9.
           PERFORM 000-WRITE-AMOUNT-LINE.

           MOVE 'EXCEPTIONS .............. ' TO WS-C-LABEL.
           MOVE WS-EXCEPTION-COUNT    TO WS-C-COUNT.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.

       000-WRITE-AMOUNT-LINE.

           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-M-AMOUNT.

           MOVE WS-AMOUNT-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
