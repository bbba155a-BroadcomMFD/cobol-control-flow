       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCD.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Nightly Prompt-Pay Discount - a nightly batch job, *
      *             run after the day's payments have posted, that     *
      *             pays the prompt-pay discount (PPDFILE, looked up   *
      *             by the account's branch and price program) on     *
      *             every delivery paid in full inside its window.     *
      *             The open-item chain says which deliveries are      *
      *             paid: a 'D' item the payment posting has flipped   *
      *             to paid in full ('P') qualifies when the account's *
      *             last payment (A-S-LAST-PAYMENT - the payment that  *
      *             finished the item, or one after it) is no later    *
      *             than the delivery date plus PD-WINDOW-DAYS, rolled *
      *             forward on the shop's simple calendar, and the     *
      *             delivery is dated on or after the terms'           *
      *             PD-EFFECTIVE-DATE. The discount is PD-RATE cents   *
      *             a gallon on the gallons of the matching delivery   *
      *             entry (the entry on the item's date whose gallons  *
      *             times price plus tax is the item's amount, else   *
      *             the newest entry on that date), never more than    *
      *             the item itself. It posts to the payment chain as  *
      *             a type-'P' entry (operator PROMPTPY) - a credit    *
      *             against the fuel balance, never cash - and the     *
      *             item is rewritten 'D' so it is discounted once.    *
      *             The discount register (REGISTER-DD) lists every    *
      *             delivery discounted.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT PROMPTPY-DD ASSIGN TO PROMPTPY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PROMPTPY-STATUS.

           SELECT REGISTER-DD ASSIGN TO REGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  PROMPTPY-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PPDFILE.

       FD  REGISTER-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-PROMPTPY-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PROMPTPY-OK             VALUE '00'.
       01  WS-REGISTER-STATUS             PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
           03  WS-END-MM                  PIC 9(02) VALUE ZERO.
           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

      * Shadow copies of the statistics record, taken before the
      * chain READs clobber the shared ACCTFILE storage.
       01  WS-NAME-LAST                   PIC X(16) VALUE SPACE.
       01  WS-BRANCH                      PIC X(02) VALUE SPACE.
       01  WS-PRICE-PROGRAM               PIC X(02) VALUE SPACE.
       01  WS-LAST-PAYMENT                PIC 9(06) VALUE ZERO.
       01  WS-DLV-ENTRIES-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-OI-ENTRIES-COUNT            PIC 9(04) VALUE ZERO.

       01  WS-TERMS-SW                    PIC X(01) VALUE 'N'.
           88  PROMPT-PAY-TERMS           VALUE 'Y'.
       01  WS-QUALIFY-SW                  PIC X(01) VALUE 'N'.
           88  ITEM-QUALIFIES             VALUE 'Y'.

       01  WS-ITEM-ENTRY                  PIC 9(05) VALUE ZERO.
       01  WS-SCANNED-RECORD              PIC 9(05) VALUE ZERO.
       01  WS-OI-RECORD                   PIC 9(04) VALUE ZERO.
       01  WS-OI-SUB                      PIC 9(02) VALUE ZERO.
       01  WS-ITEM-DATE                   PIC 9(06) VALUE ZERO.
       01  WS-ITEM-AMOUNT                 PIC 9(08) VALUE ZERO.

       01  WS-PAY-BY-DATE.
           03  WS-PB-YY                   PIC 9(02) VALUE ZERO.
           03  WS-PB-MM                   PIC 9(02) VALUE ZERO.
           03  WS-PB-DD                   PIC 9(02) VALUE ZERO.

       01  WS-DLV-SCAN-DONE-SW            PIC X(01) VALUE 'N'.
           88  DELIVERY-SCAN-DONE         VALUE 'Y'.
       01  WS-GALLONS-SW                  PIC X(01) VALUE 'N'.
           88  GALLONS-MATCHED            VALUE 'Y'.
       01  WS-DLV-ENTRY                   PIC S9(05) VALUE ZERO.
       01  WS-DLV-SCANNED                 PIC 9(05) VALUE ZERO.
       01  WS-DLV-RECORD                  PIC 9(04) VALUE ZERO.
       01  WS-DLV-SUB                     PIC 9(02) VALUE ZERO.
       01  WS-DLV-TAX                     PIC 9(06) VALUE ZERO.
       01  WS-DLV-CHARGE                  PIC 9(09) VALUE ZERO.
       01  WS-GALLONS                     PIC 9(04) VALUE ZERO.
       01  WS-DISCOUNT                    PIC 9(09) VALUE ZERO.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-SUB                 PIC 9(02) VALUE ZERO.

       01  WS-REVIEWED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-DISCOUNT-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-DISCOUNT-TOTAL              PIC 9(09) VALUE ZERO.

       01  WS-REGISTER-DETAIL-LINE.
           03  WS-R-ACCOUNT-ID             PIC ZZZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-NAME-LAST              PIC X(16).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  FILLER                      PIC X(04) VALUE 'DLV '.
           03  WS-R-CHARGE-DATE            PIC X(06).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-GALLONS                PIC ZZZ9.
           03  FILLER                      PIC X(05) VALUE ' GAL '.
           03  FILLER                      PIC X(09) VALUE
                                           'DISCOUNT '.
           03  WS-R-AMOUNT                 PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(15) VALUE SPACE.

       01  WS-REGISTER-TOTAL-LINE.
           03  FILLER                      PIC X(09) VALUE 'REVIEWED '.
           03  WS-T-REVIEWED               PIC ZZZZZ9.
           03  FILLER                      PIC X(22) VALUE
                                           ' ACCOUNTS, DISCOUNTED '.
           03  WS-T-COUNT                  PIC ZZZZZ9.
           03  FILLER                      PIC X(16) VALUE
                                           ' DELIVERIES FOR '.
           03  WS-T-TOTAL                  PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(09) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCD ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-REVIEW-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-DISCOUNT-COUNT      TO WS-RUN-ACCOUNTS.
           COMPUTE WS-RUN-TOTAL-AMOUNT =
               ZERO - WS-DISCOUNT-TOTAL.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN INPUT  PROMPTPY-DD.
           OPEN OUTPUT REGISTER-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE PROMPTPY-DD.
           CLOSE REGISTER-DD.

      * Only an active account that has paid something, carries
      * prompt-pay terms, and has open items on file is worth the
      * chain reads.
       000-REVIEW-ACCOUNT.

           MOVE 'N'                   TO WS-TERMS-SW.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT TO WS-END-OF-CONTRACT
               IF ACCOUNT-ACTIVE
               AND A-S-LAST-PAYMENT NUMERIC
               AND A-S-LAST-PAYMENT > ZERO
                   PERFORM 000-SAVE-STATISTICS
                   PERFORM 000-READ-PROMPT-PAY-TERMS.

           IF PROMPT-PAY-TERMS
               PERFORM 000-READ-OPEN-ITEM-COUNT
               IF WS-OI-ENTRIES-COUNT > ZERO
                   ADD 1              TO WS-REVIEWED-COUNT
                   MOVE 99999         TO WS-SCANNED-RECORD
                   PERFORM 000-CHECK-OPEN-ITEM
                       VARYING WS-ITEM-ENTRY FROM 1 BY 1
                         UNTIL WS-ITEM-ENTRY > WS-OI-ENTRIES-COUNT.

       000-SAVE-STATISTICS.

           MOVE A-S-NAME-LAST         TO WS-NAME-LAST.
           MOVE A-S-BRANCH            TO WS-BRANCH.
           MOVE A-S-PRICE-PROGRAM     TO WS-PRICE-PROGRAM.
           MOVE A-S-LAST-PAYMENT      TO WS-LAST-PAYMENT.
           MOVE A-S-DELIVERY-ENTRIES  TO WS-DLV-ENTRIES-COUNT.

           MOVE WS-LAST-PAYMENT       TO Y2K-YYMMDD-2.
           PERFORM 000-Y2K-WINDOW-2.

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

      * The open-item count rides the extension record; no record,
      * or one from before the chain existed, is no items.
       000-READ-OPEN-ITEM-COUNT.

           MOVE ZERO                  TO WS-OI-ENTRIES-COUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
           AND A-E-OPEN-ITEM-ENTRIES NUMERIC
               MOVE A-E-OPEN-ITEM-ENTRIES TO WS-OI-ENTRIES-COUNT.

       000-CHECK-OPEN-ITEM.

           COMPUTE WS-OI-RECORD = (WS-ITEM-ENTRY - 1) / 20.
           COMPUTE WS-OI-SUB =
               WS-ITEM-ENTRY - (WS-OI-RECORD * 20).

           IF WS-OI-RECORD NOT = WS-SCANNED-RECORD
               MOVE WS-OI-RECORD      TO WS-SCANNED-RECORD
               MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-OI-RECORD      TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-OPEN-ITEM-RECORD

               IF NOT WS-ACCTFILE-OK
                   MOVE SPACE         TO ACCOUNT-OPEN-ITEM-RECORD.

           MOVE 'N'                   TO WS-QUALIFY-SW.

           IF A-O-SOURCE-TYPE (WS-OI-SUB) = 'D'
           AND A-O-STATUS (WS-OI-SUB) = 'P'
           AND A-O-CHARGE-DATE (WS-OI-SUB) NUMERIC
           AND A-O-AMOUNT (WS-OI-SUB) NUMERIC
           AND A-O-AMOUNT (WS-OI-SUB) > ZERO
               MOVE A-O-CHARGE-DATE (WS-OI-SUB) TO WS-ITEM-DATE
               MOVE A-O-AMOUNT (WS-OI-SUB)      TO WS-ITEM-AMOUNT
               PERFORM 000-CHECK-PAID-IN-WINDOW.

           IF ITEM-QUALIFIES
               PERFORM 000-DISCOUNT-ITEM.

      * Paid in full by the pay-by date: the delivery date rolled
      * forward the terms' window, past the 27th taking the first of
      * the next month - the same approximation the rest of the shop
      * runs on, and the same date SLICKB2 prints on the statement.
       000-CHECK-PAID-IN-WINDOW.

           MOVE WS-ITEM-DATE          TO Y2K-YYMMDD-3.
           PERFORM 000-Y2K-WINDOW-3.

           IF Y2K-DATE-3 NOT < PD-EFFECTIVE-DATE
               MOVE WS-ITEM-DATE      TO WS-PAY-BY-DATE
               PERFORM 000-ROLL-PAY-BY-DATE PD-WINDOW-DAYS TIMES
               MOVE WS-PAY-BY-DATE    TO Y2K-YYMMDD-4
               PERFORM 000-Y2K-WINDOW-4
               IF Y2K-DATE-2 NOT > Y2K-DATE-4
                   SET ITEM-QUALIFIES TO TRUE.

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

       000-DISCOUNT-ITEM.

           PERFORM 000-FIND-DELIVERY-GALLONS.

           COMPUTE WS-DISCOUNT = WS-GALLONS * PD-RATE.

           IF WS-DISCOUNT > WS-ITEM-AMOUNT
               MOVE WS-ITEM-AMOUNT    TO WS-DISCOUNT.

           IF WS-DISCOUNT > ZERO
               PERFORM 000-POST-DISCOUNT
               PERFORM 000-MARK-ITEM-DISCOUNTED
               PERFORM 000-WRITE-REGISTER-LINE
               ADD 1                  TO WS-DISCOUNT-COUNT
               ADD WS-DISCOUNT        TO WS-DISCOUNT-TOTAL.

      * Walk the delivery chain BACKWARD from the newest entry to the
      * item's date: the entry whose charge is exactly the item's
      * amount wins, else the newest entry on that date. The walk
      * stops at the first entry dated before the item.
       000-FIND-DELIVERY-GALLONS.

           MOVE ZERO                  TO WS-GALLONS.
           MOVE 'N'                   TO WS-GALLONS-SW.
           MOVE 'N'                   TO WS-DLV-SCAN-DONE-SW.
           MOVE 99999                 TO WS-DLV-SCANNED.

           IF WS-DLV-ENTRIES-COUNT > ZERO
               PERFORM 000-CHECK-DELIVERY-ENTRY
                   VARYING WS-DLV-ENTRY
                       FROM WS-DLV-ENTRIES-COUNT BY -1
                         UNTIL WS-DLV-ENTRY < 1
                            OR GALLONS-MATCHED
                            OR DELIVERY-SCAN-DONE.

      * The delivery reads ran over the open-item record in the
      * shared buffer; the next item check reads it back.
           MOVE 99999                 TO WS-SCANNED-RECORD.

       000-CHECK-DELIVERY-ENTRY.

           COMPUTE WS-DLV-RECORD = (WS-DLV-ENTRY - 1) / 20.
           COMPUTE WS-DLV-SUB =
               WS-DLV-ENTRY - (WS-DLV-RECORD * 20).

           IF WS-DLV-RECORD NOT = WS-DLV-SCANNED
               MOVE WS-DLV-RECORD     TO WS-DLV-SCANNED
               MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID
               MOVE A-D-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-DLV-RECORD     TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-DELIVERY-RECORD

               IF NOT WS-ACCTFILE-OK
                   SET DELIVERY-SCAN-DONE TO TRUE.

           IF NOT DELIVERY-SCAN-DONE
               IF A-D-DATE-OF-DELIVERY (WS-DLV-SUB) = WS-ITEM-DATE
                   PERFORM 000-MATCH-DELIVERY-ENTRY
               ELSE
               IF A-D-DATE-OF-DELIVERY (WS-DLV-SUB) NUMERIC
                   MOVE A-D-DATE-OF-DELIVERY (WS-DLV-SUB)
                                      TO Y2K-YYMMDD-4
                   PERFORM 000-Y2K-WINDOW-4
                   IF Y2K-DATE-4 < Y2K-DATE-3
                       SET DELIVERY-SCAN-DONE TO TRUE.

       000-MATCH-DELIVERY-ENTRY.

           IF A-D-TAX-AMOUNT (WS-DLV-SUB) NUMERIC
               MOVE A-D-TAX-AMOUNT (WS-DLV-SUB) TO WS-DLV-TAX
           ELSE
               MOVE ZERO              TO WS-DLV-TAX.

           COMPUTE WS-DLV-CHARGE =
               (A-D-GALLONS (WS-DLV-SUB) * A-D-UNIT-PRICE (WS-DLV-SUB))
                   + WS-DLV-TAX.

           IF WS-DLV-CHARGE = WS-ITEM-AMOUNT
               MOVE A-D-GALLONS (WS-DLV-SUB) TO WS-GALLONS
               SET GALLONS-MATCHED    TO TRUE
           ELSE
           IF WS-GALLONS = ZERO
               MOVE A-D-GALLONS (WS-DLV-SUB) TO WS-GALLONS.

       000-POST-DISCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           COMPUTE WS-NEW-ENTRY = A-S-PAYMENT-ENTRIES + 1.
           COMPUTE WS-PAYMENT-RECORD =
               (WS-NEW-ENTRY - 1) / 20.
           COMPUTE WS-PAYMENT-SUB =
               WS-NEW-ENTRY - (WS-PAYMENT-RECORD * 20).

           ADD 1                      TO A-S-PAYMENT-ENTRIES.
           COMPUTE A-S-BALANCE =
               A-S-BALANCE - WS-DISCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-WRITE-DISCOUNT-ENTRY.

       000-WRITE-DISCOUNT-ENTRY.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO A-P-RECORD-NUMBER
               MOVE WS-DISCOUNT       TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE WS-TODAY-YYMMDD
                   TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'P'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE 'PROMPTPY'        TO A-P-OPERATOR (WS-PAYMENT-SUB)

               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-PAYMENT-RECORD

           ELSE
               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-RECORD

               MOVE WS-DISCOUNT       TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE WS-TODAY-YYMMDD
                   TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'P'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE 'PROMPTPY'        TO A-P-OPERATOR (WS-PAYMENT-SUB)

               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-PAYMENT-RECORD.

      * The open-item record comes back after the postings rolled
      * through the shared buffer, and the item is stamped so it
      * never earns the discount twice.
       000-MARK-ITEM-DISCOUNTED.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-OI-RECORD          TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-OPEN-ITEM-RECORD.

           MOVE 'D'                   TO A-O-STATUS (WS-OI-SUB).

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-OI-RECORD          TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-OPEN-ITEM-RECORD.

           MOVE WS-OI-RECORD          TO WS-SCANNED-RECORD.

       000-WRITE-REGISTER-LINE.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-R-ACCOUNT-ID.
           MOVE WS-NAME-LAST          TO WS-R-NAME-LAST.
           MOVE WS-ITEM-DATE          TO WS-R-CHARGE-DATE.
           MOVE WS-GALLONS            TO WS-R-GALLONS.

           MOVE WS-DISCOUNT           TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-R-AMOUNT.

           MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       000-WRITE-TOTALS.

           MOVE WS-BLANK-LINE         TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-REVIEWED-COUNT     TO WS-T-REVIEWED.
           MOVE WS-DISCOUNT-COUNT     TO WS-T-COUNT.
           MOVE WS-DISCOUNT-TOTAL     TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-TOTAL.

           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
