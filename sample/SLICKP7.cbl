      *             open. A reversal puts the restored amount (and      *
      *             the NSF fee) back on the chain as items of their    *
      *             own.                                                *
      *                                                                 *
      *             PF6 takes a security deposit instead of a payment:  *
      *             the keyed amount posts as a 'D' entry (cash in the  *
      *             drawer, no effect on A-S-BALANCE, no schedule or    *
      *             open-item application) and 000-HOLD-DEPOSIT adds it *
      *             to A-E-DEPOSIT-HELD on the extension record, where  *
      *             it sits until SLICKCB credits it back.              *
      *                                                                 *
      *             PF8 waives a delivery surcharge (small-delivery,    *
      *             rush or after-hours fee): key the fee's open item   *
      *             number in the apply-to field and a reason code (01  *
      *             goodwill, 02 our scheduling error, 03 driver or     *
      *             route error, 04 no-heat emergency, 05 supervisor    *
      *             discretion). Whatever is still open on the item     *
      *             comes off A-S-BALANCE as an 'X' payment-chain entry *
      *             under the operator - not cash - the item is closed  *
      *             'X', and the waiver is journaled to ACCTJRNL as     *
      *             action WVF under a bumped A-S-CHANGE-SEQ, so the    *
      *             change history shows who forgave which fee and why. *
      *                                                                 *
      *             A plain payment (ENTER, no apply-to item and no     *
      *             prepay gallons) taken on a multi-site parent        *
      *             account is spread over the parent and its active    *
      *             sites oldest open item first across the group       *
      *             (SLICKBTS), each site's part posting as that        *
      *             site's own payment entry; anything beyond the       *
      *             group's open items is a credit on the parent. The   *
      *             receipt shows the whole amount received. A failure  *
      *             part way through the group rolls the lot back and   *
      *             abends SE24, so no site is left half paid.          *
      *                                                                 *
      *             A card payment (tender B - credit or debit card,    *
      *             phone or counter) takes the processor's             *
      *             authorization code in the check-number field; it    *
      *             rides the A-Q slot so the nightly SLICKCM           *
      *             settlement import can match the processor's record  *
      *             to the payment. A card payment stays on the         *
      *             account it was taken on - the processor settles it  *
      *             as one sale, so it is never spread over a parent's  *
      *             sites.                                              *
      *                                                                 *
      *             PF9 takes a payment against the account's equipment *
      *             finance contract (SLICKPZ) instead of the fuel      *
      *             balance: it posts as an 'E' entry (cash in the      *
      *             drawer, no effect on A-S-BALANCE, no schedule or    *
      *             open-item application) and 000-PAY-FINANCE-CONTRACT *
      *             takes it off the contract's unbilled principal. An  *
      *             amount that covers the principal plus the interest  *
      *             accrued since the last installment (SLICKFIN) pays  *
      *             the contract off; between the two, or over the      *
      *             payoff, it is refused. Installments already billed  *
      *             are paid with ENTER like any other charge.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY PRINTQ.

           COPY JRNLFILE.

           COPY BTGRPWS.

           COPY FINCALWS.

       01  WS-MAP-FIELDS.
           03  WS-AMOUNT                     PIC 9(08) VALUE ZERO.
           03  WS-REVERSE-ENTRY              PIC 9(04) VALUE ZERO.
           03  WS-CHECK-NO                   PIC X(08) VALUE SPACE.
           03  WS-ALERT-TEXT                 PIC X(40) VALUE SPACE.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.
           03  WS-WAIVE-REASON               PIC X(02) VALUE SPACE.
               88  WAIVE-REASON-VALID        VALUE '01' '02' '03' '04'
                                                   '05'.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

      * Space for a payment (ENTER); 'D' for a security deposit
      * (PF6), held on the extension record instead of paying down
      * the balance; 'E' for a finance payment (PF9), taken off the
      * equipment finance contract instead.
       01  WS-ENTRY-TYPE                     PIC X(01) VALUE SPACE.
           88  DEPOSIT-ENTRY                 VALUE 'D'.
           88  FINANCE-ENTRY                 VALUE 'E'.

      * The contract's payoff as of today: unbilled principal plus
      * the interest accrued on it since the last installment.
       01  WS-FIN-PAYOFF                     PIC 9(08) VALUE ZERO.
       01  WS-FIN-PAID-OFF-SW                PIC X(01) VALUE 'N'.
           88  FINANCE-PAID-OFF              VALUE 'Y'.

      * The account and amount one posting is for - the screen's own
      * account and amount, or one site's share of a group payment.
       01  WS-POST-ACCOUNT-ID                PIC 9(05) VALUE ZERO.
       01  WS-POST-AMOUNT                    PIC 9(08) VALUE ZERO.
       01  WS-POST-FAILED-SW                 PIC X(01) VALUE 'N'.
           88  POST-FAILED                   VALUE 'Y'.

       01  WS-NEW-ENTRY                      PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD                 PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-SUB                    PIC 9(02) VALUE ZERO.
       01  WS-OI-CHANGED-SW                  PIC X(01) VALUE 'N'.
           88  OPEN-ITEM-CHANGED             VALUE 'Y'.

       01  WS-WAIVE-FEE-TYPE                 PIC X(01) VALUE SPACE.
       01  WS-WAIVE-AMOUNT                   PIC 9(08) VALUE ZERO.
       01  WS-WAIVE-CHARGE-DATE              PIC 9(06) VALUE ZERO.

       01  PAYMENT-REVERSED-MESSAGE.
           03  FILLER                        PIC X(21) VALUE
                                             'Payment reversed for '.
                                             'Payment posted for  '.
           03  P-P-AMOUNT                    PIC X(10).

       01  DEPOSIT-POSTED-MESSAGE.
           03  FILLER                        PIC X(20) VALUE
                                             'Deposit posted for  '.
           03  D-P-AMOUNT                    PIC X(10).

       01  FINANCE-POSTED-MESSAGE.
           03  FILLER                        PIC X(27) VALUE
                                 'Finance payment posted for '.
           03  E-P-AMOUNT                    PIC X(10).

       01  FINANCE-PAYOFF-MESSAGE.
           03  FILLER                        PIC X(19) VALUE
                                             'Over the payoff of '.
           03  E-O-AMOUNT                    PIC X(10).

       01  FINANCE-SHORT-MESSAGE.
           03  FILLER                        PIC X(23) VALUE
                                             'Short of the payoff of '.
           03  E-S-AMOUNT                    PIC X(10).

       01  FEE-WAIVED-MESSAGE.
           03  FILLER                        PIC X(20) VALUE
                                             'Fee waived for      '.
           03  F-W-AMOUNT                    PIC X(10).

       01  RECEIPT-HEADER-LINE.
           03  FILLER                        PIC X(17) VALUE
                                             'PAYMENT RECEIPT  '.
           03  FILLER                        PIC X(10) VALUE
                                             ' received.'.

       01  RECEIPT-DEPOSIT-LINE.
           03  FILLER                        PIC X(11) VALUE
                                             'Deposit of '.
           03  RC-DEPOSIT-AMOUNT             PIC X(10).
           03  FILLER                        PIC X(10) VALUE
                                             ' received.'.

       01  RECEIPT-FINANCE-LINE.
           03  FILLER                        PIC X(19) VALUE
                                             'Finance payment of '.
           03  RC-FINANCE-AMOUNT             PIC X(10).
           03  FILLER                        PIC X(10) VALUE
                                             ' received.'.

       01  RECEIPT-PAID-OFF-LINE             PIC X(40) VALUE
           'Equipment finance contract paid in full.'.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           MOVE SPACE                 TO WS-TENDER-TYPE.
           MOVE SPACE                 TO WS-CHECK-NO.
           MOVE SPACE                 TO WS-LAST-AID.
           MOVE SPACE                 TO WS-WAIVE-REASON.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

           MOVE WS-TENDER-TYPE        TO M7TNDO.
           MOVE WS-CHECK-NO           TO M7CHKO.
           MOVE WS-WAIVE-REASON       TO M7WRSO.

           MOVE WS-ALERT-TEXT         TO M7ALRTO.
           MOVE WS-NSF-FEE            TO NUM-8.
                   MOVE 'Enter required field(s).'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE SPACE         TO WS-ENTRY-TYPE
                   PERFORM 000-POST-PAYMENT
               END-IF
               END-IF
           ELSE
           IF EIBAID = DFHPF6
               IF BAD-DATA
                   MOVE 'Enter required field(s).'
                                      TO COMM-MESSAGE
               ELSE
               IF WS-AMOUNT = ZERO
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO M7AMTL
                   MOVE 'Enter the deposit amount.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'D'           TO WS-ENTRY-TYPE
                   PERFORM 000-POST-PAYMENT
               END-IF
               END-IF
           ELSE
           IF EIBAID = DFHPF9
               IF BAD-DATA
                   MOVE 'Enter required field(s).'
                                      TO COMM-MESSAGE
               ELSE
               IF WS-AMOUNT = ZERO
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO M7AMTL
                   MOVE 'Enter the finance payment amount.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'E'           TO WS-ENTRY-TYPE
                   PERFORM 000-CHECK-FINANCE-CONTRACT
                   IF COMM-MESSAGE = SPACE
                       PERFORM 000-POST-PAYMENT
                   ELSE
                       SET BAD-DATA   TO TRUE
                       MOVE -1        TO M7AMTL
                   END-IF
               END-IF
               END-IF
           ELSE
           IF EIBAID = DFHPF5
      * Backing a payment out is senior-operator work.
               IF COMM-AUTH-LEVEL < 2
               END-IF
               END-IF
               END-IF
           ELSE
           IF EIBAID = DFHPF8
               IF BAD-DATA
                   MOVE 'Enter required field(s).'
                                      TO COMM-MESSAGE
               ELSE
               IF WS-APPLY-ITEM = ZERO
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO M7ITML
                   MOVE 'Enter the fee item to waive.'
                                      TO COMM-MESSAGE
               ELSE
               IF NOT WAIVE-REASON-VALID
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO M7WRSL
                   MOVE 'Waive reason is 01 through 05.'
                                      TO COMM-MESSAGE
               ELSE
                   PERFORM 000-WAIVE-FEE
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.
               MOVE CH-ARRAY          TO M7PPGI.

      * Tender type (Optional, defaults to cash): C cash, K check,
      * M money order, B card - what the teller actually counts at
      * the end of the day. A check or money order takes its number,
      * which the deposit slip lists; a card takes the processor's
      * authorization code in the same field instead.
           IF M7TNDL = ZERO
               MOVE WS-TENDER-TYPE    TO M7TNDI
           ELSE
           IF WS-TENDER-TYPE NOT = 'C'
           AND WS-TENDER-TYPE NOT = 'K'
           AND WS-TENDER-TYPE NOT = 'M'
           AND WS-TENDER-TYPE NOT = 'B'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M7TNDL
               MOVE 'Tender is C, K, M or B.' TO COMM-MESSAGE.

           IF M7CHKL = ZERO
               MOVE WS-CHECK-NO       TO M7CHKI
               MOVE -1                TO M7CHKL
               MOVE 'Enter the check number.' TO COMM-MESSAGE.

           IF WS-TENDER-TYPE = 'B'
           AND WS-CHECK-NO = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M7CHKL
               MOVE 'Enter the card authorization code.'
                                      TO COMM-MESSAGE.

      * Apply-to open item number (Optional, with a payment): when
      * keyed, the payment pays that item down first - how "all but
      * the disputed delivery" gets posted - then oldest-first.
      * With PF8 it names the delivery surcharge to waive.
           IF M7ITML = ZERO
               MOVE WS-APPLY-ITEM     TO M7ITMI
           ELSE
               MOVE CH-ARRAY          TO WS-APPLY-ITEM
               MOVE CH-ARRAY          TO M7ITMI.

      * Waive reason (Required to waive a fee, PF8): 01 goodwill,
      * 02 our scheduling error, 03 driver or route error, 04 no-heat
      * emergency, 05 supervisor discretion. Checked only on PF8.
           IF M7WRSL = ZERO
               MOVE WS-WAIVE-REASON   TO M7WRSI
           ELSE
               INSPECT M7WRSI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE M7WRSI            TO WS-WAIVE-REASON.

       000-POST-PAYMENT.

           MOVE 'N'                   TO WS-POST-FAILED-SW.
           MOVE COMM-ACCOUNT-ID       TO WS-POST-ACCOUNT-ID.
           MOVE WS-AMOUNT             TO WS-POST-AMOUNT.
           MOVE SPACE                 TO WS-GRP-ROLE-SW.

      * Only a plain payment is spread over a parent's sites - a
      * deposit, a finance payment, a payment keyed to one item, one
      * buying prepay gallons or one taken by card stays on the
      * account it was taken on.
           IF NOT DEPOSIT-ENTRY
           AND NOT FINANCE-ENTRY
           AND WS-APPLY-ITEM = ZERO
           AND WS-PREPAY-GALLONS = ZERO
           AND WS-TENDER-TYPE NOT = 'B'
               PERFORM 000-READ-BILL-TO-GROUP.

           IF BILL-TO-PARENT
               PERFORM 000-POST-GROUP-PAYMENT
           ELSE
               PERFORM 000-POST-ONE-PAYMENT.

           IF NOT POST-FAILED
               PERFORM 000-FINISH-PAYMENT.

      * A parent's A-G record lists its sites; the parent itself is
      * member 1, ahead of them, as in SLICKBTG.
       000-READ-BILL-TO-GROUP.

           MOVE COMM-ACCOUNT-ID       TO A-G-ACCOUNT-ID.
           MOVE A-G-RECORD-TYPE       TO A-G-KEY-TYPE.
           MOVE ZERO                  TO A-G-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-BILL-TO-GROUP-RECORD)
               RIDFLD    (A-G-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
           AND A-G-MEMBER-COUNT NUMERIC
           AND A-G-MEMBER-COUNT > ZERO
               SET BILL-TO-PARENT     TO TRUE
               MOVE 1                 TO WS-GRP-MEMBER-COUNT
               MOVE COMM-ACCOUNT-ID   TO WS-GRP-MEMBER-ID (1)
               PERFORM 000-LOAD-GROUP-MEMBER
                   VARYING WS-GRP-SUB FROM 1 BY 1
                     UNTIL WS-GRP-SUB > A-G-MEMBER-COUNT
                        OR WS-GRP-SUB > 90.

       000-LOAD-GROUP-MEMBER.

           ADD 1                      TO WS-GRP-MEMBER-COUNT.
           MOVE A-G-MEMBER-ID (WS-GRP-SUB)
                       TO WS-GRP-MEMBER-ID (WS-GRP-MEMBER-COUNT).

      * Gather every open item of the parent and its active sites,
      * spread the payment over them oldest first, then post each
      * member's share as its own payment.
       000-POST-GROUP-PAYMENT.

           MOVE ZERO                  TO WS-GRP-ITEM-COUNT.

           PERFORM 000-GATHER-GROUP-MEMBER
               VARYING WS-GRP-SUB FROM 1 BY 1
                 UNTIL WS-GRP-SUB > WS-GRP-MEMBER-COUNT.

           MOVE WS-AMOUNT             TO WS-GRP-SPREAD-AMOUNT.
           PERFORM 000-SPREAD-GROUP-PAYMENT.

           PERFORM 000-POST-GROUP-SHARE
               VARYING WS-GRP-SUB FROM 1 BY 1
                 UNTIL WS-GRP-SUB > WS-GRP-MEMBER-COUNT.

      * The parent always takes part; a site only while it is open -
      * a closed site is final-billed and paid on its own.
       000-GATHER-GROUP-MEMBER.

           MOVE 'N'            TO WS-GRP-MEMBER-ACTIVE (WS-GRP-SUB).

           MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB)
                                      TO A-S-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO A-S-KEY-TYPE.
           MOVE ZERO                  TO A-S-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-STATISTICS-RECORD)
               RIDFLD    (A-S-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               MOVE A-S-END-OF-CONTRACT TO WS-GRP-END-OF-CONTRACT
               IF WS-GRP-SUB = 1
                   MOVE A-S-NAME-LAST TO WS-NAME-LAST
               END-IF
               IF WS-GRP-SUB = 1
               OR GROUP-MEMBER-ACTIVE
                   MOVE 'Y'    TO WS-GRP-MEMBER-ACTIVE (WS-GRP-SUB)
                   PERFORM 000-GATHER-MEMBER-ITEMS
               END-IF
           ELSE
           IF ACCTFILE-RESP NOT = DFHRESP(NOTFND)
               PERFORM 000-ABEND-GROUP-PAYMENT.

       000-GATHER-MEMBER-ITEMS.

           MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB)
                                      TO A-E-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO A-E-KEY-TYPE.
           MOVE ZERO                  TO A-E-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-EXTEND-RECORD)
               RIDFLD    (A-E-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
           AND A-E-OPEN-ITEM-ENTRIES NUMERIC
           AND A-E-OPEN-ITEM-ENTRIES > ZERO
               MOVE A-E-OPEN-ITEM-ENTRIES TO WS-GRP-OI-ENTRIES
               COMPUTE WS-GRP-OI-LAST-RECORD =
                   (WS-GRP-OI-ENTRIES - 1) / 20
               PERFORM 000-GATHER-MEMBER-RECORD
                   VARYING WS-GRP-OI-RECORD FROM 0 BY 1
                     UNTIL WS-GRP-OI-RECORD > WS-GRP-OI-LAST-RECORD.

       000-GATHER-MEMBER-RECORD.

           MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB)
                                      TO A-O-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO A-O-KEY-TYPE.
           MOVE WS-GRP-OI-RECORD      TO A-O-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-OPEN-ITEM-RECORD)
               RIDFLD    (A-O-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               IF WS-GRP-OI-RECORD = WS-GRP-OI-LAST-RECORD
                   COMPUTE WS-GRP-OI-REC-HIGH =
                       WS-GRP-OI-ENTRIES - (WS-GRP-OI-RECORD * 20)
               ELSE
                   MOVE 20            TO WS-GRP-OI-REC-HIGH
               END-IF
               PERFORM 000-GATHER-MEMBER-SLOT
                   VARYING WS-GRP-OI-SUB FROM 1 BY 1
                     UNTIL WS-GRP-OI-SUB > WS-GRP-OI-REC-HIGH.

       000-GATHER-MEMBER-SLOT.

           IF A-O-STATUS (WS-GRP-OI-SUB) = SPACE
           AND A-O-PAID (WS-GRP-OI-SUB) < A-O-AMOUNT (WS-GRP-OI-SUB)
               MOVE WS-GRP-SUB        TO WS-GRP-NEW-MEMBER
               MOVE A-O-CHARGE-DATE (WS-GRP-OI-SUB)
                                      TO WS-GRP-NEW-DATE
               COMPUTE WS-GRP-NEW-OPEN =
                   A-O-AMOUNT (WS-GRP-OI-SUB) -
                   A-O-PAID (WS-GRP-OI-SUB)
               PERFORM 000-ADD-SPREAD-ITEM.

       000-POST-GROUP-SHARE.

           IF WS-GRP-MEMBER-SHARE (WS-GRP-SUB) > ZERO
               MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB)
                                      TO WS-POST-ACCOUNT-ID
               MOVE WS-GRP-MEMBER-SHARE (WS-GRP-SUB)
                                      TO WS-POST-AMOUNT
               PERFORM 000-POST-ONE-PAYMENT
               IF POST-FAILED
                   PERFORM 000-ABEND-GROUP-PAYMENT
               END-IF.

      * Some sites may already be posted - back the whole payment out
      * rather than leave the group half paid.
       000-ABEND-GROUP-PAYMENT.

           EXEC CICS SYNCPOINT
               ROLLBACK
           END-EXEC.
           MOVE 'SE24' TO COMM-ABCODE.
           EXEC CICS ABEND
               ABCODE (COMM-ABCODE)
               NODUMP
           END-EXEC.

       000-POST-ONE-PAYMENT.

           MOVE WS-POST-ACCOUNT-ID    TO A-S-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO A-S-KEY-TYPE.
           MOVE ZERO                  TO A-S-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               SET POST-FAILED           TO TRUE
               MOVE 'Error updating account file.'
                                         TO COMM-MESSAGE
           ELSE
               IF WS-POST-ACCOUNT-ID = COMM-ACCOUNT-ID
                   MOVE A-S-NAME-LAST    TO WS-NAME-LAST
               END-IF
               MOVE A-S-BUDGET-AMOUNT    TO WS-BUDGET-AMOUNT
               MOVE A-S-PAYMENT-DUE      TO WS-PAYMENT-DUE

               ADD 1                     TO A-S-PAYMENT-ENTRIES
               MOVE COMM-TRAN-DATE       TO A-S-LAST-PAYMENT

      * A deposit is cash taken but owes nothing off the fuel
      * balance - it is held apart until SLICKCB gives it back. A
      * finance payment goes against the contract, not the balance.
               IF NOT DEPOSIT-ENTRY
               AND NOT FINANCE-ENTRY
                   COMPUTE A-S-BALANCE = A-S-BALANCE - WS-POST-AMOUNT
               END-IF

      * Bank prepay gallons bought with this payment. Accounts from
      * before the prepay bank carry spaces in the field.
               IF WS-PREPAY-GALLONS > ZERO
               AND NOT DEPOSIT-ENTRY
               AND NOT FINANCE-ENTRY
                   IF A-S-PREPAID-GALLONS NUMERIC
                       ADD WS-PREPAY-GALLONS
                           TO A-S-PREPAID-GALLONS
                   MOVE A-S-KEY           TO ERROR-KEY
                   MOVE 'Rewrite'         TO ERROR-TYPE
                   MOVE ERROR-MESSAGE     TO COMM-MESSAGE
                   SET POST-FAILED        TO TRUE
               ELSE
                   PERFORM 000-WRITE-PAYMENT-ENTRY.

       000-WRITE-PAYMENT-ENTRY.

           MOVE WS-POST-ACCOUNT-ID    TO A-P-ACCOUNT-ID.
           MOVE A-P-RECORD-TYPE       TO A-P-KEY-TYPE.
           MOVE WS-PAYMENT-RECORD     TO A-P-RECORD-NUMBER.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-POST-ACCOUNT-ID
                                      TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAYMENT-RECORD
                                      TO A-P-RECORD-NUMBER
               MOVE WS-POST-AMOUNT    TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE WS-ENTRY-TYPE     TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE COMM-OPERATOR-ID  TO A-P-OPERATOR (WS-PAYMENT-SUB)
               MOVE WS-TENDER-TYPE    TO A-P-TENDER (WS-PAYMENT-SUB)

                   UPDATE
               END-EXEC

               MOVE WS-POST-AMOUNT    TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE WS-ENTRY-TYPE     TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE COMM-OPERATOR-ID  TO A-P-OPERATOR (WS-PAYMENT-SUB)
               MOVE WS-TENDER-TYPE    TO A-P-TENDER (WS-PAYMENT-SUB)

               MOVE A-P-KEY              TO ERROR-KEY
               MOVE 'Payment'            TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE
               SET POST-FAILED           TO TRUE
           ELSE
               IF WS-CHECK-NO NOT = SPACE
                   PERFORM 000-WRITE-CHECK-DETAIL
               END-IF
               IF DEPOSIT-ENTRY
                   PERFORM 000-HOLD-DEPOSIT
               ELSE
               IF FINANCE-ENTRY
                   PERFORM 000-PAY-FINANCE-CONTRACT
               ELSE
                   IF WS-BUDGET-AMOUNT > ZERO
                       PERFORM 000-APPLY-TO-SCHEDULE
                   END-IF
                   PERFORM 000-APPLY-TO-OPEN-ITEMS
               END-IF.

      * The receipt and message are for the whole amount taken, once,
      * however many sites it was spread over.
       000-FINISH-PAYMENT.

           PERFORM 000-PRINT-RECEIPT.
           MOVE WS-AMOUNT             TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.

           IF DEPOSIT-ENTRY
               MOVE DC-8              TO D-P-AMOUNT
               MOVE DEPOSIT-POSTED-MESSAGE
                                      TO COMM-MESSAGE
           ELSE
           IF FINANCE-ENTRY
               MOVE DC-8              TO E-P-AMOUNT
               MOVE FINANCE-POSTED-MESSAGE
                                      TO COMM-MESSAGE
           ELSE
               MOVE DC-8              TO P-P-AMOUNT
               MOVE PAYMENT-POSTED-MESSAGE
                                      TO COMM-MESSAGE.

           SET COMM-INIT              TO TRUE.
           SET EXIT-SCREEN            TO TRUE.

      * The deposit is held on the extension record, built on
      * demand the way SLICKP3 builds it for an account from before
      * the credit application; anything already held (or spaces on
      * an older record) is added to, not overwritten.
       000-HOLD-DEPOSIT.

           MOVE COMM-ACCOUNT-ID       TO A-E-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO A-E-KEY-TYPE.
           MOVE ZERO                  TO A-E-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-EXTEND-RECORD)
               RIDFLD    (A-E-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
               UPDATE
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NOTFND)
               MOVE SPACE             TO ACCOUNT-EXTEND-RECORD
               MOVE COMM-ACCOUNT-ID   TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE   TO A-E-KEY-TYPE
               MOVE ZERO              TO A-E-RECORD-NUMBER
               MOVE ZERO              TO A-E-OPEN-ITEM-ENTRIES
               MOVE WS-AMOUNT         TO A-E-DEPOSIT-HELD
               MOVE COMM-TRAN-DATE (3:6)
                                      TO A-E-DEPOSIT-DATE
               MOVE ZERO              TO A-E-ONTIME-MONTHS
               MOVE ZERO              TO A-E-ONTIME-CHECKED

               EXEC CICS WRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-EXTEND-RECORD)
                   RIDFLD     (A-E-KEY)
                   LENGTH     (ACCTFILE-LENGTH)
                   KEYLENGTH  (ACCTFILE-KEYLENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE

           ELSE
           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               IF A-E-DEPOSIT-HELD NUMERIC
                   ADD WS-AMOUNT      TO A-E-DEPOSIT-HELD
               ELSE
                   MOVE WS-AMOUNT     TO A-E-DEPOSIT-HELD
               END-IF
               MOVE COMM-TRAN-DATE (3:6)
                                      TO A-E-DEPOSIT-DATE
               IF A-E-ONTIME-MONTHS NOT NUMERIC
                   MOVE ZERO          TO A-E-ONTIME-MONTHS
                   MOVE ZERO          TO A-E-ONTIME-CHECKED
               END-IF

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-EXTEND-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE.

      * A finance payment must find an active contract, and may be
      * anything up to the contract's unbilled principal, or exactly
      * its payoff - principal plus the interest accrued since the
      * last installment - but nothing in between or beyond.
       000-CHECK-FINANCE-CONTRACT.

           MOVE COMM-ACCOUNT-ID       TO A-F-ACCOUNT-ID.
           MOVE A-F-RECORD-TYPE       TO A-F-KEY-TYPE.
           MOVE ZERO                  TO A-F-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-FINANCE-RECORD)
               RIDFLD    (A-F-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'No active finance contract.' TO COMM-MESSAGE
           ELSE
           IF NOT A-F-ACTIVE
               MOVE 'No active finance contract.' TO COMM-MESSAGE
           ELSE
               PERFORM 000-FIGURE-FINANCE-PAYOFF
               MOVE WS-FIN-PAYOFF     TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               IF WS-AMOUNT > WS-FIN-PAYOFF
                   MOVE DC-8          TO E-O-AMOUNT
                   MOVE FINANCE-PAYOFF-MESSAGE TO COMM-MESSAGE
               ELSE
               IF WS-AMOUNT > A-F-PRINCIPAL-OWED
               AND WS-AMOUNT < WS-FIN-PAYOFF
                   MOVE DC-8          TO E-S-AMOUNT
                   MOVE FINANCE-SHORT-MESSAGE TO COMM-MESSAGE.

      * The contract record is in the buffer.
       000-FIGURE-FINANCE-PAYOFF.

           MOVE A-F-PRINCIPAL-OWED    TO WS-FIN-OWED.
           MOVE A-F-ANNUAL-RATE       TO WS-FIN-RATE.
           MOVE A-F-LAST-BILLED       TO WS-FIN-FROM-DATE.
           MOVE COMM-TRAN-DATE        TO WS-FIN-TO-DATE.
           PERFORM 000-FIN-ACCRUED-INTEREST.
           COMPUTE WS-FIN-PAYOFF = A-F-PRINCIPAL-OWED + WS-FIN-INTEREST.

      * The payment comes straight off the unbilled principal,
      * shortening the contract; the payoff clears the principal,
      * keeps the interest part for SLICKBW and closes the contract
      * so SLICKD4 bills it no more.
       000-PAY-FINANCE-CONTRACT.

           MOVE 'N'                   TO WS-FIN-PAID-OFF-SW.

           MOVE COMM-ACCOUNT-ID       TO A-F-ACCOUNT-ID.
           MOVE A-F-RECORD-TYPE       TO A-F-KEY-TYPE.
           MOVE ZERO                  TO A-F-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-FINANCE-RECORD)
               RIDFLD    (A-F-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
               UPDATE
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               PERFORM 000-FIGURE-FINANCE-PAYOFF
               IF WS-AMOUNT NOT < WS-FIN-PAYOFF
                   ADD A-F-PRINCIPAL-OWED TO A-F-PRINCIPAL-PREPAID
                   COMPUTE A-F-PAYOFF-INTEREST =
                       WS-AMOUNT - A-F-PRINCIPAL-OWED
                   MOVE ZERO          TO A-F-PRINCIPAL-OWED
                   MOVE COMM-TRAN-DATE TO A-F-PAYOFF-DATE
                   MOVE 'P'           TO A-F-STATUS
                   SET FINANCE-PAID-OFF TO TRUE
               ELSE
                   ADD WS-AMOUNT      TO A-F-PRINCIPAL-PREPAID
                   SUBTRACT WS-AMOUNT FROM A-F-PRINCIPAL-OWED
               END-IF

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-FINANCE-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE ACCTFILE-RESP        TO ERROR-RESP
               MOVE ACCTFILE-RESP2       TO ERROR-RESP2
               MOVE A-F-KEY              TO ERROR-KEY
               MOVE 'Finance'            TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE
               SET POST-FAILED           TO TRUE.

      * The check number (or a card's authorization code) rides the
      * parallel A-Q chain, same record number and slot as the
      * payment entry just written. A record
      * missing under an older account's chain is simply built.
       000-WRITE-CHECK-DETAIL.

           MOVE WS-POST-ACCOUNT-ID    TO A-Q-ACCOUNT-ID.
           MOVE A-Q-RECORD-TYPE       TO A-Q-KEY-TYPE.
           MOVE WS-PAYMENT-RECORD     TO A-Q-RECORD-NUMBER.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-DETAIL-RECORD
               MOVE WS-POST-ACCOUNT-ID
                                      TO A-Q-ACCOUNT-ID
               MOVE A-Q-RECORD-TYPE   TO A-Q-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO A-Q-RECORD-NUMBER
               MOVE WS-CHECK-NO       TO A-Q-CHECK-NO (WS-PAYMENT-SUB)

               IF ACCTFILE-RESP = DFHRESP(NOTFND)
                   MOVE SPACE         TO ACCOUNT-PAYMENT-DETAIL-RECORD
                   MOVE WS-POST-ACCOUNT-ID
                                      TO A-Q-ACCOUNT-ID
                   MOVE A-Q-RECORD-TYPE
                                      TO A-Q-KEY-TYPE
      * on-demand way the chain records are.
       000-APPLY-TO-SCHEDULE.

           MOVE WS-POST-ACCOUNT-ID    TO A-B-ACCOUNT-ID.
           MOVE A-B-RECORD-TYPE       TO A-B-KEY-TYPE.
           MOVE ZERO                  TO A-B-RECORD-NUMBER.

       000-BUILD-SCHEDULE.

           MOVE SPACE                 TO ACCOUNT-BUDGET-RECORD.
           MOVE WS-POST-ACCOUNT-ID    TO A-B-ACCOUNT-ID.
           MOVE A-B-RECORD-TYPE       TO A-B-KEY-TYPE.
           MOVE ZERO                  TO A-B-RECORD-NUMBER.


       000-APPLY-PAYMENT-TO-MONTHS.

           MOVE WS-POST-AMOUNT        TO WS-APPLY-AMOUNT.

           PERFORM 000-APPLY-TO-ONE-MONTH
               VARYING WS-INST-SUB FROM 1 BY 1
           IF WS-PAYMENT-RECORD = WS-ORIG-RECORD
               MOVE WS-ORIG-AMOUNT    TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'R'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE COMM-OPERATOR-ID  TO A-P-OPERATOR (WS-PAYMENT-SUB).

                                      TO A-P-RECORD-NUMBER
               MOVE WS-ORIG-AMOUNT    TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'R'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE COMM-OPERATOR-ID  TO A-P-OPERATOR (WS-PAYMENT-SUB)


               MOVE WS-ORIG-AMOUNT    TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'R'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE COMM-OPERATOR-ID  TO A-P-OPERATOR (WS-PAYMENT-SUB)

      * credit on the balance, the way it always has.
       000-APPLY-TO-OPEN-ITEMS.

           MOVE WS-POST-AMOUNT        TO WS-OI-APPLY-AMOUNT.

           MOVE WS-POST-ACCOUNT-ID    TO A-E-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO A-E-KEY-TYPE.
           MOVE ZERO                  TO A-E-RECORD-NUMBER.

           COMPUTE WS-OI-SUB =
               WS-APPLY-ITEM - (WS-OI-RECORD * 20).

           MOVE WS-POST-ACCOUNT-ID    TO A-O-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO A-O-KEY-TYPE.
           MOVE WS-OI-RECORD          TO A-O-RECORD-NUMBER.


       000-APPLY-TO-OPEN-RECORD.

           MOVE WS-POST-ACCOUNT-ID    TO A-O-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO A-O-KEY-TYPE.
           MOVE WS-OI-RECORD          TO A-O-RECORD-NUMBER.

               SET OPEN-ITEM-CHANGED  TO TRUE
           END-IF.

      * PF8 forgives what is still open on one delivery surcharge -
      * the open item keyed in the apply-to field. It must be on the
      * chain, be a fee ('M', 'U' or 'H') and still be open; anything
      * else is refused before the account is locked.
       000-WAIVE-FEE.

           MOVE COMM-ACCOUNT-ID       TO A-E-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO A-E-KEY-TYPE.
           MOVE ZERO                  TO A-E-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-EXTEND-RECORD)
               RIDFLD    (A-E-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
           OR A-E-OPEN-ITEM-ENTRIES NOT NUMERIC
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M7ITML
               MOVE 'No such open item.' TO COMM-MESSAGE
           ELSE
           IF WS-APPLY-ITEM > A-E-OPEN-ITEM-ENTRIES
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M7ITML
               MOVE 'No such open item.' TO COMM-MESSAGE
           ELSE
               PERFORM 000-CHECK-WAIVE-ITEM.

       000-CHECK-WAIVE-ITEM.

           COMPUTE WS-OI-RECORD = (WS-APPLY-ITEM - 1) / 20.
           COMPUTE WS-OI-SUB =
               WS-APPLY-ITEM - (WS-OI-RECORD * 20).

           MOVE COMM-ACCOUNT-ID       TO A-O-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO A-O-KEY-TYPE.
           MOVE WS-OI-RECORD          TO A-O-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-OPEN-ITEM-RECORD)
               RIDFLD    (A-O-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE ACCTFILE-RESP        TO ERROR-RESP
               MOVE ACCTFILE-RESP2       TO ERROR-RESP2
               MOVE A-O-KEY              TO ERROR-KEY
               MOVE 'OpenItm'            TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE
           ELSE
           IF A-O-SOURCE-TYPE (WS-OI-SUB) NOT = 'M'
           AND A-O-SOURCE-TYPE (WS-OI-SUB) NOT = 'U'
           AND A-O-SOURCE-TYPE (WS-OI-SUB) NOT = 'H'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M7ITML
               MOVE 'Item is not a delivery fee.' TO COMM-MESSAGE
           ELSE
           IF A-O-STATUS (WS-OI-SUB) NOT = SPACE
           OR A-O-PAID (WS-OI-SUB) NOT < A-O-AMOUNT (WS-OI-SUB)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M7ITML
               MOVE 'Fee is no longer open.' TO COMM-MESSAGE
           ELSE
               MOVE A-O-SOURCE-TYPE (WS-OI-SUB)
                                      TO WS-WAIVE-FEE-TYPE
               MOVE A-O-CHARGE-DATE (WS-OI-SUB)
                                      TO WS-WAIVE-CHARGE-DATE
               COMPUTE WS-WAIVE-AMOUNT =
                   A-O-AMOUNT (WS-OI-SUB) - A-O-PAID (WS-OI-SUB)
               PERFORM 000-POST-WAIVER.

      * The waiver comes off the balance like a payment and bumps
      * A-S-CHANGE-SEQ, so an Update Account screen left open over
      * it has to redisplay before it can save, and the journal
      * entry has a key of its own.
       000-POST-WAIVER.

           MOVE COMM-ACCOUNT-ID       TO A-S-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO A-S-KEY-TYPE.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-STATISTICS-RECORD)
               RIDFLD    (A-S-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
               UPDATE
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error updating account file.'
                                         TO COMM-MESSAGE
           ELSE
               MOVE A-S-NAME-LAST        TO WS-NAME-LAST

               COMPUTE WS-NEW-ENTRY = A-S-PAYMENT-ENTRIES + 1
               COMPUTE WS-PAYMENT-RECORD =
                   (WS-NEW-ENTRY - 1) / 20
               COMPUTE WS-PAYMENT-SUB =
                   WS-NEW-ENTRY - (WS-PAYMENT-RECORD * 20)

               ADD 1                     TO A-S-PAYMENT-ENTRIES
               COMPUTE A-S-BALANCE = A-S-BALANCE - WS-WAIVE-AMOUNT
               ADD 1                     TO A-S-CHANGE-SEQ

               PERFORM 000-BUILD-WAIVER-JOURNAL

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-STATISTICS-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE

               IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE ACCTFILE-RESP     TO ERROR-RESP
                   MOVE ACCTFILE-RESP2    TO ERROR-RESP2
                   MOVE A-S-KEY           TO ERROR-KEY
                   MOVE 'Rewrite'         TO ERROR-TYPE
                   MOVE ERROR-MESSAGE     TO COMM-MESSAGE
               ELSE
                   PERFORM 000-WRITE-WAIVER-ENTRY.

      * Nothing keyed on the account changes, so the before and
      * after images are the same; the J-WAIVE- fields carry the
      * waiver itself. Built while the statistics record is still
      * in the buffer, written once the waiver has posted.
       000-BUILD-WAIVER-JOURNAL.

           MOVE SPACE                 TO JOURNAL-RECORD.
           MOVE COMM-ACCOUNT-ID       TO J-ACCOUNT-ID.
           MOVE A-S-CHANGE-SEQ        TO J-CHANGE-SEQ.
           MOVE 'WVF'                 TO J-ACTION.
           MOVE COMM-TRAN-DATE        TO J-DATE.
           MOVE COMM-OPERATOR-ID      TO J-OPERATOR.

           MOVE A-S-NAME-LAST         TO JB-NAME-LAST.
           MOVE A-S-NAME-FIRST        TO JB-NAME-FIRST.
           MOVE A-S-NAME-INITIAL      TO JB-NAME-INITIAL.
           MOVE A-S-ADDRESS           TO JB-ADDRESS.
           MOVE A-S-CITY              TO JB-CITY.
           MOVE A-S-STATE             TO JB-STATE.
           MOVE A-S-ZIP               TO JB-ZIP.
           MOVE A-S-ZIP-EX            TO JB-ZIP-EX.
           MOVE A-S-TEL-1A            TO JB-TEL-1A.
           MOVE A-S-TEL-1B            TO JB-TEL-1B.
           MOVE A-S-TEL-1C            TO JB-TEL-1C.
           MOVE A-S-SIZE-OF-TANK      TO JB-SIZE-OF-TANK.
           MOVE A-S-SIZE-OF-HOME      TO JB-SIZE-OF-HOME.
           MOVE A-S-UNIT-PRICE        TO JB-UNIT-PRICE.
           MOVE A-S-ESTIMATED-USAGE   TO JB-ESTIMATED-USAGE.
           MOVE A-S-ESTIMATED-COST    TO JB-ESTIMATED-COST.
           MOVE A-S-BUDGET-AMOUNT     TO JB-BUDGET-AMOUNT.
           MOVE A-S-END-OF-CONTRACT   TO JB-END-OF-CONTRACT.
           MOVE A-S-ROUTE-CODE        TO JB-ROUTE-CODE.
           MOVE J-BEFORE-IMAGE        TO J-AFTER-IMAGE.

           MOVE WS-WAIVE-FEE-TYPE     TO J-WAIVE-FEE-TYPE.
           MOVE WS-WAIVE-AMOUNT       TO J-WAIVE-AMOUNT.
           MOVE WS-WAIVE-REASON       TO J-WAIVE-REASON.
           MOVE WS-APPLY-ITEM         TO J-WAIVE-ITEM.
           MOVE WS-WAIVE-CHARGE-DATE  TO J-WAIVE-CHARGE-DATE.

       000-WRITE-WAIVER-ENTRY.

           MOVE COMM-ACCOUNT-ID       TO A-P-ACCOUNT-ID.
           MOVE A-P-RECORD-TYPE       TO A-P-KEY-TYPE.
           MOVE WS-PAYMENT-RECORD     TO A-P-RECORD-NUMBER.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE COMM-ACCOUNT-ID   TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAYMENT-RECORD
                                      TO A-P-RECORD-NUMBER
               MOVE WS-WAIVE-AMOUNT   TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'X'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE COMM-OPERATOR-ID  TO A-P-OPERATOR (WS-PAYMENT-SUB)
               MOVE SPACE             TO A-P-TENDER (WS-PAYMENT-SUB)

               EXEC CICS WRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-PAYMENT-RECORD)
                   RIDFLD     (A-P-KEY)
                   LENGTH     (ACCTFILE-LENGTH)
                   KEYLENGTH  (ACCTFILE-KEYLENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE

           ELSE
               EXEC CICS READ
                   FILE      ('ACCTFILE')
                   INTO      (ACCOUNT-PAYMENT-RECORD)
                   RIDFLD    (A-P-KEY)
                   LENGTH    (ACCTFILE-LENGTH)
                   KEYLENGTH (ACCTFILE-KEYLENGTH)
                   RESP      (ACCTFILE-RESP)
                   RESP2     (ACCTFILE-RESP2)
                   UPDATE
               END-EXEC

               MOVE WS-WAIVE-AMOUNT   TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'X'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE COMM-OPERATOR-ID  TO A-P-OPERATOR (WS-PAYMENT-SUB)
               MOVE SPACE             TO A-P-TENDER (WS-PAYMENT-SUB)

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-PAYMENT-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE ACCTFILE-RESP        TO ERROR-RESP
               MOVE ACCTFILE-RESP2       TO ERROR-RESP2
               MOVE A-P-KEY              TO ERROR-KEY
               MOVE 'Payment'            TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE
           ELSE
               PERFORM 000-CLOSE-WAIVED-ITEM.

       000-CLOSE-WAIVED-ITEM.

           MOVE COMM-ACCOUNT-ID       TO A-O-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO A-O-KEY-TYPE.
           MOVE WS-OI-RECORD          TO A-O-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-OPEN-ITEM-RECORD)
               RIDFLD    (A-O-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
               UPDATE
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               MOVE 'X'               TO A-O-STATUS (WS-OI-SUB)

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-OPEN-ITEM-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE ACCTFILE-RESP        TO ERROR-RESP
               MOVE ACCTFILE-RESP2       TO ERROR-RESP2
               MOVE A-O-KEY              TO ERROR-KEY
               MOVE 'OpenItm'            TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE
           ELSE
               EXEC CICS WRITE
                   FILE       ('ACCTJRNL')
                   FROM       (JOURNAL-RECORD)
                   RIDFLD     (J-KEY)
                   LENGTH     (JRNLFILE-LENGTH)
                   KEYLENGTH  (JRNLFILE-KEYLENGTH)
                   RESP       (JRNLFILE-RESP)
                   RESP2      (JRNLFILE-RESP2)
               END-EXEC

               MOVE WS-WAIVE-AMOUNT      TO NUM-8
               MOVE DOLLARS-8            TO D-8
               MOVE CENTS-8              TO C-8
               MOVE DC-8                 TO F-W-AMOUNT
               MOVE FEE-WAIVED-MESSAGE   TO COMM-MESSAGE
               SET COMM-INIT             TO TRUE
               SET EXIT-SCREEN           TO TRUE.

       000-PRINT-RECEIPT.

           MOVE COMM-ACCOUNT-ID       TO RC-ACCOUNT-ID.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO RC-AMOUNT.
           MOVE DC-8                  TO RC-DEPOSIT-AMOUNT.
           MOVE DC-8                  TO RC-FINANCE-AMOUNT.

           IF DEPOSIT-ENTRY
               MOVE RECEIPT-DEPOSIT-LINE
                                      TO RECEIPT-LINE
           ELSE
           IF FINANCE-ENTRY
               MOVE RECEIPT-FINANCE-LINE
                                      TO RECEIPT-LINE
           ELSE
               MOVE RECEIPT-PAYMENT-LINE
                                      TO RECEIPT-LINE.

           EXEC CICS WRITEQ TD
               QUEUE  (PRINTQ-QUEUE-NAME)
               LENGTH (LENGTH OF RECEIPT-LINE)
           END-EXEC.

           IF FINANCE-PAID-OFF
               MOVE RECEIPT-PAID-OFF-LINE
                                      TO RECEIPT-LINE

               EXEC CICS WRITEQ TD
                   QUEUE  (PRINTQ-QUEUE-NAME)
                   FROM   (RECEIPT-LINE)
                   LENGTH (LENGTH OF RECEIPT-LINE)
               END-EXEC.

      * Every ACCTFILE record this screen writes also goes to the
      * PLOG recovery queue as a full after-image (see PSTLOG), so
      * SLICKC3 can roll the day's postings forward onto a restored
           END-EXEC.

           COPY SLICKNUM.

           COPY SLICKBTS.

           COPY SLICKFIN.
