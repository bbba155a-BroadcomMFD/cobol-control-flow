      *             (REJIN-DD) instead of the bank file, so a         *
      *             mispunched account number is a next-day fix       *
      *             posted under the same run controls.               *
      *             Reject reason codes: 01 no matching account,      *
      *             02 no active finance contract, 03 not the         *
      *             contract's payoff.                                *
      *                                                               *
      *             A payment against a multi-site parent account is  *
      *             spread over the parent and its active sites,      *
      *             oldest open item first across the whole group     *
      *             (SLICKBTG/SLICKBTS), and each site's part posts   *
      *             as that site's own payment - anything beyond the  *
      *             group's open items is a credit on the parent. The *
      *             run totals still count the check once.            *
      *                                                               *
      *             The bank credits the whole lockbox file, posted   *
      *             and excepted alike, so that figure goes on the    *
      *             run record as the bank amount SLICKCN matches the *
      *             lockbox credit against. A REPROCESS run deposits  *
      *             nothing new and leaves it zero.                   *
      *                                                               *
      *             A remittance the bank flags 'F' came in on an     *
      *             equipment finance coupon (LBX-REMIT-TYPE). It     *
      *             posts as an 'E' entry, exactly as SLICKP7's PF9:  *
      *             nothing off A-S-BALANCE, no schedule or open      *
      *             items - it comes off the contract's unbilled      *
      *             principal, or pays the contract off when it       *
      *             covers the principal plus the interest accrued to *
      *             the payment date (SLICKFIN). One with no active   *
      *             contract, or more than the principal but not the  *
      *             payoff, is rejected for a CSR to apply by hand.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY RUNCTLWS.

           COPY BTGRPWS.

           COPY FINCALWS.

      * The payment record proper lives here so a REPROCESS run can
      * fill it from the corrected reject file instead of the bank
      * file - the posting paragraphs never know the difference.
           03  LBX-DATE-OF-PAYMENT       PIC 9(06).
      * The mailed check's number, when the bank keys it.
           03  LBX-CHECK-NO              PIC X(08).
      * 'F' when the check came in on an equipment finance coupon;
      * space for an ordinary bill stub.
           03  LBX-REMIT-TYPE            PIC X(01).
               88  LBX-FINANCE-COUPON    VALUE 'F'.
           03  FILLER                    PIC X(52).

       01  WS-ACCTFILE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK                 VALUE '00'.
           88  WS-REPROCESS-RUN               VALUE 'REPROCESS'.

       01  WS-AMOUNT                      PIC 9(08) VALUE ZERO.
      * The account and amount one posting is for - the lockbox
      * record's own, or one site's share of a group payment.
       01  WS-POST-ACCOUNT-ID             PIC 9(05) VALUE ZERO.
       01  WS-POST-AMOUNT                 PIC 9(08) VALUE ZERO.
       01  WS-PAYMENT-DATE                PIC 9(06) VALUE ZERO.
      * Space for a payment; 'E' for a finance payment, which goes
      * against the equipment finance contract instead.
       01  WS-ENTRY-TYPE                  PIC X(01) VALUE SPACE.
           88  FINANCE-ENTRY              VALUE 'E'.
      * The contract's payoff as of the payment date, and the
      * payment date with its century for the interest figure.
       01  WS-FIN-PAYOFF                  PIC 9(08) VALUE ZERO.
       01  WS-FIN-PAY-DATE                PIC 9(08) VALUE ZERO.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD              PIC 9(04) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKB9 ' TO WS-RUN-JOB-NAME.
      * The bank sends no lockbox file for a weekend or holiday.
           MOVE 'Y'        TO WS-RUN-BUSINESS-ONLY-SW.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           MOVE WS-POSTED-COUNT        TO WS-RUN-ACCOUNTS.
           MOVE WS-POSTED-TOTAL        TO WS-RUN-TOTAL-AMOUNT.
           IF NOT WS-REPROCESS-RUN
               COMPUTE WS-RUN-BANK-AMOUNT =
                   WS-POSTED-TOTAL + WS-EXCEPTION-TOTAL.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

           MOVE LBX-AMOUNT            TO WS-AMOUNT.
           MOVE LBX-DATE-OF-PAYMENT   TO WS-PAYMENT-DATE.
           MOVE SPACE                 TO WS-ENTRY-TYPE.

           MOVE LBX-ACCOUNT-ID        TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
           AND LBX-FINANCE-COUPON
               PERFORM 000-POST-FINANCE-REMITTANCE
           ELSE
           IF WS-ACCTFILE-OK
               MOVE LBX-ACCOUNT-ID    TO WS-GRP-ACCOUNT-ID
               PERFORM 000-CHECK-BILL-TO
               IF BILL-TO-PARENT
                   PERFORM 000-POST-GROUP-PAYMENT
               ELSE
                   MOVE LBX-ACCOUNT-ID TO WS-POST-ACCOUNT-ID
                   MOVE WS-AMOUNT     TO WS-POST-AMOUNT
                   PERFORM 000-POST-ONE-PAYMENT
               END-IF
               ADD 1                  TO WS-POSTED-COUNT
               ADD WS-AMOUNT          TO WS-POSTED-TOTAL
           ELSE
               MOVE 'NO MATCHING ACCOUNT   ' TO WS-X-REASON
               PERFORM 000-WRITE-EXCEPTION

           PERFORM 000-READ-NEXT-PAYMENT.

      * A finance coupon never spreads over a group: the contract is
      * the account's own. It must find an active contract and be
      * no more than the unbilled principal, or exactly the payoff.
       000-POST-FINANCE-REMITTANCE.

           IF WS-PAYMENT-DATE (1:2) > '80'
               MOVE 19                TO WS-FIN-PAY-DATE (1:2)
           ELSE
               MOVE 20                TO WS-FIN-PAY-DATE (1:2).
           MOVE WS-PAYMENT-DATE       TO WS-FIN-PAY-DATE (3:6).

           MOVE LBX-ACCOUNT-ID        TO AFR-ACCOUNT-ID.
           MOVE A-F-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-FINANCE-RECORD.

           IF NOT WS-ACCTFILE-OK
           OR NOT A-F-ACTIVE
               MOVE 'NO FINANCE CONTRACT   ' TO WS-X-REASON
               PERFORM 000-WRITE-EXCEPTION
               MOVE '02'              TO RJX-REASON
               PERFORM 000-WRITE-REJECT
           ELSE
               PERFORM 000-FIGURE-FINANCE-PAYOFF
               IF WS-AMOUNT > WS-FIN-PAYOFF
               OR (WS-AMOUNT > A-F-PRINCIPAL-OWED
                   AND WS-AMOUNT < WS-FIN-PAYOFF)
                   MOVE 'NOT THE CONTRACT PAYOFF' TO WS-X-REASON
                   PERFORM 000-WRITE-EXCEPTION
                   MOVE '03'          TO RJX-REASON
                   PERFORM 000-WRITE-REJECT
               ELSE
                   MOVE 'E'           TO WS-ENTRY-TYPE
                   MOVE LBX-ACCOUNT-ID TO WS-POST-ACCOUNT-ID
                   MOVE WS-AMOUNT     TO WS-POST-AMOUNT
                   PERFORM 000-POST-ONE-PAYMENT
                   PERFORM 000-PAY-FINANCE-CONTRACT
                   ADD 1              TO WS-POSTED-COUNT
                   ADD WS-AMOUNT      TO WS-POSTED-TOTAL
               END-IF.

      * The contract record is in the buffer.
       000-FIGURE-FINANCE-PAYOFF.

           MOVE A-F-PRINCIPAL-OWED    TO WS-FIN-OWED.
           MOVE A-F-ANNUAL-RATE       TO WS-FIN-RATE.
           MOVE A-F-LAST-BILLED       TO WS-FIN-FROM-DATE.
           MOVE WS-FIN-PAY-DATE       TO WS-FIN-TO-DATE.
           PERFORM 000-FIN-ACCRUED-INTEREST.
           COMPUTE WS-FIN-PAYOFF = A-F-PRINCIPAL-OWED + WS-FIN-INTEREST.

      * Off the unbilled principal, or - the payoff - clear it, keep
      * the interest part for SLICKBW and close the contract, as
      * SLICKP7's 000-PAY-FINANCE-CONTRACT does online.
       000-PAY-FINANCE-CONTRACT.

           MOVE LBX-ACCOUNT-ID        TO AFR-ACCOUNT-ID.
           MOVE A-F-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-FINANCE-RECORD.

           IF WS-ACCTFILE-OK
               PERFORM 000-FIGURE-FINANCE-PAYOFF
               IF WS-AMOUNT NOT < WS-FIN-PAYOFF
                   ADD A-F-PRINCIPAL-OWED TO A-F-PRINCIPAL-PREPAID
                   COMPUTE A-F-PAYOFF-INTEREST =
                       WS-AMOUNT - A-F-PRINCIPAL-OWED
                   MOVE ZERO          TO A-F-PRINCIPAL-OWED
                   MOVE WS-FIN-PAY-DATE TO A-F-PAYOFF-DATE
                   MOVE 'P'           TO A-F-STATUS
               ELSE
                   ADD WS-AMOUNT      TO A-F-PRINCIPAL-PREPAID
                   SUBTRACT WS-AMOUNT FROM A-F-PRINCIPAL-OWED
               END-IF

               MOVE LBX-ACCOUNT-ID    TO AFR-ACCOUNT-ID
               MOVE A-F-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-FINANCE-RECORD.

      * The group is totalled first - that is what marks which sites
      * are active - then every open item of the active members is
      * gathered and the check is spread over them oldest first.
       000-POST-GROUP-PAYMENT.

           PERFORM 000-SUM-BILL-TO-GROUP.
           PERFORM 000-GATHER-BILL-TO-ITEMS.

           MOVE WS-AMOUNT             TO WS-GRP-SPREAD-AMOUNT.
           PERFORM 000-SPREAD-GROUP-PAYMENT.

           PERFORM 000-POST-GROUP-SHARE
               VARYING WS-GRP-SUB FROM 1 BY 1
                 UNTIL WS-GRP-SUB > WS-GRP-MEMBER-COUNT.

       000-POST-GROUP-SHARE.

           IF WS-GRP-MEMBER-SHARE (WS-GRP-SUB) > ZERO
               MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB)
                                      TO WS-POST-ACCOUNT-ID
               MOVE WS-GRP-MEMBER-SHARE (WS-GRP-SUB)
                                      TO WS-POST-AMOUNT
               PERFORM 000-POST-ONE-PAYMENT.

      * The bill-to look-ups read over the shared record buffer, so
      * the statistics record is read fresh for each posting.
       000-POST-ONE-PAYMENT.

           MOVE WS-POST-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               PERFORM 000-POST-PAYMENT.

       000-POST-PAYMENT.

           MOVE A-S-BUDGET-AMOUNT     TO WS-BUDGET-AMOUNT.
           ADD 1                      TO A-S-PAYMENT-ENTRIES.
           MOVE WS-PAYMENT-DATE       TO A-S-LAST-PAYMENT.

           IF NOT FINANCE-ENTRY
               COMPUTE A-S-BALANCE = A-S-BALANCE - WS-POST-AMOUNT.

           MOVE WS-POST-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF LBX-CHECK-NO NOT = SPACE
               PERFORM 000-WRITE-CHECK-DETAIL.

           IF NOT FINANCE-ENTRY
               IF WS-BUDGET-AMOUNT > ZERO
                   PERFORM 000-APPLY-TO-SCHEDULE
               END-IF
               PERFORM 000-APPLY-TO-OPEN-ITEMS.

       000-WRITE-PAYMENT-ENTRY.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-POST-ACCOUNT-ID
                                      TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO A-P-RECORD-NUMBER
               MOVE WS-POST-AMOUNT    TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE WS-PAYMENT-DATE
                   TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE WS-ENTRY-TYPE     TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE 'LOCKBOX '        TO A-P-OPERATOR (WS-PAYMENT-SUB)
               MOVE 'K'               TO A-P-TENDER (WS-PAYMENT-SUB)

               MOVE WS-POST-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-PAYMENT-RECORD

           ELSE
               MOVE WS-POST-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-RECORD

               MOVE WS-POST-AMOUNT    TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE WS-PAYMENT-DATE
                   TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE WS-ENTRY-TYPE     TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE 'LOCKBOX '        TO A-P-OPERATOR (WS-PAYMENT-SUB)
               MOVE 'K'               TO A-P-TENDER (WS-PAYMENT-SUB)

               MOVE WS-POST-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER


           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-DETAIL-RECORD
               MOVE WS-POST-ACCOUNT-ID
                                      TO A-Q-ACCOUNT-ID
               MOVE A-Q-RECORD-TYPE   TO A-Q-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO A-Q-RECORD-NUMBER
               MOVE LBX-CHECK-NO      TO A-Q-CHECK-NO (WS-PAYMENT-SUB)

               MOVE WS-POST-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-Q-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

                     ACCOUNT-PAYMENT-DETAIL-RECORD

           ELSE
               MOVE WS-POST-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-Q-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER


               IF NOT WS-ACCTFILE-OK
                   MOVE SPACE         TO ACCOUNT-PAYMENT-DETAIL-RECORD
                   MOVE WS-POST-ACCOUNT-ID
                                      TO A-Q-ACCOUNT-ID
                   MOVE A-Q-RECORD-TYPE
                                      TO A-Q-KEY-TYPE
                   MOVE LBX-CHECK-NO  TO
                       A-Q-CHECK-NO (WS-PAYMENT-SUB)

                   MOVE WS-POST-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
                   MOVE A-Q-RECORD-TYPE
                                      TO AFR-KEY-TYPE
                   MOVE LBX-CHECK-NO  TO
                       A-Q-CHECK-NO (WS-PAYMENT-SUB)

                   MOVE WS-POST-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
                   MOVE A-Q-RECORD-TYPE
                                      TO AFR-KEY-TYPE
      * the following months, excess riding on month twelve.
       000-APPLY-TO-SCHEDULE.

           MOVE WS-POST-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-B-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.


           PERFORM 000-APPLY-PAYMENT-TO-MONTHS.

           MOVE WS-POST-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-B-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

       000-BUILD-SCHEDULE.

           MOVE SPACE                 TO ACCOUNT-BUDGET-RECORD.
           MOVE WS-POST-ACCOUNT-ID    TO A-B-ACCOUNT-ID.
           MOVE A-B-RECORD-TYPE       TO A-B-KEY-TYPE.
           MOVE ZERO                  TO A-B-RECORD-NUMBER.


       000-APPLY-PAYMENT-TO-MONTHS.

           MOVE WS-POST-AMOUNT        TO WS-APPLY-AMOUNT.

           PERFORM 000-APPLY-TO-ONE-MONTH
               VARYING WS-INST-SUB FROM 1 BY 1
      * the balance, the way it always has.
       000-APPLY-TO-OPEN-ITEMS.

           MOVE WS-POST-AMOUNT        TO WS-OI-APPLY-AMOUNT.

           MOVE WS-POST-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.


       000-APPLY-TO-OPEN-RECORD.

           MOVE WS-POST-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-OI-RECORD          TO AFR-RECORD-NUMBER.

                        OR WS-OI-APPLY-AMOUNT = ZERO

               IF OPEN-ITEM-CHANGED
                   MOVE WS-POST-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
                   MOVE A-O-RECORD-TYPE TO AFR-KEY-TYPE
                   MOVE WS-OI-RECORD    TO AFR-RECORD-NUMBER
                   REWRITE ACCTFILE-RECORD-AREA FROM

           COPY SLICKNUM.

           COPY SLICKBTG.

           COPY SLICKBTS.

           COPY SLICKRCT.

           COPY SLICKFIN.
