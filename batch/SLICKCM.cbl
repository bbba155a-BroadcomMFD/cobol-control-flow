       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCM.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Card Settlement Import - a nightly batch job that  *
      *             reads the card processor's settlement file         *
      *             (SETTLE-DD, CARD-SETTLEMENT-RECORD in CRDFILE) and *
      *             matches every record to the card payment it        *
      *             belongs to: the account's newest payment entry     *
      *             taken by card (A-P-TENDER 'B') for the same amount *
      *             whose A-Q slot carries the same authorization      *
      *             code.                                              *
      *               - a settled sale flips the entry's tender to     *
      *                 'S', settled;                                  *
      *               - a chargeback reverses the entry (settled or    *
      *                 not) with exactly the arithmetic SLICKP7's     *
      *                 PF5 path uses for an NSF check, the way        *
      *                 SLICKBU reverses a returned ACH draft: the     *
      *                 original is marked 'V', a new 'R' entry        *
      *                 (operator CARDCB) puts the amount back on      *
      *                 A-S-BALANCE, and the amount goes back on the   *
      *                 open-item chain as an 'R' item.                *
      *             Records that cannot be matched are written to the  *
      *             report (REPORT-DD) unposted with a reason.         *
      *                                                                *
      *             Once the file is posted every account's payment    *
      *             chain is swept for card payments still not         *
      *             settled that were taken on or before the newest    *
      *             transaction date the processor settled tonight -   *
      *             money the processor should have funded and did     *
      *             not. Each is listed on the report until it settles *
      *             or is reversed. An empty file skips the sweep.     *
      *             The processor's discount and chargeback fees are   *
      *             totaled here for the tie-out; SLICKBW books them.  *
      *             The processor funds the whole file, matched or     *
      *             not, net of chargebacks and fees - that net goes   *
      *             on the run record as the bank amount SLICKCN looks *
      *             for on the bank's prior-day file.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT SETTLE-DD ASSIGN TO CARDSTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT REPORT-DD ASSIGN TO REPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  SETTLE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-LINE                   PIC X(80).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

           COPY CRDFILE.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-SETTLE-STATUS               PIC X(02) VALUE SPACE.
           88  WS-SETTLE-OK               VALUE '00'.
           88  WS-SETTLE-EOF              VALUE '10'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

       01  WS-ACCOUNT-ID                  PIC 9(05) VALUE ZERO.
       01  WS-AMOUNT                      PIC 9(08) VALUE ZERO.
       01  WS-AUTH-CODE                   PIC X(08) VALUE SPACE.
       01  WS-TRAN-DATE                   PIC 9(06) VALUE ZERO.
       01  WS-REASON                      PIC X(20) VALUE SPACE.

      * The newest transaction date the processor settled tonight -
      * any card payment taken on or before it and still unsettled
      * should have been in the file.
       01  WS-CUTOFF-DATE                 PIC 9(06) VALUE ZERO.

       01  WS-SETTLED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-SETTLED-TOTAL               PIC 9(09) VALUE ZERO.
       01  WS-FEE-TOTAL                   PIC 9(09) VALUE ZERO.
       01  WS-CHARGEBACK-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-CHARGEBACK-TOTAL            PIC 9(09) VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-UNSETTLED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-UNSETTLED-TOTAL             PIC 9(09) VALUE ZERO.
       01  WS-FUNDED-TOTAL                PIC S9(09) VALUE ZERO.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-PAY-ENTRIES-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-SCAN-ENTRY                  PIC S9(05) VALUE ZERO.
       01  WS-SCANNED-RECORD              PIC 9(05) VALUE ZERO.
       01  WS-PAY-ON-FILE-SW              PIC X(01) VALUE 'N'.
           88  PAYMENT-CHAIN-ON-FILE      VALUE 'Y'.
       01  WS-FOUND-SW                    PIC X(01) VALUE 'N'.
           88  PAYMENT-FOUND              VALUE 'Y'.
       01  WS-ORIG-RECORD                 PIC 9(04) VALUE ZERO.
       01  WS-ORIG-SUB                    PIC 9(02) VALUE ZERO.

      * The A-Q record holding the authorization codes is read into
      * its own area so the cached A-P record in the shared buffer
      * survives the lookup, as SLICKBR reads it for check numbers.
       01  WS-CARD-DETAIL-RECORD.
           03  FILLER                     PIC X(11).
           03  WS-CD-AUTH-CODE            PIC X(08) OCCURS 20 TIMES.
           03  FILLER                     PIC X(341).
       01  WS-CD-ON-FILE-SW               PIC X(01) VALUE 'N'.
           88  CARD-CHAIN-ON-FILE         VALUE 'Y'.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-SUB                 PIC 9(02) VALUE ZERO.

      * Open-item work areas - the restored amount goes back on the
      * chain as an 'R' item, exactly as SLICKP7's reversal does.
       01  WS-OI-ACCOUNT                  PIC 9(05) VALUE ZERO.
       01  WS-OI-TYPE                     PIC X(01) VALUE SPACE.
       01  WS-OI-DATE                     PIC 9(06) VALUE ZERO.
       01  WS-OI-AMOUNT                   PIC 9(08) VALUE ZERO.
       01  WS-OI-NEW-ENTRY                PIC 9(04) VALUE ZERO.
       01  WS-OI-RECORD                   PIC 9(04) VALUE ZERO.
       01  WS-OI-SUB                      PIC 9(02) VALUE ZERO.
       01  WS-EXTEND-EXISTS-STATUS        PIC X(02) VALUE SPACE.
           88  WS-EXTEND-EXISTS           VALUE '00'.

       01  WS-REPORT-DETAIL-LINE.
           03  WS-R-ACCOUNT-ID             PIC ZZZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-DATE                   PIC 9(06).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-AMOUNT                 PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-AUTH-CODE              PIC X(08).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-REASON                 PIC X(20).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-ACTION                 PIC X(16).
           03  FILLER                      PIC X(05) VALUE SPACE.

       01  WS-SETTLED-LINE.
           03  FILLER                      PIC X(14) VALUE
                                           'SETTLED       '.
           03  WS-T-SETTLED-COUNT          PIC ZZZZZ9.
           03  FILLER                      PIC X(05) VALUE ' FOR '.
           03  WS-T-SETTLED-TOTAL          PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(43) VALUE SPACE.

       01  WS-CHARGEBACK-LINE.
           03  FILLER                      PIC X(14) VALUE
                                           'CHARGED BACK  '.
           03  WS-T-CHARGEBACK-COUNT       PIC ZZZZZ9.
           03  FILLER                      PIC X(05) VALUE ' FOR '.
           03  WS-T-CHARGEBACK-TOTAL       PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(43) VALUE SPACE.

       01  WS-UNSETTLED-LINE.
           03  FILLER                      PIC X(14) VALUE
                                           'NOT SETTLED   '.
           03  WS-T-UNSETTLED-COUNT        PIC ZZZZZ9.
           03  FILLER                      PIC X(05) VALUE ' FOR '.
           03  WS-T-UNSETTLED-TOTAL        PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(43) VALUE SPACE.

       01  WS-FEE-LINE.
           03  FILLER                      PIC X(25) VALUE
                                           'PROCESSOR FEES ......... '.
           03  WS-T-FEE-TOTAL              PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(13) VALUE
                                           '  EXCEPTIONS '.
           03  WS-T-EXCEPTIONS             PIC ZZZZZ9.
           03  FILLER                      PIC X(24) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCM ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-PROCESS-SETTLEMENT
               UNTIL NOT WS-SETTLE-OK.

           IF WS-CUTOFF-DATE > ZERO
               MOVE ZERO              TO AFR-ACCOUNT-ID
               MOVE A-C-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD

               PERFORM 000-SWEEP-ACCOUNT
                   VARYING WS-CURRENT-ACCOUNT-ID
                       FROM A-C-MIN-ACCOUNT-ID BY 1
                         UNTIL WS-CURRENT-ACCOUNT-ID >
                               A-C-MAX-ACCOUNT-ID.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           COMPUTE WS-RUN-ACCOUNTS =
               WS-SETTLED-COUNT + WS-CHARGEBACK-COUNT.
           COMPUTE WS-RUN-TOTAL-AMOUNT =
               WS-SETTLED-TOTAL - WS-CHARGEBACK-TOTAL.
           IF WS-FUNDED-TOTAL > ZERO
               MOVE WS-FUNDED-TOTAL    TO WS-RUN-BANK-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN INPUT  SETTLE-DD.
           OPEN OUTPUT REPORT-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.

           PERFORM 000-READ-SETTLEMENT.

       000-READ-SETTLEMENT.

           READ SETTLE-DD INTO CARD-SETTLEMENT-RECORD
               AT END SET WS-SETTLE-EOF TO TRUE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE SETTLE-DD.
           CLOSE REPORT-DD.

       000-PROCESS-SETTLEMENT.

           MOVE CS-ACCOUNT-ID         TO WS-ACCOUNT-ID.
           MOVE CS-AMOUNT             TO WS-AMOUNT.
           MOVE CS-AUTH-CODE          TO WS-AUTH-CODE.
           MOVE CS-TRAN-DATE          TO WS-TRAN-DATE.
           MOVE CS-REASON             TO WS-REASON.

      * The processor kept its fee whether or not the sale matches
      * one of ours, and funds or takes back the money the same way.
           ADD CS-FEE                 TO WS-FEE-TOTAL.
           SUBTRACT CS-FEE            FROM WS-FUNDED-TOTAL.
           IF CS-SETTLED
               ADD CS-AMOUNT          TO WS-FUNDED-TOTAL
           ELSE
           IF CS-CHARGEBACK
               SUBTRACT CS-AMOUNT     FROM WS-FUNDED-TOTAL.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF NOT CS-SETTLED
           AND NOT CS-CHARGEBACK
               MOVE 'UNKNOWN RECORD ' TO WS-R-ACTION
               PERFORM 000-WRITE-REPORT-LINE
               ADD 1                  TO WS-EXCEPTION-COUNT
           ELSE
           IF NOT WS-ACCTFILE-OK
               MOVE 'NO ACCOUNT     ' TO WS-R-ACTION
               PERFORM 000-WRITE-REPORT-LINE
               ADD 1                  TO WS-EXCEPTION-COUNT
           ELSE
               MOVE A-S-PAYMENT-ENTRIES
                                      TO WS-PAY-ENTRIES-COUNT
               PERFORM 000-FIND-CARD-PAYMENT
               IF NOT PAYMENT-FOUND
                   MOVE 'NO MATCH PAYMENT' TO WS-R-ACTION
                   PERFORM 000-WRITE-REPORT-LINE
                   ADD 1              TO WS-EXCEPTION-COUNT
               ELSE
               IF CS-SETTLED
                   PERFORM 000-MARK-SETTLED
               ELSE
                   PERFORM 000-REVERSE-CHARGEBACK.

           IF CS-SETTLED
           AND WS-TRAN-DATE > WS-CUTOFF-DATE
               MOVE WS-TRAN-DATE      TO WS-CUTOFF-DATE.

           PERFORM 000-READ-SETTLEMENT.

      * Walk the payment chain backward for the newest unreversed
      * card payment of the amount carrying the authorization code -
      * the same backward scan SLICKBU runs for a returned draft. A
      * sale must still be waiting on settlement; a chargeback may
      * come before or after the sale settled.
       000-FIND-CARD-PAYMENT.

           MOVE 'N'                   TO WS-FOUND-SW.
           MOVE 99999                 TO WS-SCANNED-RECORD.

           IF WS-PAY-ENTRIES-COUNT > ZERO
               PERFORM 000-SCAN-ONE-ENTRY
                   VARYING WS-SCAN-ENTRY
                       FROM WS-PAY-ENTRIES-COUNT BY -1
                         UNTIL WS-SCAN-ENTRY < 1
                            OR PAYMENT-FOUND.

       000-SCAN-ONE-ENTRY.

           COMPUTE WS-ORIG-RECORD =
               (WS-SCAN-ENTRY - 1) / 20.
           COMPUTE WS-ORIG-SUB =
               WS-SCAN-ENTRY - (WS-ORIG-RECORD * 20).

           IF WS-ORIG-RECORD NOT = WS-SCANNED-RECORD
               MOVE WS-ORIG-RECORD    TO WS-SCANNED-RECORD
               PERFORM 000-FETCH-CHAIN-RECORDS.

           IF PAYMENT-CHAIN-ON-FILE
           AND CARD-CHAIN-ON-FILE
               IF A-P-ENTRY-TYPE (WS-ORIG-SUB) = SPACE
               AND A-P-AMOUNT (WS-ORIG-SUB) = WS-AMOUNT
               AND WS-CD-AUTH-CODE (WS-ORIG-SUB) = WS-AUTH-CODE
                   IF A-P-TENDER (WS-ORIG-SUB) = 'B'
                       SET PAYMENT-FOUND TO TRUE
                   ELSE
                   IF A-P-TENDER (WS-ORIG-SUB) = 'S'
                   AND CS-CHARGEBACK
                       SET PAYMENT-FOUND TO TRUE.

       000-FETCH-CHAIN-RECORDS.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-P-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-ORIG-RECORD        TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-RECORD.

           IF WS-ACCTFILE-OK
               SET PAYMENT-CHAIN-ON-FILE TO TRUE
           ELSE
               MOVE 'N'               TO WS-PAY-ON-FILE-SW.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-Q-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-ORIG-RECORD        TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO WS-CARD-DETAIL-RECORD.

           IF WS-ACCTFILE-OK
               SET CARD-CHAIN-ON-FILE TO TRUE
           ELSE
               MOVE 'N'               TO WS-CD-ON-FILE-SW.

       000-MARK-SETTLED.

           MOVE 'S'                   TO A-P-TENDER (WS-ORIG-SUB).

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-P-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-ORIG-RECORD        TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-PAYMENT-RECORD.

           ADD 1                      TO WS-SETTLED-COUNT.
           ADD WS-AMOUNT              TO WS-SETTLED-TOTAL.

      * Mark the original 'V', restore the amount to the balance,
      * append the 'R' entry, and put the amount back on the
      * open-item chain - the NSF arithmetic of SLICKP7's PF5 path.
       000-REVERSE-CHARGEBACK.

           MOVE 'V'                   TO A-P-ENTRY-TYPE (WS-ORIG-SUB).

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-P-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-ORIG-RECORD        TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-PAYMENT-RECORD.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           COMPUTE WS-NEW-ENTRY = A-S-PAYMENT-ENTRIES + 1.
           COMPUTE WS-PAYMENT-RECORD =
               (WS-NEW-ENTRY - 1) / 20.
           COMPUTE WS-PAYMENT-SUB =
               WS-NEW-ENTRY - (WS-PAYMENT-RECORD * 20).

           ADD 1                      TO A-S-PAYMENT-ENTRIES.
           COMPUTE A-S-BALANCE = A-S-BALANCE + WS-AMOUNT.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-WRITE-REVERSAL-ENTRY.

           MOVE WS-ACCOUNT-ID         TO WS-OI-ACCOUNT.
           MOVE 'R'                   TO WS-OI-TYPE.
           MOVE WS-TODAY-YYMMDD       TO WS-OI-DATE.
           MOVE WS-AMOUNT             TO WS-OI-AMOUNT.
           PERFORM 000-ADD-OPEN-ITEM.

           MOVE 'CHARGED BACK   '     TO WS-R-ACTION.
           PERFORM 000-WRITE-REPORT-LINE.

           ADD 1                      TO WS-CHARGEBACK-COUNT.
           ADD WS-AMOUNT              TO WS-CHARGEBACK-TOTAL.

       000-WRITE-REVERSAL-ENTRY.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-ACCOUNT-ID     TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO A-P-RECORD-NUMBER
               PERFORM 000-FILL-REVERSAL-SLOT

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-PAYMENT-RECORD

           ELSE
               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-RECORD

               PERFORM 000-FILL-REVERSAL-SLOT

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-PAYMENT-RECORD.

      * The reversal is not itself card money, so its tender stays
      * blank - the unsettled sweep must never pick it up.
       000-FILL-REVERSAL-SLOT.

           MOVE WS-AMOUNT             TO A-P-AMOUNT (WS-PAYMENT-SUB).
           MOVE WS-TODAY-YYMMDD
               TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB).
           MOVE 'R'        TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB).
           MOVE 'CARDCB  ' TO A-P-OPERATOR (WS-PAYMENT-SUB).
           MOVE SPACE      TO A-P-TENDER (WS-PAYMENT-SUB).

      * Append the restored amount to the open-item chain, exactly
      * as SLICKP6's 000-ADD-OPEN-ITEM does online.
       000-ADD-OPEN-ITEM.

           MOVE WS-OI-ACCOUNT         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           MOVE WS-ACCTFILE-STATUS    TO WS-EXTEND-EXISTS-STATUS.

           IF NOT WS-EXTEND-EXISTS
               MOVE SPACE             TO ACCOUNT-EXTEND-RECORD
               MOVE WS-OI-ACCOUNT     TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE   TO A-E-KEY-TYPE
               MOVE ZERO              TO A-E-RECORD-NUMBER
               MOVE 1                 TO A-E-OPEN-ITEM-ENTRIES
               MOVE 1                 TO WS-OI-NEW-ENTRY
           ELSE
      * Extension records built before the open-item chain carry
      * spaces in the count, not zeros.
               IF A-E-OPEN-ITEM-ENTRIES NUMERIC
                   COMPUTE WS-OI-NEW-ENTRY =
                       A-E-OPEN-ITEM-ENTRIES + 1
               ELSE
                   MOVE 1             TO WS-OI-NEW-ENTRY
               END-IF
               MOVE WS-OI-NEW-ENTRY   TO A-E-OPEN-ITEM-ENTRIES.

           MOVE WS-OI-ACCOUNT         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF WS-EXTEND-EXISTS
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-EXTEND-RECORD
           ELSE
               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-EXTEND-RECORD.

           COMPUTE WS-OI-RECORD = (WS-OI-NEW-ENTRY - 1) / 20.
           COMPUTE WS-OI-SUB =
               WS-OI-NEW-ENTRY - (WS-OI-RECORD * 20).

           PERFORM 000-WRITE-OPEN-ITEM-ENTRY.

       000-WRITE-OPEN-ITEM-ENTRY.

           IF WS-OI-SUB = 1
               MOVE SPACE             TO ACCOUNT-OPEN-ITEM-RECORD
               MOVE WS-OI-ACCOUNT     TO A-O-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO A-O-KEY-TYPE
               MOVE WS-OI-RECORD      TO A-O-RECORD-NUMBER
               PERFORM 000-FILL-OPEN-ITEM-SLOT

               MOVE WS-OI-ACCOUNT     TO AFR-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-OI-RECORD      TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-OPEN-ITEM-RECORD

           ELSE
               MOVE WS-OI-ACCOUNT     TO AFR-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-OI-RECORD      TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-OPEN-ITEM-RECORD

               PERFORM 000-FILL-OPEN-ITEM-SLOT

               MOVE WS-OI-ACCOUNT     TO AFR-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-OI-RECORD      TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-OPEN-ITEM-RECORD.

       000-FILL-OPEN-ITEM-SLOT.

           MOVE WS-OI-TYPE            TO A-O-SOURCE-TYPE (WS-OI-SUB).
           MOVE WS-OI-DATE            TO A-O-CHARGE-DATE (WS-OI-SUB).
           MOVE WS-OI-AMOUNT          TO A-O-AMOUNT (WS-OI-SUB).
           MOVE ZERO                  TO A-O-PAID (WS-OI-SUB).
           MOVE SPACE                 TO A-O-STATUS (WS-OI-SUB).

      * The unsettled sweep: every card payment still waiting on the
      * processor that was taken on or before tonight's cutoff.
       000-SWEEP-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
           AND A-S-PAYMENT-ENTRIES > ZERO
               MOVE WS-CURRENT-ACCOUNT-ID TO WS-ACCOUNT-ID
               MOVE A-S-PAYMENT-ENTRIES   TO WS-PAY-ENTRIES-COUNT
               MOVE 99999             TO WS-SCANNED-RECORD
               PERFORM 000-CHECK-UNSETTLED-ENTRY
                   VARYING WS-SCAN-ENTRY FROM 1 BY 1
                     UNTIL WS-SCAN-ENTRY > WS-PAY-ENTRIES-COUNT.

       000-CHECK-UNSETTLED-ENTRY.

           COMPUTE WS-ORIG-RECORD =
               (WS-SCAN-ENTRY - 1) / 20.
           COMPUTE WS-ORIG-SUB =
               WS-SCAN-ENTRY - (WS-ORIG-RECORD * 20).

           IF WS-ORIG-RECORD NOT = WS-SCANNED-RECORD
               MOVE WS-ORIG-RECORD    TO WS-SCANNED-RECORD
               PERFORM 000-FETCH-CHAIN-RECORDS.

           IF PAYMENT-CHAIN-ON-FILE
               IF A-P-ENTRY-TYPE (WS-ORIG-SUB) = SPACE
               AND A-P-TENDER (WS-ORIG-SUB) = 'B'
               AND A-P-DATE-OF-PAYMENT (WS-ORIG-SUB) NOT >
                   WS-CUTOFF-DATE
                   PERFORM 000-REPORT-UNSETTLED.

       000-REPORT-UNSETTLED.

           MOVE A-P-AMOUNT (WS-ORIG-SUB) TO WS-AMOUNT.
           MOVE A-P-DATE-OF-PAYMENT (WS-ORIG-SUB)
                                      TO WS-TRAN-DATE.
           MOVE A-P-OPERATOR (WS-ORIG-SUB) TO WS-REASON.

           IF CARD-CHAIN-ON-FILE
               MOVE WS-CD-AUTH-CODE (WS-ORIG-SUB) TO WS-AUTH-CODE
           ELSE
               MOVE SPACE             TO WS-AUTH-CODE.

           MOVE 'NOT SETTLED    '     TO WS-R-ACTION.
           PERFORM 000-WRITE-REPORT-LINE.

           ADD 1                      TO WS-UNSETTLED-COUNT.
           ADD WS-AMOUNT              TO WS-UNSETTLED-TOTAL.

       000-WRITE-REPORT-LINE.

           MOVE WS-ACCOUNT-ID         TO WS-R-ACCOUNT-ID.
           MOVE WS-TRAN-DATE          TO WS-R-DATE.

           MOVE WS-AMOUNT             TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-R-AMOUNT.

           MOVE WS-AUTH-CODE          TO WS-R-AUTH-CODE.
           MOVE WS-REASON             TO WS-R-REASON.

           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       000-WRITE-TOTALS.

           MOVE WS-BLANK-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-SETTLED-COUNT      TO WS-T-SETTLED-COUNT.
           MOVE WS-SETTLED-TOTAL      TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-SETTLED-TOTAL.
           MOVE WS-SETTLED-LINE       TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CHARGEBACK-COUNT   TO WS-T-CHARGEBACK-COUNT.
           MOVE WS-CHARGEBACK-TOTAL   TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-CHARGEBACK-TOTAL.
           MOVE WS-CHARGEBACK-LINE    TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-UNSETTLED-COUNT    TO WS-T-UNSETTLED-COUNT.
           MOVE WS-UNSETTLED-TOTAL    TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-UNSETTLED-TOTAL.
           MOVE WS-UNSETTLED-LINE     TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-FEE-TOTAL          TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-FEE-TOTAL.
           MOVE WS-EXCEPTION-COUNT    TO WS-T-EXCEPTIONS.
           MOVE WS-FEE-LINE           TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
