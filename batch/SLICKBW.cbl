      *             with the GL account accounting wants it booked    *
      *             to:                                                *
      *               FR - fuel revenue (gallons times unit price on  *
      *                    the day's delivery entries), and a prepay  *
      *                    price program's season prepayment (type    *
      *                    'G', billed by SLICKD1) - the deliveries   *
      *                    drawn from the prepaid gallons post at no  *
      *                    price, so the fuel is booked when billed   *
      *               FT - fuel tax collected (A-D-TAX-AMOUNT), its   *
      *                    own liability line                         *
      *               SL - service labor (type-space maintenance      *
      *               XT - sales tax collected on service labor and   *
      *                    parts (A-M-TAX-AMOUNT), its own liability  *
      *                    line like FT                               *
      *               MD - small-delivery surcharges (type 'M')       *
      *               RU - same-day rush fees (type 'U')              *
      *               AH - after-hours/weekend delivery fees (type    *
      *                    'H')                                       *
      *               FW - delivery surcharges waived by a CSR on     *
      *                    SLICKP7 (payment type 'X'), booked against *
      *                    the fee lines above                        *
      *               CG - cost of goods sold: the day's delivery     *
      *                    entries' cost of goods, stamped in their   *
      *                    A-T slots by the SLICKCG cost roll at the  *
      *                    plant's weighted-average cost              *
      *               IV - the same dollars relieved out of bulk      *
      *                    plant inventory, the other side of CG      *
      *               CF - collection agency contingency fees         *
      *                    (payment type 'Y', posted by the SLICKCL   *
      *                    remittance import), an expense line        *
      *               CM - credit memos (payment type 'M', SLICKPR/   *
      *                    SLICKPS adjustments), a contra-revenue     *
      *                    line                                       *
      *               DM - debit memos (maintenance type 'D', the     *
      *                    same screens)                              *
      *               CD - the card processor's discount and          *
      *                    chargeback fees, an expense line, read     *
      *                    straight off the night's settlement file   *
      *                    (SETTLE-DD, see CRDFILE) after SLICKCM has *
      *                    posted it - the customer paid the whole    *
      *                    amount, so the fee is on no account chain  *
      *               UP - unclaimed property turned over to the      *
      *                    state (maintenance type 'E', posted by the *
      *                    SLICKCQ escheat run), a liability line     *
      *               FP - equipment finance principal coming off the *
      *                    finance contract receivable: the principal *
      *                    part of an installment SLICKD4 bills onto  *
      *                    the account (maintenance type 'Q') and a   *
      *                    finance payment taken against the contract *
      *                    (payment type 'E', SLICKP7/SLICKB9)        *
      *               FI - equipment finance interest income: the     *
      *                    interest part of an installment (type      *
      *                    'I'), and the interest in a contract's     *
      *                    payoff (A-F-PAYOFF-INTEREST, split out of  *
      *                    the day's 'E' payments the day it paid     *
      *                    off)                                       *
      *             One GLDIST-DD record per branch per source with   *
      *             money in it, plus a '**' consolidated line per    *
      *             source - the Eastside book posts to its own       *
               RECORD KEY IS U-KEY
               FILE STATUS IS WS-PARTUSE-STATUS.

           SELECT SETTLE-DD ASSIGN TO CARDSTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT GLDIST-DD ASSIGN TO GLDIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLDIST-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY PRTUSAGE.

       FD  SETTLE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-LINE                   PIC X(80).

       FD  GLDIST-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

           COPY CRDFILE.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-GLMAP-STATUS                PIC X(02) VALUE SPACE.
       01  WS-PARTUSE-STATUS              PIC X(02) VALUE SPACE.
           88  WS-PARTUSE-OK              VALUE '00'.
       01  WS-GLDIST-STATUS               PIC X(02) VALUE SPACE.
       01  WS-SETTLE-STATUS               PIC X(02) VALUE SPACE.
           88  WS-SETTLE-OK               VALUE '00'.
           88  WS-SETTLE-EOF              VALUE '10'.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
      * The chart-of-accounts map, loaded once from GLMAP-DD.
       01  WS-MAP-TABLE-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-MAP-TABLE.
           03  WS-GM-ENTRY OCCURS 22 TIMES.
               05  WS-GM-SOURCE            PIC X(02).
               05  WS-GM-GL-ACCOUNT        PIC X(08).
               05  WS-GM-DESCRIPTION       PIC X(20).
       01  WS-BR-TABLE.
           03  WS-BR-ENTRY OCCURS 10 TIMES.
               05  WS-BR-BRANCH            PIC X(02).
               05  WS-BR-AMOUNT            PIC 9(09) OCCURS 22 TIMES.
       01  WS-BR-SUB                      PIC 9(02) VALUE ZERO.
       01  WS-BR-FOUND-SUB                PIC 9(02) VALUE ZERO.
       01  WS-BR-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  BRANCH-FOUND               VALUE 'Y'.
       01  WS-TOTAL-AMOUNT                PIC 9(09) OCCURS 22 TIMES
                                              VALUE ZERO.

      * Source slot numbers, fixed: 1 FR, 2 FT, 3 SL, 4 PT, 5 NF,
      * 6 LF, 7 PF, 8 TR, 9 XT, 10 MD, 11 RU, 12 AH, 13 FW, 14 CG,
      * 15 IV, 16 CF, 17 CM, 18 DM, 19 CD, 20 UP, 21 FP, 22 FI.
       01  WS-SOURCE-CODES                PIC X(44) VALUE
                      'FRFTSLPTNFLFPFTRXTMDRUAHFWCGIVCFCMDMCDUPFPFI'.
       01  FILLER REDEFINES WS-SOURCE-CODES.
           03  WS-SOURCE-CODE             PIC X(02) OCCURS 22 TIMES.
       01  WS-SOURCE-SUB                  PIC 9(02) VALUE ZERO.

       01  WS-ACCOUNT-BRANCH              PIC X(02) VALUE SPACE.
       01  WS-CACHED-RECORD-NUM           PIC 9(04) VALUE ZERO.
       01  WS-DELIVERY-ENTRIES-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-MAINT-ENTRIES-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-ENTRIES-COUNT       PIC 9(04) VALUE ZERO.

      * The day's finance payments ('E'), split principal/interest
      * once per account after the payment scan.
       01  WS-FIN-PAID-TODAY              PIC 9(09) VALUE ZERO.
       01  WS-FIN-INTEREST-TODAY          PIC 9(09) VALUE ZERO.

       01  WS-PARTS-TODAY                 PIC 9(09) VALUE ZERO.
       01  WS-SPACE-CHARGES               PIC 9(09) VALUE ZERO.
       01  WS-PARTS-DONE-SW               PIC X(01) VALUE 'N'.
           88  PARTS-SCAN-DONE            VALUE 'Y'.

      * The A-T cost-of-goods chain record is read into its own area
      * so the cached A-D record in the shared buffer survives.
       01  WS-COST-CHAIN-RECORD.
           03  FILLER                     PIC X(11).
           03  FILLER                     PIC X(04) OCCURS 20 TIMES.
           03  WS-CC-COST-OF-GOODS        PIC 9(07) OCCURS 20 TIMES.
           03  FILLER                     PIC X(281).
       01  WS-CC-CACHED-ACCOUNT           PIC 9(05) VALUE 99999.
       01  WS-CC-CACHED-NUM               PIC 9(05) VALUE 99999.
       01  WS-CC-ON-FILE-SW               PIC X(01) VALUE 'N'.
           88  COST-CHAIN-ON-FILE         VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKBW ' TO WS-RUN-JOB-NAME.
      * Cost of goods books off the night's cost roll, the card
      * fees off the settlement file SLICKCM has already posted.
           MOVE 2          TO WS-RUN-PREREQ-COUNT.
           MOVE 'SLICKCG ' TO WS-RUN-PREREQ-NAME (1).
           MOVE 'SLICKCM ' TO WS-RUN-PREREQ-NAME (2).
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-BOOK-CARD-FEE
               UNTIL NOT WS-SETTLE-OK.

           PERFORM 000-WRITE-EXTRACT.

           PERFORM 000-TERMINATION.
           OPEN INPUT  ACCTFILE-DD.
           OPEN INPUT  GLMAP-DD.
           OPEN INPUT  PARTUSE-DD.
           OPEN INPUT  SETTLE-DD.
           OPEN OUTPUT GLDIST-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           READ SETTLE-DD INTO CARD-SETTLEMENT-RECORD
               AT END SET WS-SETTLE-EOF TO TRUE.

       000-LOAD-MAP-TABLE.

           READ GLMAP-DD

           PERFORM 000-LOAD-MAP-ENTRY
               UNTIL NOT WS-GLMAP-OK
                  OR WS-MAP-TABLE-COUNT = 22.

           CLOSE GLMAP-DD.


           CLOSE ACCTFILE-DD.
           CLOSE PARTUSE-DD.
           CLOSE SETTLE-DD.
           CLOSE GLDIST-DD.

       000-EXTRACT-ACCOUNT.
                                    TO WS-DELIVERY-ENTRIES-COUNT
               MOVE A-S-MAINTENANCE-ENTRIES
                                    TO WS-MAINT-ENTRIES-COUNT
               MOVE A-S-PAYMENT-ENTRIES
                                    TO WS-PAYMENT-ENTRIES-COUNT

               PERFORM 000-SUM-TODAYS-PARTS

               MOVE ZERO              TO WS-SPACE-CHARGES
               MOVE ZERO              TO WS-FIN-PAID-TODAY

               IF WS-DELIVERY-ENTRIES-COUNT NOT = ZERO
                   PERFORM 000-CHECK-DELIVERY-ENTRY
                               WS-MAINT-ENTRIES-COUNT
               END-IF

               IF WS-PAYMENT-ENTRIES-COUNT NOT = ZERO
                   PERFORM 000-CHECK-PAYMENT-ENTRY
                       VARYING WS-ENTRY-SUB FROM 1 BY 1
                         UNTIL WS-ENTRY-SUB >
                               WS-PAYMENT-ENTRIES-COUNT
               END-IF

               IF WS-FIN-PAID-TODAY > ZERO
                   PERFORM 000-BOOK-FINANCE-PAYMENTS
               END-IF

      * The day's labor books once per account: the type-space
      * charges gathered above, net of the day's parts money -
      * netting per entry would subtract the parts total once for
                       MOVE A-D-TAX-AMOUNT (WS-RECORD-NUM)
                                      TO WS-POST-AMOUNT
                       MOVE 2         TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
                   END-IF
               END-IF
               PERFORM 000-FETCH-COST-RECORD
               IF COST-CHAIN-ON-FILE
               AND WS-CC-COST-OF-GOODS (WS-RECORD-NUM) NUMERIC
                   IF WS-CC-COST-OF-GOODS (WS-RECORD-NUM) > ZERO
                       MOVE WS-CC-COST-OF-GOODS (WS-RECORD-NUM)
                                      TO WS-POST-AMOUNT
                       MOVE 14        TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
                       MOVE 15        TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION.

      * The parallel A-T record for the cached delivery record,
      * read into its own working-storage area so the A-D record in
      * the shared buffer survives.
       000-FETCH-COST-RECORD.

           IF WS-CC-CACHED-ACCOUNT NOT = WS-CURRENT-ACCOUNT-ID
           OR WS-CC-CACHED-NUM NOT = WS-CACHED-RECORD-NUM
               MOVE WS-CURRENT-ACCOUNT-ID TO WS-CC-CACHED-ACCOUNT
               MOVE WS-CACHED-RECORD-NUM  TO WS-CC-CACHED-NUM

               MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID
               MOVE A-T-RECORD-TYPE       TO AFR-KEY-TYPE
               MOVE WS-CACHED-RECORD-NUM  TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO WS-COST-CHAIN-RECORD

               IF WS-ACCTFILE-OK
                   SET COST-CHAIN-ON-FILE TO TRUE
               ELSE
                   MOVE 'N'           TO WS-CC-ON-FILE-SW.

       000-FETCH-MAINT-RECORD.

           COMPUTE WS-RECORD-NUM = (WS-ENTRY-SUB - 1) / 10.
                                      TO WS-POST-AMOUNT
                       MOVE 8         TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
                   WHEN 'M'
                       MOVE A-M-SERVICE-CHARGE (WS-RECORD-NUM)
                                      TO WS-POST-AMOUNT
                       MOVE 10        TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
                   WHEN 'U'
                       MOVE A-M-SERVICE-CHARGE (WS-RECORD-NUM)
                                      TO WS-POST-AMOUNT
                       MOVE 11        TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
                   WHEN 'H'
                       MOVE A-M-SERVICE-CHARGE (WS-RECORD-NUM)
                                      TO WS-POST-AMOUNT
                       MOVE 12        TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
                   WHEN 'D'
                       MOVE A-M-SERVICE-CHARGE (WS-RECORD-NUM)
                                      TO WS-POST-AMOUNT
                       MOVE 18        TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
                   WHEN 'E'
                       MOVE A-M-SERVICE-CHARGE (WS-RECORD-NUM)
                                      TO WS-POST-AMOUNT
                       MOVE 20        TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
                   WHEN 'G'
                       MOVE A-M-SERVICE-CHARGE (WS-RECORD-NUM)
                                      TO WS-POST-AMOUNT
                       MOVE 1         TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
                   WHEN 'Q'
                       MOVE A-M-SERVICE-CHARGE (WS-RECORD-NUM)
                                      TO WS-POST-AMOUNT
                       MOVE 21        TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
                   WHEN 'I'
                       MOVE A-M-SERVICE-CHARGE (WS-RECORD-NUM)
                                      TO WS-POST-AMOUNT
                       MOVE 22        TO WS-POST-SOURCE
                       PERFORM 000-POST-DISTRIBUTION
               END-EVALUATE.

       000-FETCH-PAYMENT-RECORD.

           COMPUTE WS-RECORD-NUM = (WS-ENTRY-SUB - 1) / 20.
           COMPUTE WS-RECORD-NUM = WS-ENTRY-SUB -
                                    (WS-RECORD-NUM * 20).

           IF WS-ENTRY-SUB = 1
              OR WS-RECORD-NUM = 1
               COMPUTE WS-CACHED-RECORD-NUM = (WS-ENTRY-SUB - 1) / 20
               MOVE WS-CURRENT-ACCOUNT-ID  TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE        TO AFR-KEY-TYPE
               MOVE WS-CACHED-RECORD-NUM   TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-RECORD.

      * The only payment-chain entries that touch the income side
      * are a waived delivery surcharge ('X'), a collection agency's
      * fee ('Y'), a credit memo ('M') and a finance payment ('E'),
      * which comes off the finance contract rather than the
      * account's receivable; cash and the receivable stay on
      * SLICKB7's feed.
       000-CHECK-PAYMENT-ENTRY.

           PERFORM 000-FETCH-PAYMENT-RECORD.

           IF A-P-DATE-OF-PAYMENT (WS-RECORD-NUM) = WS-TODAY-YYMMDD
               IF A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'X'
                   MOVE A-P-AMOUNT (WS-RECORD-NUM) TO WS-POST-AMOUNT
                   MOVE 13            TO WS-POST-SOURCE
                   PERFORM 000-POST-DISTRIBUTION
               ELSE
               IF A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'Y'
                   MOVE A-P-AMOUNT (WS-RECORD-NUM) TO WS-POST-AMOUNT
                   MOVE 16            TO WS-POST-SOURCE
                   PERFORM 000-POST-DISTRIBUTION
               ELSE
               IF A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'M'
                   MOVE A-P-AMOUNT (WS-RECORD-NUM) TO WS-POST-AMOUNT
                   MOVE 17            TO WS-POST-SOURCE
                   PERFORM 000-POST-DISTRIBUTION
               ELSE
               IF A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'E'
                   ADD A-P-AMOUNT (WS-RECORD-NUM) TO WS-FIN-PAID-TODAY.

      * A contract paid off today carries the interest part of its
      * payoff on the contract record; that much of the day's
      * finance payments is interest income, the rest principal.
      * The payment chain is done with, so the shared buffer is free.
       000-BOOK-FINANCE-PAYMENTS.

           MOVE ZERO                  TO WS-FIN-INTEREST-TODAY.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-F-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-FINANCE-RECORD.

           IF WS-ACCTFILE-OK
           AND A-F-PAID-OFF
           AND A-F-PAYOFF-DATE (3:6) = WS-TODAY-YYMMDD
               MOVE A-F-PAYOFF-INTEREST TO WS-FIN-INTEREST-TODAY
               IF WS-FIN-INTEREST-TODAY > WS-FIN-PAID-TODAY
                   MOVE WS-FIN-PAID-TODAY TO WS-FIN-INTEREST-TODAY.

           IF WS-FIN-INTEREST-TODAY > ZERO
               MOVE WS-FIN-INTEREST-TODAY TO WS-POST-AMOUNT
               MOVE 22                TO WS-POST-SOURCE
               PERFORM 000-POST-DISTRIBUTION.

           COMPUTE WS-POST-AMOUNT =
               WS-FIN-PAID-TODAY - WS-FIN-INTEREST-TODAY.
           IF WS-POST-AMOUNT > ZERO
               MOVE 21                TO WS-POST-SOURCE
               PERFORM 000-POST-DISTRIBUTION.

      * Each processor fee books to the branch of the account the
      * sale was for; one for an account no longer on file books to
      * the home branch.
       000-BOOK-CARD-FEE.

           IF CS-FEE > ZERO
               MOVE CS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-S-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD

               IF WS-ACCTFILE-OK
                   MOVE A-S-BRANCH    TO WS-ACCOUNT-BRANCH
               ELSE
                   MOVE SPACE         TO WS-ACCOUNT-BRANCH
               END-IF

               MOVE CS-FEE            TO WS-POST-AMOUNT
               MOVE 19                TO WS-POST-SOURCE
               PERFORM 000-POST-DISTRIBUTION.

           READ SETTLE-DD INTO CARD-SETTLEMENT-RECORD
               AT END SET WS-SETTLE-EOF TO TRUE.

       000-POST-DISTRIBUTION.

           PERFORM 000-FIND-BRANCH-SLOT.
                              TO WS-BR-BRANCH (WS-BR-FOUND-SUB)
                   PERFORM 000-CLEAR-BRANCH-SLOT
                       VARYING WS-SOURCE-SUB FROM 1 BY 1
                         UNTIL WS-SOURCE-SUB > 22
                   SET BRANCH-FOUND TO TRUE.

       000-CLEAR-BRANCH-SLOT.

           PERFORM 000-WRITE-TOTAL-LINE
               VARYING WS-SOURCE-SUB FROM 1 BY 1
                 UNTIL WS-SOURCE-SUB > 22.

       000-WRITE-BRANCH-LINES.

           PERFORM 000-WRITE-ONE-BRANCH-LINE
               VARYING WS-SOURCE-SUB FROM 1 BY 1
                 UNTIL WS-SOURCE-SUB > 22.

       000-WRITE-ONE-BRANCH-LINE.

