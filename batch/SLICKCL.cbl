       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCL.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Collection Agency Remittance Import - a monthly    *
      *             batch job that reads the outside agency's file     *
      *             (REMIT-DD, AGENCY-REMIT-RECORD in AGYFILE) against *
      *             the accounts SLICKCK placed with it:               *
      *                                                                *
      *             A collection is posted to the account in two       *
      *             payment-chain entries under operator AGENCY: the   *
      *             contingency fee the agency kept, typed 'Y' (not    *
      *             cash - SLICKBW books it to its own GL line, CF),   *
      *             then the net the agency sent us as an ordinary     *
      *             payment. Together they take the whole gross off    *
      *             A-S-BALANCE and pay the open items down oldest     *
      *             first, the way SLICKB9 posts a lockbox check. The  *
      *             fee is the agency's figure when it sends one,      *
      *             otherwise the contract rate on the BATCHPRM entry  *
      *             (percent, two decimals) of the gross. A placed     *
      *             multi-site parent has both entries spread over     *
      *             the group's open items (SLICKBTG/SLICKBTS).        *
      *                                                                *
      *             A recall gives the account back to us ('R'); a     *
      *             closed-uncollectible return ('C') also writes a    *
      *             WRITEOFF card for the account - one for each       *
      *             active site of a group - to WRITEOFF-DD, which is  *
      *             the SLICKBV write-off run's PARMIN, so the         *
      *             write-off list is exactly what the agency gave up  *
      *             on. Both log an A-X contact entry.                 *
      *                                                                *
      *             Anything for an account not on file or not placed  *
      *             with the agency, or that does not add up, is left  *
      *             unposted on the register for the accountant.       *
      *             REGISTER-DD totals the gross, the fees and the net *
      *             - the agency's check - for the deposit.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT REMIT-DD ASSIGN TO AGYREMIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

           SELECT REGISTER-DD ASSIGN TO AGYREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT WRITEOFF-DD ASSIGN TO WOFFOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  REMIT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REMIT-LINE                    PIC X(80).

       FD  REGISTER-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE                 PIC X(80).

      * SLICKBV's control card, action spelled out as it requires.
       FD  WRITEOFF-DD
           RECORD CONTAINS 21 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-CARD.
           03  WO-ACTION                  PIC X(08).
           03  WO-ACCOUNT-ID              PIC 9(05).
           03  WO-AMOUNT                  PIC 9(08).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-FEE-RATE              PIC 9(02)V99.

           COPY BTGRPWS.

           COPY AGYFILE.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-REMIT-STATUS                PIC X(02) VALUE SPACE.
           88  WS-REMIT-OK                VALUE '00'.
           88  WS-REMIT-EOF               VALUE '10'.
       01  WS-REGISTER-STATUS             PIC X(02) VALUE SPACE.
       01  WS-WRITEOFF-STATUS             PIC X(02) VALUE SPACE.

       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-TODAY-DATE                  PIC 9(08) VALUE ZERO.

      * The agency's contract rate, percent with two decimals.
       01  WS-FEE-RATE                    PIC 9(02)V99 VALUE ZERO.

       01  WS-ACCOUNT-ID                  PIC 9(05) VALUE ZERO.
       01  WS-NAME-LAST                   PIC X(16) VALUE SPACE.
       01  WS-GROSS-AMOUNT                PIC 9(08) VALUE ZERO.
       01  WS-FEE-AMOUNT                  PIC 9(08) VALUE ZERO.
       01  WS-NET-AMOUNT                  PIC 9(08) VALUE ZERO.

      * The extension record's agency standing, taken before the
      * bill-to checks read over the shared buffer.
       01  WS-AGENCY-STATUS               PIC X(01) VALUE SPACE.
           88  AGENCY-PLACED              VALUE 'P'.

      * The account and amount one posting is for - the remittance
      * record's own, or one site's share of a group's - and the
      * entry type it posts as.
       01  WS-POST-ACCOUNT-ID             PIC 9(05) VALUE ZERO.
       01  WS-POST-AMOUNT                 PIC 9(08) VALUE ZERO.
       01  WS-POST-TYPE                   PIC X(01) VALUE SPACE.
       01  WS-POST-TENDER                 PIC X(01) VALUE SPACE.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-SUB                 PIC 9(02) VALUE ZERO.

       01  WS-EXTEND-EXISTS-STATUS        PIC X(02) VALUE SPACE.
           88  WS-EXTEND-EXISTS           VALUE '00'.

      * Open-item application work areas, as in SLICKB9.
       01  WS-OI-APPLY-AMOUNT             PIC 9(08) VALUE ZERO.
       01  WS-OI-OPEN-AMOUNT              PIC 9(08) VALUE ZERO.
       01  WS-OI-ENTRIES                  PIC 9(04) VALUE ZERO.
       01  WS-OI-LAST-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-OI-RECORD                   PIC 9(04) VALUE ZERO.
       01  WS-OI-REC-HIGH                 PIC 9(02) VALUE ZERO.
       01  WS-OI-SUB                      PIC 9(02) VALUE ZERO.
       01  WS-OI-CHANGED-SW               PIC X(01) VALUE 'N'.
           88  OPEN-ITEM-CHANGED          VALUE 'Y'.

       01  WS-CONTACT-ENTRIES-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-CONTACT-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-CONTACT-SUB                 PIC 9(02) VALUE ZERO.
       01  WS-CONTACT-NOTE                PIC X(60) VALUE SPACE.

       01  WS-RECORD-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-COLLECTED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-RECALLED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-CLOSED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-CARD-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-GROSS-TOTAL                 PIC 9(09) VALUE ZERO.
       01  WS-FEE-TOTAL                   PIC 9(09) VALUE ZERO.
       01  WS-NET-TOTAL                   PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'COLLECTION AGENCY REMITTANCE REGISTER   '.
           03  FILLER                     PIC X(08) VALUE ' AS OF  '.
           03  H-ASOF-DATE                PIC 9(06).
           03  FILLER                     PIC X(26) VALUE SPACE.

       01  WS-REGISTER-DETAIL-LINE.
           03  WS-R-ACCOUNT-ID            PIC ZZZZ9.
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-R-NAME-LAST             PIC X(16).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-R-ACTION                PIC X(01).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-R-GROSS                 PIC ZZZ,ZZ9.99.
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-R-FEE                   PIC ZZ,ZZ9.99.
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-R-REFERENCE             PIC X(12).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-R-NOTE                  PIC X(21).

       01  WS-TOTAL-LINE-1.
           03  FILLER                     PIC X(10) VALUE
                                          'COLLECTED '.
           03  WS-T-GROSS                 PIC Z,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(07) VALUE '  FEES '.
           03  WS-T-FEE                   PIC Z,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(12) VALUE
                                          '  NET CHECK '.
           03  WS-T-NET                   PIC Z,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(15) VALUE SPACE.

       01  WS-TOTAL-LINE-2.
           03  FILLER                     PIC X(10) VALUE
                                          'RECALLED  '.
           03  WS-T-RECALLED              PIC ZZZZZ9.
           03  FILLER                     PIC X(10) VALUE
                                          '  CLOSED  '.
           03  WS-T-CLOSED                PIC ZZZZZ9.
           03  FILLER                     PIC X(17) VALUE
                                          '  WRITE-OFF CARDS'.
           03  WS-T-CARDS                 PIC ZZZZZ9.
           03  FILLER                     PIC X(14) VALUE
                                          '  EXCEPTIONS  '.
           03  WS-T-EXCEPTIONS            PIC ZZZZZ9.
           03  FILLER                     PIC X(05) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCL ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-OPTIONAL TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-PROCESS-REMIT-RECORD
               UNTIL NOT WS-REMIT-OK.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-RECORD-COUNT        TO WS-RUN-ACCOUNTS.
           MOVE WS-GROSS-TOTAL         TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN INPUT  REMIT-DD.
           OPEN OUTPUT REGISTER-DD.
           OPEN OUTPUT WRITEOFF-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           IF WS-RUN-PARM-FOUND
           AND PARM-FEE-RATE NUMERIC
               MOVE PARM-FEE-RATE     TO WS-FEE-RATE
           ELSE
               MOVE ZERO              TO WS-FEE-RATE.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-TODAY-DATE.

           MOVE WS-TODAY-YYMMDD       TO H-ASOF-DATE.
           WRITE REGISTER-LINE FROM WS-HEADING-LINE.
           WRITE REGISTER-LINE FROM WS-BLANK-LINE.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           READ REMIT-DD INTO AGENCY-REMIT-RECORD
               AT END SET WS-REMIT-EOF TO TRUE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE REMIT-DD.
           CLOSE REGISTER-DD.
           CLOSE WRITEOFF-DD.

      * The agency standing and the bill-to checks read over the
      * shared buffer, so they come before the statistics read.
       000-PROCESS-REMIT-RECORD.

           ADD 1                      TO WS-RECORD-COUNT.

           MOVE AR-ACCOUNT-ID         TO WS-ACCOUNT-ID.
           MOVE SPACE                 TO WS-NAME-LAST.
           MOVE ZERO                  TO WS-GROSS-AMOUNT.
           MOVE ZERO                  TO WS-FEE-AMOUNT.
           MOVE ZERO                  TO WS-NET-AMOUNT.

           PERFORM 000-CHECK-AGENCY-STATUS.

           MOVE WS-ACCOUNT-ID         TO WS-GRP-ACCOUNT-ID.
           PERFORM 000-CHECK-BILL-TO.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF NOT WS-ACCTFILE-OK
               MOVE 'NO MATCHING ACCOUNT  ' TO WS-R-NOTE
               PERFORM 000-WRITE-EXCEPTION
           ELSE
               MOVE A-S-NAME-LAST     TO WS-NAME-LAST
               IF NOT AGENCY-PLACED
                   MOVE 'NOT PLACED WITH AGENCY' TO WS-R-NOTE
                   PERFORM 000-WRITE-EXCEPTION
               ELSE
               IF AR-COLLECTED
                   PERFORM 000-POST-COLLECTION
               ELSE
               IF AR-RECALLED
                   PERFORM 000-POST-RECALL
               ELSE
               IF AR-CLOSED
                   PERFORM 000-POST-CLOSED
               ELSE
                   MOVE 'UNKNOWN ACTION CODE  ' TO WS-R-NOTE
                   PERFORM 000-WRITE-EXCEPTION.

           READ REMIT-DD INTO AGENCY-REMIT-RECORD
               AT END SET WS-REMIT-EOF TO TRUE.

       000-CHECK-AGENCY-STATUS.

           MOVE SPACE                 TO WS-AGENCY-STATUS.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-E-AGENCY-STATUS TO WS-AGENCY-STATUS.

      * The fee goes on first so the net - the money that actually
      * came in - is what the statement shows as the last payment.
       000-POST-COLLECTION.

           MOVE AR-AMOUNT             TO WS-GROSS-AMOUNT.

           IF AR-FEE NUMERIC
           AND AR-FEE > ZERO
               MOVE AR-FEE            TO WS-FEE-AMOUNT
           ELSE
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-GROSS-AMOUNT * WS-FEE-RATE / 100.

           IF WS-GROSS-AMOUNT = ZERO
               MOVE 'ZERO COLLECTION      ' TO WS-R-NOTE
               PERFORM 000-WRITE-EXCEPTION
           ELSE
           IF WS-FEE-AMOUNT > WS-GROSS-AMOUNT
               MOVE 'FEE OVER COLLECTION  ' TO WS-R-NOTE
               PERFORM 000-WRITE-EXCEPTION
           ELSE
               COMPUTE WS-NET-AMOUNT =
                   WS-GROSS-AMOUNT - WS-FEE-AMOUNT

               IF WS-FEE-AMOUNT > ZERO
                   MOVE 'Y'           TO WS-POST-TYPE
                   MOVE SPACE         TO WS-POST-TENDER
                   MOVE WS-FEE-AMOUNT TO WS-GRP-SPREAD-AMOUNT
                   PERFORM 000-POST-AGENCY-ENTRY
               END-IF

               IF WS-NET-AMOUNT > ZERO
                   MOVE SPACE         TO WS-POST-TYPE
                   MOVE 'K'           TO WS-POST-TENDER
                   MOVE WS-NET-AMOUNT TO WS-GRP-SPREAD-AMOUNT
                   PERFORM 000-POST-AGENCY-ENTRY
               END-IF

               PERFORM 000-ADD-TO-COLLECTED

               MOVE 'COLLECTION POSTED    ' TO WS-R-NOTE
               PERFORM 000-WRITE-REGISTER-LINE

               ADD 1                  TO WS-COLLECTED-COUNT
               ADD WS-GROSS-AMOUNT    TO WS-GROSS-TOTAL
               ADD WS-FEE-AMOUNT      TO WS-FEE-TOTAL
               ADD WS-NET-AMOUNT      TO WS-NET-TOTAL.

      * A group's entry is spread over its open items the way
      * SLICKB9 spreads a lockbox check; the group is summed and
      * gathered afresh each time, so the net picks up where the
      * fee left off.
       000-POST-AGENCY-ENTRY.

           IF BILL-TO-PARENT
               PERFORM 000-SUM-BILL-TO-GROUP
               PERFORM 000-GATHER-BILL-TO-ITEMS
               PERFORM 000-SPREAD-GROUP-PAYMENT
               PERFORM 000-POST-GROUP-SHARE
                   VARYING WS-GRP-SUB FROM 1 BY 1
                     UNTIL WS-GRP-SUB > WS-GRP-MEMBER-COUNT
           ELSE
               MOVE WS-ACCOUNT-ID     TO WS-POST-ACCOUNT-ID
               MOVE WS-GRP-SPREAD-AMOUNT
                                      TO WS-POST-AMOUNT
               PERFORM 000-POST-ONE-PAYMENT.

       000-POST-GROUP-SHARE.

           IF WS-GRP-MEMBER-SHARE (WS-GRP-SUB) > ZERO
               MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB)
                                      TO WS-POST-ACCOUNT-ID
               MOVE WS-GRP-MEMBER-SHARE (WS-GRP-SUB)
                                      TO WS-POST-AMOUNT
               PERFORM 000-POST-ONE-PAYMENT.

       000-POST-ONE-PAYMENT.

           MOVE WS-POST-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               PERFORM 000-POST-PAYMENT.

       000-POST-PAYMENT.

           COMPUTE WS-NEW-ENTRY = A-S-PAYMENT-ENTRIES + 1.
           COMPUTE WS-PAYMENT-RECORD =
               (WS-NEW-ENTRY - 1) / 20.
           COMPUTE WS-PAYMENT-SUB =
               WS-NEW-ENTRY - (WS-PAYMENT-RECORD * 20).

           ADD 1                      TO A-S-PAYMENT-ENTRIES.
           MOVE WS-TODAY-YYMMDD       TO A-S-LAST-PAYMENT.

           COMPUTE A-S-BALANCE = A-S-BALANCE - WS-POST-AMOUNT.

           MOVE WS-POST-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-WRITE-PAYMENT-ENTRY.

           PERFORM 000-APPLY-TO-OPEN-ITEMS.

       000-WRITE-PAYMENT-ENTRY.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-POST-ACCOUNT-ID
                                      TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO A-P-RECORD-NUMBER
               MOVE WS-POST-AMOUNT    TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE WS-TODAY-YYMMDD
                   TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE WS-POST-TYPE      TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE 'AGENCY  '        TO A-P-OPERATOR (WS-PAYMENT-SUB)
               MOVE WS-POST-TENDER    TO A-P-TENDER (WS-PAYMENT-SUB)

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
               MOVE WS-TODAY-YYMMDD
                   TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE WS-POST-TYPE      TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE 'AGENCY  '        TO A-P-OPERATOR (WS-PAYMENT-SUB)
               MOVE WS-POST-TENDER    TO A-P-TENDER (WS-PAYMENT-SUB)

               MOVE WS-POST-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-PAYMENT-RECORD.

      * Oldest-first against the open-item chain, exactly as SLICKB9
      * applies a lockbox payment.
       000-APPLY-TO-OPEN-ITEMS.

           MOVE WS-POST-AMOUNT        TO WS-OI-APPLY-AMOUNT.

           MOVE WS-POST-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
           AND A-E-OPEN-ITEM-ENTRIES NUMERIC
           AND A-E-OPEN-ITEM-ENTRIES > ZERO
               MOVE A-E-OPEN-ITEM-ENTRIES TO WS-OI-ENTRIES
               COMPUTE WS-OI-LAST-RECORD =
                   (WS-OI-ENTRIES - 1) / 20
               PERFORM 000-APPLY-TO-OPEN-RECORD
                   VARYING WS-OI-RECORD FROM 0 BY 1
                     UNTIL WS-OI-RECORD > WS-OI-LAST-RECORD
                        OR WS-OI-APPLY-AMOUNT = ZERO.

       000-APPLY-TO-OPEN-RECORD.

           MOVE WS-POST-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-OI-RECORD          TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-OPEN-ITEM-RECORD.

           IF WS-ACCTFILE-OK
               IF WS-OI-RECORD = WS-OI-LAST-RECORD
                   COMPUTE WS-OI-REC-HIGH =
                       WS-OI-ENTRIES - (WS-OI-RECORD * 20)
               ELSE
                   MOVE 20            TO WS-OI-REC-HIGH
               END-IF

               MOVE 'N'               TO WS-OI-CHANGED-SW

               PERFORM 000-APPLY-ONE-OPEN-SLOT
                   VARYING WS-OI-SUB FROM 1 BY 1
                     UNTIL WS-OI-SUB > WS-OI-REC-HIGH
                        OR WS-OI-APPLY-AMOUNT = ZERO

               IF OPEN-ITEM-CHANGED
                   MOVE WS-POST-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
                   MOVE A-O-RECORD-TYPE TO AFR-KEY-TYPE
                   MOVE WS-OI-RECORD    TO AFR-RECORD-NUMBER
                   REWRITE ACCTFILE-RECORD-AREA FROM
                           ACCOUNT-OPEN-ITEM-RECORD
               END-IF.

       000-APPLY-ONE-OPEN-SLOT.

           IF A-O-STATUS (WS-OI-SUB) = SPACE
           AND A-O-PAID (WS-OI-SUB) < A-O-AMOUNT (WS-OI-SUB)
           AND WS-OI-APPLY-AMOUNT > ZERO
               COMPUTE WS-OI-OPEN-AMOUNT =
                   A-O-AMOUNT (WS-OI-SUB) - A-O-PAID (WS-OI-SUB)

               IF WS-OI-APPLY-AMOUNT < WS-OI-OPEN-AMOUNT
                   MOVE WS-OI-APPLY-AMOUNT TO WS-OI-OPEN-AMOUNT
               END-IF

               ADD WS-OI-OPEN-AMOUNT  TO A-O-PAID (WS-OI-SUB)
               SUBTRACT WS-OI-OPEN-AMOUNT FROM WS-OI-APPLY-AMOUNT

               IF A-O-PAID (WS-OI-SUB) NOT <
                  A-O-AMOUNT (WS-OI-SUB)
                   MOVE 'P'           TO A-O-STATUS (WS-OI-SUB)
               END-IF

               SET OPEN-ITEM-CHANGED  TO TRUE
           END-IF.

       000-ADD-TO-COLLECTED.

           PERFORM 000-READ-EXTEND-RECORD.

           IF A-E-AGENCY-COLLECTED NOT NUMERIC
               MOVE ZERO              TO A-E-AGENCY-COLLECTED.
           ADD WS-GROSS-AMOUNT        TO A-E-AGENCY-COLLECTED.

           PERFORM 000-PUT-EXTEND-RECORD.

       000-POST-RECALL.

           PERFORM 000-READ-EXTEND-RECORD.
           SET A-E-AGENCY-RECALLED    TO TRUE.
           MOVE WS-TODAY-DATE         TO A-E-AGENCY-RETURN-DATE.
           PERFORM 000-PUT-EXTEND-RECORD.

           MOVE 'RECALLED FROM OUTSIDE COLLECTION AGENCY'
                                      TO WS-CONTACT-NOTE.
           PERFORM 000-LOG-CONTACT.

           MOVE 'RECALLED TO US       ' TO WS-R-NOTE.
           PERFORM 000-WRITE-REGISTER-LINE.

           ADD 1                      TO WS-RECALLED-COUNT.

      * The write-off itself is SLICKBV's, from the cards written
      * here; a group's active sites owe with the parent and go
      * with it.
       000-POST-CLOSED.

           PERFORM 000-READ-EXTEND-RECORD.
           SET A-E-AGENCY-CLOSED      TO TRUE.
           MOVE WS-TODAY-DATE         TO A-E-AGENCY-RETURN-DATE.
           PERFORM 000-PUT-EXTEND-RECORD.

           IF BILL-TO-PARENT
               PERFORM 000-SUM-BILL-TO-GROUP
               PERFORM 000-WRITE-MEMBER-CARD
                   VARYING WS-GRP-SUB FROM 1 BY 1
                     UNTIL WS-GRP-SUB > WS-GRP-MEMBER-COUNT
           ELSE
               MOVE WS-ACCOUNT-ID     TO WO-ACCOUNT-ID
               PERFORM 000-WRITE-WRITEOFF-CARD.

           MOVE 'AGENCY CLOSED UNCOLLECTIBLE - SENT FOR WRITE-OFF'
                                      TO WS-CONTACT-NOTE.
           PERFORM 000-LOG-CONTACT.

           MOVE 'CLOSED - WRITE OFF   ' TO WS-R-NOTE.
           PERFORM 000-WRITE-REGISTER-LINE.

           ADD 1                      TO WS-CLOSED-COUNT.

       000-WRITE-MEMBER-CARD.

           IF WS-GRP-MEMBER-ACTIVE (WS-GRP-SUB) = 'Y'
               MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB) TO WO-ACCOUNT-ID
               PERFORM 000-WRITE-WRITEOFF-CARD.

       000-WRITE-WRITEOFF-CARD.

           MOVE 'WRITEOFF'            TO WO-ACTION.
           MOVE ZERO                  TO WO-AMOUNT.

           WRITE WRITEOFF-CARD.

           ADD 1                      TO WS-CARD-COUNT.

       000-READ-EXTEND-RECORD.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           MOVE WS-ACCTFILE-STATUS    TO WS-EXTEND-EXISTS-STATUS.

       000-PUT-EXTEND-RECORD.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF WS-EXTEND-EXISTS
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-EXTEND-RECORD.

      * A contact-log entry, handled-by 0, on the account the agency
      * wrote about.
       000-LOG-CONTACT.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-CONTACT-ENTRIES TO WS-CONTACT-ENTRIES-COUNT
               COMPUTE WS-NEW-ENTRY = WS-CONTACT-ENTRIES-COUNT + 1
               COMPUTE WS-CONTACT-RECORD =
                   (WS-NEW-ENTRY - 1) / 5
               COMPUTE WS-CONTACT-SUB =
                   WS-NEW-ENTRY - (WS-CONTACT-RECORD * 5)

               ADD 1                  TO A-S-CONTACT-ENTRIES
               MOVE WS-TODAY-YYMMDD   TO A-S-LAST-CONTACT

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-STATISTICS-RECORD

               PERFORM 000-WRITE-CONTACT-ENTRY.

       000-WRITE-CONTACT-ENTRY.

           IF WS-CONTACT-SUB = 1
               MOVE SPACE             TO ACCOUNT-CONTACT-RECORD
               MOVE WS-ACCOUNT-ID     TO A-X-ACCOUNT-ID
               MOVE A-X-RECORD-TYPE   TO A-X-KEY-TYPE
               MOVE WS-CONTACT-RECORD TO A-X-RECORD-NUMBER
               MOVE WS-TODAY-YYMMDD   TO
                   A-X-CONTACT-DATE (WS-CONTACT-SUB)
               MOVE ZERO              TO
                   A-X-HANDLED-BY (WS-CONTACT-SUB)
               MOVE WS-CONTACT-NOTE   TO
                   A-X-NOTE (WS-CONTACT-SUB)

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-X-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-CONTACT-RECORD TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-CONTACT-RECORD

           ELSE
               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-X-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-CONTACT-RECORD TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-CONTACT-RECORD

               MOVE WS-TODAY-YYMMDD   TO
                   A-X-CONTACT-DATE (WS-CONTACT-SUB)
               MOVE ZERO              TO
                   A-X-HANDLED-BY (WS-CONTACT-SUB)
               MOVE WS-CONTACT-NOTE   TO
                   A-X-NOTE (WS-CONTACT-SUB)

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-X-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-CONTACT-RECORD TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-CONTACT-RECORD.

       000-WRITE-REGISTER-LINE.

           MOVE WS-ACCOUNT-ID         TO WS-R-ACCOUNT-ID.
           MOVE WS-NAME-LAST          TO WS-R-NAME-LAST.
           MOVE AR-ACTION             TO WS-R-ACTION.
           MOVE AR-REFERENCE          TO WS-R-REFERENCE.

           MOVE WS-GROSS-AMOUNT       TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-R-GROSS.

           MOVE WS-FEE-AMOUNT         TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-R-FEE.

           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

      * Left unposted; the agency's figure shows for the accountant.
       000-WRITE-EXCEPTION.

           IF AR-AMOUNT NUMERIC
               MOVE AR-AMOUNT         TO WS-GROSS-AMOUNT.
           MOVE ZERO                  TO WS-FEE-AMOUNT.

           PERFORM 000-WRITE-REGISTER-LINE.

           ADD 1                      TO WS-EXCEPTION-COUNT.

       000-WRITE-TOTALS.

           WRITE REGISTER-LINE FROM WS-BLANK-LINE.

           MOVE WS-GROSS-TOTAL        TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-GROSS.

           MOVE WS-FEE-TOTAL          TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-FEE.

           MOVE WS-NET-TOTAL          TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-NET.

           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-1.

           MOVE WS-RECALLED-COUNT     TO WS-T-RECALLED.
           MOVE WS-CLOSED-COUNT       TO WS-T-CLOSED.
           MOVE WS-CARD-COUNT         TO WS-T-CARDS.
           MOVE WS-EXCEPTION-COUNT    TO WS-T-EXCEPTIONS.

           WRITE REGISTER-LINE FROM WS-TOTAL-LINE-2.

           COPY SLICKNUM.

           COPY SLICKBTG.

           COPY SLICKBTS.

           COPY SLICKRCT.
