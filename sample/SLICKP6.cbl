      *             email/text gateway to pick up. 000-PRINT-RECEIPT   *
      *             queues the same fields as print lines to PRTR so   *
      *             the driver can hand over a paper receipt.          *
      *                                                                *
      *             A delivery that would push A-S-BALANCE past the    *
      *             credit limit on the extension record (000-CHECK-   *
      *             CREDIT-LIMIT, priced the way the posting will be)  *
      *             is held with a warning; a supervisor posts it      *
      *             anyway with PF4, and 000-STAMP-LIMIT-OVERRIDE      *
      *             records who and when. A zero limit means none.     *
      *                                                                *
      *             Delivery surcharges off the branch fee table       *
      *             (DLVFEES, see FEEFILE) post with the delivery,     *
      *             each as its own maintenance entry with an open     *
      *             item of the same type: the minimum-delivery fee    *
      *             ('M') when a will-call account takes less than the *
      *             branch minimum, and the after-hours fee ('H') for  *
      *             a delivery posted on a Saturday or Sunday or keyed *
      *             with a meter time (optional, HHMM) outside the     *
      *             branch hours. The same-day rush fee is billed by   *
      *             SLICKBJ, which closes the rush order. The receipt  *
      *             shows the fees.                                    *
      *                                                                *
      *             The unit price on the screen starts from the       *
      *             posted price table (POSTPRIC, see PRCFILE) for the *
      *             account's branch, fuel and zone on the delivery    *
      *             date - 000-PRICE-FROM-POSTING - falling back to    *
      *             A-S-UNIT-PRICE when nothing is posted; a contract  *
      *             price program still fixes or caps it, and the      *
      *             operator can still key over it.                    *
      *                                                                *
      *             A delivery to a customer who had run out of oil is *
      *             posted with Run-out Y and a root-cause code (see   *
      *             RNOFILE). 000-LOG-RUN-OUT logs it for the day on   *
      *             RUNOUTLG with the gallons, driver, route, branch   *
      *             and delivery plan; when the office already logged  *
      *             a no-heat call as a run-out today (SLICKPE), the   *
      *             record is marked as both and the driver's cause    *
      *             replaces the office's, since the driver saw the    *
      *             tank. SLICKD2 leaves the fill out of the burn-rate *
      *             history.                                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY PGMFILE.

           COPY PRCFILE.

           COPY TRKFILE.

           COPY ASTFILE.

           COPY PRINTQ.

           COPY FEEFILE.

           COPY RNOFILE.

       01  WS-MAP-FIELDS.
           03  WS-GALLONS                    PIC 9(04) VALUE ZERO.
           03  WS-UNIT-PRICE                 PIC 9(05) VALUE ZERO.
           03  WS-TECHNICIAN                 PIC 9(04) VALUE ZERO.
           03  WS-TRUCK-ID                   PIC X(04) VALUE SPACE.
           03  WS-DELIVERY-TIME              PIC X(04) VALUE SPACE.
           03  WS-DELIVERY-HHMM REDEFINES WS-DELIVERY-TIME
                                             PIC 9(04).
           03  WS-ALERT-TEXT                 PIC X(40) VALUE SPACE.
           03  WS-RUN-OUT                    PIC X(01) VALUE 'N'.
               88  RUN-OUT-FILL              VALUE 'Y'.
               88  RUN-OUT-VALID             VALUE 'Y' 'N'.
           03  WS-RUN-OUT-CAUSE              PIC X(01) VALUE SPACE.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
       01  WS-NAME-LAST                      PIC X(16) VALUE SPACE.
       01  WS-DELIVERY-SUB                   PIC 9(02) VALUE ZERO.

       01  WS-POSTING-TIER                   PIC 9(01) VALUE ZERO.
       01  WS-POSTING-BRANCH                 PIC X(02) VALUE SPACE.
       01  WS-POSTING-ZONE                   PIC X(04) VALUE SPACE.
       01  WS-POSTED-SW                      PIC X(01) VALUE 'N'.
           88  POSTED-PRICE-FOUND            VALUE 'Y'.

       01  WS-TAX-EXEMPT-SW                  PIC X(01) VALUE 'N'.
           88  TAX-EXEMPT                    VALUE 'Y'.

      * Credit limit from the extension record (zero = none) and the
      * balance the delivery would leave, checked before posting.
       01  WS-CREDIT-LIMIT                   PIC 9(08) VALUE ZERO.
       01  WS-LIMIT-GALLONS                  PIC 9(04) VALUE ZERO.
       01  WS-LIMIT-BALANCE                  PIC S9(09) VALUE ZERO.
       01  WS-OVER-LIMIT-SW                  PIC X(01) VALUE 'N'.
           88  OVER-CREDIT-LIMIT             VALUE 'Y'.

      * Energy-assistance split: the agency's grant covers what it
      * can of the billed charge; the customer owes the rest.
       01  WS-ASSIST-AGENCY                  PIC X(02) VALUE SPACE.
       01  WS-OI-RECORD                      PIC 9(04) VALUE ZERO.
       01  WS-OI-SUB                         PIC 9(02) VALUE ZERO.

      * Delivery surcharges off the branch fee table: the account's
      * branch and delivery plan, and the fee being posted to the
      * maintenance chain.
       01  WS-BRANCH                         PIC X(02) VALUE SPACE.
       01  WS-DELIVERY-PLAN                  PIC X(01) VALUE SPACE.
           88  WILL-CALL-PLAN                VALUE 'W'.
      * The account's route and actual delivery plan, whatever it is,
      * for the run-out log.
       01  WS-ROUTE-CODE                     PIC X(04) VALUE SPACE.
       01  WS-ACCOUNT-PLAN                   PIC X(01) VALUE SPACE.
       01  WS-AFTER-HOURS-SW                 PIC X(01) VALUE 'N'.
           88  AFTER-HOURS-DELIVERY          VALUE 'Y'.
       01  WS-FEE-TYPE                       PIC X(01) VALUE SPACE.
       01  WS-FEE-AMOUNT                     PIC 9(08) VALUE ZERO.
       01  WS-FEE-NEW-ENTRY                  PIC 9(04) VALUE ZERO.
       01  WS-FEE-RECORD                     PIC 9(04) VALUE ZERO.
       01  WS-FEE-SUB                        PIC 9(02) VALUE ZERO.
       01  WS-FEES-BILLED                    PIC 9(08) VALUE ZERO.

       01  DELIVERY-POSTED-MESSAGE.
           03  FILLER                        PIC X(20) VALUE
                                             'Delivery posted for '.
           03  FILLER                        PIC X(09) VALUE
                                             ' applied.'.

       01  RECEIPT-FEE-LINE.
           03  FILLER                        PIC X(14) VALUE
                                             'Delivery fees '.
           03  RC-FEE-AMOUNT                 PIC X(09).
           03  FILLER                        PIC X(09) VALUE
                                             ' applied.'.

       01  RECEIPT-HEADER-LINE.
           03  FILLER                        PIC X(18) VALUE
                                             'DELIVERY RECEIPT  '.
           MOVE ZERO                  TO WS-GALLONS.
           MOVE A-S-ALERT-TEXT        TO WS-ALERT-TEXT.
           MOVE A-S-UNIT-PRICE        TO WS-UNIT-PRICE.
           PERFORM 000-PRICE-FROM-POSTING.
           PERFORM 000-PRICE-FROM-PROGRAM.
           MOVE ZERO                  TO WS-TECHNICIAN.
           MOVE SPACE                 TO WS-TRUCK-ID.
           MOVE SPACE                 TO WS-DELIVERY-TIME.
           MOVE 'N'                   TO WS-RUN-OUT.
           MOVE SPACE                 TO WS-RUN-OUT-CAUSE.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.

           MOVE WS-TRUCK-ID           TO M6TRKO.

           MOVE WS-DELIVERY-TIME      TO M6TIMEO.

           MOVE WS-RUN-OUT            TO M6RUNOO.
           MOVE WS-RUN-OUT-CAUSE      TO M6CAUSO.

           MOVE WS-ALERT-TEXT         TO M6ALRTO.
           IF NOT BAD-DATA
               MOVE -1                TO M6GALL.
           SET MAP-RECEIVED           TO TRUE.

           IF EIBAID NOT = DFHENTER
           AND EIBAID NOT = DFHPF4
               MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE
           ELSE
                                      TO COMM-MESSAGE
                   END-IF
               ELSE
                   PERFORM 000-CHECK-TAX-EXEMPTION
                   PERFORM 000-CHECK-CREDIT-LIMIT
                   IF OVER-CREDIT-LIMIT
                   AND EIBAID = DFHENTER
                       MOVE 'Over credit limit; supervisor PF4 posts.'
                                      TO COMM-MESSAGE
                   ELSE
                   IF OVER-CREDIT-LIMIT
                   AND COMM-AUTH-LEVEL < 3
                       MOVE 'Supervisor authority required.'
                                      TO COMM-MESSAGE
                   ELSE
                       PERFORM 000-POST-DELIVERY.

       000-VALIDATE-MAP-FIELDS.

           ELSE
               PERFORM 000-VALIDATE-TRUCK.

      * Delivery Time (Optional) - HHMM off the meter ticket, held
      * against the branch hours for the after-hours fee.
           IF M6TIMEL = ZERO
               MOVE WS-DELIVERY-TIME  TO M6TIMEI
           ELSE
               INSPECT M6TIMEI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE M6TIMEI           TO WS-DELIVERY-TIME.

           IF WS-DELIVERY-TIME NOT = SPACE
               IF WS-DELIVERY-TIME NOT NUMERIC
               OR WS-DELIVERY-TIME > '2359'
               OR WS-DELIVERY-TIME (3:2) > '59'
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO M6TIMEL
                   MOVE 'Delivery time is HHMM, 0000-2359.'
                                      TO COMM-MESSAGE.

      * Run-out (Optional, Y/N) - the customer was out of oil when
      * the truck arrived; the cause is then required.
           IF M6RUNOL = ZERO
               MOVE WS-RUN-OUT        TO M6RUNOI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE M6RUNOI           TO WS-RUN-OUT.

           IF M6CAUSL = ZERO
               MOVE WS-RUN-OUT-CAUSE  TO M6CAUSI
           ELSE
               INSPECT M6CAUSI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE M6CAUSI           TO WS-RUN-OUT-CAUSE.

           IF WS-RUN-OUT = SPACE
               MOVE 'N'               TO WS-RUN-OUT.

           MOVE WS-RUN-OUT-CAUSE      TO RO-CAUSE.

           IF NOT RUN-OUT-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M6RUNOL
               MOVE 'Run-out is Y or N.' TO COMM-MESSAGE
           ELSE
           IF RUN-OUT-FILL
           AND NOT RO-CAUSE-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M6CAUSL
               MOVE 'Run-out cause is D, S, C, U, W or X.'
                                      TO COMM-MESSAGE
           ELSE
           IF NOT RUN-OUT-FILL
               MOVE SPACE             TO WS-RUN-OUT-CAUSE.

      * Unit Price (Required, defaults to the account's current price)
           IF M6UNITL = ZERO
               MOVE WS-UNIT-PRICE     TO NUM-5

       000-POST-DELIVERY.

           MOVE COMM-ACCOUNT-ID       TO A-S-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO A-S-KEY-TYPE.

                                         TO COMM-MESSAGE
           ELSE
               MOVE A-S-NAME-LAST        TO WS-NAME-LAST
               MOVE A-S-BRANCH           TO WS-BRANCH
               MOVE A-S-ROUTE-CODE       TO WS-ROUTE-CODE

               PERFORM 000-PRICE-FROM-PROGRAM

                   MOVE 'Rewrite'         TO ERROR-TYPE
                   MOVE ERROR-MESSAGE     TO COMM-MESSAGE
               ELSE
                   PERFORM 000-WRITE-DELIVERY-ENTRIES
                   IF OVER-CREDIT-LIMIT
                       PERFORM 000-STAMP-LIMIT-OVERRIDE.

      * Price the delivery the way 000-POST-DELIVERY will - program
      * price, prepay gallons drawn first, tax on the rest - and see
      * whether the balance it leaves would pass the account's credit
      * limit. Read without UPDATE: nothing is held while the
      * operator decides.
       000-CHECK-CREDIT-LIMIT.

           MOVE 'N'                   TO WS-OVER-LIMIT-SW.

           IF WS-CREDIT-LIMIT > ZERO
               MOVE COMM-ACCOUNT-ID   TO A-S-ACCOUNT-ID
               MOVE A-S-RECORD-TYPE   TO A-S-KEY-TYPE
               MOVE ZERO              TO A-S-RECORD-NUMBER

               EXEC CICS READ
                   FILE      ('ACCTFILE')
                   INTO      (ACCOUNT-STATISTICS-RECORD)
                   RIDFLD    (A-S-KEY)
                   LENGTH    (ACCTFILE-LENGTH)
                   KEYLENGTH (ACCTFILE-KEYLENGTH)
                   RESP      (ACCTFILE-RESP)
                   RESP2     (ACCTFILE-RESP2)
               END-EXEC

               IF ACCTFILE-RESP = DFHRESP(NORMAL)
                   PERFORM 000-PRICE-FROM-PROGRAM
                   PERFORM 000-LOOKUP-TAX-RATE

                   MOVE WS-GALLONS    TO WS-LIMIT-GALLONS
                   IF A-S-PREPAID-GALLONS NUMERIC
                       IF A-S-PREPAID-GALLONS > WS-GALLONS
                           MOVE ZERO  TO WS-LIMIT-GALLONS
                       ELSE
                           SUBTRACT A-S-PREPAID-GALLONS
                               FROM WS-LIMIT-GALLONS
                       END-IF
                   END-IF

                   COMPUTE WS-LIMIT-BALANCE =
                       A-S-BALANCE
                           + (WS-LIMIT-GALLONS
                               * (WS-UNIT-PRICE + WS-TAX-RATE))

                   IF WS-LIMIT-BALANCE > WS-CREDIT-LIMIT
                       SET OVER-CREDIT-LIMIT TO TRUE.

      * A delivery posted past the limit under PF4 stamps the
      * supervisor and date on the extension record.
       000-STAMP-LIMIT-OVERRIDE.

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

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               MOVE COMM-TRAN-DATE (3:6)
                                      TO A-E-LIMIT-OVERRIDE-DATE
               MOVE COMM-OPERATOR-ID  TO A-E-LIMIT-OVERRIDE-BY

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-EXTEND-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC.

      * Newest rate in effect on or before today: TAXFILE keys carry
      * the effective date nines-complemented, so a GTEQ read from
                       IF WS-UNIT-PRICE > G-CAP
                           MOVE G-CAP     TO WS-UNIT-PRICE.

      * Market price for the delivery date off the posted price
      * table: the account's branch and zone (route code), then its
      * branch shop-wide, then its zone in any branch, then the
      * shop-wide posting. Each try is one GTEQ read on the
      * nines-complemented date, the same as the tax lookup. No
      * posting leaves the account's own A-S-UNIT-PRICE in place.
      * Runs ahead of 000-PRICE-FROM-PROGRAM so a contract program
      * still has the last word.
       000-PRICE-FROM-POSTING.

           MOVE 'N'                   TO WS-POSTED-SW.

           PERFORM 000-READ-POSTED-PRICE
               VARYING WS-POSTING-TIER FROM 1 BY 1
                 UNTIL WS-POSTING-TIER > 4
                    OR POSTED-PRICE-FOUND.

           IF POSTED-PRICE-FOUND
               MOVE PP-PRICE          TO WS-UNIT-PRICE.

       000-READ-POSTED-PRICE.

           IF WS-POSTING-TIER < 3
               MOVE A-S-BRANCH        TO WS-POSTING-BRANCH
           ELSE
               MOVE SPACE             TO WS-POSTING-BRANCH.

           IF WS-POSTING-TIER = 1
           OR WS-POSTING-TIER = 3
               MOVE A-S-ROUTE-CODE    TO WS-POSTING-ZONE
           ELSE
               MOVE SPACE             TO WS-POSTING-ZONE.

           MOVE WS-POSTING-BRANCH     TO PP-BRANCH.
           MOVE A-S-FUEL-TYPE         TO PP-FUEL-TYPE.
           MOVE WS-POSTING-ZONE       TO PP-ZONE.
           COMPUTE PP-EFFECTIVE-COMP = 99999999 - COMM-TRAN-DATE.

           EXEC CICS READ
               FILE      ('POSTPRIC')
               INTO      (POSTED-PRICE-RECORD)
               RIDFLD    (PP-KEY)
               LENGTH    (PRCFILE-LENGTH)
               KEYLENGTH (PRCFILE-KEYLENGTH)
               RESP      (PRCFILE-RESP)
               RESP2     (PRCFILE-RESP2)
               GTEQ
           END-EXEC.

           IF PRCFILE-RESP = DFHRESP(NORMAL)
               IF PP-BRANCH = WS-POSTING-BRANCH
               AND PP-FUEL-TYPE = A-S-FUEL-TYPE
               AND PP-ZONE = WS-POSTING-ZONE
                   SET POSTED-PRICE-FOUND TO TRUE.

       000-LOOKUP-TAX-RATE.

           MOVE ZERO                  TO WS-TAX-RATE.

           MOVE 'N'                   TO WS-TAX-EXEMPT-SW.
           MOVE SPACE                 TO WS-ASSIST-AGENCY.
           MOVE ZERO                  TO WS-CREDIT-LIMIT.
           MOVE SPACE                 TO WS-DELIVERY-PLAN.
           MOVE SPACE                 TO WS-ACCOUNT-PLAN.

           MOVE COMM-ACCOUNT-ID       TO A-E-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO A-E-KEY-TYPE.
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               IF A-E-CREDIT-LIMIT NUMERIC
                   MOVE A-E-CREDIT-LIMIT
                                      TO WS-CREDIT-LIMIT
               END-IF
               MOVE A-E-DELIVERY-PLAN TO WS-ACCOUNT-PLAN
               IF A-E-PLAN-WILL-CALL
                   MOVE A-E-DELIVERY-PLAN
                                      TO WS-DELIVERY-PLAN
               END-IF
               IF A-E-ASSIST-AGENCY NOT = SPACE
               AND A-E-ASSIST-AGENCY NOT = LOW-VALUE
                   MOVE A-E-ASSIST-AGENCY
                   PERFORM 000-ADD-OPEN-ITEM
               END-IF.

           MOVE ZERO                  TO WS-FEES-BILLED.

           IF COMM-MESSAGE = SPACE
               PERFORM 000-ASSESS-DELIVERY-FEES.

           IF COMM-MESSAGE = SPACE
               PERFORM 000-SEND-NOTIFICATION
               PERFORM 000-PRINT-RECEIPT
               MOVE WS-GALLONS           TO D-P-GALLONS
               MOVE DELIVERY-POSTED-MESSAGE
                                         TO COMM-MESSAGE
               IF RUN-OUT-FILL
                   PERFORM 000-LOG-RUN-OUT
               END-IF
               SET COMM-INIT             TO TRUE
               SET EXIT-SCREEN           TO TRUE.

      * The delivery is already posted by now; a run-out that will
      * not log only changes the message, it does not back the
      * delivery out.
       000-LOG-RUN-OUT.

           MOVE SPACE                 TO RUN-OUT-RECORD.
           MOVE COMM-ACCOUNT-ID       TO RO-ACCOUNT-ID.
           MOVE COMM-TRAN-DATE        TO RO-DATE.
           SET RO-FROM-DELIVERY       TO TRUE.
           MOVE WS-RUN-OUT-CAUSE      TO RO-CAUSE.
           MOVE WS-ROUTE-CODE         TO RO-ROUTE-CODE.
           MOVE WS-BRANCH             TO RO-BRANCH.
           MOVE WS-ACCOUNT-PLAN       TO RO-DELIVERY-PLAN.
           MOVE WS-TECHNICIAN         TO RO-TECHNICIAN.
           MOVE WS-GALLONS            TO RO-GALLONS.
           MOVE COMM-OPERATOR-ID      TO RO-OPERATOR.

           EXEC CICS WRITE
               FILE       ('RUNOUTLG')
               FROM       (RUN-OUT-RECORD)
               RIDFLD     (RO-KEY)
               LENGTH     (RNOFILE-LENGTH)
               KEYLENGTH  (RNOFILE-KEYLENGTH)
               RESP       (RNOFILE-RESP)
               RESP2      (RNOFILE-RESP2)
           END-EXEC.

           IF RNOFILE-RESP = DFHRESP(DUPREC)
               PERFORM 000-UPDATE-RUN-OUT.

           IF RNOFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Delivery posted; run-out not logged.'
                                      TO COMM-MESSAGE.

      * Today's no-heat call already logged the run-out: the fill
      * makes it both, and the driver's cause and figures stand.
       000-UPDATE-RUN-OUT.

           EXEC CICS READ
               FILE      ('RUNOUTLG')
               INTO      (RUN-OUT-RECORD)
               RIDFLD    (RO-KEY)
               LENGTH    (RNOFILE-LENGTH)
               KEYLENGTH (RNOFILE-KEYLENGTH)
               RESP      (RNOFILE-RESP)
               RESP2     (RNOFILE-RESP2)
               UPDATE
           END-EXEC.

           IF RNOFILE-RESP = DFHRESP(NORMAL)
               IF RO-FROM-EMERGENCY
                   SET RO-FROM-BOTH   TO TRUE
               END-IF
               MOVE WS-RUN-OUT-CAUSE  TO RO-CAUSE
               MOVE WS-TECHNICIAN     TO RO-TECHNICIAN
               MOVE WS-GALLONS        TO RO-GALLONS
               MOVE COMM-OPERATOR-ID  TO RO-OPERATOR

               EXEC CICS REWRITE
                   FILE       ('RUNOUTLG')
                   FROM       (RUN-OUT-RECORD)
                   LENGTH     (RNOFILE-LENGTH)
                   RESP       (RNOFILE-RESP)
                   RESP2      (RNOFILE-RESP2)
               END-EXEC.

      *---------------------------------------------------------------*
      * Delivery surcharges off the branch fee table: the account's   *
      * branch record, else the shop-wide (branch spaces) record; no  *
      * record means no fees. The minimum-delivery fee is for will-   *
      * call accounts only - an automatic or keep-full stop is sized  *
      * by our own scheduling, not the customer's call. The rush fee  *
      * rides the will-call order and is billed by SLICKBJ when the   *
      * ticket closes it.                                             *
      *---------------------------------------------------------------*
       000-ASSESS-DELIVERY-FEES.

           PERFORM 000-READ-FEE-TABLE.

           IF FEEFILE-RESP = DFHRESP(NORMAL)
               IF WILL-CALL-PLAN
               AND WS-GALLONS < FE-MIN-GALLONS
               AND FE-MIN-FEE > ZERO
                   MOVE 'M'           TO WS-FEE-TYPE
                   MOVE FE-MIN-FEE    TO WS-FEE-AMOUNT
                   PERFORM 000-POST-DELIVERY-FEE
               END-IF

               PERFORM 000-CHECK-AFTER-HOURS

               IF AFTER-HOURS-DELIVERY
               AND FE-AFTER-HOURS-FEE > ZERO
               AND COMM-MESSAGE = SPACE
                   MOVE 'H'           TO WS-FEE-TYPE
                   MOVE FE-AFTER-HOURS-FEE
                                      TO WS-FEE-AMOUNT
                   PERFORM 000-POST-DELIVERY-FEE.

       000-READ-FEE-TABLE.

           MOVE WS-BRANCH             TO FE-BRANCH.

           EXEC CICS READ
               FILE      ('DLVFEES')
               INTO      (DELIVERY-FEE-RECORD)
               RIDFLD    (FE-KEY)
               LENGTH    (FEEFILE-LENGTH)
               KEYLENGTH (FEEFILE-KEYLENGTH)
               RESP      (FEEFILE-RESP)
               RESP2     (FEEFILE-RESP2)
           END-EXEC.

           IF FEEFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACE             TO FE-BRANCH

               EXEC CICS READ
                   FILE      ('DLVFEES')
                   INTO      (DELIVERY-FEE-RECORD)
                   RIDFLD    (FE-KEY)
                   LENGTH    (FEEFILE-LENGTH)
                   KEYLENGTH (FEEFILE-KEYLENGTH)
                   RESP      (FEEFILE-RESP)
                   RESP2     (FEEFILE-RESP2)
               END-EXEC.

      * Saturday and Sunday are after hours all day; on a weekday
      * the keyed meter time is held against the branch hours, when
      * one was keyed and the branch keeps hours at all.
       000-CHECK-AFTER-HOURS.

           MOVE 'N'                   TO WS-AFTER-HOURS-SW.

           MOVE COMM-TRAN-DATE        TO DOW-DATE.
           PERFORM 000-DAY-OF-WEEK.

           IF DOW-WEEKEND
               SET AFTER-HOURS-DELIVERY TO TRUE
           ELSE
           IF WS-DELIVERY-TIME NOT = SPACE
           AND FE-HOURS-CLOSE > ZERO
               IF WS-DELIVERY-HHMM < FE-HOURS-OPEN
               OR WS-DELIVERY-HHMM NOT < FE-HOURS-CLOSE
                   SET AFTER-HOURS-DELIVERY TO TRUE.

      * Each fee posts the way SLICKP7 posts an NSF fee: its own
      * maintenance entry, technician 0, and an open item of the
      * same type.
       000-POST-DELIVERY-FEE.

           MOVE COMM-ACCOUNT-ID       TO A-S-ACCOUNT-ID.
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
               UPDATE
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error updating account file.'
                                         TO COMM-MESSAGE
           ELSE
               COMPUTE WS-FEE-NEW-ENTRY =
                   A-S-MAINTENANCE-ENTRIES + 1
               COMPUTE WS-FEE-RECORD =
                   (WS-FEE-NEW-ENTRY - 1) / 10
               COMPUTE WS-FEE-SUB =
                   WS-FEE-NEW-ENTRY - (WS-FEE-RECORD * 10)

               ADD 1                     TO A-S-MAINTENANCE-ENTRIES
               MOVE COMM-TRAN-DATE       TO A-S-LAST-MAINTENANCE
               COMPUTE A-S-BALANCE = A-S-BALANCE + WS-FEE-AMOUNT

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
                   PERFORM 000-WRITE-FEE-ENTRY
                   IF COMM-MESSAGE = SPACE
                       MOVE WS-FEE-TYPE   TO WS-OI-TYPE
                       MOVE WS-FEE-AMOUNT TO WS-OI-AMOUNT
                       PERFORM 000-ADD-OPEN-ITEM
                       ADD WS-FEE-AMOUNT  TO WS-FEES-BILLED.

       000-WRITE-FEE-ENTRY.

           MOVE COMM-ACCOUNT-ID       TO A-M-ACCOUNT-ID.
           MOVE A-M-RECORD-TYPE       TO A-M-KEY-TYPE.
           MOVE WS-FEE-RECORD         TO A-M-RECORD-NUMBER.

           IF WS-FEE-SUB = 1
               MOVE SPACE             TO ACCOUNT-MAINTENANCE-RECORD
               MOVE COMM-ACCOUNT-ID   TO A-M-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO A-M-KEY-TYPE
               MOVE WS-FEE-RECORD     TO A-M-RECORD-NUMBER
               MOVE ZERO              TO A-M-TECHNICIAN (WS-FEE-SUB)
               MOVE WS-FEE-AMOUNT     TO
                   A-M-SERVICE-CHARGE (WS-FEE-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-M-DATE-OF-SERVICE (WS-FEE-SUB)
               MOVE WS-FEE-TYPE       TO A-M-ENTRY-TYPE (WS-FEE-SUB)

               EXEC CICS WRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-MAINTENANCE-RECORD)
                   RIDFLD     (A-M-KEY)
                   LENGTH     (ACCTFILE-LENGTH)
                   KEYLENGTH  (ACCTFILE-KEYLENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE

           ELSE
               EXEC CICS READ
                   FILE      ('ACCTFILE')
                   INTO      (ACCOUNT-MAINTENANCE-RECORD)
                   RIDFLD    (A-M-KEY)
                   LENGTH    (ACCTFILE-LENGTH)
                   KEYLENGTH (ACCTFILE-KEYLENGTH)
                   RESP      (ACCTFILE-RESP)
                   RESP2     (ACCTFILE-RESP2)
                   UPDATE
               END-EXEC

               MOVE ZERO              TO A-M-TECHNICIAN (WS-FEE-SUB)
               MOVE WS-FEE-AMOUNT     TO
                   A-M-SERVICE-CHARGE (WS-FEE-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-M-DATE-OF-SERVICE (WS-FEE-SUB)
               MOVE WS-FEE-TYPE       TO A-M-ENTRY-TYPE (WS-FEE-SUB)

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-MAINTENANCE-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE ACCTFILE-RESP        TO ERROR-RESP
               MOVE ACCTFILE-RESP2       TO ERROR-RESP2
               MOVE A-M-KEY              TO ERROR-KEY
               MOVE 'Service'            TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE.

       000-WRITE-ONE-DELIVERY-ENTRY.

           COMPUTE WS-DELIVERY-RECORD =
               MOVE WS-DELIVERY-RECORD
                                      TO A-D-RECORD-NUMBER
               MOVE WS-ENTRY-GALLONS  TO A-D-GALLONS (WS-DELIVERY-SUB)
               MOVE WS-ENTRY-PRICE    TO
                                      A-D-UNIT-PRICE (WS-DELIVERY-SUB)
               MOVE WS-TECHNICIAN     TO
                                      A-D-TECHNICIAN (WS-DELIVERY-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-D-DATE-OF-DELIVERY (WS-DELIVERY-SUB)
               MOVE WS-ENTRY-TAX      TO
                                      A-D-TAX-AMOUNT (WS-DELIVERY-SUB)

               EXEC CICS WRITE
                   FILE       ('ACCTFILE')
               END-EXEC

               MOVE WS-ENTRY-GALLONS  TO A-D-GALLONS (WS-DELIVERY-SUB)
               MOVE WS-ENTRY-PRICE    TO
                                      A-D-UNIT-PRICE (WS-DELIVERY-SUB)
               MOVE WS-TECHNICIAN     TO
                                      A-D-TECHNICIAN (WS-DELIVERY-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-D-DATE-OF-DELIVERY (WS-DELIVERY-SUB)
               MOVE WS-ENTRY-TAX      TO
                                      A-D-TAX-AMOUNT (WS-DELIVERY-SUB)

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   LENGTH (LENGTH OF RECEIPT-LINE)
               END-EXEC.

           IF WS-FEES-BILLED > ZERO
               MOVE WS-FEES-BILLED    TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO RC-FEE-AMOUNT
               MOVE RECEIPT-FEE-LINE  TO RECEIPT-LINE

               EXEC CICS WRITEQ TD
                   QUEUE  (PRINTQ-QUEUE-NAME)
                   FROM   (RECEIPT-LINE)
                   LENGTH (LENGTH OF RECEIPT-LINE)
               END-EXEC.

       000-SEND-NOTIFICATION.

           MOVE WS-GALLONS            TO DN-GALLONS.
