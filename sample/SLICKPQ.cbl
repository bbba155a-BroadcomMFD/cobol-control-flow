       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPQ.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Premises Transfer - the house changed hands. Reached*
      *             from PF9 on the Update Account screen (SLICKP3) for *
      *             the seller's active account. The tank, route, stop *
      *             sequence, tank monitor, leased tanks, service plan *
      *             and standing alert all stay with the house, so     *
      *             instead of closing the account on SLICKP3 and      *
      *             keying the buyer from scratch on SLICKP1, the CSR  *
      *             keys the closing date, the final tank reading, how *
      *             the fuel left in the tank is settled, and the      *
      *             buyer's name, phones and credit application.       *
      *                                                                *
      *             Settlement 'C' (through us): the reading at the    *
      *             seller's price per gallon is credited to the       *
      *             seller as a type-'T' payment-chain entry (not      *
      *             cash) and billed to the buyer as a type-'F'        *
      *             maintenance entry with its own open item.          *
      *             Settlement 'N': the lawyers prorated the oil at    *
      *             the closing table and no money moves here.         *
      *                                                                *
      *             The seller's account is final-billed the way a     *
      *             SLICKP3 closure is - end of contract is the        *
      *             closing date, closure pending, refund due when the *
      *             credit leaves the balance below zero - and loses   *
      *             its route, stop, service plan, tanks, leases and   *
      *             monitor. The buyer's account opens under the next  *
      *             id off the control record with all of them, the    *
      *             tank records moved over under the new id, and the  *
      *             burn estimate started from the reading. Each       *
      *             account's extension record names the other         *
      *             (A-E-PREMISES-TO / A-E-PREMISES-FROM), the seller  *
      *             is journaled as action XFO and the buyer as XFI.   *
      *                                                                *
      *             Everything after the seller's rewrite is one unit  *
      *             of work: any failed write rolls the whole transfer *
      *             back (EXEC CICS SYNCPOINT ROLLBACK) and abends     *
      *             SE22, so neither account is left half moved. Every *
      *             ACCTFILE record written is logged to PLOG (see     *
      *             PSTLOG).                                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMQ.

           COPY DFHAID.

           COPY ACCTFILE.

           COPY JRNLFILE.

           COPY PSTLOG.

       01  WS-MAP-FIELDS.
           03  WS-CLOSE-YYMMDD               PIC 9(06) VALUE ZERO.
           03  FILLER REDEFINES WS-CLOSE-YYMMDD.
               05  WS-CLOSE-YY               PIC 9(02).
               05  WS-CLOSE-MM               PIC 9(02).
               05  WS-CLOSE-DD               PIC 9(02).
           03  WS-FINAL-GALLONS              PIC 9(04) VALUE ZERO.
           03  WS-SETTLE-CODE                PIC X(01) VALUE SPACE.
               88  SETTLE-THROUGH-US         VALUE 'C'.
               88  SETTLE-CODE-VALID         VALUE 'C' 'N'.
           03  WS-NAME-LAST                  PIC X(16) VALUE SPACE.
           03  WS-NAME-FIRST                 PIC X(16) VALUE SPACE.
           03  WS-NAME-INITIAL               PIC X(01) VALUE SPACE.
           03  WS-TEL-1A                     PIC 9(03) VALUE ZERO.
           03  WS-TEL-1B                     PIC 9(03) VALUE ZERO.
           03  WS-TEL-1C                     PIC 9(04) VALUE ZERO.
           03  WS-TEL-2A                     PIC 9(03) VALUE ZERO.
           03  WS-TEL-2B                     PIC 9(03) VALUE ZERO.
           03  WS-TEL-2C                     PIC 9(04) VALUE ZERO.
           03  WS-CREDIT-LIMIT               PIC 9(08) VALUE ZERO.
           03  WS-DEPOSIT-REQUIRED           PIC X(01) VALUE SPACE.
           03  WS-DEPOSIT-AMOUNT             PIC 9(08) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.
      * The seller's account as it stood when the screen came up;
      * the change seq catches an update made in the meantime.
           03  WS-OLD-NAME-LAST              PIC X(16) VALUE SPACE.
           03  WS-OLD-ADDRESS                PIC X(64) VALUE SPACE.
           03  WS-OLD-SIZE-OF-TANK           PIC 9(04) VALUE ZERO.
           03  WS-OLD-UNIT-PRICE             PIC 9(05) VALUE ZERO.
           03  WS-OLD-BALANCE                PIC S9(09) VALUE ZERO.
           03  WS-OLD-ALERT-TEXT             PIC X(40) VALUE SPACE.
           03  WS-OLD-START                  PIC 9(08) VALUE ZERO.
           03  WS-OLD-CHANGE-SEQ             PIC 9(08) VALUE ZERO.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-DUP-STATUS                     PIC X(01) VALUE SPACE.
           88  DUPLICATE-FOUND               VALUE 'Y'.

       01  WS-OLD-ACCOUNT-ID                 PIC 9(05) VALUE ZERO.
       01  WS-NEW-ACCOUNT-ID                 PIC 9(05) VALUE ZERO.
       01  WS-CLOSE-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-TODAY-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-XFER-AMOUNT                    PIC 9(08) VALUE ZERO.

      * What moves with the house, saved off the seller's records
      * before the shared record area is reused for the buyer's.
       01  WS-PREMISES.
           03  WS-P-ADDRESS                  PIC X(64).
           03  WS-P-CITY                     PIC X(24).
           03  WS-P-STATE                    PIC X(02).
           03  WS-P-ZIP                      PIC 9(05).
           03  WS-P-ZIP-EX                   PIC 9(04).
           03  WS-P-SIZE-OF-TANK             PIC 9(04).
           03  WS-P-FUEL-TYPE                PIC X(01).
           03  WS-P-SIZE-OF-HOME             PIC 9(04).
           03  WS-P-UNIT-PRICE               PIC 9(05).
           03  WS-P-ESTIMATED-USAGE          PIC 9(04).
           03  WS-P-ROUTE-CODE               PIC X(04).
           03  WS-P-STOP-SEQUENCE            PIC 9(03).
           03  WS-P-ALERT-TEXT               PIC X(40).
           03  WS-P-SERVICE-PLAN             PIC X(01).
           03  WS-P-PLAN-START               PIC 9(06).
           03  WS-P-PLAN-END                 PIC 9(06).
           03  WS-P-PLAN-FEE                 PIC 9(08).
           03  WS-P-TANK-ENTRIES             PIC 9(04).
           03  WS-P-BRANCH                   PIC X(02).
           03  WS-P-MONITOR-FLAG             PIC X(01).
           03  WS-P-MONITOR-GALLONS          PIC 9(06)V99.
           03  WS-P-MONITOR-DATE             PIC 9(06).
           03  WS-P-TANK-LEASED              PIC X(01) OCCURS 20 TIMES.
           03  WS-P-TANK-RENT                PIC 9(05) OCCURS 20 TIMES.

       01  WS-TANK-SUB                       PIC 9(02) VALUE ZERO.
       01  WS-TANK-RECORD                    PIC 9(04) VALUE ZERO.
       01  WS-TANK-LAST-RECORD               PIC 9(04) VALUE ZERO.

       01  WS-NEW-ENTRY                      PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD                 PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-SUB                    PIC 9(02) VALUE ZERO.

       01  WS-OI-SUB                         PIC 9(02) VALUE ZERO.
       01  WS-OI-RECORD                      PIC 9(04) VALUE ZERO.
       01  WS-OI-APPLY-AMOUNT                PIC 9(08) VALUE ZERO.
       01  WS-OI-OPEN-AMOUNT                 PIC 9(08) VALUE ZERO.
       01  WS-OI-ENTRIES                     PIC 9(04) VALUE ZERO.
       01  WS-OI-LAST-RECORD                 PIC 9(04) VALUE ZERO.
       01  WS-OI-REC-HIGH                    PIC 9(02) VALUE ZERO.
       01  WS-OI-CHANGED-SW                  PIC X(01) VALUE 'N'.
           88  OPEN-ITEM-CHANGED             VALUE 'Y'.

       01  TEMP-DATE.
           03  TEMP-YY                       PIC 9(02) VALUE ZERO.
           03  TEMP-MM                       PIC 9(02) VALUE ZERO.
           03  TEMP-DD                       PIC 9(02) VALUE ZERO.

       01  TRANSFER-CONFIRM-MESSAGE.
           03  FILLER                        PIC X(12) VALUE
                                             'Tank credit '.
           03  T-C-AMOUNT                    PIC X(10).
           03  FILLER                        PIC X(16) VALUE
                                             ' - PF1 confirms.'.

       01  ACCOUNT-OPENED-MESSAGE.
           03  FILLER                        PIC X(08) VALUE 'Account '.
           03  A-O-M-ACCOUNT-ID              PIC 9(05) VALUE ZERO.
           03  FILLER                        PIC X(24) VALUE
                                             ' opened - premises moved'.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03  FILLER                        PIC X(01)
                                             OCCURS 1 TO 4096 TIMES
                                             DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       000-START-PROCESSING.

           MOVE DFHCOMMAREA           TO SLICK-COMM.
           MOVE LOW-VALUES            TO SLICKMQI.

           IF COMM-INIT
               PERFORM 000-INITIALIZATION

           ELSE
               MOVE COMM-SAVE         TO WS-MAP-FIELDS
               PERFORM 000-RECEIVE-MAP.

           MOVE WS-MAP-FIELDS         TO COMM-SAVE.

      * Back to the Update Account screen as an ordinary update, or
      * SLICKP3 would take the Transfer function straight back here.
           IF EXIT-SCREEN
               SET COMM-UPDATE        TO TRUE

               EXEC CICS RETURN
                   TRANSID  (COMM-RETURN-TRAN)
                   COMMAREA (SLICK-COMM)
                   IMMEDIATE
               END-EXEC

           ELSE
           IF COMM-NEXT-TRAN = EIBTRNID
               PERFORM 000-SEND-MAP

               EXEC CICS RETURN
                   TRANSID (COMM-NEXT-TRAN)
                   COMMAREA (SLICK-COMM)
               END-EXEC

           ELSE
               SET COMM-INIT          TO TRUE
               SET COMM-UPDATE        TO TRUE

               EXEC CICS RETURN
                   TRANSID  (COMM-RETURN-TRAN)
                   COMMAREA (SLICK-COMM)
                   IMMEDIATE
               END-EXEC.

       000-INITIALIZATION.

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
           END-EXEC.

           MOVE A-S-NAME-LAST         TO WS-OLD-NAME-LAST.
           MOVE A-S-ADDRESS           TO WS-OLD-ADDRESS.
           MOVE A-S-SIZE-OF-TANK      TO WS-OLD-SIZE-OF-TANK.
           MOVE A-S-UNIT-PRICE        TO WS-OLD-UNIT-PRICE.
           MOVE A-S-BALANCE           TO WS-OLD-BALANCE.
           MOVE A-S-ALERT-TEXT        TO WS-OLD-ALERT-TEXT.
           MOVE A-S-START-OF-CONTRACT TO WS-OLD-START.
           MOVE A-S-CHANGE-SEQ        TO WS-OLD-CHANGE-SEQ.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error reading account file.'
                                      TO COMM-MESSAGE.

      * The closing is usually today or just behind us.
           MOVE COMM-TRAN-DATE (3:6)  TO WS-CLOSE-YYMMDD.
           MOVE ZERO                  TO WS-FINAL-GALLONS.
           MOVE SPACE                 TO WS-SETTLE-CODE.
           MOVE SPACE                 TO WS-NAME-LAST.
           MOVE SPACE                 TO WS-NAME-FIRST.
           MOVE SPACE                 TO WS-NAME-INITIAL.
           MOVE ZERO                  TO WS-TEL-1A.
           MOVE ZERO                  TO WS-TEL-1B.
           MOVE ZERO                  TO WS-TEL-1C.
           MOVE ZERO                  TO WS-TEL-2A.
           MOVE ZERO                  TO WS-TEL-2B.
           MOVE ZERO                  TO WS-TEL-2C.
           MOVE ZERO                  TO WS-CREDIT-LIMIT.
           MOVE SPACE                 TO WS-DEPOSIT-REQUIRED.
           MOVE ZERO                  TO WS-DEPOSIT-AMOUNT.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

       000-SEND-MAP.

           MOVE COMM-DISPLAY-DATE     TO MQDATEO.
           MOVE COMM-ACCOUNT-ID       TO MQIDO.
           MOVE WS-OLD-NAME-LAST      TO MQOLASTO.
           MOVE WS-OLD-ADDRESS        TO MQOADDRO.
           MOVE WS-OLD-SIZE-OF-TANK   TO MQOTANKO.
           MOVE WS-OLD-ALERT-TEXT     TO MQALRTO.
           MOVE COMM-MESSAGE          TO MQMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           MOVE WS-OLD-UNIT-PRICE     TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO MQOUNITO.

           MOVE WS-OLD-BALANCE        TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO MQOBALO.

           MOVE WS-CLOSE-YYMMDD       TO MQCLDTO.
           MOVE WS-FINAL-GALLONS      TO MQGALO.
           MOVE WS-SETTLE-CODE        TO MQSETLO.
           MOVE WS-NAME-LAST          TO MQLASTO.
           MOVE WS-NAME-FIRST         TO MQFIRSTO.
           MOVE WS-NAME-INITIAL       TO MQINITO.
           MOVE WS-TEL-1A             TO MQTEL1AO.
           MOVE WS-TEL-1B             TO MQTEL1BO.
           MOVE WS-TEL-1C             TO MQTEL1CO.
           MOVE WS-TEL-2A             TO MQTEL2AO.
           MOVE WS-TEL-2B             TO MQTEL2BO.
           MOVE WS-TEL-2C             TO MQTEL2CO.
           MOVE WS-DEPOSIT-REQUIRED   TO MQDREQO.

           MOVE WS-CREDIT-LIMIT       TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO MQCLMTO.

           MOVE WS-DEPOSIT-AMOUNT     TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO MQDAMTO.

           IF NOT BAD-DATA
               MOVE -1                TO MQCLDTL.

           EXEC CICS SEND
               MAP ('SLICKMQ')
               CURSOR
               ERASE
           END-EXEC.

           IF MQMSGO NOT = SPACE
               PERFORM 000-ALARM.

       000-RECEIVE-MAP.

           IF EIBAID = DFHPF11
               MOVE 'Transfer cancelled.' TO COMM-MESSAGE
               SET COMM-INIT          TO TRUE
               SET EXIT-SCREEN        TO TRUE
           ELSE
               IF EIBAID = DFHPF12
               OR EIBAID = DFHPF24
                   MOVE 'Transfer cancelled.' TO COMM-MESSAGE
                   SET COMM-INIT      TO TRUE
                   SET EXIT-SCREEN    TO TRUE
               ELSE
                   PERFORM 000-PROCESS-FIELDS
                   MOVE EIBAID        TO WS-LAST-AID.

       000-PROCESS-FIELDS.

           EXEC CICS RECEIVE
               MAP   ('SLICKMQ')
               RESP  (COMM-RESP)
           END-EXEC.

           PERFORM 000-VALIDATE-MAP-FIELDS.
           SET MAP-RECEIVED           TO TRUE.

           IF EIBAID = DFHENTER
               NEXT SENTENCE
           ELSE
               IF EIBAID NOT = DFHPF1
                   MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE
               ELSE
                   IF BAD-DATA
                       IF COMM-MESSAGE = SPACE
                           MOVE 'Enter required field(s).'
                                      TO COMM-MESSAGE
                       END-IF
                   ELSE
                       IF WS-LAST-AID NOT = DFHPF1
                       OR MAP-CHANGED
                           PERFORM 000-CONFIRM-TRANSFER
                       ELSE
                           PERFORM 000-TRANSFER-PREMISES.

      * The first PF1 shows what the fuel left in the tank comes to
      * at the seller's price, so the CSR can read it back to the
      * closing attorney before the second PF1 posts it.
       000-CONFIRM-TRANSFER.

           IF SETTLE-THROUGH-US
               COMPUTE WS-XFER-AMOUNT =
                   WS-FINAL-GALLONS * WS-OLD-UNIT-PRICE
           ELSE
               MOVE ZERO              TO WS-XFER-AMOUNT.

           MOVE WS-XFER-AMOUNT        TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO T-C-AMOUNT.
           MOVE TRANSFER-CONFIRM-MESSAGE
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Deposit Amount (Required when a deposit is required)
           IF MQDAMTL = ZERO
               MOVE WS-DEPOSIT-AMOUNT TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO MQDAMTI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 8                 TO WS-FIELD-SIZE
               MOVE MQDAMTI           TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-DEPOSIT-AMOUNT
               MOVE DC-8              TO MQDAMTI.

      * Deposit Required (Optional: Y, or N/blank for none)
           IF MQDREQL = ZERO
               MOVE WS-DEPOSIT-REQUIRED TO MQDREQI
           ELSE
               INSPECT MQDREQI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MQDREQI           TO WS-DEPOSIT-REQUIRED.

           IF WS-DEPOSIT-REQUIRED = 'N'
               MOVE SPACE             TO WS-DEPOSIT-REQUIRED.

           IF WS-DEPOSIT-REQUIRED NOT = SPACE
           AND WS-DEPOSIT-REQUIRED NOT = 'Y'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MQDREQL
               MOVE 'Deposit required is Y or blank.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-DEPOSIT-REQUIRED = 'Y'
           AND WS-DEPOSIT-AMOUNT = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MQDAMTL
               MOVE 'Enter the deposit amount.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-DEPOSIT-REQUIRED = SPACE
               MOVE ZERO              TO WS-DEPOSIT-AMOUNT.

      * Credit Limit (Optional, zero = no limit)
           IF MQCLMTL = ZERO
               MOVE WS-CREDIT-LIMIT   TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO MQCLMTI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 8                 TO WS-FIELD-SIZE
               MOVE MQCLMTI           TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-CREDIT-LIMIT
               MOVE DC-8              TO MQCLMTI.

      * Buyer's Office Telephone (Optional)
           IF MQTEL2CL = ZERO
               MOVE WS-TEL-2C         TO MQTEL2CI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 4                 TO WS-FIELD-SIZE
               MOVE MQTEL2CI          TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TEL-2C
               MOVE CH-ARRAY          TO MQTEL2CI.

      * Buyer's Office Telephone Exchange (Optional)
           IF MQTEL2BL = ZERO
               MOVE WS-TEL-2B         TO MQTEL2BI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 3                 TO WS-FIELD-SIZE
               MOVE MQTEL2BI          TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TEL-2B
               MOVE CH-ARRAY          TO MQTEL2BI.

      * Buyer's Office Telephone Area Code (Optional)
           IF MQTEL2AL = ZERO
               MOVE WS-TEL-2A         TO MQTEL2AI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 3                 TO WS-FIELD-SIZE
               MOVE MQTEL2AI          TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TEL-2A
               MOVE CH-ARRAY          TO MQTEL2AI.

      * Buyer's Home Telephone (Required)
           IF MQTEL1CL = ZERO
               MOVE WS-TEL-1C         TO MQTEL1CI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 4                 TO WS-FIELD-SIZE
               MOVE MQTEL1CI          TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TEL-1C
               MOVE CH-ARRAY          TO MQTEL1CI.

      * Buyer's Home Telephone Exchange (Required)
           IF MQTEL1BL = ZERO
               MOVE WS-TEL-1B         TO MQTEL1BI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 3                 TO WS-FIELD-SIZE
               MOVE MQTEL1BI          TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TEL-1B
               MOVE CH-ARRAY          TO MQTEL1BI.

           IF WS-TEL-1B = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MQTEL1BL.

      * Buyer's Home Telephone Area Code (Required)
           IF MQTEL1AL = ZERO
               MOVE WS-TEL-1A         TO MQTEL1AI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 3                 TO WS-FIELD-SIZE
               MOVE MQTEL1AI          TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TEL-1A
               MOVE CH-ARRAY          TO MQTEL1AI.

           IF WS-TEL-1A = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MQTEL1AL.

      * Buyer's Middle Initial (Optional)
           IF MQINITL = ZERO
               MOVE WS-NAME-INITIAL   TO MQINITI
           ELSE
               INSPECT MQINITI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MQINITI           TO WS-NAME-INITIAL.

           IF WS-NAME-INITIAL = SPACE
               MOVE ALL '_'           TO MQINITI.

      * Buyer's First Name (Required)
           IF MQFIRSTL = ZERO
               MOVE WS-NAME-FIRST     TO MQFIRSTI
           ELSE
               INSPECT MQFIRSTI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MQFIRSTI          TO WS-NAME-FIRST.

           IF WS-NAME-FIRST = SPACE
               SET BAD-DATA           TO TRUE
               MOVE ALL '_'           TO MQFIRSTI
               MOVE -1                TO MQFIRSTL.

      * Buyer's Last Name (Required)
           IF MQLASTL = ZERO
               MOVE WS-NAME-LAST      TO MQLASTI
           ELSE
               INSPECT MQLASTI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MQLASTI           TO WS-NAME-LAST.

           IF WS-NAME-LAST = SPACE
               SET BAD-DATA           TO TRUE
               MOVE ALL '_'           TO MQLASTI
               MOVE -1                TO MQLASTL.

      * Settlement of the fuel left in the tank (Required): C credits
      * the seller and bills the buyer through us, N means it was
      * settled at the closing table.
           IF MQSETLL = ZERO
               MOVE WS-SETTLE-CODE    TO MQSETLI
           ELSE
               INSPECT MQSETLI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MQSETLI           TO WS-SETTLE-CODE.

           IF NOT SETTLE-CODE-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MQSETLL
               MOVE 'Settle is C (through us) or N.'
                                      TO COMM-MESSAGE.

      * Final tank reading in gallons (Required, may be zero - an
      * empty tank is a reading too; no more than the tank holds)
           IF MQGALL = ZERO
               MOVE WS-FINAL-GALLONS  TO MQGALI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 4                 TO WS-FIELD-SIZE
               MOVE MQGALI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-FINAL-GALLONS
               MOVE CH-ARRAY          TO MQGALI.

           IF WS-FINAL-GALLONS > WS-OLD-SIZE-OF-TANK
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MQGALL
               MOVE 'Reading is more than the tank holds.'
                                      TO COMM-MESSAGE.

      * Closing date, YYMMDD (Required, defaults to today): not in
      * the future, and not before the seller's contract started.
           IF MQCLDTL = ZERO
               MOVE WS-CLOSE-YYMMDD   TO MQCLDTI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MQCLDTI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-CLOSE-YYMMDD
               MOVE CH-ARRAY          TO MQCLDTI.

           IF WS-CLOSE-MM < 01
           OR WS-CLOSE-MM > 12
           OR WS-CLOSE-DD < 01
           OR WS-CLOSE-DD > 31
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MQCLDTL
               MOVE 'Closing date is YYMMDD.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-CLOSE-YYMMDD   TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE Y2K-DATE-1        TO WS-CLOSE-DATE
               MOVE COMM-TRAN-DATE    TO WS-TODAY-DATE
               IF WS-CLOSE-DATE > WS-TODAY-DATE
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MQCLDTL
                   MOVE 'Closing date is in the future.'
                                      TO COMM-MESSAGE
               ELSE
               IF WS-CLOSE-DATE < WS-OLD-START
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MQCLDTL
                   MOVE 'Closing is before the contract began.'
                                      TO COMM-MESSAGE.

      * The buyer gets the next account id, exactly as SLICKP1's
      * 000-ADD-ACCOUNT hands them out, and the same duplicate check
      * on name + address (the buyer's name at the seller's house).
       000-TRANSFER-PREMISES.

           MOVE COMM-ACCOUNT-ID       TO WS-OLD-ACCOUNT-ID.

           IF COMM-MAX-ACCOUNT-ID NOT < 99999
               MOVE 'Account ID limit reached, see supervisor.'
                                        TO COMM-MESSAGE

           ELSE
               COMPUTE WS-NEW-ACCOUNT-ID = COMM-MAX-ACCOUNT-ID + 1

               PERFORM 000-CHECK-FOR-DUPLICATE

               IF DUPLICATE-FOUND
                   MOVE 'Buyer already on file at this address.'
                                        TO COMM-MESSAGE

               ELSE
                   PERFORM 000-CLOSE-SELLER-ACCOUNT.

       000-CHECK-FOR-DUPLICATE.

           MOVE SPACE                 TO WS-DUP-STATUS.
           MOVE WS-NAME-LAST          TO A-S-NX-NAME-LAST.
           MOVE WS-OLD-ADDRESS        TO A-S-NX-ADDRESS.

           EXEC CICS READ
               FILE       ('ACCTFLNX')
               INTO       (ACCOUNT-STATISTICS-RECORD)
               RIDFLD     (A-S-NX-KEY)
               LENGTH     (ACCTFILE-LENGTH)
               KEYLENGTH  (ACCTFLNX-KEYLENGTH)
               RESP       (ACCTFILE-RESP)
               RESP2      (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               SET DUPLICATE-FOUND     TO TRUE
           ELSE
           IF ACCTFILE-RESP NOT = DFHRESP(NOTFND)
               MOVE 'SE11' TO COMM-ABCODE
               EXEC CICS ABEND
                   ABCODE (COMM-ABCODE)
                   NODUMP
               END-EXEC.

      * Final-bill the seller the way a SLICKP3 closure does, dated
      * the closing, and strip off everything that stays with the
      * house - saved to WS-PREMISES first for the buyer's account.
      * Nothing has been written yet if the account moved under us.
       000-CLOSE-SELLER-ACCOUNT.

           MOVE WS-OLD-ACCOUNT-ID     TO A-S-ACCOUNT-ID.
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
           IF A-S-CHANGE-SEQ NOT = WS-OLD-CHANGE-SEQ
               EXEC CICS UNLOCK
                   FILE ('ACCTFILE')
               END-EXEC
               MOVE 'Record changed since opened - redisplay.'
                                         TO COMM-MESSAGE
           ELSE
           IF A-S-END-OF-CONTRACT NOT = ZERO
               EXEC CICS UNLOCK
                   FILE ('ACCTFILE')
               END-EXEC
               MOVE 'Account is already closed.'
                                         TO COMM-MESSAGE
           ELSE
               PERFORM 000-SAVE-PREMISES
               PERFORM 000-BUILD-SELLER-JOURNAL

               IF SETTLE-THROUGH-US
                   COMPUTE WS-XFER-AMOUNT =
                       WS-FINAL-GALLONS * A-S-UNIT-PRICE
               ELSE
                   MOVE ZERO             TO WS-XFER-AMOUNT
               END-IF

               IF WS-XFER-AMOUNT > ZERO
                   COMPUTE WS-NEW-ENTRY = A-S-PAYMENT-ENTRIES + 1
                   COMPUTE WS-PAYMENT-RECORD =
                       (WS-NEW-ENTRY - 1) / 20
                   COMPUTE WS-PAYMENT-SUB =
                       WS-NEW-ENTRY - (WS-PAYMENT-RECORD * 20)
                   ADD 1                 TO A-S-PAYMENT-ENTRIES
                   MOVE COMM-TRAN-DATE   TO A-S-LAST-PAYMENT
                   COMPUTE A-S-BALANCE = A-S-BALANCE - WS-XFER-AMOUNT
               END-IF

               MOVE WS-CLOSE-DATE        TO A-S-END-OF-CONTRACT
               SET CLOSURE-PENDING       TO TRUE
               IF A-S-BALANCE < ZERO
                   SET REFUND-DUE        TO TRUE
               ELSE
                   MOVE 'N'              TO A-S-REFUND-DUE
               END-IF

               MOVE SPACE                TO A-S-ROUTE-CODE
               MOVE ZERO                 TO A-S-STOP-SEQUENCE
               MOVE SPACE                TO A-S-SERVICE-PLAN
               MOVE ZERO                 TO A-S-PLAN-START
               MOVE ZERO                 TO A-S-PLAN-END
               MOVE ZERO                 TO A-S-PLAN-FEE
               MOVE ZERO                 TO A-S-TANK-ENTRIES
               ADD 1                     TO A-S-CHANGE-SEQ
               MOVE COMM-OPERATOR-ID     TO A-S-LAST-OPERATOR

               PERFORM 000-FINISH-SELLER-JOURNAL

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
                   PERFORM 000-COMPLETE-TRANSFER.

       000-SAVE-PREMISES.

           MOVE A-S-ADDRESS           TO WS-P-ADDRESS.
           MOVE A-S-CITY              TO WS-P-CITY.
           MOVE A-S-STATE             TO WS-P-STATE.
           MOVE A-S-ZIP               TO WS-P-ZIP.
           MOVE A-S-ZIP-EX            TO WS-P-ZIP-EX.
           MOVE A-S-SIZE-OF-TANK      TO WS-P-SIZE-OF-TANK.
           MOVE A-S-FUEL-TYPE         TO WS-P-FUEL-TYPE.
           MOVE A-S-SIZE-OF-HOME      TO WS-P-SIZE-OF-HOME.
           MOVE A-S-UNIT-PRICE        TO WS-P-UNIT-PRICE.
           MOVE A-S-ESTIMATED-USAGE   TO WS-P-ESTIMATED-USAGE.
           MOVE A-S-ROUTE-CODE        TO WS-P-ROUTE-CODE.
           MOVE A-S-ALERT-TEXT        TO WS-P-ALERT-TEXT.
           MOVE A-S-SERVICE-PLAN      TO WS-P-SERVICE-PLAN.
           MOVE A-S-PLAN-START        TO WS-P-PLAN-START.
           MOVE A-S-PLAN-END          TO WS-P-PLAN-END.
           MOVE A-S-PLAN-FEE          TO WS-P-PLAN-FEE.
           MOVE A-S-TANK-ENTRIES      TO WS-P-TANK-ENTRIES.
           MOVE A-S-BRANCH            TO WS-P-BRANCH.

      * Older statistics records carry spaces in the later fields.
           IF A-S-STOP-SEQUENCE NUMERIC
               MOVE A-S-STOP-SEQUENCE TO WS-P-STOP-SEQUENCE
           ELSE
               MOVE ZERO              TO WS-P-STOP-SEQUENCE.

           IF WS-P-FUEL-TYPE = SPACE
               MOVE 'O'               TO WS-P-FUEL-TYPE.

           IF WS-P-PLAN-START NOT NUMERIC
               MOVE ZERO              TO WS-P-PLAN-START.

           IF WS-P-PLAN-END NOT NUMERIC
               MOVE ZERO              TO WS-P-PLAN-END.

           IF WS-P-PLAN-FEE NOT NUMERIC
               MOVE ZERO              TO WS-P-PLAN-FEE.

           IF WS-P-TANK-ENTRIES NOT NUMERIC
               MOVE ZERO              TO WS-P-TANK-ENTRIES.

      * The seller's journal entry: the before image off the record
      * as read, the after image once the closing is applied, keyed
      * by the bumped change seq.
       000-BUILD-SELLER-JOURNAL.

           MOVE SPACE                 TO JOURNAL-RECORD.
           MOVE WS-OLD-ACCOUNT-ID     TO J-ACCOUNT-ID.
           MOVE 'XFO'                 TO J-ACTION.
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

       000-FINISH-SELLER-JOURNAL.

           MOVE A-S-CHANGE-SEQ        TO J-CHANGE-SEQ.

           MOVE A-S-NAME-LAST         TO JA-NAME-LAST.
           MOVE A-S-NAME-FIRST        TO JA-NAME-FIRST.
           MOVE A-S-NAME-INITIAL      TO JA-NAME-INITIAL.
           MOVE A-S-ADDRESS           TO JA-ADDRESS.
           MOVE A-S-CITY              TO JA-CITY.
           MOVE A-S-STATE             TO JA-STATE.
           MOVE A-S-ZIP               TO JA-ZIP.
           MOVE A-S-ZIP-EX            TO JA-ZIP-EX.
           MOVE A-S-TEL-1A            TO JA-TEL-1A.
           MOVE A-S-TEL-1B            TO JA-TEL-1B.
           MOVE A-S-TEL-1C            TO JA-TEL-1C.
           MOVE A-S-SIZE-OF-TANK      TO JA-SIZE-OF-TANK.
           MOVE A-S-SIZE-OF-HOME      TO JA-SIZE-OF-HOME.
           MOVE A-S-UNIT-PRICE        TO JA-UNIT-PRICE.
           MOVE A-S-ESTIMATED-USAGE   TO JA-ESTIMATED-USAGE.
           MOVE A-S-ESTIMATED-COST    TO JA-ESTIMATED-COST.
           MOVE A-S-BUDGET-AMOUNT     TO JA-BUDGET-AMOUNT.
           MOVE A-S-END-OF-CONTRACT   TO JA-END-OF-CONTRACT.
           MOVE A-S-ROUTE-CODE        TO JA-ROUTE-CODE.

           MOVE WS-NEW-ACCOUNT-ID     TO J-XFER-ACCOUNT.
           MOVE WS-CLOSE-DATE         TO J-XFER-DATE.
           MOVE WS-FINAL-GALLONS      TO J-XFER-GALLONS.
           MOVE WS-XFER-AMOUNT        TO J-XFER-AMOUNT.
           MOVE WS-SETTLE-CODE        TO J-XFER-SETTLE.

      * The seller's account is closed; from here on every write is
      * part of the same transfer, and any failure backs all of it
      * out through 000-ABEND-TRANSFER.
       000-COMPLETE-TRANSFER.

           IF WS-XFER-AMOUNT > ZERO
               PERFORM 000-WRITE-SELLER-CREDIT
               PERFORM 000-APPLY-TO-OPEN-ITEMS.

           PERFORM 000-CLEAR-SELLER-EXTEND.

           EXEC CICS WRITE
               FILE       ('ACCTJRNL')
               FROM       (JOURNAL-RECORD)
               RIDFLD     (J-KEY)
               LENGTH     (JRNLFILE-LENGTH)
               KEYLENGTH  (JRNLFILE-KEYLENGTH)
               RESP       (JRNLFILE-RESP)
               RESP2      (JRNLFILE-RESP2)
           END-EXEC.

           PERFORM 000-WRITE-BUYER-ACCOUNT.
           PERFORM 000-WRITE-BUYER-EXTEND.

           IF WS-P-TANK-ENTRIES > ZERO
               COMPUTE WS-TANK-LAST-RECORD =
                   (WS-P-TANK-ENTRIES - 1) / 20
           ELSE
               MOVE ZERO              TO WS-TANK-LAST-RECORD.

           PERFORM 000-MOVE-TANK-RECORD
               VARYING WS-TANK-RECORD FROM 0 BY 1
                 UNTIL WS-TANK-RECORD > WS-TANK-LAST-RECORD.

           IF WS-XFER-AMOUNT > ZERO
               PERFORM 000-WRITE-FUEL-CHARGE
               PERFORM 000-WRITE-FUEL-OPEN-ITEM.

           PERFORM 000-UPDATE-CONTROL-RECORD.

      * Carry on with the buyer's new account on the Update screen.
           MOVE WS-NEW-ACCOUNT-ID     TO COMM-MAX-ACCOUNT-ID.
           MOVE WS-NEW-ACCOUNT-ID     TO COMM-ACCOUNT-ID.
           MOVE WS-NEW-ACCOUNT-ID     TO A-O-M-ACCOUNT-ID.
           MOVE ACCOUNT-OPENED-MESSAGE
                                      TO COMM-MESSAGE.
           SET COMM-INIT              TO TRUE.
           SET EXIT-SCREEN            TO TRUE.

      * The seller's credit for the fuel left in the tank: a type-'T'
      * payment-chain entry under the operator - not cash.
       000-WRITE-SELLER-CREDIT.

           MOVE WS-OLD-ACCOUNT-ID     TO A-P-ACCOUNT-ID.
           MOVE A-P-RECORD-TYPE       TO A-P-KEY-TYPE.
           MOVE WS-PAYMENT-RECORD     TO A-P-RECORD-NUMBER.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-OLD-ACCOUNT-ID TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAYMENT-RECORD
                                      TO A-P-RECORD-NUMBER
               PERFORM 000-FILL-SELLER-CREDIT-SLOT

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

               PERFORM 000-FILL-SELLER-CREDIT-SLOT

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-PAYMENT-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               PERFORM 000-ABEND-TRANSFER.

       000-FILL-SELLER-CREDIT-SLOT.

           MOVE WS-XFER-AMOUNT        TO A-P-AMOUNT (WS-PAYMENT-SUB).
           MOVE COMM-TRAN-DATE        TO
               A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB).
           MOVE 'T'                   TO
               A-P-ENTRY-TYPE (WS-PAYMENT-SUB).
           MOVE COMM-OPERATOR-ID      TO A-P-OPERATOR (WS-PAYMENT-SUB).
           MOVE SPACE                 TO A-P-TENDER (WS-PAYMENT-SUB).

      * The credit pays down the seller's open items oldest-first,
      * the way SLICKP7 applies a payment; whatever is left over
      * rides as the credit balance the refund run pays back.
       000-APPLY-TO-OPEN-ITEMS.

           MOVE WS-XFER-AMOUNT        TO WS-OI-APPLY-AMOUNT.

           MOVE WS-OLD-ACCOUNT-ID     TO A-E-ACCOUNT-ID.
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
               MOVE A-E-OPEN-ITEM-ENTRIES TO WS-OI-ENTRIES
               COMPUTE WS-OI-LAST-RECORD =
                   (WS-OI-ENTRIES - 1) / 20

               PERFORM 000-APPLY-TO-OPEN-RECORD
                   VARYING WS-OI-RECORD FROM 0 BY 1
                     UNTIL WS-OI-RECORD > WS-OI-LAST-RECORD
                        OR WS-OI-APPLY-AMOUNT = ZERO.

       000-APPLY-TO-OPEN-RECORD.

           MOVE WS-OLD-ACCOUNT-ID     TO A-O-ACCOUNT-ID.
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
                   EXEC CICS REWRITE
                       FILE       ('ACCTFILE')
                       FROM       (ACCOUNT-OPEN-ITEM-RECORD)
                       LENGTH     (ACCTFILE-LENGTH)
                       RESP       (ACCTFILE-RESP)
                       RESP2      (ACCTFILE-RESP2)
                   END-EXEC

                   PERFORM 000-LOG-AFTER-IMAGE

                   IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
                       PERFORM 000-ABEND-TRANSFER
                   END-IF
               ELSE
                   EXEC CICS UNLOCK
                       FILE ('ACCTFILE')
                   END-EXEC.

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

      * The leased tanks and the radio gauge go with the house: save
      * them for the buyer and take them off the seller, so SLICKC7
      * bills no more rent and SLICKC4 never reports the seller's
      * gauge silent. The extension record is built on demand, as
      * SLICKP7 builds it, so the cross-reference always has a home.
      * A seller who sold the house has moved away - closure reason
      * M, the same code SLICKP3 would have wanted keyed.
       000-CLEAR-SELLER-EXTEND.

           MOVE WS-OLD-ACCOUNT-ID     TO A-E-ACCOUNT-ID.
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
               MOVE SPACE             TO WS-P-MONITOR-FLAG
               MOVE ZERO              TO WS-P-MONITOR-GALLONS
               MOVE ZERO              TO WS-P-MONITOR-DATE
               PERFORM 000-NO-SELLER-LEASE
                   VARYING WS-TANK-SUB FROM 1 BY 1
                     UNTIL WS-TANK-SUB > 20

               MOVE SPACE             TO ACCOUNT-EXTEND-RECORD
               MOVE WS-OLD-ACCOUNT-ID TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE   TO A-E-KEY-TYPE
               MOVE ZERO              TO A-E-RECORD-NUMBER
               MOVE ZERO              TO A-E-OPEN-ITEM-ENTRIES
               MOVE ZERO              TO A-E-PREMISES-FROM
               MOVE WS-NEW-ACCOUNT-ID TO A-E-PREMISES-TO
               MOVE WS-CLOSE-DATE     TO A-E-PREMISES-DATE
               MOVE 'M'               TO A-E-CLOSE-REASON
               MOVE SPACE             TO A-E-COMPETITOR

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
               MOVE A-E-MONITOR-FLAG  TO WS-P-MONITOR-FLAG
               IF A-E-MONITOR-GALLONS NUMERIC
                   MOVE A-E-MONITOR-GALLONS
                                      TO WS-P-MONITOR-GALLONS
               ELSE
                   MOVE ZERO          TO WS-P-MONITOR-GALLONS
               END-IF
               IF A-E-MONITOR-DATE NUMERIC
                   MOVE A-E-MONITOR-DATE
                                      TO WS-P-MONITOR-DATE
               ELSE
                   MOVE ZERO          TO WS-P-MONITOR-DATE
               END-IF
               PERFORM 000-TAKE-SELLER-LEASE
                   VARYING WS-TANK-SUB FROM 1 BY 1
                     UNTIL WS-TANK-SUB > 20

               MOVE SPACE             TO A-E-MONITOR-FLAG
               MOVE ZERO              TO A-E-MONITOR-GALLONS
               MOVE ZERO              TO A-E-MONITOR-DATE
               IF A-E-PREMISES-FROM NOT NUMERIC
                   MOVE ZERO          TO A-E-PREMISES-FROM
               END-IF
               MOVE WS-NEW-ACCOUNT-ID TO A-E-PREMISES-TO
               MOVE WS-CLOSE-DATE     TO A-E-PREMISES-DATE
               MOVE 'M'               TO A-E-CLOSE-REASON
               MOVE SPACE             TO A-E-COMPETITOR

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-EXTEND-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               PERFORM 000-ABEND-TRANSFER.

       000-NO-SELLER-LEASE.

           MOVE SPACE                 TO WS-P-TANK-LEASED (WS-TANK-SUB).
           MOVE ZERO                  TO WS-P-TANK-RENT (WS-TANK-SUB).

      * Extension records from before the lease terms carry spaces.
       000-TAKE-SELLER-LEASE.

           MOVE A-E-TANK-LEASED (WS-TANK-SUB)
                                      TO WS-P-TANK-LEASED (WS-TANK-SUB).
           IF A-E-TANK-RENT (WS-TANK-SUB) NUMERIC
               MOVE A-E-TANK-RENT (WS-TANK-SUB)
                                      TO WS-P-TANK-RENT (WS-TANK-SUB)
           ELSE
               MOVE ZERO              TO WS-P-TANK-RENT (WS-TANK-SUB).

           MOVE SPACE                 TO A-E-TANK-LEASED (WS-TANK-SUB).
           MOVE ZERO                  TO A-E-TANK-RENT (WS-TANK-SUB).

      * The buyer's statistics record: a new account, built the way
      * SLICKP1's 000-WRITE-NEW-ACCOUNT builds one, but standing in
      * the seller's house - their address, tank, fuel, home size,
      * price, route and stop, alert, service plan and tank count -
      * from the closing date, owing for the fuel left in the tank
      * when it was settled through us. The burn estimate starts at
      * what the reading says is already gone from the tank.
       000-WRITE-BUYER-ACCOUNT.

           MOVE SPACE                 TO ACCOUNT-STATISTICS-RECORD.
           MOVE WS-NEW-ACCOUNT-ID     TO A-S-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO A-S-KEY-TYPE.
           MOVE ZERO                  TO A-S-RECORD-NUMBER.

           MOVE WS-NAME-LAST          TO A-S-NAME-LAST.
           MOVE WS-NAME-FIRST         TO A-S-NAME-FIRST.
           MOVE WS-NAME-INITIAL       TO A-S-NAME-INITIAL.
           MOVE WS-P-ADDRESS          TO A-S-ADDRESS.
           MOVE WS-NAME-LAST          TO A-S-NX-NAME-LAST.
           MOVE WS-P-ADDRESS          TO A-S-NX-ADDRESS.
           MOVE WS-P-CITY             TO A-S-CITY.
           MOVE WS-P-STATE            TO A-S-STATE.
           MOVE WS-P-ZIP              TO A-S-ZIP.
           MOVE WS-P-ZIP-EX           TO A-S-ZIP-EX.
           MOVE WS-TEL-1A             TO A-S-TEL-1A.
           MOVE WS-TEL-1B             TO A-S-TEL-1B.
           MOVE WS-TEL-1C             TO A-S-TEL-1C.
           MOVE WS-TEL-2A             TO A-S-TEL-2A.
           MOVE WS-TEL-2B             TO A-S-TEL-2B.
           MOVE WS-TEL-2C             TO A-S-TEL-2C.
           MOVE WS-P-SIZE-OF-TANK     TO A-S-SIZE-OF-TANK.
           MOVE WS-P-FUEL-TYPE        TO A-S-FUEL-TYPE.
           MOVE WS-P-SIZE-OF-HOME     TO A-S-SIZE-OF-HOME.
           MOVE WS-P-UNIT-PRICE       TO A-S-UNIT-PRICE.
           MOVE WS-P-ESTIMATED-USAGE  TO A-S-ESTIMATED-USAGE.

           COMPUTE A-S-ESTIMATED-COST =
               (A-S-ESTIMATED-USAGE * A-S-UNIT-PRICE).

           COMPUTE A-S-BUDGET-AMOUNT =
               (((A-S-ESTIMATED-COST / 12) + 50) / 1000) * 1000.

           MOVE WS-CLOSE-DATE         TO A-S-START-OF-CONTRACT.
           MOVE ZERO                  TO A-S-END-OF-CONTRACT.

           MOVE ZERO                  TO A-S-DELIVERY-ENTRIES.
           MOVE ZERO                  TO A-S-LAST-DELIVERY.
           MOVE ZERO                  TO A-S-PAYMENT-ENTRIES.
           MOVE ZERO                  TO A-S-LAST-PAYMENT.

           IF WS-XFER-AMOUNT > ZERO
               MOVE 1                 TO A-S-MAINTENANCE-ENTRIES
               MOVE COMM-TRAN-DATE    TO A-S-LAST-MAINTENANCE
           ELSE
               MOVE ZERO              TO A-S-MAINTENANCE-ENTRIES
               MOVE ZERO              TO A-S-LAST-MAINTENANCE.

           MOVE COMM-TRAN-DATE (3:6)  TO TEMP-DATE.

           IF TEMP-MM = 12
               MOVE 1                 TO TEMP-MM
               ADD 1                  TO TEMP-YY
           ELSE
               ADD 1                  TO TEMP-MM.

           IF TEMP-DD > 28
               MOVE 28                TO TEMP-DD.

           MOVE TEMP-DATE             TO A-S-PAYMENT-DUE.
           MOVE WS-XFER-AMOUNT        TO A-S-BALANCE.
           MOVE 1                     TO A-S-CHANGE-SEQ.
           MOVE WS-P-TANK-ENTRIES     TO A-S-TANK-ENTRIES.
           SET CLOSURE-NONE           TO TRUE.
           MOVE 'N'                   TO A-S-REFUND-DUE.
           COMPUTE A-S-EST-GALLONS-USED =
               WS-P-SIZE-OF-TANK - WS-FINAL-GALLONS.
           MOVE WS-P-ROUTE-CODE       TO A-S-ROUTE-CODE.
           MOVE ZERO                  TO A-S-CONTACT-ENTRIES.
           MOVE ZERO                  TO A-S-LAST-CONTACT.
           MOVE COMM-OPERATOR-ID      TO A-S-LAST-OPERATOR.
           MOVE ZERO                  TO A-S-PREPAID-GALLONS.
           MOVE WS-P-SERVICE-PLAN     TO A-S-SERVICE-PLAN.
           MOVE WS-P-PLAN-START       TO A-S-PLAN-START.
           MOVE WS-P-PLAN-END         TO A-S-PLAN-END.
           MOVE WS-P-PLAN-FEE         TO A-S-PLAN-FEE.
           MOVE ZERO                  TO A-S-LETTER-LEVEL.
           MOVE ZERO                  TO A-S-LETTER-DATE.
           MOVE WS-P-STOP-SEQUENCE    TO A-S-STOP-SEQUENCE.
           MOVE ZERO                  TO A-S-HOLD-START.
           MOVE ZERO                  TO A-S-HOLD-END.
           MOVE WS-P-ALERT-TEXT       TO A-S-ALERT-TEXT.
           MOVE ZERO                  TO A-S-MERGED-TO.
           MOVE WS-P-BRANCH           TO A-S-BRANCH.

           EXEC CICS WRITE
               FILE       ('ACCTFILE')
               FROM       (ACCOUNT-STATISTICS-RECORD)
               RIDFLD     (A-S-KEY)
               LENGTH     (ACCTFILE-LENGTH)
               KEYLENGTH  (ACCTFILE-KEYLENGTH)
               RESP       (ACCTFILE-RESP)
               RESP2      (ACCTFILE-RESP2)
           END-EXEC.

           PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               PERFORM 000-ABEND-TRANSFER
           ELSE
               PERFORM 000-WRITE-BUYER-JOURNAL.

      * Journal the buyer's account as SLICKP1 journals an add - an
      * empty before image, the record just written as the after
      * image - under action XFI, naming the seller's account.
       000-WRITE-BUYER-JOURNAL.

           MOVE SPACE                 TO JOURNAL-RECORD.
           MOVE WS-NEW-ACCOUNT-ID     TO J-ACCOUNT-ID.
           MOVE A-S-CHANGE-SEQ        TO J-CHANGE-SEQ.
           MOVE 'XFI'                 TO J-ACTION.
           MOVE COMM-TRAN-DATE        TO J-DATE.
           MOVE COMM-OPERATOR-ID      TO J-OPERATOR.

           MOVE A-S-NAME-LAST         TO JA-NAME-LAST.
           MOVE A-S-NAME-FIRST        TO JA-NAME-FIRST.
           MOVE A-S-NAME-INITIAL      TO JA-NAME-INITIAL.
           MOVE A-S-ADDRESS           TO JA-ADDRESS.
           MOVE A-S-CITY              TO JA-CITY.
           MOVE A-S-STATE             TO JA-STATE.
           MOVE A-S-ZIP               TO JA-ZIP.
           MOVE A-S-ZIP-EX            TO JA-ZIP-EX.
           MOVE A-S-TEL-1A            TO JA-TEL-1A.
           MOVE A-S-TEL-1B            TO JA-TEL-1B.
           MOVE A-S-TEL-1C            TO JA-TEL-1C.
           MOVE A-S-SIZE-OF-TANK      TO JA-SIZE-OF-TANK.
           MOVE A-S-SIZE-OF-HOME      TO JA-SIZE-OF-HOME.
           MOVE A-S-UNIT-PRICE        TO JA-UNIT-PRICE.
           MOVE A-S-ESTIMATED-USAGE   TO JA-ESTIMATED-USAGE.
           MOVE A-S-ESTIMATED-COST    TO JA-ESTIMATED-COST.
           MOVE A-S-BUDGET-AMOUNT     TO JA-BUDGET-AMOUNT.
           MOVE A-S-END-OF-CONTRACT   TO JA-END-OF-CONTRACT.
           MOVE A-S-ROUTE-CODE        TO JA-ROUTE-CODE.

           MOVE WS-OLD-ACCOUNT-ID     TO J-XFER-ACCOUNT.
           MOVE WS-CLOSE-DATE         TO J-XFER-DATE.
           MOVE WS-FINAL-GALLONS      TO J-XFER-GALLONS.
           MOVE WS-XFER-AMOUNT        TO J-XFER-AMOUNT.
           MOVE WS-SETTLE-CODE        TO J-XFER-SETTLE.

           EXEC CICS WRITE
               FILE       ('ACCTJRNL')
               FROM       (JOURNAL-RECORD)
               RIDFLD     (J-KEY)
               LENGTH     (JRNLFILE-LENGTH)
               KEYLENGTH  (JRNLFILE-KEYLENGTH)
               RESP       (JRNLFILE-RESP)
               RESP2      (JRNLFILE-RESP2)
           END-EXEC.

      * The buyer's extension record: the credit application keyed
      * here, as SLICKP1 records it, plus the seller's leases and
      * tank monitor and the account the premises came from.
       000-WRITE-BUYER-EXTEND.

           MOVE SPACE                 TO ACCOUNT-EXTEND-RECORD.
           MOVE WS-NEW-ACCOUNT-ID     TO A-E-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO A-E-KEY-TYPE.
           MOVE ZERO                  TO A-E-RECORD-NUMBER.

           IF WS-XFER-AMOUNT > ZERO
               MOVE 1                 TO A-E-OPEN-ITEM-ENTRIES
           ELSE
               MOVE ZERO              TO A-E-OPEN-ITEM-ENTRIES.

           MOVE WS-P-MONITOR-FLAG     TO A-E-MONITOR-FLAG.
           MOVE WS-P-MONITOR-GALLONS  TO A-E-MONITOR-GALLONS.
           MOVE WS-P-MONITOR-DATE     TO A-E-MONITOR-DATE.

           PERFORM 000-GIVE-BUYER-LEASE
               VARYING WS-TANK-SUB FROM 1 BY 1
                 UNTIL WS-TANK-SUB > 20.

           MOVE WS-CREDIT-LIMIT       TO A-E-CREDIT-LIMIT.
           MOVE WS-DEPOSIT-REQUIRED   TO A-E-DEPOSIT-REQUIRED.
           MOVE WS-DEPOSIT-AMOUNT     TO A-E-DEPOSIT-AMOUNT.
           MOVE ZERO                  TO A-E-DEPOSIT-HELD.
           MOVE ZERO                  TO A-E-DEPOSIT-DATE.
           MOVE COMM-TRAN-DATE (3:6)  TO A-E-CREDIT-APP-DATE.
           MOVE COMM-OPERATOR-ID      TO A-E-CREDIT-APP-OPERATOR.
           MOVE ZERO                  TO A-E-ONTIME-MONTHS.
           MOVE ZERO                  TO A-E-ONTIME-CHECKED.
           MOVE ZERO                  TO A-E-LIMIT-OVERRIDE-DATE.
           MOVE ZERO                  TO A-E-PROSPECT-ID.

           MOVE WS-OLD-ACCOUNT-ID     TO A-E-PREMISES-FROM.
           MOVE ZERO                  TO A-E-PREMISES-TO.
           MOVE WS-CLOSE-DATE         TO A-E-PREMISES-DATE.

           EXEC CICS WRITE
               FILE       ('ACCTFILE')
               FROM       (ACCOUNT-EXTEND-RECORD)
               RIDFLD     (A-E-KEY)
               LENGTH     (ACCTFILE-LENGTH)
               KEYLENGTH  (ACCTFILE-KEYLENGTH)
               RESP       (ACCTFILE-RESP)
               RESP2      (ACCTFILE-RESP2)
           END-EXEC.

           PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               PERFORM 000-ABEND-TRANSFER.

       000-GIVE-BUYER-LEASE.

           MOVE WS-P-TANK-LEASED (WS-TANK-SUB)
                                      TO A-E-TANK-LEASED (WS-TANK-SUB).
           MOVE WS-P-TANK-RENT (WS-TANK-SUB)
                                      TO A-E-TANK-RENT (WS-TANK-SUB).

      * Tank records move outright: each is deleted from the seller
      * and written again under the buyer's id, equipment details and
      * inspection dates intact, so the SLICKBM compliance report
      * follows the tank, not the customer. A single-tank account may
      * have no tank record at all, or only record 0 from an
      * inspection stamp; a record not there is simply skipped.
       000-MOVE-TANK-RECORD.

           MOVE WS-OLD-ACCOUNT-ID     TO A-K-ACCOUNT-ID.
           MOVE A-K-RECORD-TYPE       TO A-K-KEY-TYPE.
           MOVE WS-TANK-RECORD        TO A-K-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-TANK-RECORD)
               RIDFLD    (A-K-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               EXEC CICS DELETE
                   FILE      ('ACCTFILE')
                   RIDFLD    (A-K-KEY)
                   KEYLENGTH (ACCTFILE-KEYLENGTH)
                   RESP      (ACCTFILE-RESP)
                   RESP2     (ACCTFILE-RESP2)
               END-EXEC

               IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 000-ABEND-TRANSFER
               END-IF

               MOVE WS-NEW-ACCOUNT-ID TO A-K-ACCOUNT-ID

               EXEC CICS WRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-TANK-RECORD)
                   RIDFLD     (A-K-KEY)
                   LENGTH     (ACCTFILE-LENGTH)
                   KEYLENGTH  (ACCTFILE-KEYLENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE

               IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 000-ABEND-TRANSFER
               END-IF
           ELSE
           IF ACCTFILE-RESP NOT = DFHRESP(NOTFND)
               PERFORM 000-ABEND-TRANSFER.

      * The buyer's bill for the fuel left in the tank: the first
      * entry on a new account's maintenance chain, type 'F' with
      * technician 0 (no truck rolled), and its first open item.
       000-WRITE-FUEL-CHARGE.

           MOVE SPACE                 TO ACCOUNT-MAINTENANCE-RECORD.
           MOVE WS-NEW-ACCOUNT-ID     TO A-M-ACCOUNT-ID.
           MOVE A-M-RECORD-TYPE       TO A-M-KEY-TYPE.
           MOVE ZERO                  TO A-M-RECORD-NUMBER.
           MOVE ZERO                  TO A-M-TECHNICIAN (1).
           MOVE WS-XFER-AMOUNT        TO A-M-SERVICE-CHARGE (1).
           MOVE COMM-TRAN-DATE        TO A-M-DATE-OF-SERVICE (1).
           MOVE 'F'                   TO A-M-ENTRY-TYPE (1).
           MOVE ZERO                  TO A-M-TAX-AMOUNT (1).

           EXEC CICS WRITE
               FILE       ('ACCTFILE')
               FROM       (ACCOUNT-MAINTENANCE-RECORD)
               RIDFLD     (A-M-KEY)
               LENGTH     (ACCTFILE-LENGTH)
               KEYLENGTH  (ACCTFILE-KEYLENGTH)
               RESP       (ACCTFILE-RESP)
               RESP2      (ACCTFILE-RESP2)
           END-EXEC.

           PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               PERFORM 000-ABEND-TRANSFER.

       000-WRITE-FUEL-OPEN-ITEM.

           MOVE SPACE                 TO ACCOUNT-OPEN-ITEM-RECORD.
           MOVE WS-NEW-ACCOUNT-ID     TO A-O-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO A-O-KEY-TYPE.
           MOVE ZERO                  TO A-O-RECORD-NUMBER.
           MOVE 'F'                   TO A-O-SOURCE-TYPE (1).
           MOVE COMM-TRAN-DATE        TO A-O-CHARGE-DATE (1).
           MOVE WS-XFER-AMOUNT        TO A-O-AMOUNT (1).
           MOVE ZERO                  TO A-O-PAID (1).
           MOVE SPACE                 TO A-O-STATUS (1).

           EXEC CICS WRITE
               FILE       ('ACCTFILE')
               FROM       (ACCOUNT-OPEN-ITEM-RECORD)
               RIDFLD     (A-O-KEY)
               LENGTH     (ACCTFILE-LENGTH)
               KEYLENGTH  (ACCTFILE-KEYLENGTH)
               RESP       (ACCTFILE-RESP)
               RESP2      (ACCTFILE-RESP2)
           END-EXEC.

           PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               PERFORM 000-ABEND-TRANSFER.

      * Hand the buyer's id out for good, as SLICKP1 does last.
       000-UPDATE-CONTROL-RECORD.

           MOVE ZERO                  TO A-C-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO A-C-KEY-TYPE.
           MOVE ZERO                  TO A-C-RECORD-NUMBER.

           EXEC CICS READ
               FILE       ('ACCTFILE')
               INTO       (ACCOUNT-CONTROL-RECORD)
               RIDFLD     (A-C-KEY)
               LENGTH     (ACCTFILE-LENGTH)
               KEYLENGTH  (ACCTFILE-KEYLENGTH)
               RESP       (ACCTFILE-RESP)
               RESP2      (ACCTFILE-RESP2)
               UPDATE
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               PERFORM 000-ABEND-TRANSFER.

           MOVE WS-NEW-ACCOUNT-ID     TO A-C-MAX-ACCOUNT-ID.

           EXEC CICS REWRITE
               FILE       ('ACCTFILE')
               FROM       (ACCOUNT-CONTROL-RECORD)
               LENGTH     (ACCTFILE-LENGTH)
               RESP       (ACCTFILE-RESP)
               RESP2      (ACCTFILE-RESP2)
           END-EXEC.

           PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               PERFORM 000-ABEND-TRANSFER.

       000-ABEND-TRANSFER.

           EXEC CICS SYNCPOINT
               ROLLBACK
           END-EXEC.

           MOVE 'SE22' TO COMM-ABCODE.

           EXEC CICS ABEND
               ABCODE (COMM-ABCODE)
               NODUMP
           END-EXEC.

      * Every ACCTFILE record this screen writes also goes to the
      * PLOG recovery queue as a full after-image (see PSTLOG). The
      * record just written is still in the shared buffer; a failed
      * write logs nothing.
       000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               MOVE 'SLICKPQ '        TO PL-PROGRAM
               MOVE COMM-TRAN-DATE    TO PL-DATE
               MOVE EIBTIME           TO PL-TIME
               MOVE ACCOUNT-CONTROL-RECORD
                                      TO PL-IMAGE

               EXEC CICS WRITEQ TD
                   QUEUE  (PLOGQ-QUEUE-NAME)
                   FROM   (POSTING-LOG-RECORD)
                   LENGTH (LENGTH OF POSTING-LOG-RECORD)
               END-EXEC.

       000-ALARM.

           EXEC CICS SEND CONTROL
               FREEKB
               ALARM
           END-EXEC.

           COPY SLICKNUM.
