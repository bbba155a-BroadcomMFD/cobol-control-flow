       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPZ.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Equipment Finance - set up an installment contract *
      *             for a boiler, furnace or water heater we sold and  *
      *             installed, reached from PF7 on the Update Account  *
      *             screen (SLICKP3). The sale used to go on           *
      *             A-S-BALANCE as one big SLICKP8 service charge,     *
      *             which aged, dunned and ran through the budget      *
      *             true-up; now it is carried on its own contract     *
      *             record (ACCOUNT-FINANCE-RECORD) and only each      *
      *             month's installment reaches the balance, billed by *
      *             the monthly SLICKD4 run.                           *
      *                                                                *
      *             The CSR keys the equipment type (B boiler, F       *
      *             furnace, W water heater, O other), a description,  *
      *             the sale date (defaults to today), the amount      *
      *             financed, the annual rate (in hundredths - 975 is  *
      *             9.75%), the term (24 to 60 months) and the first   *
      *             due date, whose day must be the 1st through the    *
      *             28th so every month has one. ENTER figures the     *
      *             level monthly payment (SLICKFIN) and shows it; PF1 *
      *             then writes the contract. Changing any term after  *
      *             ENTER means pressing ENTER again before PF1.       *
      *                                                                *
      *             Setting up a contract is senior-operator work      *
      *             (authorization level 2). An account carries one    *
      *             contract at a time: a new one may replace a        *
      *             contract that is paid off, never an active one.    *
      *             The screen shows what is on file before anything   *
      *             is keyed.                                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMZ.

           COPY DFHAID.

           COPY ACCTFILE.

           COPY PSTLOG.

           COPY FINCALWS.

       01  WS-MAP-FIELDS.
           03  WS-EQUIP-TYPE                 PIC X(01) VALUE SPACE.
               88  EQUIP-TYPE-VALID          VALUE 'B' 'F' 'W' 'O'.
           03  WS-DESCRIPTION                PIC X(30) VALUE SPACE.
           03  WS-SALE-YYMMDD.
               05  WS-SALE-YY                PIC 9(02) VALUE ZERO.
               05  WS-SALE-MM                PIC 9(02) VALUE ZERO.
               05  WS-SALE-DD                PIC 9(02) VALUE ZERO.
           03  WS-PRINCIPAL                  PIC 9(08) VALUE ZERO.
           03  WS-RATE-KEYED                 PIC 9(05) VALUE ZERO.
           03  WS-TERM                       PIC 9(02) VALUE ZERO.
           03  WS-DUE-YYMMDD.
               05  WS-DUE-YY                 PIC 9(02) VALUE ZERO.
               05  WS-DUE-MM                 PIC 9(02) VALUE ZERO.
               05  WS-DUE-DD                 PIC 9(02) VALUE ZERO.
           03  WS-MONTHLY-PAYMENT            PIC 9(08) VALUE ZERO.
           03  WS-FIGURED-SW                 PIC X(01) VALUE 'N'.
               88  PAYMENT-FIGURED           VALUE 'Y'.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-SALE-DATE                      PIC 9(08) VALUE ZERO.
       01  WS-FIRST-DUE-DATE                 PIC 9(08) VALUE ZERO.

       01  CONTRACT-ACTIVE-LINE.
           03  FILLER                        PIC X(30) VALUE
                                 'Active contract, owed         '.
           03  C-A-OWED                      PIC X(10).

       01  CONTRACT-PAID-LINE.
           03  FILLER                        PIC X(30) VALUE
                                 'Contract paid off on          '.
           03  C-P-DATE                      PIC 9(08).
           03  FILLER                        PIC X(02) VALUE SPACE.

       01  CONTRACT-SET-UP-MESSAGE.
           03  FILLER                        PIC X(29) VALUE
                                 'Contract set up - payment of '.
           03  C-S-PAYMENT                   PIC X(10).

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03  FILLER                        PIC X(01)
                                             OCCURS 1 TO 4096 TIMES
                                             DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       000-START-PROCESSING.

           MOVE DFHCOMMAREA           TO SLICK-COMM.
           MOVE LOW-VALUES            TO SLICKMZI.

           IF COMM-INIT
               PERFORM 000-INITIALIZATION

           ELSE
               MOVE COMM-SAVE         TO WS-MAP-FIELDS
               PERFORM 000-RECEIVE-MAP.

           MOVE WS-MAP-FIELDS         TO COMM-SAVE.

      * Back to the Update Account screen as an ordinary update, or
      * SLICKP3 would take the finance function straight back here.
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

           MOVE SPACE                 TO WS-EQUIP-TYPE.
           MOVE SPACE                 TO WS-DESCRIPTION.
           MOVE COMM-TRAN-DATE (3:6)  TO WS-SALE-YYMMDD.
           MOVE ZERO                  TO WS-PRINCIPAL.
           MOVE ZERO                  TO WS-RATE-KEYED.
           MOVE ZERO                  TO WS-TERM.
           MOVE ZERO                  TO WS-DUE-YYMMDD.
           MOVE ZERO                  TO WS-MONTHLY-PAYMENT.
           MOVE 'N'                   TO WS-FIGURED-SW.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

       000-SEND-MAP.

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

           MOVE COMM-DISPLAY-DATE     TO MZDATEO.
           MOVE COMM-ACCOUNT-ID       TO MZIDO.
           MOVE A-S-NAME-LAST         TO MZLASTO.
           MOVE COMM-MESSAGE          TO MZMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           PERFORM 000-SHOW-CONTRACT.

           MOVE WS-EQUIP-TYPE         TO MZTYPEO.
           MOVE WS-DESCRIPTION        TO MZDESCO.
           MOVE WS-SALE-YYMMDD        TO MZSALEO.

           MOVE WS-PRINCIPAL          TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO MZPRINO.

           MOVE WS-RATE-KEYED         TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO MZRATEO.

           MOVE WS-TERM               TO MZTERMO.
           MOVE WS-DUE-YYMMDD         TO MZFDUEO.

           IF PAYMENT-FIGURED
               MOVE WS-MONTHLY-PAYMENT TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO MZPMTO
           ELSE
               MOVE SPACE             TO MZPMTO.

           IF NOT BAD-DATA
               MOVE -1                TO MZTYPEL.

           EXEC CICS SEND
               MAP ('SLICKMZ')
               CURSOR
               ERASE
           END-EXEC.

           IF MZMSGO NOT = SPACE
               PERFORM 000-ALARM.

      * What is on file now, so the CSR sees an active contract
      * before keying a second one.
       000-SHOW-CONTRACT.

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
               MOVE 'No finance contract on file.' TO MZCONTO
           ELSE
           IF A-F-ACTIVE
               MOVE A-F-PRINCIPAL-OWED TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO C-A-OWED
               MOVE CONTRACT-ACTIVE-LINE TO MZCONTO
           ELSE
               MOVE A-F-PAYOFF-DATE   TO C-P-DATE
               MOVE CONTRACT-PAID-LINE TO MZCONTO.

       000-RECEIVE-MAP.

           IF EIBAID = DFHPF11
           OR EIBAID = DFHPF12
           OR EIBAID = DFHPF24
               MOVE 'Equipment finance cancelled.' TO COMM-MESSAGE
               SET COMM-INIT          TO TRUE
               SET EXIT-SCREEN        TO TRUE
           ELSE
               PERFORM 000-PROCESS-FIELDS
               MOVE EIBAID            TO WS-LAST-AID.

       000-PROCESS-FIELDS.

           EXEC CICS RECEIVE
               MAP   ('SLICKMZ')
               RESP  (COMM-RESP)
           END-EXEC.

           PERFORM 000-VALIDATE-MAP-FIELDS.
           SET MAP-RECEIVED           TO TRUE.

           IF EIBAID = DFHENTER
               IF BAD-DATA
                   IF COMM-MESSAGE = SPACE
                       MOVE 'Enter required field(s).'
                                      TO COMM-MESSAGE
                   END-IF
               ELSE
                   PERFORM 000-FIGURE-PAYMENT
                   SET PAYMENT-FIGURED TO TRUE
                   MOVE 'Payment figured - PF1 sets up contract.'
                                      TO COMM-MESSAGE
               END-IF
           ELSE
           IF EIBAID = DFHPF1
               IF COMM-AUTH-LEVEL < 2
                   MOVE 'Senior authority required.'
                                      TO COMM-MESSAGE
               ELSE
               IF BAD-DATA
                   IF COMM-MESSAGE = SPACE
                       MOVE 'Enter required field(s).'
                                      TO COMM-MESSAGE
                   END-IF
               ELSE
               IF NOT PAYMENT-FIGURED
                   MOVE 'Press ENTER to figure the payment.'
                                      TO COMM-MESSAGE
               ELSE
                   PERFORM 000-SET-UP-CONTRACT
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Any term keyed again after ENTER voids the payment shown.
           IF MZTYPEL NOT = ZERO
           OR MZDESCL NOT = ZERO
           OR MZSALEL NOT = ZERO
           OR MZPRINL NOT = ZERO
           OR MZRATEL NOT = ZERO
           OR MZTERML NOT = ZERO
           OR MZFDUEL NOT = ZERO
               MOVE 'N'               TO WS-FIGURED-SW.

      * Equipment type (Required): B boiler, F furnace, W water
      * heater, O other.
           IF MZTYPEL = ZERO
               MOVE WS-EQUIP-TYPE     TO MZTYPEI
           ELSE
               INSPECT MZTYPEI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MZTYPEI           TO WS-EQUIP-TYPE.

           IF NOT EQUIP-TYPE-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MZTYPEL
               MOVE 'Type is B, F, W or O.' TO COMM-MESSAGE.

      * Description (Required) - make and model, as on the invoice.
           IF MZDESCL = ZERO
               MOVE WS-DESCRIPTION    TO MZDESCI
           ELSE
               INSPECT MZDESCI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MZDESCI           TO WS-DESCRIPTION.

           IF WS-DESCRIPTION = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MZDESCL.

      * Sale date, YYMMDD (Required, defaults to today) - interest
      * runs from here to the first due date.
           IF MZSALEL = ZERO
               MOVE WS-SALE-YYMMDD    TO MZSALEI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MZSALEI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-SALE-YYMMDD
               MOVE CH-ARRAY          TO MZSALEI.

           IF WS-SALE-MM < 01
           OR WS-SALE-MM > 12
           OR WS-SALE-DD < 01
           OR WS-SALE-DD > 31
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MZSALEL
               MOVE 'Sale date is YYMMDD.' TO COMM-MESSAGE
           ELSE
               MOVE WS-SALE-YYMMDD    TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE Y2K-DATE-1        TO WS-SALE-DATE
               IF WS-SALE-DATE > COMM-TRAN-DATE
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MZSALEL
                   MOVE 'Sale date may not be in the future.'
                                      TO COMM-MESSAGE.

      * Amount financed (Required)
           IF MZPRINL = ZERO
               MOVE WS-PRINCIPAL      TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO MZPRINI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 8                 TO WS-FIELD-SIZE
               MOVE MZPRINI           TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-PRINCIPAL
               MOVE DC-8              TO MZPRINI.

           IF WS-PRINCIPAL = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MZPRINL.

      * Annual rate in hundredths of a percent (Optional - zero is
      * an interest-free promotion), no more than 25.00%.
           IF MZRATEL = ZERO
               MOVE WS-RATE-KEYED     TO NUM-5
               MOVE DOLLARS-5         TO D-5
               MOVE CENTS-5           TO C-5
               MOVE DC-5              TO MZRATEI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE MZRATEI           TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-RATE-KEYED
               MOVE DC-5              TO MZRATEI.

           IF WS-RATE-KEYED > 2500
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MZRATEL
               MOVE 'Rate may not be over 25.00%.' TO COMM-MESSAGE.

      * Term in months (Required), 24 through 60.
           IF MZTERML = ZERO
               MOVE WS-TERM           TO MZTERMI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 2                 TO WS-FIELD-SIZE
               MOVE MZTERMI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TERM
               MOVE CH-ARRAY          TO MZTERMI.

           IF WS-TERM < 24
           OR WS-TERM > 60
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MZTERML
               MOVE 'Term is 24 to 60 months.' TO COMM-MESSAGE.

      * First due date, YYMMDD (Required): after the sale, on the
      * 1st through the 28th.
           IF MZFDUEL = ZERO
               MOVE WS-DUE-YYMMDD     TO MZFDUEI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MZFDUEI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-DUE-YYMMDD
               MOVE CH-ARRAY          TO MZFDUEI.

           IF WS-DUE-MM < 01
           OR WS-DUE-MM > 12
           OR WS-DUE-DD < 01
           OR WS-DUE-DD > 28
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MZFDUEL
               MOVE 'First due is YYMMDD, day 01 to 28.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-DUE-YYMMDD     TO Y2K-YYMMDD-2
               PERFORM 000-Y2K-WINDOW-2
               MOVE Y2K-DATE-2        TO WS-FIRST-DUE-DATE
               IF WS-FIRST-DUE-DATE NOT > WS-SALE-DATE
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MZFDUEL
                   MOVE 'First due must be after the sale.'
                                      TO COMM-MESSAGE.

       000-FIGURE-PAYMENT.

           MOVE WS-PRINCIPAL          TO WS-FIN-PRINCIPAL.
           COMPUTE WS-FIN-RATE = WS-RATE-KEYED / 100.
           MOVE WS-TERM               TO WS-FIN-TERM-MONTHS.
           PERFORM 000-FIN-MONTHLY-PAYMENT.
           MOVE WS-FIN-MONTHLY-PAYMENT TO WS-MONTHLY-PAYMENT.

      * One contract per account: written new, or over one that is
      * paid off - never over an active one.
       000-SET-UP-CONTRACT.

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

           IF ACCTFILE-RESP = DFHRESP(NOTFND)
               PERFORM 000-BUILD-CONTRACT

               EXEC CICS WRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-FINANCE-RECORD)
                   RIDFLD     (A-F-KEY)
                   LENGTH     (ACCTFILE-LENGTH)
                   KEYLENGTH  (ACCTFILE-KEYLENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE

           ELSE
           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               IF A-F-ACTIVE
                   EXEC CICS UNLOCK
                       FILE ('ACCTFILE')
                   END-EXEC
                   MOVE 'Account already has an active contract.'
                                      TO COMM-MESSAGE
               ELSE
                   PERFORM 000-BUILD-CONTRACT

                   EXEC CICS REWRITE
                       FILE       ('ACCTFILE')
                       FROM       (ACCOUNT-FINANCE-RECORD)
                       LENGTH     (ACCTFILE-LENGTH)
                       RESP       (ACCTFILE-RESP)
                       RESP2      (ACCTFILE-RESP2)
                   END-EXEC

                   PERFORM 000-LOG-AFTER-IMAGE.

           IF COMM-MESSAGE = SPACE
               IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE ACCTFILE-RESP     TO ERROR-RESP
                   MOVE ACCTFILE-RESP2    TO ERROR-RESP2
                   MOVE A-F-KEY           TO ERROR-KEY
                   MOVE 'Finance'         TO ERROR-TYPE
                   MOVE ERROR-MESSAGE     TO COMM-MESSAGE
               ELSE
                   MOVE WS-MONTHLY-PAYMENT TO NUM-8
                   MOVE DOLLARS-8         TO D-8
                   MOVE CENTS-8           TO C-8
                   MOVE DC-8              TO C-S-PAYMENT
                   MOVE CONTRACT-SET-UP-MESSAGE
                                          TO COMM-MESSAGE
                   SET COMM-INIT          TO TRUE
                   SET EXIT-SCREEN        TO TRUE.

      * Interest is billed through the sale date to begin with, so
      * the first installment carries the interest from the sale.
       000-BUILD-CONTRACT.

           MOVE SPACE                 TO ACCOUNT-FINANCE-RECORD.
           MOVE COMM-ACCOUNT-ID       TO A-F-ACCOUNT-ID.
           MOVE A-F-RECORD-TYPE       TO A-F-KEY-TYPE.
           MOVE ZERO                  TO A-F-RECORD-NUMBER.
           MOVE 'A'                   TO A-F-STATUS.
           MOVE WS-EQUIP-TYPE         TO A-F-EQUIPMENT-TYPE.
           MOVE WS-DESCRIPTION        TO A-F-DESCRIPTION.
           MOVE WS-SALE-DATE          TO A-F-SALE-DATE.
           MOVE WS-FIRST-DUE-DATE     TO A-F-FIRST-DUE.
           MOVE WS-SALE-DATE          TO A-F-LAST-BILLED.
           MOVE WS-FIRST-DUE-DATE     TO A-F-NEXT-DUE.
           MOVE WS-PRINCIPAL          TO A-F-PRINCIPAL.
           MOVE WS-MONTHLY-PAYMENT    TO A-F-MONTHLY-PAYMENT.
           MOVE WS-PRINCIPAL          TO A-F-PRINCIPAL-OWED.
           COMPUTE A-F-ANNUAL-RATE = WS-RATE-KEYED / 100.
           MOVE WS-TERM               TO A-F-TERM-MONTHS.
           MOVE ZERO                  TO A-F-INSTALLMENTS-BILLED.
           MOVE ZERO                  TO A-F-PRINCIPAL-BILLED.
           MOVE ZERO                  TO A-F-INTEREST-BILLED.
           MOVE ZERO                  TO A-F-PRINCIPAL-PREPAID.
           MOVE ZERO                  TO A-F-PAYOFF-DATE.
           MOVE ZERO                  TO A-F-PAYOFF-INTEREST.
           MOVE COMM-OPERATOR-ID      TO A-F-OPERATOR.
           MOVE COMM-TRAN-DATE        TO A-F-SETUP-DATE.

      * Every ACCTFILE record this screen writes also goes to the
      * PLOG recovery queue as a full after-image (see PSTLOG).
       000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               MOVE 'SLICKPZ '        TO PL-PROGRAM
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

           COPY SLICKFIN.

           COPY SLICKNUM.
