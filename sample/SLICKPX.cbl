       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPX.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Statement Message Maintenance - the billing        *
      *             office's screen for the statement message file     *
      *             (STMTMSG, see SMSFILE). Started with its own       *
      *             transaction (SLKX) from a clear screen; like       *
      *             SLICKPP it takes the operator's own id and         *
      *             password at the top and re-checks them on every    *
      *             action - nothing happens unless the pair is active *
      *             at level 2 or above.                               *
      *             A message is its number (1-9999), a priority (1    *
      *             prints first, 9 last), the first and last          *
      *             statement dates it prints on (YYMMDD; the last not *
      *             already past), the targets - branch, bill cycle    *
      *             (1-4), route, price program, budget (Y/N), service *
      *             plan (Y/N) and delinquency (C current / D          *
      *             delinquent), each left blank for everyone - and up *
      *             to five lines of text. ENTER adds the message, or  *
      *             changes the one already on file under that         *
      *             number; PF5 brings a message up by its number; PF6 *
      *             deletes it. SLICKB2 prints every message that fits *
      *             an account on its statement and reports how many   *
      *             statements carried each.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMX.

           COPY DFHAID.

           COPY OPRFILE.

           COPY SMSFILE.

           COPY BRNFILE.

           COPY RTEFILE.

           COPY PGMFILE.

       01  WS-MAP-FIELDS.
           03  WS-OPER-ID                    PIC X(08) VALUE SPACE.
           03  WS-OPER-PASSWORD              PIC X(08) VALUE SPACE.
           03  WS-MESSAGE-ID                 PIC 9(04) VALUE ZERO.
           03  WS-PRIORITY                   PIC 9(01) VALUE ZERO.
           03  WS-START-YYMMDD               PIC 9(06) VALUE ZERO.
           03  FILLER REDEFINES WS-START-YYMMDD.
               05  WS-START-YY               PIC 9(02).
               05  WS-START-MM               PIC 9(02).
               05  WS-START-DD               PIC 9(02).
           03  WS-END-YYMMDD                 PIC 9(06) VALUE ZERO.
           03  FILLER REDEFINES WS-END-YYMMDD.
               05  WS-END-YY                 PIC 9(02).
               05  WS-END-MM                 PIC 9(02).
               05  WS-END-DD                 PIC 9(02).
           03  WS-BRANCH                     PIC X(02) VALUE SPACE.
           03  WS-BILL-CYCLE                 PIC X(01) VALUE SPACE.
               88  BILL-CYCLE-VALID          VALUE SPACE '1' '2' '3'
                                                   '4'.
           03  WS-ROUTE-CODE                 PIC X(04) VALUE SPACE.
           03  WS-PRICE-PROGRAM              PIC X(02) VALUE SPACE.
           03  WS-BUDGET                     PIC X(01) VALUE SPACE.
               88  BUDGET-VALID              VALUE SPACE 'Y' 'N'.
           03  WS-SERVICE-PLAN               PIC X(01) VALUE SPACE.
               88  SERVICE-PLAN-VALID        VALUE SPACE 'Y' 'N'.
           03  WS-DELINQUENCY                PIC X(01) VALUE SPACE.
               88  DELINQUENCY-VALID         VALUE SPACE 'C' 'D'.
           03  WS-TEXT-LINE                  PIC X(60) OCCURS 5 TIMES.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-OPER-OK-SW                     PIC X(01) VALUE 'N'.
           88  OPERATOR-VERIFIED             VALUE 'Y'.

       01  WS-TIME                           PIC S9(15) COMP-3.
       01  WS-TODAY                          PIC 9(08) VALUE ZERO.
       01  WS-START-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-END-DATE                       PIC 9(08) VALUE ZERO.

       01  WS-EXIT                           PIC X(11) VALUE
                                             'Slick ended'.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03  FILLER                        PIC X(01)
                                             OCCURS 1 TO 4096 TIMES
                                             DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       000-START-PROCESSING.

           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA       TO SLICK-COMM.

           MOVE LOW-VALUES            TO SLICKMXI.

           PERFORM 000-GET-TODAY.

           IF EIBCALEN = ZERO
               SET COMM-INIT          TO TRUE.

           IF COMM-INIT
               PERFORM 000-INITIALIZATION

           ELSE
               MOVE COMM-SAVE         TO WS-MAP-FIELDS
               PERFORM 000-RECEIVE-MAP.

           MOVE WS-MAP-FIELDS         TO COMM-SAVE.

           IF EXIT-SCREEN
               EXEC CICS SEND TEXT
                   FROM (WS-EXIT)
                   LENGTH (11)
                   FREEKB
                   ERASE
               END-EXEC

               EXEC CICS RETURN
               END-EXEC

           ELSE
               PERFORM 000-SEND-MAP

               EXEC CICS RETURN
                   TRANSID (COMM-NEXT-TRAN)
                   COMMAREA (SLICK-COMM)
               END-EXEC.

      * Started from a clear screen, this transaction never passes
      * through the SLICKP0 menu that sets COMM-TRAN-DATE, so it
      * asks CICS for today's date itself.
       000-GET-TODAY.

           EXEC CICS ASKTIME
               ABSTIME  (WS-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               YYYYMMDD (WS-TODAY)
           END-EXEC.

       000-INITIALIZATION.

           MOVE SPACE                 TO WS-OPER-ID.
           MOVE SPACE                 TO WS-OPER-PASSWORD.
           PERFORM 000-CLEAR-MESSAGE-FIELDS.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

      * A new message starts today at the middle priority, for
      * everyone, until the operator says otherwise.
       000-CLEAR-MESSAGE-FIELDS.

           MOVE ZERO                  TO WS-MESSAGE-ID.
           MOVE 5                     TO WS-PRIORITY.
           MOVE WS-TODAY (3:6)        TO WS-START-YYMMDD.
           MOVE ZERO                  TO WS-END-YYMMDD.
           MOVE SPACE                 TO WS-BRANCH.
           MOVE SPACE                 TO WS-BILL-CYCLE.
           MOVE SPACE                 TO WS-ROUTE-CODE.
           MOVE SPACE                 TO WS-PRICE-PROGRAM.
           MOVE SPACE                 TO WS-BUDGET.
           MOVE SPACE                 TO WS-SERVICE-PLAN.
           MOVE SPACE                 TO WS-DELINQUENCY.
           MOVE SPACE                 TO WS-TEXT-LINE (1).
           MOVE SPACE                 TO WS-TEXT-LINE (2).
           MOVE SPACE                 TO WS-TEXT-LINE (3).
           MOVE SPACE                 TO WS-TEXT-LINE (4).
           MOVE SPACE                 TO WS-TEXT-LINE (5).

       000-SEND-MAP.

           MOVE COMM-MESSAGE          TO MXMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           MOVE WS-OPER-ID            TO MXOPIDO.
           MOVE SPACE                 TO MXPWDO.
           MOVE WS-MESSAGE-ID         TO MXIDO.
           MOVE WS-PRIORITY           TO MXPRIO.
           MOVE WS-START-YYMMDD       TO MXSTRO.
           MOVE WS-END-YYMMDD         TO MXENDO.
           MOVE WS-BRANCH             TO MXBRO.
           MOVE WS-BILL-CYCLE         TO MXCYCO.
           MOVE WS-ROUTE-CODE         TO MXRTEO.
           MOVE WS-PRICE-PROGRAM      TO MXPGMO.
           MOVE WS-BUDGET             TO MXBUDO.
           MOVE WS-SERVICE-PLAN       TO MXPLNO.
           MOVE WS-DELINQUENCY        TO MXDLQO.
           MOVE WS-TEXT-LINE (1)      TO MXTX1O.
           MOVE WS-TEXT-LINE (2)      TO MXTX2O.
           MOVE WS-TEXT-LINE (3)      TO MXTX3O.
           MOVE WS-TEXT-LINE (4)      TO MXTX4O.
           MOVE WS-TEXT-LINE (5)      TO MXTX5O.

           IF NOT BAD-DATA
               MOVE -1                TO MXOPIDL.

           EXEC CICS SEND
               MAP ('SLICKMX')
               CURSOR
               ERASE
           END-EXEC.

           IF MXMSGO NOT = SPACE
               PERFORM 000-ALARM.

       000-RECEIVE-MAP.

           IF EIBAID = DFHPF12
           OR EIBAID = DFHPF24
               SET EXIT-SCREEN        TO TRUE
           ELSE
               PERFORM 000-PROCESS-FIELDS
               MOVE EIBAID            TO WS-LAST-AID.

       000-PROCESS-FIELDS.

           EXEC CICS RECEIVE
               MAP   ('SLICKMX')
               RESP  (COMM-RESP)
           END-EXEC.

           PERFORM 000-VALIDATE-MAP-FIELDS.
           SET MAP-RECEIVED           TO TRUE.

           IF BAD-DATA
               IF COMM-MESSAGE = SPACE
                   MOVE 'Enter required field(s).'
                                      TO COMM-MESSAGE
               END-IF
           ELSE
               PERFORM 000-VERIFY-OPERATOR
               IF OPERATOR-VERIFIED
                   IF EIBAID = DFHENTER
                       PERFORM 000-SAVE-MESSAGE
                   ELSE
                   IF EIBAID = DFHPF5
                       PERFORM 000-SHOW-MESSAGE
                   ELSE
                   IF EIBAID = DFHPF6
                       PERFORM 000-DELETE-MESSAGE
                   ELSE
                       MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Operator id and password (Required for every action)
           IF MXOPIDL = ZERO
               MOVE WS-OPER-ID        TO MXOPIDI
           ELSE
               INSPECT MXOPIDI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXOPIDI           TO WS-OPER-ID.

           IF WS-OPER-ID = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXOPIDL.

           IF MXPWDL = ZERO
               CONTINUE
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MXPWDI            TO WS-OPER-PASSWORD.

           IF WS-OPER-PASSWORD = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXPWDL.

      * Message number (Required for every action)
           IF MXIDL = ZERO
               MOVE WS-MESSAGE-ID     TO MXIDI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 4                 TO WS-FIELD-SIZE
               MOVE MXIDI             TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-MESSAGE-ID
               MOVE CH-ARRAY          TO MXIDI.

           IF WS-MESSAGE-ID = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXIDL.

      * Priority, 1-9 (Required, defaults to 5)
           IF MXPRIL = ZERO
               MOVE WS-PRIORITY       TO MXPRII
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 1                 TO WS-FIELD-SIZE
               MOVE MXPRII            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-PRIORITY
               MOVE CH-ARRAY          TO MXPRII.

           IF WS-PRIORITY = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXPRIL
               MOVE 'Priority is 1 (first) to 9 (last).'
                                      TO COMM-MESSAGE.

      * First statement date, YYMMDD (Required, defaults to today)
           IF MXSTRL = ZERO
               MOVE WS-START-YYMMDD   TO MXSTRI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MXSTRI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-START-YYMMDD
               MOVE CH-ARRAY          TO MXSTRI.

           IF WS-START-MM < 01
           OR WS-START-MM > 12
           OR WS-START-DD < 01
           OR WS-START-DD > 31
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXSTRL
               MOVE 'First date is YYMMDD.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-START-YYMMDD   TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE Y2K-DATE-1        TO WS-START-DATE.

      * Last statement date, YYMMDD (Required to save)
           IF MXENDL = ZERO
               MOVE WS-END-YYMMDD     TO MXENDI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MXENDI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-END-YYMMDD
               MOVE CH-ARRAY          TO MXENDI.

           IF WS-END-YYMMDD = ZERO
               MOVE ZERO              TO WS-END-DATE
           ELSE
           IF WS-END-MM < 01
           OR WS-END-MM > 12
           OR WS-END-DD < 01
           OR WS-END-DD > 31
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXENDL
               MOVE 'Last date is YYMMDD.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-END-YYMMDD     TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE Y2K-DATE-1        TO WS-END-DATE.

      * Branch (Optional, must be on BRANCHFI when keyed; spaces =
      * every branch)
           IF MXBRL = ZERO
               MOVE WS-BRANCH         TO MXBRI
           ELSE
               INSPECT MXBRI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXBRI             TO WS-BRANCH.

           IF WS-BRANCH NOT = SPACE
               PERFORM 000-VALIDATE-BRANCH.

      * Bill cycle (Optional, 1-4; spaces = every cycle)
           IF MXCYCL = ZERO
               MOVE WS-BILL-CYCLE     TO MXCYCI
           ELSE
               INSPECT MXCYCI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXCYCI            TO WS-BILL-CYCLE.

           IF NOT BILL-CYCLE-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXCYCL
               MOVE 'Bill cycle is 1-4, or blank for all.'
                                      TO COMM-MESSAGE.

      * Route (Optional, must be on ROUTEFIL when keyed; spaces =
      * every route)
           IF MXRTEL = ZERO
               MOVE WS-ROUTE-CODE     TO MXRTEI
           ELSE
               INSPECT MXRTEI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXRTEI            TO WS-ROUTE-CODE.

           IF WS-ROUTE-CODE NOT = SPACE
               PERFORM 000-VALIDATE-ROUTE.

      * Price program (Optional, must be on PGMFILE when keyed;
      * spaces = every program)
           IF MXPGML = ZERO
               MOVE WS-PRICE-PROGRAM  TO MXPGMI
           ELSE
               INSPECT MXPGMI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXPGMI            TO WS-PRICE-PROGRAM.

           IF WS-PRICE-PROGRAM NOT = SPACE
               PERFORM 000-VALIDATE-PRICE-PROGRAM.

      * Budget plan (Optional, Y on budget / N not; spaces = both)
           IF MXBUDL = ZERO
               MOVE WS-BUDGET         TO MXBUDI
           ELSE
               INSPECT MXBUDI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXBUDI            TO WS-BUDGET.

           IF NOT BUDGET-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXBUDL
               MOVE 'Budget is Y, N or blank.'
                                      TO COMM-MESSAGE.

      * Service plan (Optional, Y on a plan / N not; spaces = both)
           IF MXPLNL = ZERO
               MOVE WS-SERVICE-PLAN   TO MXPLNI
           ELSE
               INSPECT MXPLNI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXPLNI            TO WS-SERVICE-PLAN.

           IF NOT SERVICE-PLAN-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXPLNL
               MOVE 'Service plan is Y, N or blank.'
                                      TO COMM-MESSAGE.

      * Delinquency (Optional, C current / D delinquent; spaces =
      * both)
           IF MXDLQL = ZERO
               MOVE WS-DELINQUENCY    TO MXDLQI
           ELSE
               INSPECT MXDLQI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXDLQI            TO WS-DELINQUENCY.

           IF NOT DELINQUENCY-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXDLQL
               MOVE 'Delinquency is C, D or blank.'
                                      TO COMM-MESSAGE.

      * Message text, five lines of 60 (at least one to save)
           IF MXTX1L = ZERO
               MOVE WS-TEXT-LINE (1)  TO MXTX1I
           ELSE
               INSPECT MXTX1I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXTX1I            TO WS-TEXT-LINE (1).

           IF MXTX2L = ZERO
               MOVE WS-TEXT-LINE (2)  TO MXTX2I
           ELSE
               INSPECT MXTX2I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXTX2I            TO WS-TEXT-LINE (2).

           IF MXTX3L = ZERO
               MOVE WS-TEXT-LINE (3)  TO MXTX3I
           ELSE
               INSPECT MXTX3I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXTX3I            TO WS-TEXT-LINE (3).

           IF MXTX4L = ZERO
               MOVE WS-TEXT-LINE (4)  TO MXTX4I
           ELSE
               INSPECT MXTX4I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXTX4I            TO WS-TEXT-LINE (4).

           IF MXTX5L = ZERO
               MOVE WS-TEXT-LINE (5)  TO MXTX5I
           ELSE
               INSPECT MXTX5I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MXTX5I            TO WS-TEXT-LINE (5).

       000-VALIDATE-BRANCH.

           MOVE WS-BRANCH             TO BR-BRANCH.

           EXEC CICS READ
               FILE      ('BRANCHFI')
               INTO      (BRANCH-RECORD)
               RIDFLD    (BR-KEY)
               LENGTH    (BRNFILE-LENGTH)
               KEYLENGTH (BRNFILE-KEYLENGTH)
               RESP      (BRNFILE-RESP)
               RESP2     (BRNFILE-RESP2)
           END-EXEC.

           IF BRNFILE-RESP NOT = DFHRESP(NORMAL)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXBRL
               MOVE 'Branch not on file.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-ROUTE.

           MOVE WS-ROUTE-CODE         TO R-ROUTE-CODE.

           EXEC CICS READ
               FILE      ('ROUTEFIL')
               INTO      (ROUTE-RECORD)
               RIDFLD    (R-KEY)
               LENGTH    (RTEFILE-LENGTH)
               KEYLENGTH (RTEFILE-KEYLENGTH)
               RESP      (RTEFILE-RESP)
               RESP2     (RTEFILE-RESP2)
           END-EXEC.

           IF RTEFILE-RESP NOT = DFHRESP(NORMAL)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXRTEL
               MOVE 'Route not on file.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-PRICE-PROGRAM.

           MOVE WS-PRICE-PROGRAM      TO G-PROGRAM-CODE.

           EXEC CICS READ
               FILE      ('PRICEPGM')
               INTO      (PRICE-PROGRAM-RECORD)
               RIDFLD    (G-KEY)
               LENGTH    (PGMFILE-LENGTH)
               KEYLENGTH (PGMFILE-KEYLENGTH)
               RESP      (PGMFILE-RESP)
               RESP2     (PGMFILE-RESP2)
           END-EXEC.

           IF PGMFILE-RESP NOT = DFHRESP(NORMAL)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXPGML
               MOVE 'Unknown price program code.'
                                      TO COMM-MESSAGE.

      * Every action re-proves the operator: an active record at
      * level 2 or above with this password, read fresh.
       000-VERIFY-OPERATOR.

           MOVE 'N'                   TO WS-OPER-OK-SW.

           MOVE WS-OPER-ID            TO OP-OPERATOR-ID.

           EXEC CICS READ
               FILE      ('OPERFILE')
               INTO      (OPERATOR-RECORD)
               RIDFLD    (OP-KEY)
               LENGTH    (OPRFILE-LENGTH)
               KEYLENGTH (OPRFILE-KEYLENGTH)
               RESP      (OPRFILE-RESP)
               RESP2     (OPRFILE-RESP2)
           END-EXEC.

           IF OPRFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Operator sign-on refused.'
                                      TO COMM-MESSAGE
           ELSE
           IF OP-IS-INACTIVE
           OR OP-PASSWORD NOT = WS-OPER-PASSWORD
           OR OP-AUTH-LEVEL < 2
               MOVE 'Operator sign-on refused.'
                                      TO COMM-MESSAGE
           ELSE
               SET OPERATOR-VERIFIED  TO TRUE.

      * A message needs something to say and a last date that has
      * not already gone by; it may start on any date, so one
      * already printing can be corrected in place.
       000-SAVE-MESSAGE.

           IF WS-TEXT-LINE (1) = SPACE
           AND WS-TEXT-LINE (2) = SPACE
           AND WS-TEXT-LINE (3) = SPACE
           AND WS-TEXT-LINE (4) = SPACE
           AND WS-TEXT-LINE (5) = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXTX1L
               MOVE 'Enter the message text.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-END-DATE = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXENDL
               MOVE 'Enter the last date to print.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-END-DATE < WS-START-DATE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXENDL
               MOVE 'Last date is before the first.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-END-DATE < WS-TODAY
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MXENDL
               MOVE 'Last date cannot be past.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-WRITE-MESSAGE.

       000-FILL-MESSAGE-RECORD.

           MOVE WS-PRIORITY           TO SG-PRIORITY.
           MOVE WS-START-DATE         TO SG-START-DATE.
           MOVE WS-END-DATE           TO SG-END-DATE.
           MOVE WS-BRANCH             TO SG-BRANCH.
           MOVE WS-BILL-CYCLE         TO SG-BILL-CYCLE.
           MOVE WS-ROUTE-CODE         TO SG-ROUTE-CODE.
           MOVE WS-PRICE-PROGRAM      TO SG-PRICE-PROGRAM.
           MOVE WS-BUDGET             TO SG-BUDGET.
           MOVE WS-SERVICE-PLAN       TO SG-SERVICE-PLAN.
           MOVE WS-DELINQUENCY        TO SG-DELINQUENCY.
           MOVE WS-TEXT-LINE (1)      TO SG-TEXT-LINE (1).
           MOVE WS-TEXT-LINE (2)      TO SG-TEXT-LINE (2).
           MOVE WS-TEXT-LINE (3)      TO SG-TEXT-LINE (3).
           MOVE WS-TEXT-LINE (4)      TO SG-TEXT-LINE (4).
           MOVE WS-TEXT-LINE (5)      TO SG-TEXT-LINE (5).
           MOVE WS-OPER-ID            TO SG-ENTERED-BY.
           MOVE WS-TODAY              TO SG-ENTERED-DATE.

       000-WRITE-MESSAGE.

           MOVE SPACE                 TO STATEMENT-MESSAGE-RECORD.
           MOVE WS-MESSAGE-ID         TO SG-MESSAGE-ID.
           PERFORM 000-FILL-MESSAGE-RECORD.

           EXEC CICS WRITE
               FILE       ('STMTMSG')
               FROM       (STATEMENT-MESSAGE-RECORD)
               RIDFLD     (SG-KEY)
               LENGTH     (SMSFILE-LENGTH)
               KEYLENGTH  (SMSFILE-KEYLENGTH)
               RESP       (SMSFILE-RESP)
               RESP2      (SMSFILE-RESP2)
           END-EXEC.

           IF SMSFILE-RESP = DFHRESP(DUPREC)
               EXEC CICS READ
                   FILE      ('STMTMSG')
                   INTO      (STATEMENT-MESSAGE-RECORD)
                   RIDFLD    (SG-KEY)
                   LENGTH    (SMSFILE-LENGTH)
                   KEYLENGTH (SMSFILE-KEYLENGTH)
                   RESP      (SMSFILE-RESP)
                   RESP2     (SMSFILE-RESP2)
                   UPDATE
               END-EXEC

               PERFORM 000-FILL-MESSAGE-RECORD

               EXEC CICS REWRITE
                   FILE       ('STMTMSG')
                   FROM       (STATEMENT-MESSAGE-RECORD)
                   LENGTH     (SMSFILE-LENGTH)
                   RESP       (SMSFILE-RESP)
                   RESP2      (SMSFILE-RESP2)
               END-EXEC

               MOVE 'Message changed.'
                                      TO COMM-MESSAGE
           ELSE
           IF SMSFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error writing message file.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE 'Message added.'  TO COMM-MESSAGE.

      * PF5: the message on file under the keyed number, shown for
      * review or change.
       000-SHOW-MESSAGE.

           MOVE WS-MESSAGE-ID         TO SG-MESSAGE-ID.

           EXEC CICS READ
               FILE      ('STMTMSG')
               INTO      (STATEMENT-MESSAGE-RECORD)
               RIDFLD    (SG-KEY)
               LENGTH    (SMSFILE-LENGTH)
               KEYLENGTH (SMSFILE-KEYLENGTH)
               RESP      (SMSFILE-RESP)
               RESP2     (SMSFILE-RESP2)
           END-EXEC.

           IF SMSFILE-RESP = DFHRESP(NORMAL)
               MOVE SG-PRIORITY       TO WS-PRIORITY
               MOVE SG-START-DATE (3:6)
                                      TO WS-START-YYMMDD
               MOVE SG-END-DATE (3:6) TO WS-END-YYMMDD
               MOVE SG-BRANCH         TO WS-BRANCH
               MOVE SG-BILL-CYCLE     TO WS-BILL-CYCLE
               MOVE SG-ROUTE-CODE     TO WS-ROUTE-CODE
               MOVE SG-PRICE-PROGRAM  TO WS-PRICE-PROGRAM
               MOVE SG-BUDGET         TO WS-BUDGET
               MOVE SG-SERVICE-PLAN   TO WS-SERVICE-PLAN
               MOVE SG-DELINQUENCY    TO WS-DELINQUENCY
               MOVE SG-TEXT-LINE (1)  TO WS-TEXT-LINE (1)
               MOVE SG-TEXT-LINE (2)  TO WS-TEXT-LINE (2)
               MOVE SG-TEXT-LINE (3)  TO WS-TEXT-LINE (3)
               MOVE SG-TEXT-LINE (4)  TO WS-TEXT-LINE (4)
               MOVE SG-TEXT-LINE (5)  TO WS-TEXT-LINE (5)
               MOVE 'Message displayed.'
                                      TO COMM-MESSAGE
           ELSE
           IF SMSFILE-RESP = DFHRESP(NOTFND)
               MOVE 'No message under that number.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE 'Error reading message file.'
                                      TO COMM-MESSAGE.

      * PF6: the message comes off the file; statements already
      * printed keep it in their snapshots.
       000-DELETE-MESSAGE.

           MOVE WS-MESSAGE-ID         TO SG-MESSAGE-ID.

           EXEC CICS DELETE
               FILE      ('STMTMSG')
               RIDFLD    (SG-KEY)
               KEYLENGTH (SMSFILE-KEYLENGTH)
               RESP      (SMSFILE-RESP)
               RESP2     (SMSFILE-RESP2)
           END-EXEC.

           IF SMSFILE-RESP = DFHRESP(NOTFND)
               MOVE 'No message under that number.'
                                      TO COMM-MESSAGE
           ELSE
           IF SMSFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error deleting message.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-CLEAR-MESSAGE-FIELDS
               MOVE 'Message deleted.'
                                      TO COMM-MESSAGE.

       000-ALARM.

           EXEC CICS SEND CONTROL
               FREEKB
               ALARM
           END-EXEC.

           COPY SLICKNUM.
