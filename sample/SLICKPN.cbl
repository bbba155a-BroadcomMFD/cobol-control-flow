       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPN.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Prospects and Quotes - the sales desk's screen for *
      *             the prospect file (PROSPECT, see PRSFILE), reached *
      *             from PF11 on the main menu (SLICKP0), so leads and *
      *             quoted prices stop living in a spreadsheet.        *
      *             ENTER with no prospect number records a new lead   *
      *             (name, address, phone, tank size, current          *
      *             supplier, how they heard of us - a referral names  *
      *             the customer's account - and the salesperson, the  *
      *             signed-on operator unless keyed) under the next    *
      *             number off the control record; PF2 looks a         *
      *             prospect up, and ENTER on the prospect just looked *
      *             up saves changes to the lead.                      *
      *             PF5 issues a quote: a price program off PGMFILE    *
      *             (PRICEPGM) that has not expired, the price per     *
      *             gallon (the program's fixed rate or cap unless     *
      *             keyed) and an expiration date after today.         *
      *             PF6 records a follow-up call - what came of it and *
      *             when to call next. PF7 marks the quote lost.       *
      *             PF8 converts an accepted quote: the prospect is    *
      *             marked accepted and SLICKP1 (SLK1) opens with the  *
      *             Add Account screen filled in from the lead and the *
      *             quote; SLICKP1 links the new account back to the   *
      *             prospect when it is added. SLICKCC reports the     *
      *             quotes by salesperson each week.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMN.

           COPY DFHAID.

           COPY ACCTFILE.

           COPY PGMFILE.

           COPY PRSFILE.

       01  WS-MAP-FIELDS.
           03  WS-PROSPECT-ID                PIC 9(05) VALUE ZERO.
           03  WS-LOADED-ID                  PIC 9(05) VALUE ZERO.
           03  WS-NAME-LAST                  PIC X(16) VALUE SPACE.
           03  WS-NAME-FIRST                 PIC X(16) VALUE SPACE.
           03  WS-ADDRESS                    PIC X(64) VALUE SPACE.
           03  WS-CITY                       PIC X(24) VALUE SPACE.
           03  WS-STATE                      PIC X(02) VALUE SPACE.
           03  WS-ZIP                        PIC 9(05) VALUE ZERO.
           03  WS-TEL-1A                     PIC 9(03) VALUE ZERO.
           03  WS-TEL-1B                     PIC 9(03) VALUE ZERO.
           03  WS-TEL-1C                     PIC 9(04) VALUE ZERO.
           03  WS-SIZE-OF-TANK               PIC 9(04) VALUE ZERO.
           03  WS-SUPPLIER                   PIC X(20) VALUE SPACE.
           03  WS-LEAD-SOURCE                PIC X(01) VALUE SPACE.
           03  WS-REFERRER-ID                PIC 9(05) VALUE ZERO.
           03  WS-SALESPERSON                PIC X(08) VALUE SPACE.
           03  WS-QUOTE-PROGRAM              PIC X(02) VALUE SPACE.
           03  WS-QUOTE-PRICE                PIC 9(05) VALUE ZERO.
           03  WS-QUOTE-EXPIRES              PIC 9(06) VALUE ZERO.
           03  WS-QUOTE-STATUS               PIC X(01) VALUE SPACE.
           03  WS-FOLLOWUP-DATE              PIC 9(06) VALUE ZERO.
           03  WS-FOLLOWUP-NOTE              PIC X(30) VALUE SPACE.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

      * The Add Account screen's saved fields, laid out exactly as
      * SLICKP1's WS-MAP-FIELDS - PF8 hands them over in COMM-SAVE
      * so the new account opens already filled in.
       01  WS-CONVERT-FIELDS.
           03  CV-NAME-LAST                  PIC X(16) VALUE SPACE.
           03  CV-NAME-FIRST                 PIC X(16) VALUE SPACE.
           03  CV-NAME-INITIAL               PIC X(01) VALUE SPACE.
           03  CV-ADDRESS                    PIC X(64) VALUE SPACE.
           03  CV-CITY                       PIC X(24) VALUE SPACE.
           03  CV-STATE                      PIC X(02) VALUE SPACE.
           03  CV-ZIP                        PIC 9(05) VALUE ZERO.
           03  CV-ZIP-EX                     PIC 9(04) VALUE ZERO.
           03  CV-TEL-1A                     PIC 9(03) VALUE ZERO.
           03  CV-TEL-1B                     PIC 9(03) VALUE ZERO.
           03  CV-TEL-1C                     PIC 9(04) VALUE ZERO.
           03  CV-TEL-2A                     PIC 9(03) VALUE ZERO.
           03  CV-TEL-2B                     PIC 9(03) VALUE ZERO.
           03  CV-TEL-2C                     PIC 9(04) VALUE ZERO.
           03  CV-SIZE-OF-HOME               PIC 9(04) VALUE ZERO.
           03  CV-SIZE-OF-TANK               PIC 9(04) VALUE ZERO.
           03  CV-UNIT-PRICE                 PIC 9(05) VALUE ZERO.
           03  CV-BRANCH                     PIC X(02) VALUE SPACE.
           03  CV-CREDIT-LIMIT               PIC 9(08) VALUE ZERO.
           03  CV-DEPOSIT-REQUIRED           PIC X(01) VALUE SPACE.
           03  CV-DEPOSIT-AMOUNT             PIC 9(08) VALUE ZERO.
           03  CV-PROSPECT-ID                PIC 9(05) VALUE ZERO.
           03  CV-PRICE-PROGRAM              PIC X(02) VALUE SPACE.
           03  CV-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-CONVERT-STATUS                 PIC X(01) VALUE SPACE.
           88  CONVERT-TO-ACCOUNT            VALUE 'Y'.

       01  WS-TODAY-YYMMDD                   PIC 9(06) VALUE ZERO.

       01  WS-EXPIRED-SW                     PIC X(01) VALUE 'N'.
           88  QUOTE-EXPIRED                 VALUE 'Y'.

       01  PROSPECT-ADDED-MESSAGE.
           03  FILLER                        PIC X(09) VALUE
                                             'Prospect '.
           03  P-A-PROSPECT-ID               PIC 9(05) VALUE ZERO.
           03  FILLER                        PIC X(07) VALUE ' added.'.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03  FILLER                        PIC X(01)
                                             OCCURS 1 TO 4096 TIMES
                                             DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       000-START-PROCESSING.

           MOVE DFHCOMMAREA           TO SLICK-COMM.
           MOVE LOW-VALUES            TO SLICKMNI.

           MOVE COMM-TRAN-DATE (3:6)  TO WS-TODAY-YYMMDD.

           IF COMM-INIT
               PERFORM 000-INITIALIZATION

           ELSE
               MOVE COMM-SAVE         TO WS-MAP-FIELDS
               PERFORM 000-RECEIVE-MAP.

           MOVE WS-MAP-FIELDS         TO COMM-SAVE.

           IF EXIT-SCREEN
               EXEC CICS RETURN
                   TRANSID  (COMM-RETURN-TRAN)
                   COMMAREA (SLICK-COMM)
                   IMMEDIATE
               END-EXEC

           ELSE
           IF CONVERT-TO-ACCOUNT
               MOVE WS-CONVERT-FIELDS TO COMM-SAVE
               SET COMM-CONVERT       TO TRUE
               SET COMM-INIT          TO TRUE

               EXEC CICS RETURN
                   TRANSID  ('SLK1')
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

               EXEC CICS RETURN
                   TRANSID  (COMM-RETURN-TRAN)
                   COMMAREA (SLICK-COMM)
                   IMMEDIATE
               END-EXEC.

       000-INITIALIZATION.

           MOVE ZERO                  TO WS-PROSPECT-ID.
           MOVE ZERO                  TO WS-LOADED-ID.
           MOVE COMM-OPERATOR-ID      TO WS-SALESPERSON.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

       000-SEND-MAP.

           MOVE COMM-DISPLAY-DATE     TO MNDATEO.
           MOVE COMM-MESSAGE          TO MNMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           MOVE WS-PROSPECT-ID        TO MNPIDO.
           MOVE WS-NAME-LAST          TO MNLASTO.
           MOVE WS-NAME-FIRST         TO MNFIRSTO.
           MOVE WS-ADDRESS            TO MNADDRO.
           MOVE WS-CITY               TO MNCITYO.
           MOVE WS-STATE              TO MNSTATEO.
           MOVE WS-ZIP                TO MNZIPO.
           MOVE WS-TEL-1A             TO MNTELAO.
           MOVE WS-TEL-1B             TO MNTELBO.
           MOVE WS-TEL-1C             TO MNTELCO.
           MOVE WS-SIZE-OF-TANK       TO MNTANKO.
           MOVE WS-SUPPLIER           TO MNSUPPO.
           MOVE WS-LEAD-SOURCE        TO MNSRCO.
           MOVE WS-REFERRER-ID        TO MNREFO.
           MOVE WS-SALESPERSON        TO MNSALEO.
           MOVE WS-QUOTE-PROGRAM      TO MNPGMO.

           MOVE WS-QUOTE-PRICE        TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO MNPRICEO.

           MOVE WS-QUOTE-EXPIRES      TO MNEXPO.
           MOVE WS-FOLLOWUP-DATE      TO MNFUDTO.
           MOVE WS-FOLLOWUP-NOTE      TO MNNOTEO.

           PERFORM 000-CHECK-QUOTE-EXPIRED.

           IF WS-QUOTE-STATUS = 'O'
           AND QUOTE-EXPIRED
               MOVE 'EXPIRED'         TO MNSTATO
           ELSE
           IF WS-QUOTE-STATUS = 'O'
               MOVE 'OUTSTANDING'     TO MNSTATO
           ELSE
           IF WS-QUOTE-STATUS = 'A'
               MOVE 'ACCEPTED'        TO MNSTATO
           ELSE
           IF WS-QUOTE-STATUS = 'W'
               MOVE 'WON'             TO MNSTATO
           ELSE
           IF WS-QUOTE-STATUS = 'L'
               MOVE 'LOST'            TO MNSTATO
           ELSE
               MOVE 'NOT QUOTED'      TO MNSTATO.

           IF NOT BAD-DATA
               MOVE -1                TO MNPIDL.

           EXEC CICS SEND
               MAP ('SLICKMN')
               CURSOR
               ERASE
           END-EXEC.

           IF MNMSGO NOT = SPACE
               PERFORM 000-ALARM.

       000-RECEIVE-MAP.

           IF EIBAID = DFHPF11
               SET COMM-INIT          TO TRUE
               SET EXIT-SCREEN        TO TRUE
           ELSE
               IF EIBAID = DFHPF12
               OR EIBAID = DFHPF24
                   SET COMM-INIT      TO TRUE
                   SET EXIT-SCREEN    TO TRUE
               ELSE
                   PERFORM 000-PROCESS-FIELDS
                   MOVE EIBAID        TO WS-LAST-AID.

       000-PROCESS-FIELDS.

           EXEC CICS RECEIVE
               MAP   ('SLICKMN')
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
           IF EIBAID = DFHPF2
               PERFORM 000-FIND-PROSPECT
           ELSE
           IF EIBAID = DFHENTER
               IF WS-PROSPECT-ID = ZERO
                   PERFORM 000-ADD-PROSPECT
               ELSE
               IF WS-PROSPECT-ID = WS-LOADED-ID
                   PERFORM 000-UPDATE-PROSPECT
               ELSE
                   PERFORM 000-LOOK-UP-FIRST
               END-IF
               END-IF
           ELSE
           IF EIBAID = DFHPF5
           OR EIBAID = DFHPF6
           OR EIBAID = DFHPF7
           OR EIBAID = DFHPF8
               IF WS-PROSPECT-ID = ZERO
               OR WS-PROSPECT-ID NOT = WS-LOADED-ID
                   PERFORM 000-LOOK-UP-FIRST
               ELSE
               IF EIBAID = DFHPF5
                   PERFORM 000-ISSUE-QUOTE
               ELSE
               IF EIBAID = DFHPF6
                   PERFORM 000-RECORD-FOLLOWUP
               ELSE
               IF EIBAID = DFHPF7
                   PERFORM 000-MARK-QUOTE-LOST
               ELSE
                   PERFORM 000-CONVERT-QUOTE
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.

       000-LOOK-UP-FIRST.

           SET BAD-DATA               TO TRUE.
           MOVE -1                    TO MNPIDL.
           MOVE 'Hit PF2 to look the prospect up first.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Follow-up note (Optional)
           IF MNNOTEL = ZERO
               MOVE WS-FOLLOWUP-NOTE  TO MNNOTEI
           ELSE
               INSPECT MNNOTEI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MNNOTEI           TO WS-FOLLOWUP-NOTE.

      * Next follow-up date, YYMMDD (Optional)
           IF MNFUDTL = ZERO
               MOVE WS-FOLLOWUP-DATE  TO MNFUDTI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MNFUDTI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-FOLLOWUP-DATE
               MOVE CH-ARRAY          TO MNFUDTI.

      * Quote expiration date, YYMMDD (Required for PF5)
           IF MNEXPL = ZERO
               MOVE WS-QUOTE-EXPIRES  TO MNEXPI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MNEXPI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-QUOTE-EXPIRES
               MOVE CH-ARRAY          TO MNEXPI.

      * Quoted price per gallon (Optional - defaults off the program)
           IF MNPRICEL = ZERO
               MOVE WS-QUOTE-PRICE    TO NUM-5
               MOVE DOLLARS-5         TO D-5
               MOVE CENTS-5           TO C-5
               MOVE DC-5              TO MNPRICEI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE MNPRICEI          TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-QUOTE-PRICE
               MOVE DC-5              TO MNPRICEI.

      * Price program (Required for PF5)
           IF MNPGML = ZERO
               MOVE WS-QUOTE-PROGRAM  TO MNPGMI
           ELSE
               INSPECT MNPGMI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MNPGMI            TO WS-QUOTE-PROGRAM.

      * Salesperson (Optional - the signed-on operator when blank)
           IF MNSALEL = ZERO
               MOVE WS-SALESPERSON    TO MNSALEI
           ELSE
               INSPECT MNSALEI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MNSALEI           TO WS-SALESPERSON.

           IF WS-SALESPERSON = SPACE
               MOVE COMM-OPERATOR-ID  TO WS-SALESPERSON.

      * Referring customer's account (Required when the source is R)
           IF MNREFL = ZERO
               MOVE WS-REFERRER-ID    TO MNREFI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE MNREFI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-REFERRER-ID
               MOVE CH-ARRAY          TO MNREFI.

      * How they heard of us (Optional: R A D W T O)
           IF MNSRCL = ZERO
               MOVE WS-LEAD-SOURCE    TO MNSRCI
           ELSE
               INSPECT MNSRCI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MNSRCI            TO WS-LEAD-SOURCE.

           IF WS-LEAD-SOURCE = 'R'
               IF WS-REFERRER-ID = ZERO
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MNREFL
                   MOVE 'Enter the referring account.'
                                      TO COMM-MESSAGE
               ELSE
                   PERFORM 000-VALIDATE-REFERRER
               END-IF
           ELSE
           IF WS-LEAD-SOURCE NOT = SPACE
           AND WS-LEAD-SOURCE NOT = 'A'
           AND WS-LEAD-SOURCE NOT = 'D'
           AND WS-LEAD-SOURCE NOT = 'W'
           AND WS-LEAD-SOURCE NOT = 'T'
           AND WS-LEAD-SOURCE NOT = 'O'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNSRCL
               MOVE 'Source is R, A, D, W, T or O.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE ZERO              TO WS-REFERRER-ID.

      * Current supplier (Optional)
           IF MNSUPPL = ZERO
               MOVE WS-SUPPLIER       TO MNSUPPI
           ELSE
               INSPECT MNSUPPI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MNSUPPI           TO WS-SUPPLIER.

      * Tank size (Optional)
           IF MNTANKL = ZERO
               MOVE WS-SIZE-OF-TANK   TO MNTANKI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 4                 TO WS-FIELD-SIZE
               MOVE MNTANKI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-SIZE-OF-TANK
               MOVE CH-ARRAY          TO MNTANKI.

      * Telephone (Required to save)
           IF MNTELCL = ZERO
               MOVE WS-TEL-1C         TO MNTELCI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 4                 TO WS-FIELD-SIZE
               MOVE MNTELCI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TEL-1C
               MOVE CH-ARRAY          TO MNTELCI.

           IF MNTELBL = ZERO
               MOVE WS-TEL-1B         TO MNTELBI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 3                 TO WS-FIELD-SIZE
               MOVE MNTELBI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TEL-1B
               MOVE CH-ARRAY          TO MNTELBI.

           IF MNTELAL = ZERO
               MOVE WS-TEL-1A         TO MNTELAI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 3                 TO WS-FIELD-SIZE
               MOVE MNTELAI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TEL-1A
               MOVE CH-ARRAY          TO MNTELAI.

      * Zip code (Optional)
           IF MNZIPL = ZERO
               MOVE WS-ZIP            TO MNZIPI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE MNZIPI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-ZIP
               MOVE CH-ARRAY          TO MNZIPI.

      * State, city and address (Optional)
           IF MNSTATEL = ZERO
               MOVE WS-STATE          TO MNSTATEI
           ELSE
               INSPECT MNSTATEI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MNSTATEI          TO WS-STATE.

           IF MNCITYL = ZERO
               MOVE WS-CITY           TO MNCITYI
           ELSE
               INSPECT MNCITYI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MNCITYI           TO WS-CITY.

           IF MNADDRL = ZERO
               MOVE WS-ADDRESS        TO MNADDRI
           ELSE
               INSPECT MNADDRI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MNADDRI           TO WS-ADDRESS.

      * First and last name (Last name required to save)
           IF MNFIRSTL = ZERO
               MOVE WS-NAME-FIRST     TO MNFIRSTI
           ELSE
               INSPECT MNFIRSTI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MNFIRSTI          TO WS-NAME-FIRST.

           IF MNLASTL = ZERO
               MOVE WS-NAME-LAST      TO MNLASTI
           ELSE
               INSPECT MNLASTI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MNLASTI           TO WS-NAME-LAST.

      * Prospect number (blank on ENTER adds a new prospect)
           IF MNPIDL = ZERO
               MOVE WS-PROSPECT-ID    TO MNPIDI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE MNPIDI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-PROSPECT-ID
               MOVE CH-ARRAY          TO MNPIDI.

      * The referrer has to be a customer we can credit.
       000-VALIDATE-REFERRER.

           MOVE WS-REFERRER-ID        TO A-S-ACCOUNT-ID.
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

           IF ACCTFILE-RESP = DFHRESP(NOTFND)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNREFL
               MOVE 'No such referring account.'
                                      TO COMM-MESSAGE
           ELSE
           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               SET BAD-DATA           TO TRUE
               MOVE 'Error reading account file.'
                                      TO COMM-MESSAGE
           ELSE
           IF A-S-END-OF-CONTRACT NOT = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNREFL
               MOVE 'Referring account is closed.'
                                      TO COMM-MESSAGE.

      * An outstanding quote past its expiration date has expired.
       000-CHECK-QUOTE-EXPIRED.

           MOVE 'N'                   TO WS-EXPIRED-SW.

           IF WS-QUOTE-EXPIRES NOT = ZERO
               MOVE WS-QUOTE-EXPIRES  TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE WS-TODAY-YYMMDD   TO Y2K-YYMMDD-2
               PERFORM 000-Y2K-WINDOW-2
               IF Y2K-DATE-1 < Y2K-DATE-2
                   SET QUOTE-EXPIRED  TO TRUE.

      * PF2: bring the keyed prospect up on the screen.
       000-FIND-PROSPECT.

           IF WS-PROSPECT-ID = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNPIDL
               MOVE 'Enter the prospect number.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-PROSPECT-ID    TO PR-PROSPECT-ID

               EXEC CICS READ
                   FILE      ('PROSPECT')
                   INTO      (PROSPECT-RECORD)
                   RIDFLD    (PR-KEY)
                   LENGTH    (PRSFILE-LENGTH)
                   KEYLENGTH (PRSFILE-KEYLENGTH)
                   RESP      (PRSFILE-RESP)
                   RESP2     (PRSFILE-RESP2)
               END-EXEC

               IF PRSFILE-RESP = DFHRESP(NOTFND)
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MNPIDL
                   MOVE 'No such prospect.' TO COMM-MESSAGE
               ELSE
               IF PRSFILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE PRSFILE-RESP  TO ERROR-RESP
                   MOVE PRSFILE-RESP2 TO ERROR-RESP2
                   MOVE PR-KEY        TO ERROR-KEY
                   MOVE 'PrspRd'      TO ERROR-TYPE
                   MOVE ERROR-MESSAGE TO COMM-MESSAGE
               ELSE
                   PERFORM 000-LOAD-PROSPECT
                   MOVE 'Prospect found.' TO COMM-MESSAGE.

       000-LOAD-PROSPECT.

           MOVE PR-PROSPECT-ID        TO WS-LOADED-ID.
           MOVE PR-NAME-LAST          TO WS-NAME-LAST.
           MOVE PR-NAME-FIRST         TO WS-NAME-FIRST.
           MOVE PR-ADDRESS            TO WS-ADDRESS.
           MOVE PR-CITY               TO WS-CITY.
           MOVE PR-STATE              TO WS-STATE.
           MOVE PR-ZIP                TO WS-ZIP.
           MOVE PR-TEL-1A             TO WS-TEL-1A.
           MOVE PR-TEL-1B             TO WS-TEL-1B.
           MOVE PR-TEL-1C             TO WS-TEL-1C.
           MOVE PR-SIZE-OF-TANK       TO WS-SIZE-OF-TANK.
           MOVE PR-CURRENT-SUPPLIER   TO WS-SUPPLIER.
           MOVE PR-LEAD-SOURCE        TO WS-LEAD-SOURCE.
           MOVE PR-REFERRER-ID        TO WS-REFERRER-ID.
           MOVE PR-SALESPERSON        TO WS-SALESPERSON.
           MOVE PR-QUOTE-PROGRAM      TO WS-QUOTE-PROGRAM.
           MOVE PR-QUOTE-PRICE        TO WS-QUOTE-PRICE.
           MOVE PR-QUOTE-EXPIRES      TO WS-QUOTE-EXPIRES.
           MOVE PR-QUOTE-STATUS       TO WS-QUOTE-STATUS.
           MOVE PR-FOLLOWUP-DATE      TO WS-FOLLOWUP-DATE.
           MOVE PR-FOLLOWUP-NOTE      TO WS-FOLLOWUP-NOTE.

       000-CHECK-LEAD-FIELDS.

           IF WS-TEL-1B = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNTELBL.

           IF WS-TEL-1A = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNTELAL.

           IF WS-NAME-LAST = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNLASTL.

           IF BAD-DATA
               MOVE 'Enter the name and telephone.'
                                      TO COMM-MESSAGE.

      * ENTER with no prospect number: take the next number off the
      * control record (prospect 00000, written the first time) and
      * write the lead under it, both in one unit of work.
       000-ADD-PROSPECT.

           PERFORM 000-CHECK-LEAD-FIELDS.

           IF NOT BAD-DATA
               MOVE ZERO              TO PR-C-PROSPECT-ID

               EXEC CICS READ
                   FILE      ('PROSPECT')
                   INTO      (PROSPECT-CONTROL-RECORD)
                   RIDFLD    (PR-C-KEY)
                   LENGTH    (PRSFILE-LENGTH)
                   KEYLENGTH (PRSFILE-KEYLENGTH)
                   RESP      (PRSFILE-RESP)
                   RESP2     (PRSFILE-RESP2)
                   UPDATE
               END-EXEC

               IF PRSFILE-RESP = DFHRESP(NOTFND)
                   PERFORM 000-WRITE-PROSPECT-CONTROL
               ELSE
               IF PRSFILE-RESP = DFHRESP(NORMAL)
                   PERFORM 000-BUMP-PROSPECT-CONTROL
               END-IF
               END-IF

               IF PRSFILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE PRSFILE-RESP  TO ERROR-RESP
                   MOVE PRSFILE-RESP2 TO ERROR-RESP2
                   MOVE PR-C-KEY      TO ERROR-KEY
                   MOVE 'PrspCtl'     TO ERROR-TYPE
                   MOVE ERROR-MESSAGE TO COMM-MESSAGE
               ELSE
               IF WS-PROSPECT-ID = ZERO
                   MOVE 'Prospect number limit reached.'
                                      TO COMM-MESSAGE
               ELSE
                   PERFORM 000-WRITE-NEW-PROSPECT.

       000-WRITE-PROSPECT-CONTROL.

           MOVE SPACE                 TO PROSPECT-CONTROL-RECORD.
           MOVE ZERO                  TO PR-C-PROSPECT-ID.
           MOVE 1                     TO PR-C-LAST-ID.
           MOVE PR-C-LAST-ID          TO WS-PROSPECT-ID.

           EXEC CICS WRITE
               FILE       ('PROSPECT')
               FROM       (PROSPECT-CONTROL-RECORD)
               RIDFLD     (PR-C-KEY)
               LENGTH     (PRSFILE-LENGTH)
               KEYLENGTH  (PRSFILE-KEYLENGTH)
               RESP       (PRSFILE-RESP)
               RESP2      (PRSFILE-RESP2)
           END-EXEC.

       000-BUMP-PROSPECT-CONTROL.

           IF PR-C-LAST-ID NOT < 99999
               MOVE ZERO              TO WS-PROSPECT-ID

               EXEC CICS UNLOCK
                   FILE       ('PROSPECT')
               END-EXEC
           ELSE
               ADD 1                  TO PR-C-LAST-ID
               MOVE PR-C-LAST-ID      TO WS-PROSPECT-ID

               EXEC CICS REWRITE
                   FILE       ('PROSPECT')
                   FROM       (PROSPECT-CONTROL-RECORD)
                   LENGTH     (PRSFILE-LENGTH)
                   RESP       (PRSFILE-RESP)
                   RESP2      (PRSFILE-RESP2)
               END-EXEC.

       000-WRITE-NEW-PROSPECT.

           MOVE SPACE                 TO PROSPECT-RECORD.
           MOVE WS-PROSPECT-ID        TO PR-PROSPECT-ID.
           PERFORM 000-MOVE-LEAD-FIELDS.

           MOVE WS-TODAY-YYMMDD       TO PR-ENTERED-DATE.
           MOVE SPACE                 TO PR-QUOTE-STATUS.
           MOVE ZERO                  TO PR-QUOTE-PRICE.
           MOVE ZERO                  TO PR-QUOTE-DATE.
           MOVE ZERO                  TO PR-QUOTE-EXPIRES.
           MOVE ZERO                  TO PR-QUOTE-CLOSED-DATE.
           MOVE WS-FOLLOWUP-DATE      TO PR-FOLLOWUP-DATE.
           MOVE ZERO                  TO PR-FOLLOWUP-COUNT.
           MOVE ZERO                  TO PR-LAST-FOLLOWUP.
           MOVE WS-FOLLOWUP-NOTE      TO PR-FOLLOWUP-NOTE.
           MOVE ZERO                  TO PR-ACCOUNT-ID.
           MOVE SPACE                 TO PR-REFERRAL-CREDITED.
           MOVE ZERO                  TO PR-REFERRAL-DATE.

           EXEC CICS WRITE
               FILE       ('PROSPECT')
               FROM       (PROSPECT-RECORD)
               RIDFLD     (PR-KEY)
               LENGTH     (PRSFILE-LENGTH)
               KEYLENGTH  (PRSFILE-KEYLENGTH)
               RESP       (PRSFILE-RESP)
               RESP2      (PRSFILE-RESP2)
           END-EXEC.

           IF PRSFILE-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT
                   ROLLBACK
               END-EXEC
               MOVE PRSFILE-RESP      TO ERROR-RESP
               MOVE PRSFILE-RESP2     TO ERROR-RESP2
               MOVE PR-KEY            TO ERROR-KEY
               MOVE 'PrspWr'          TO ERROR-TYPE
               MOVE ERROR-MESSAGE     TO COMM-MESSAGE
               MOVE ZERO              TO WS-PROSPECT-ID
           ELSE
               MOVE WS-PROSPECT-ID    TO WS-LOADED-ID
               MOVE SPACE             TO WS-QUOTE-STATUS
               MOVE WS-PROSPECT-ID    TO P-A-PROSPECT-ID
               MOVE PROSPECT-ADDED-MESSAGE TO COMM-MESSAGE.

       000-MOVE-LEAD-FIELDS.

           MOVE WS-NAME-LAST          TO PR-NAME-LAST.
           MOVE WS-NAME-FIRST         TO PR-NAME-FIRST.
           MOVE WS-ADDRESS            TO PR-ADDRESS.
           MOVE WS-CITY               TO PR-CITY.
           MOVE WS-STATE              TO PR-STATE.
           MOVE WS-ZIP                TO PR-ZIP.
           MOVE WS-TEL-1A             TO PR-TEL-1A.
           MOVE WS-TEL-1B             TO PR-TEL-1B.
           MOVE WS-TEL-1C             TO PR-TEL-1C.
           MOVE WS-SIZE-OF-TANK       TO PR-SIZE-OF-TANK.
           MOVE WS-SUPPLIER           TO PR-CURRENT-SUPPLIER.
           MOVE WS-LEAD-SOURCE        TO PR-LEAD-SOURCE.
           MOVE WS-REFERRER-ID        TO PR-REFERRER-ID.
           MOVE WS-SALESPERSON        TO PR-SALESPERSON.

      * Every prospect action below reads the record for update
      * first; a failed read leaves PRSFILE-RESP set for the caller.
       000-READ-PROSPECT-UPDATE.

           MOVE WS-PROSPECT-ID        TO PR-PROSPECT-ID.

           EXEC CICS READ
               FILE      ('PROSPECT')
               INTO      (PROSPECT-RECORD)
               RIDFLD    (PR-KEY)
               LENGTH    (PRSFILE-LENGTH)
               KEYLENGTH (PRSFILE-KEYLENGTH)
               RESP      (PRSFILE-RESP)
               RESP2     (PRSFILE-RESP2)
               UPDATE
           END-EXEC.

           IF PRSFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error reading prospect file.'
                                      TO COMM-MESSAGE.

       000-REWRITE-PROSPECT.

           EXEC CICS REWRITE
               FILE       ('PROSPECT')
               FROM       (PROSPECT-RECORD)
               LENGTH     (PRSFILE-LENGTH)
               RESP       (PRSFILE-RESP)
               RESP2      (PRSFILE-RESP2)
           END-EXEC.

           IF PRSFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE PRSFILE-RESP      TO ERROR-RESP
               MOVE PRSFILE-RESP2     TO ERROR-RESP2
               MOVE PR-KEY            TO ERROR-KEY
               MOVE 'PrspRw'          TO ERROR-TYPE
               MOVE ERROR-MESSAGE     TO COMM-MESSAGE.

       000-UPDATE-PROSPECT.

           PERFORM 000-CHECK-LEAD-FIELDS.

           IF NOT BAD-DATA
               PERFORM 000-READ-PROSPECT-UPDATE
               IF PRSFILE-RESP = DFHRESP(NORMAL)
                   PERFORM 000-MOVE-LEAD-FIELDS
                   PERFORM 000-REWRITE-PROSPECT
                   IF PRSFILE-RESP = DFHRESP(NORMAL)
                       MOVE 'Prospect updated.' TO COMM-MESSAGE.

      * PF5: quote a price program. The program has to be on file
      * and not yet expired; the price defaults to what the program
      * bills - its fixed rate, or its cap - unless one is keyed.
       000-ISSUE-QUOTE.

           IF WS-QUOTE-STATUS = 'W'
               MOVE 'Quote already converted to an account.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-QUOTE-PROGRAM = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNPGML
               MOVE 'Enter the price program.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-VALIDATE-PRICE-PROGRAM.

           IF NOT BAD-DATA
           AND COMM-MESSAGE = SPACE
               PERFORM 000-CHECK-QUOTE-TERMS.

           IF NOT BAD-DATA
           AND COMM-MESSAGE = SPACE
               PERFORM 000-READ-PROSPECT-UPDATE
               IF PRSFILE-RESP = DFHRESP(NORMAL)
                   MOVE 'O'               TO PR-QUOTE-STATUS
                   MOVE WS-QUOTE-PROGRAM  TO PR-QUOTE-PROGRAM
                   MOVE WS-QUOTE-PRICE    TO PR-QUOTE-PRICE
                   MOVE WS-TODAY-YYMMDD   TO PR-QUOTE-DATE
                   MOVE WS-QUOTE-EXPIRES  TO PR-QUOTE-EXPIRES
                   MOVE ZERO              TO PR-QUOTE-CLOSED-DATE
                   MOVE WS-SALESPERSON    TO PR-SALESPERSON
                   PERFORM 000-REWRITE-PROSPECT
                   IF PRSFILE-RESP = DFHRESP(NORMAL)
                       MOVE 'O'           TO WS-QUOTE-STATUS
                       MOVE 'Quote issued.' TO COMM-MESSAGE.

       000-VALIDATE-PRICE-PROGRAM.

           MOVE WS-QUOTE-PROGRAM      TO G-PROGRAM-CODE.

           EXEC CICS READ
               FILE      ('PRICEPGM')
               INTO      (PRICE-PROGRAM-RECORD)
               RIDFLD    (G-KEY)
               LENGTH    (PGMFILE-LENGTH)
               KEYLENGTH (PGMFILE-KEYLENGTH)
               RESP      (PGMFILE-RESP)
               RESP2     (PGMFILE-RESP2)
           END-EXEC.

           IF PGMFILE-RESP = DFHRESP(NOTFND)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNPGML
               MOVE 'Unknown price program code.' TO COMM-MESSAGE
           ELSE
           IF PGMFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE PGMFILE-RESP      TO ERROR-RESP
               MOVE PGMFILE-RESP2     TO ERROR-RESP2
               MOVE G-KEY             TO ERROR-KEY
               MOVE 'PgmRd'           TO ERROR-TYPE
               MOVE ERROR-MESSAGE     TO COMM-MESSAGE
           ELSE
           IF G-EXPIRY-DATE NOT = ZERO
           AND G-EXPIRY-DATE < COMM-TRAN-DATE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNPGML
               MOVE 'Price program has expired.' TO COMM-MESSAGE
           ELSE
           IF WS-QUOTE-PRICE = ZERO
               IF G-TYPE-FIXED
                   MOVE G-RATE        TO WS-QUOTE-PRICE
               ELSE
               IF G-TYPE-CAPPED
                   MOVE G-CAP         TO WS-QUOTE-PRICE.

       000-CHECK-QUOTE-TERMS.

           IF WS-QUOTE-PRICE = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNPRICEL
               MOVE 'Enter the quoted price.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-QUOTE-EXPIRES = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNEXPL
               MOVE 'Enter the quote expiration date.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-QUOTE-EXPIRES  TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE WS-TODAY-YYMMDD   TO Y2K-YYMMDD-2
               PERFORM 000-Y2K-WINDOW-2
               IF Y2K-DATE-1 NOT > Y2K-DATE-2
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MNEXPL
                   MOVE 'Expiration must be after today.'
                                      TO COMM-MESSAGE.

      * PF6: log a follow-up call - the note says what came of it,
      * the date says when to call next (zero for no further calls).
       000-RECORD-FOLLOWUP.

           IF WS-FOLLOWUP-NOTE = SPACE
           AND WS-FOLLOWUP-DATE = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MNNOTEL
               MOVE 'Enter the follow-up note or next date.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-READ-PROSPECT-UPDATE
               IF PRSFILE-RESP = DFHRESP(NORMAL)
                   MOVE WS-FOLLOWUP-DATE  TO PR-FOLLOWUP-DATE
                   MOVE WS-FOLLOWUP-NOTE  TO PR-FOLLOWUP-NOTE
                   MOVE WS-TODAY-YYMMDD   TO PR-LAST-FOLLOWUP
                   IF PR-FOLLOWUP-COUNT NOT NUMERIC
                       MOVE ZERO          TO PR-FOLLOWUP-COUNT
                   END-IF
                   IF PR-FOLLOWUP-COUNT < 999
                       ADD 1              TO PR-FOLLOWUP-COUNT
                   END-IF
                   PERFORM 000-REWRITE-PROSPECT
                   IF PRSFILE-RESP = DFHRESP(NORMAL)
                       MOVE 'Follow-up recorded.' TO COMM-MESSAGE.

      * PF7: the lead went elsewhere.
       000-MARK-QUOTE-LOST.

           IF WS-QUOTE-STATUS NOT = 'O'
           AND WS-QUOTE-STATUS NOT = 'A'
               MOVE 'No open quote to mark lost.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-READ-PROSPECT-UPDATE
               IF PRSFILE-RESP = DFHRESP(NORMAL)
                   MOVE 'L'               TO PR-QUOTE-STATUS
                   MOVE WS-TODAY-YYMMDD   TO PR-QUOTE-CLOSED-DATE
                   PERFORM 000-REWRITE-PROSPECT
                   IF PRSFILE-RESP = DFHRESP(NORMAL)
                       MOVE 'L'           TO WS-QUOTE-STATUS
                       MOVE 'Quote marked lost.' TO COMM-MESSAGE.

      * PF8: the lead said yes. Mark the quote accepted and hand the
      * lead and the quoted price to SLICKP1; an accepted quote can
      * be converted again if the add was abandoned part way.
       000-CONVERT-QUOTE.

           PERFORM 000-CHECK-QUOTE-EXPIRED.

           IF WS-QUOTE-STATUS NOT = 'O'
           AND WS-QUOTE-STATUS NOT = 'A'
               MOVE 'No open quote to convert.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-QUOTE-STATUS = 'O'
           AND QUOTE-EXPIRED
               MOVE 'Quote has expired; issue a new one.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-READ-PROSPECT-UPDATE
               IF PRSFILE-RESP = DFHRESP(NORMAL)
                   MOVE 'A'               TO PR-QUOTE-STATUS
                   PERFORM 000-REWRITE-PROSPECT
                   IF PRSFILE-RESP = DFHRESP(NORMAL)
                       PERFORM 000-BUILD-CONVERT-FIELDS
                       SET CONVERT-TO-ACCOUNT TO TRUE.

       000-BUILD-CONVERT-FIELDS.

           MOVE PR-NAME-LAST          TO CV-NAME-LAST.
           MOVE PR-NAME-FIRST         TO CV-NAME-FIRST.
           MOVE PR-ADDRESS            TO CV-ADDRESS.
           MOVE PR-CITY               TO CV-CITY.
           MOVE PR-STATE              TO CV-STATE.
           MOVE PR-ZIP                TO CV-ZIP.
           MOVE PR-TEL-1A             TO CV-TEL-1A.
           MOVE PR-TEL-1B             TO CV-TEL-1B.
           MOVE PR-TEL-1C             TO CV-TEL-1C.
           MOVE PR-SIZE-OF-TANK       TO CV-SIZE-OF-TANK.
           MOVE PR-QUOTE-PRICE        TO CV-UNIT-PRICE.
           MOVE PR-PROSPECT-ID        TO CV-PROSPECT-ID.
           MOVE PR-QUOTE-PROGRAM      TO CV-PRICE-PROGRAM.

       000-ALARM.

           EXEC CICS SEND CONTROL
               FREEKB
               ALARM
           END-EXEC.

           COPY SLICKNUM.
