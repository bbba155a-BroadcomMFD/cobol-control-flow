       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPU.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Holiday Calendar Maintenance - the office's screen *
      *             for the business holiday calendar (HOLIDAY, see    *
      *             HOLFILE). Started with its own transaction (SLKU)  *
      *             from a clear screen; like SLICKPP it takes the     *
      *             operator's own id and password at the top and      *
      *             re-checks them on every action - nothing happens   *
      *             unless the pair is active at level 3, since the    *
      *             calendar moves due dates, ACH drafts and late fees *
      *             for every account.                                 *
      *             A holiday is branch (spaces = the whole company;   *
      *             key underscores to blank it), date (YYMMDD), its   *
      *             name, and whether the bank and the office are      *
      *             closed (Y/N). A branch that stays open on a        *
      *             company holiday is keyed as a branch record for    *
      *             the date with both flags N. ENTER adds the holiday *
      *             or changes the one already on file for that branch *
      *             and date; PF5 shows the holiday for the key, or    *
      *             the branch's next one on file after that date;     *
      *             PF8 pages on to the one after the holiday shown;   *
      *             PF6 deletes it. The operator and date of the last  *
      *             change are kept on the record.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMU.

           COPY DFHAID.

           COPY OPRFILE.

           COPY HOLFILE.

           COPY BRNFILE.

       01  WS-MAP-FIELDS.
           03  WS-OPER-ID                    PIC X(08) VALUE SPACE.
           03  WS-OPER-PASSWORD              PIC X(08) VALUE SPACE.
           03  WS-BRANCH                     PIC X(02) VALUE SPACE.
           03  WS-HOLIDAY-YYMMDD             PIC 9(06) VALUE ZERO.
           03  FILLER REDEFINES WS-HOLIDAY-YYMMDD.
               05  WS-HOLIDAY-YY             PIC 9(02).
               05  WS-HOLIDAY-MM             PIC 9(02).
               05  WS-HOLIDAY-DD             PIC 9(02).
           03  WS-DESCRIPTION                PIC X(24) VALUE SPACE.
           03  WS-BANK-CLOSED                PIC X(01) VALUE SPACE.
           03  WS-OFFICE-CLOSED              PIC X(01) VALUE SPACE.
           03  WS-LAST-OPERATOR              PIC X(08) VALUE SPACE.
           03  WS-LAST-CHANGED               PIC 9(08) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-OPER-OK-SW                     PIC X(01) VALUE 'N'.
           88  OPERATOR-VERIFIED             VALUE 'Y'.

       01  WS-TIME                           PIC S9(15) COMP-3.
       01  WS-TODAY                          PIC 9(08) VALUE ZERO.
       01  WS-HOLIDAY-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-SEARCH-DATE                    PIC 9(08) VALUE ZERO.

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

           MOVE LOW-VALUES            TO SLICKMUI.

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
      * asks CICS for today's date itself - the date a change is
      * kept on the record under.
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
           MOVE SPACE                 TO WS-BRANCH.
           MOVE WS-TODAY (3:6)        TO WS-HOLIDAY-YYMMDD.
           MOVE SPACE                 TO WS-DESCRIPTION.
           MOVE SPACE                 TO WS-BANK-CLOSED.
           MOVE SPACE                 TO WS-OFFICE-CLOSED.
           MOVE SPACE                 TO WS-LAST-OPERATOR.
           MOVE ZERO                  TO WS-LAST-CHANGED.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

       000-SEND-MAP.

           MOVE COMM-MESSAGE          TO MUMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           MOVE WS-OPER-ID            TO MUOPIDO.
           MOVE SPACE                 TO MUPWDO.
           MOVE WS-BRANCH             TO MUBRO.
           MOVE WS-HOLIDAY-YYMMDD     TO MUDATEO.
           MOVE WS-DESCRIPTION        TO MUDESCO.
           MOVE WS-BANK-CLOSED        TO MUBANKO.
           MOVE WS-OFFICE-CLOSED      TO MUOFFCO.
           MOVE WS-LAST-OPERATOR      TO MULOPRO.

           IF WS-LAST-CHANGED = ZERO
               MOVE SPACE             TO MULCHGO
           ELSE
               MOVE WS-LAST-CHANGED   TO MULCHGO.

           IF NOT BAD-DATA
               MOVE -1                TO MUOPIDL.

           EXEC CICS SEND
               MAP ('SLICKMU')
               CURSOR
               ERASE
           END-EXEC.

           IF MUMSGO NOT = SPACE
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
               MAP   ('SLICKMU')
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
                       PERFORM 000-SAVE-HOLIDAY
                   ELSE
                   IF EIBAID = DFHPF5
                       MOVE WS-HOLIDAY-DATE TO WS-SEARCH-DATE
                       PERFORM 000-SHOW-HOLIDAY
                   ELSE
                   IF EIBAID = DFHPF8
                       COMPUTE WS-SEARCH-DATE = WS-HOLIDAY-DATE + 1
                       PERFORM 000-SHOW-HOLIDAY
                   ELSE
                   IF EIBAID = DFHPF6
                       PERFORM 000-DELETE-HOLIDAY
                   ELSE
                       MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Operator id and password (Required for every action)
           IF MUOPIDL = ZERO
               MOVE WS-OPER-ID        TO MUOPIDI
           ELSE
               INSPECT MUOPIDI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MUOPIDI           TO WS-OPER-ID.

           IF WS-OPER-ID = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MUOPIDL.

           IF MUPWDL = ZERO
               CONTINUE
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MUPWDI            TO WS-OPER-PASSWORD.

           IF WS-OPER-PASSWORD = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MUPWDL.

      * Branch (Optional, must be on BRANCHFI when keyed; spaces =
      * the whole company)
           IF MUBRL = ZERO
               MOVE WS-BRANCH         TO MUBRI
           ELSE
               INSPECT MUBRI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MUBRI             TO WS-BRANCH.

           IF WS-BRANCH NOT = SPACE
               PERFORM 000-VALIDATE-BRANCH.

      * Holiday date, YYMMDD (Required, defaults to today)
           IF MUDATEL = ZERO
               MOVE WS-HOLIDAY-YYMMDD TO MUDATEI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MUDATEI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-HOLIDAY-YYMMDD
               MOVE CH-ARRAY          TO MUDATEI.

           IF WS-HOLIDAY-MM < 01
           OR WS-HOLIDAY-MM > 12
           OR WS-HOLIDAY-DD < 01
           OR WS-HOLIDAY-DD > 31
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MUDATEL
               MOVE 'Holiday date is YYMMDD.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-HOLIDAY-YYMMDD TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE Y2K-DATE-1        TO WS-HOLIDAY-DATE.

      * Holiday name (Required to save)
           IF MUDESCL = ZERO
               MOVE WS-DESCRIPTION    TO MUDESCI
           ELSE
               INSPECT MUDESCI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MUDESCI           TO WS-DESCRIPTION.

      * Bank closed / office closed, Y or N (Required to save)
           IF MUBANKL = ZERO
               MOVE WS-BANK-CLOSED    TO MUBANKI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MUBANKI           TO WS-BANK-CLOSED.

           IF MUOFFCL = ZERO
               MOVE WS-OFFICE-CLOSED  TO MUOFFCI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MUOFFCI           TO WS-OFFICE-CLOSED.

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
               MOVE -1                TO MUBRL
               MOVE 'Branch not on file.'
                                      TO COMM-MESSAGE.

      * Every action re-proves the operator: an active record at
      * level 3 with this password, read fresh.
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
           OR OP-AUTH-LEVEL < 3
               MOVE 'Operator sign-on refused.'
                                      TO COMM-MESSAGE
           ELSE
               SET OPERATOR-VERIFIED  TO TRUE.

       000-SAVE-HOLIDAY.

           IF WS-DESCRIPTION = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MUDESCL
               MOVE 'Enter the holiday name.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-BANK-CLOSED NOT = 'Y'
           AND WS-BANK-CLOSED NOT = 'N'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MUBANKL
               MOVE 'Bank closed is Y or N.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-OFFICE-CLOSED NOT = 'Y'
           AND WS-OFFICE-CLOSED NOT = 'N'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MUOFFCL
               MOVE 'Office closed is Y or N.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-WRITE-HOLIDAY.

      * A new holiday is written; one already on file for the
      * branch and date is changed in place.
       000-WRITE-HOLIDAY.

           MOVE SPACE                 TO HOLIDAY-RECORD.
           MOVE WS-BRANCH             TO HL-BRANCH.
           MOVE WS-HOLIDAY-DATE       TO HL-DATE.
           PERFORM 000-FILL-HOLIDAY.

           EXEC CICS WRITE
               FILE       ('HOLIDAY')
               FROM       (HOLIDAY-RECORD)
               RIDFLD     (HL-KEY)
               LENGTH     (HOLFILE-LENGTH)
               KEYLENGTH  (HOLFILE-KEYLENGTH)
               RESP       (HOLFILE-RESP)
               RESP2      (HOLFILE-RESP2)
           END-EXEC.

           IF HOLFILE-RESP = DFHRESP(DUPREC)
               EXEC CICS READ
                   FILE      ('HOLIDAY')
                   INTO      (HOLIDAY-RECORD)
                   RIDFLD    (HL-KEY)
                   LENGTH    (HOLFILE-LENGTH)
                   KEYLENGTH (HOLFILE-KEYLENGTH)
                   RESP      (HOLFILE-RESP)
                   RESP2     (HOLFILE-RESP2)
                   UPDATE
               END-EXEC

               PERFORM 000-FILL-HOLIDAY

               EXEC CICS REWRITE
                   FILE       ('HOLIDAY')
                   FROM       (HOLIDAY-RECORD)
                   LENGTH     (HOLFILE-LENGTH)
                   RESP       (HOLFILE-RESP)
                   RESP2      (HOLFILE-RESP2)
               END-EXEC

               IF HOLFILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Error writing holiday file.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'Holiday changed.'
                                      TO COMM-MESSAGE
               END-IF
           ELSE
           IF HOLFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error writing holiday file.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE 'Holiday added.'  TO COMM-MESSAGE.

           IF HOLFILE-RESP = DFHRESP(NORMAL)
               MOVE WS-OPER-ID        TO WS-LAST-OPERATOR
               MOVE WS-TODAY          TO WS-LAST-CHANGED.

       000-FILL-HOLIDAY.

           MOVE WS-DESCRIPTION        TO HL-DESCRIPTION.
           MOVE WS-BANK-CLOSED        TO HL-BANK-CLOSED.
           MOVE WS-OFFICE-CLOSED      TO HL-OFFICE-CLOSED.
           MOVE WS-OPER-ID            TO HL-LAST-OPERATOR.
           MOVE WS-TODAY              TO HL-LAST-CHANGED.

      * PF5/PF8: the branch's first holiday on or after the search
      * date - one GTEQ read, the way SLICKPS walks its queue.
       000-SHOW-HOLIDAY.

           MOVE WS-BRANCH             TO HL-BRANCH.
           MOVE WS-SEARCH-DATE        TO HL-DATE.

           EXEC CICS READ
               FILE      ('HOLIDAY')
               INTO      (HOLIDAY-RECORD)
               RIDFLD    (HL-KEY)
               LENGTH    (HOLFILE-LENGTH)
               KEYLENGTH (HOLFILE-KEYLENGTH)
               RESP      (HOLFILE-RESP)
               RESP2     (HOLFILE-RESP2)
               GTEQ
           END-EXEC.

           IF HOLFILE-RESP = DFHRESP(NORMAL)
           AND HL-BRANCH = WS-BRANCH
               MOVE HL-DATE (3:6)     TO WS-HOLIDAY-YYMMDD
               MOVE HL-DATE           TO WS-HOLIDAY-DATE
               MOVE HL-DESCRIPTION    TO WS-DESCRIPTION
               MOVE HL-BANK-CLOSED    TO WS-BANK-CLOSED
               MOVE HL-OFFICE-CLOSED  TO WS-OFFICE-CLOSED
               MOVE HL-LAST-OPERATOR  TO WS-LAST-OPERATOR
               MOVE HL-LAST-CHANGED   TO WS-LAST-CHANGED
               MOVE 'Holiday shown.'  TO COMM-MESSAGE
           ELSE
               MOVE SPACE             TO WS-DESCRIPTION
               MOVE SPACE             TO WS-BANK-CLOSED
               MOVE SPACE             TO WS-OFFICE-CLOSED
               MOVE SPACE             TO WS-LAST-OPERATOR
               MOVE ZERO              TO WS-LAST-CHANGED
               MOVE 'No more holidays on file for branch.'
                                      TO COMM-MESSAGE.

      * PF6: the holiday comes off the calendar; jobs already run
      * against it are not redone.
       000-DELETE-HOLIDAY.

           MOVE WS-BRANCH             TO HL-BRANCH.
           MOVE WS-HOLIDAY-DATE       TO HL-DATE.

           EXEC CICS DELETE
               FILE      ('HOLIDAY')
               RIDFLD    (HL-KEY)
               KEYLENGTH (HOLFILE-KEYLENGTH)
               RESP      (HOLFILE-RESP)
               RESP2     (HOLFILE-RESP2)
           END-EXEC.

           IF HOLFILE-RESP = DFHRESP(NOTFND)
               MOVE 'No holiday on that date.'
                                      TO COMM-MESSAGE
           ELSE
           IF HOLFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error deleting holiday.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE SPACE             TO WS-DESCRIPTION
               MOVE SPACE             TO WS-BANK-CLOSED
               MOVE SPACE             TO WS-OFFICE-CLOSED
               MOVE SPACE             TO WS-LAST-OPERATOR
               MOVE ZERO              TO WS-LAST-CHANGED
               MOVE 'Holiday deleted.'
                                      TO COMM-MESSAGE.

       000-ALARM.

           EXEC CICS SEND CONTROL
               FREEKB
               ALARM
           END-EXEC.

           COPY SLICKNUM.
