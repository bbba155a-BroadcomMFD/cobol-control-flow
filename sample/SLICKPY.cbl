       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPY.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Price Program Renewal Enrollment - the screen the  *
      *             office takes answers to the SLICKCZ renewal offer  *
      *             letters on, whether a customer phones in or mails  *
      *             back the reply card. Started with its own          *
      *             transaction (SLKY) from a clear screen; like       *
      *             SLICKPX it takes the operator's own id and         *
      *             password at the top and re-checks them on every    *
      *             action (any active operator).                      *
      *             PF5 brings up an account by number with where its  *
      *             renewal stands. ENTER enrolls the account in the   *
      *             keyed program - a fixed or capped program on       *
      *             PGMFILE whose enrollment deadline                  *
      *             (G-ENROLL-DEADLINE) has not passed; once it has,   *
      *             the answer is refused. The source is P (phone, the *
      *             default) or M (mailed reply card). The season's    *
      *             gallons default to what the letter projected (or   *
      *             the account's usage estimate) and may be re-keyed; *
      *             a prepay program needs some, as SLICKD1 bills the  *
      *             prepayment on them at the season start. PF6        *
      *             records that the customer declined. Answers are    *
      *             kept on the extension record (A-E-RENEWAL-) under  *
      *             the operator's id; the SLICKBQ web loader writes   *
      *             the same fields for enrollments taken on the web.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMY.

           COPY DFHAID.

           COPY OPRFILE.

           COPY ACCTFILE.

           COPY PGMFILE.

       01  WS-MAP-FIELDS.
           03  WS-OPER-ID                    PIC X(08) VALUE SPACE.
           03  WS-OPER-PASSWORD              PIC X(08) VALUE SPACE.
           03  WS-ACCOUNT-ID                 PIC 9(05) VALUE ZERO.
           03  WS-NAME                       PIC X(33) VALUE SPACE.
           03  WS-CURRENT-LINE               PIC X(40) VALUE SPACE.
           03  WS-PROGRAM                    PIC X(02) VALUE SPACE.
           03  WS-DESCRIPTION                PIC X(20) VALUE SPACE.
           03  WS-SOURCE                     PIC X(01) VALUE 'P'.
               88  SOURCE-VALID              VALUE 'P' 'M'.
           03  WS-GALLONS                    PIC 9(05) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-OPER-OK-SW                     PIC X(01) VALUE 'N'.
           88  OPERATOR-VERIFIED             VALUE 'Y'.

       01  WS-ACCOUNT-OK-SW                  PIC X(01) VALUE 'N'.
           88  ACCOUNT-FOUND                 VALUE 'Y'.
       01  WS-PROGRAM-OK-SW                  PIC X(01) VALUE 'N'.
           88  PROGRAM-ON-OFFER              VALUE 'Y'.

       01  WS-TIME                           PIC S9(15) COMP-3.
       01  WS-TODAY                          PIC 9(08) VALUE ZERO.
       01  WS-OLD-ACCOUNT-ID                 PIC 9(05) VALUE ZERO.
       01  WS-ESTIMATED-USAGE                PIC 9(05) VALUE ZERO.
       01  WS-END-OF-CONTRACT                PIC 9(08) VALUE ZERO.
       01  WS-ANSWER                         PIC X(01) VALUE SPACE.

      * Where the account's renewal stands, for the screen.
       01  WS-CURRENT-DETAIL.
           03  WS-C-PROGRAM                  PIC X(02).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WS-C-STATUS                   PIC X(08).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WS-C-DATE                     PIC 9(08).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WS-C-SOURCE                   PIC X(05).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  WS-C-GALLONS                  PIC ZZZZ9.
           03  FILLER                        PIC X(04) VALUE ' GAL'.
           03  FILLER                        PIC X(04) VALUE SPACE.

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

           MOVE LOW-VALUES            TO SLICKMYI.

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
           MOVE ZERO                  TO WS-ACCOUNT-ID.
           PERFORM 000-CLEAR-ACCOUNT-FIELDS.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

       000-CLEAR-ACCOUNT-FIELDS.

           MOVE SPACE                 TO WS-NAME.
           MOVE SPACE                 TO WS-CURRENT-LINE.
           MOVE SPACE                 TO WS-PROGRAM.
           MOVE SPACE                 TO WS-DESCRIPTION.
           MOVE 'P'                   TO WS-SOURCE.
           MOVE ZERO                  TO WS-GALLONS.

       000-SEND-MAP.

           MOVE COMM-MESSAGE          TO MYMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           MOVE WS-OPER-ID            TO MYOPIDO.
           MOVE SPACE                 TO MYPWDO.
           MOVE WS-ACCOUNT-ID         TO MYACCTO.
           MOVE WS-NAME               TO MYNAMEO.
           MOVE WS-CURRENT-LINE       TO MYCURO.
           MOVE WS-PROGRAM            TO MYPGMO.
           MOVE WS-DESCRIPTION        TO MYDESCO.
           MOVE WS-SOURCE             TO MYSRCO.
           MOVE WS-GALLONS            TO MYGALO.

           IF NOT BAD-DATA
               MOVE -1                TO MYOPIDL.

           EXEC CICS SEND
               MAP ('SLICKMY')
               CURSOR
               ERASE
           END-EXEC.

           IF MYMSGO NOT = SPACE
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
               MAP   ('SLICKMY')
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
                       PERFORM 000-ENROLL-ACCOUNT
                   ELSE
                   IF EIBAID = DFHPF5
                       PERFORM 000-SHOW-ACCOUNT
                   ELSE
                   IF EIBAID = DFHPF6
                       PERFORM 000-DECLINE-ACCOUNT
                   ELSE
                       MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Operator id and password (Required for every action)
           IF MYOPIDL = ZERO
               MOVE WS-OPER-ID        TO MYOPIDI
           ELSE
               INSPECT MYOPIDI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MYOPIDI           TO WS-OPER-ID.

           IF WS-OPER-ID = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MYOPIDL.

           IF MYPWDL = ZERO
               CONTINUE
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MYPWDI            TO WS-OPER-PASSWORD.

           IF WS-OPER-PASSWORD = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MYPWDL.

      * Account number (Required for every action); a new account
      * clears what was shown for the last one.
           IF MYACCTL = ZERO
               MOVE WS-ACCOUNT-ID     TO MYACCTI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE MYACCTI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE WS-ACCOUNT-ID     TO WS-OLD-ACCOUNT-ID
               MOVE CH-ARRAY          TO WS-ACCOUNT-ID
               MOVE CH-ARRAY          TO MYACCTI
               IF WS-ACCOUNT-ID NOT = WS-OLD-ACCOUNT-ID
                   PERFORM 000-CLEAR-ACCOUNT-FIELDS.

           IF WS-ACCOUNT-ID = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MYACCTL.

      * Price program (Required to enroll)
           IF MYPGML = ZERO
               MOVE WS-PROGRAM        TO MYPGMI
           ELSE
               INSPECT MYPGMI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MYPGMI            TO WS-PROGRAM.

      * Source, P phone or M mailed card (Required, defaults to P)
           IF MYSRCL = ZERO
               MOVE WS-SOURCE         TO MYSRCI
           ELSE
               INSPECT MYSRCI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MYSRCI            TO WS-SOURCE.

           IF NOT SOURCE-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MYSRCL
               MOVE 'Source is P (phone) or M (mail).'
                                      TO COMM-MESSAGE.

      * Season gallons (Optional; zero takes the projection)
           IF MYGALL = ZERO
               MOVE WS-GALLONS        TO MYGALI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE MYGALI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-GALLONS
               MOVE CH-ARRAY          TO MYGALI.

      * Every action re-proves the operator: an active record with
      * this password, read fresh.
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
           OR OP-AUTH-LEVEL < 1
               MOVE 'Operator sign-on refused.'
                                      TO COMM-MESSAGE
           ELSE
               SET OPERATOR-VERIFIED  TO TRUE.

      * The account must be on file and still open; its name and
      * usage estimate are kept for the screen and the gallons.
       000-READ-ACCOUNT.

           MOVE 'N'                   TO WS-ACCOUNT-OK-SW.

           MOVE WS-ACCOUNT-ID         TO A-S-ACCOUNT-ID.
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
               MOVE -1                TO MYACCTL
               MOVE 'Account not on file.'
                                      TO COMM-MESSAGE
           ELSE
           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error reading account file.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE A-S-END-OF-CONTRACT TO WS-END-OF-CONTRACT
               STRING A-S-NAME-FIRST DELIMITED BY '  '
                      ' '            DELIMITED BY SIZE
                      A-S-NAME-LAST  DELIMITED BY '  '
                   INTO WS-NAME
               IF A-S-ESTIMATED-USAGE NUMERIC
                   MOVE A-S-ESTIMATED-USAGE TO WS-ESTIMATED-USAGE
               ELSE
                   MOVE ZERO          TO WS-ESTIMATED-USAGE
               END-IF
               IF WS-END-OF-CONTRACT NOT = ZERO
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MYACCTL
                   MOVE 'Account is closed.'
                                      TO COMM-MESSAGE
               ELSE
                   SET ACCOUNT-FOUND  TO TRUE.

      * A program can be taken only while it is on offer: fixed or
      * capped, with an enrollment deadline not yet passed.
       000-READ-PROGRAM.

           MOVE 'N'                   TO WS-PROGRAM-OK-SW.
           MOVE SPACE                 TO WS-DESCRIPTION.

           MOVE WS-PROGRAM            TO G-PROGRAM-CODE.

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
               MOVE -1                TO MYPGML
               MOVE 'Unknown price program code.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE G-DESCRIPTION     TO WS-DESCRIPTION
               IF NOT G-TYPE-FIXED
               AND NOT G-TYPE-CAPPED
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MYPGML
                   MOVE 'Program is not fixed or capped.'
                                      TO COMM-MESSAGE
               ELSE
               IF G-ENROLL-DEADLINE NOT NUMERIC
               OR G-ENROLL-DEADLINE = ZERO
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MYPGML
                   MOVE 'Program is not on offer.'
                                      TO COMM-MESSAGE
               ELSE
               IF G-ENROLL-DEADLINE < WS-TODAY
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MYPGML
                   MOVE 'Enrollment deadline has passed.'
                                      TO COMM-MESSAGE
               ELSE
                   SET PROGRAM-ON-OFFER TO TRUE.

      * PF5: the account and where its renewal stands.
       000-SHOW-ACCOUNT.

           PERFORM 000-READ-ACCOUNT.

           IF ACCOUNT-FOUND
               PERFORM 000-READ-EXTENSION
               IF ACCTFILE-RESP = DFHRESP(NORMAL)
                   PERFORM 000-SHOW-RENEWAL
                   MOVE 'Account displayed.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'Account displayed - never offered.'
                                      TO COMM-MESSAGE.

       000-READ-EXTENSION.

           MOVE WS-ACCOUNT-ID         TO A-E-ACCOUNT-ID.
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

       000-SHOW-RENEWAL.

           MOVE SPACE                 TO WS-CURRENT-LINE.

           IF A-E-RENEWAL-STATUS = SPACE
               MOVE 'Never offered'   TO WS-CURRENT-LINE
           ELSE
               MOVE A-E-RENEWAL-PROGRAM TO WS-C-PROGRAM
               IF A-E-RENEWAL-OFFERED
                   MOVE 'OFFERED '    TO WS-C-STATUS
               ELSE
               IF A-E-RENEWAL-ENROLLED
                   MOVE 'ENROLLED'    TO WS-C-STATUS
               ELSE
               IF A-E-RENEWAL-DECLINED
                   MOVE 'DECLINED'    TO WS-C-STATUS
               ELSE
                   MOVE 'SWITCHED'    TO WS-C-STATUS
               END-IF
               END-IF
               END-IF
               MOVE A-E-RENEWAL-DATE  TO WS-C-DATE
               IF A-E-RENEWAL-SOURCE = 'P'
                   MOVE 'PHONE'       TO WS-C-SOURCE
               ELSE
               IF A-E-RENEWAL-SOURCE = 'M'
                   MOVE 'MAIL '       TO WS-C-SOURCE
               ELSE
               IF A-E-RENEWAL-SOURCE = 'W'
                   MOVE 'WEB  '       TO WS-C-SOURCE
               ELSE
                   MOVE 'LTR  '       TO WS-C-SOURCE
               END-IF
               END-IF
               END-IF
               MOVE A-E-RENEWAL-GALLONS TO WS-C-GALLONS
               MOVE WS-CURRENT-DETAIL TO WS-CURRENT-LINE
               IF WS-PROGRAM = SPACE
                   MOVE A-E-RENEWAL-PROGRAM TO WS-PROGRAM
               END-IF
               IF WS-GALLONS = ZERO
               AND A-E-RENEWAL-GALLONS NUMERIC
                   MOVE A-E-RENEWAL-GALLONS TO WS-GALLONS.

      * ENTER: enrolls the account in the keyed program.
       000-ENROLL-ACCOUNT.

           IF WS-PROGRAM = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MYPGML
               MOVE 'Enter the price program.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-READ-ACCOUNT
               IF ACCOUNT-FOUND
                   PERFORM 000-READ-PROGRAM
                   IF PROGRAM-ON-OFFER
                       MOVE 'E'       TO WS-ANSWER
                       PERFORM 000-SAVE-ANSWER.

      * PF6: the customer said no; the program keyed, if any, is the
      * one declined.
       000-DECLINE-ACCOUNT.

           PERFORM 000-READ-ACCOUNT.

           IF ACCOUNT-FOUND
               IF WS-PROGRAM = SPACE
                   MOVE 'D'           TO WS-ANSWER
                   PERFORM 000-SAVE-ANSWER
               ELSE
                   PERFORM 000-READ-PROGRAM
                   IF PROGRAM-ON-OFFER
                       MOVE 'D'       TO WS-ANSWER
                       PERFORM 000-SAVE-ANSWER.

      * The extension record is built if the account has none. The
      * gallons are the keyed figure, else what the letter
      * projected, else the usage estimate; a prepay program cannot
      * be taken without them.
       000-SAVE-ANSWER.

           MOVE WS-ACCOUNT-ID         TO A-E-ACCOUNT-ID.
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
               MOVE SPACE             TO ACCOUNT-EXTEND-RECORD
               MOVE WS-ACCOUNT-ID     TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE   TO A-E-KEY-TYPE
               MOVE ZERO              TO A-E-RECORD-NUMBER
               MOVE ZERO              TO A-E-OPEN-ITEM-ENTRIES
               MOVE ZERO              TO A-E-RENEWAL-GALLONS.

           IF WS-GALLONS = ZERO
               IF A-E-RENEWAL-GALLONS NUMERIC
               AND A-E-RENEWAL-GALLONS > ZERO
                   MOVE A-E-RENEWAL-GALLONS TO WS-GALLONS
               ELSE
                   MOVE WS-ESTIMATED-USAGE  TO WS-GALLONS.

           IF WS-ANSWER = 'E'
           AND G-PREPAY-OFFER
           AND WS-GALLONS = ZERO
               IF ACCTFILE-RESP = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK
                       FILE ('ACCTFILE')
                   END-EXEC
               END-IF
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MYGALL
               MOVE 'Prepay program needs season gallons.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-FILL-RENEWAL
               PERFORM 000-WRITE-EXTENSION.

       000-FILL-RENEWAL.

           IF WS-PROGRAM NOT = SPACE
               MOVE WS-PROGRAM        TO A-E-RENEWAL-PROGRAM.
           MOVE WS-ANSWER             TO A-E-RENEWAL-STATUS.
           MOVE WS-SOURCE             TO A-E-RENEWAL-SOURCE.
           MOVE WS-TODAY              TO A-E-RENEWAL-DATE.
           MOVE WS-GALLONS            TO A-E-RENEWAL-GALLONS.
           MOVE WS-OPER-ID            TO A-E-RENEWAL-OPERATOR.

       000-WRITE-EXTENSION.

           IF ACCTFILE-RESP = DFHRESP(NOTFND)
               EXEC CICS WRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-EXTEND-RECORD)
                   RIDFLD     (A-E-KEY)
                   LENGTH     (ACCTFILE-LENGTH)
                   KEYLENGTH  (ACCTFILE-KEYLENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC
           ELSE
           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-EXTEND-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error writing account file.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-SHOW-RENEWAL
               IF WS-ANSWER = 'E'
                   MOVE 'Account enrolled.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'Decline recorded.'
                                      TO COMM-MESSAGE.

       000-ALARM.

           EXEC CICS SEND CONTROL
               FREEKB
               ALARM
           END-EXEC.

           COPY SLICKNUM.
