       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPT.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Refund Check Void and Reissue - where the office   *
      *             deals with a refund check the customer says never  *
      *             came or was lost (see RFCFILE). Started with its   *
      *             own transaction (SLKT) from a clear screen; like   *
      *             SLICKPS it takes the operator's own id and         *
      *             password at the top and re-checks them on every    *
      *             key - nothing happens unless the pair is active at *
      *             level 3.                                           *
      *                                                                *
      *             ENTER shows the check keyed. PF5 works the action  *
      *             keyed against it, and only while the check is      *
      *             still outstanding, with a reason kept on the       *
      *             register beside the operator and date:             *
      *               V - void it. The refund goes back onto the       *
      *                   account as a 'Q' payment-chain entry under   *
      *                   the operator, so the customer has the credit *
      *                   again and the next SLICKBS sweep refunds it  *
      *                   afresh if it is still owed.                  *
      *               R - void it and reissue. Nothing posts - the     *
      *                   original refund still stands - and the next  *
      *                   SLICKBS run prints the replacement to the    *
      *                   account's current name and address.          *
      *             Either way SLICKBS tells the bank not to pay the   *
      *             old check on its next positive-pay file. Once the  *
      *             balance has been rewritten a failure backs out the *
      *             void and the posting together and abends SE26.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMT.

           COPY DFHAID.

           COPY ACCTFILE.

           COPY PSTLOG.

           COPY OPRFILE.

           COPY RFCFILE.

       01  WS-MAP-FIELDS.
           03  WS-OPER-ID                    PIC X(08) VALUE SPACE.
           03  WS-OPER-PASSWORD              PIC X(08) VALUE SPACE.
           03  WS-CURRENT-CHECK              PIC 9(06) VALUE ZERO.
           03  WS-ACTION                     PIC X(01) VALUE SPACE.
               88  ACTION-VOID               VALUE 'V'.
               88  ACTION-REISSUE            VALUE 'R'.
           03  WS-REASON                     PIC X(20) VALUE SPACE.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-OPER-OK-SW                     PIC X(01) VALUE 'N'.
           88  OPERATOR-VERIFIED             VALUE 'Y'.

       01  WS-TIME                           PIC S9(15) COMP-3.
       01  WS-TODAY                          PIC 9(08) VALUE ZERO.

       01  WS-PAYEE                          PIC X(34) VALUE SPACE.

       01  WS-POST-ACCOUNT-ID                PIC 9(05) VALUE ZERO.
       01  WS-POST-AMOUNT                    PIC 9(08) VALUE ZERO.
       01  WS-POST-ENTRY                     PIC 9(04) VALUE ZERO.

       01  WS-ENTRY-RECORD                   PIC 9(04) VALUE ZERO.
       01  WS-ENTRY-SUB                      PIC 9(02) VALUE ZERO.

       01  CHECK-DONE-MESSAGE.
           03  FILLER                        PIC X(06) VALUE
                                             'Check '.
           03  C-D-CHECK-NO                  PIC 9(06).
           03  C-D-TEXT                      PIC X(28).

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

           MOVE LOW-VALUES            TO SLICKMTI.

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
      * asks CICS for today's date itself - the date a void posts
      * and is kept on the register under.
       000-GET-TODAY.

           EXEC CICS ASKTIME
               ABSTIME  (WS-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               YYYYMMDD (WS-TODAY)
           END-EXEC.

           MOVE WS-TODAY              TO COMM-TRAN-DATE.

       000-INITIALIZATION.

           MOVE SPACE                 TO WS-OPER-ID.
           MOVE SPACE                 TO WS-OPER-PASSWORD.
           MOVE ZERO                  TO WS-CURRENT-CHECK.
           MOVE SPACE                 TO WS-ACTION.
           MOVE SPACE                 TO WS-REASON.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

       000-SEND-MAP.

           MOVE COMM-MESSAGE          TO MTMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           MOVE WS-OPER-ID            TO MTOPIDO.
           MOVE SPACE                 TO MTPWDO.
           MOVE WS-ACTION             TO MTACTO.
           MOVE WS-REASON             TO MTRSNO.

           IF WS-CURRENT-CHECK > ZERO
               PERFORM 000-READ-CURRENT-CHECK
               PERFORM 000-SHOW-CHECK.

           IF NOT BAD-DATA
               MOVE -1                TO MTOPIDL.

           EXEC CICS SEND
               MAP ('SLICKMT')
               CURSOR
               ERASE
           END-EXEC.

           IF MTMSGO NOT = SPACE
               PERFORM 000-ALARM.

       000-READ-CURRENT-CHECK.

           MOVE WS-CURRENT-CHECK      TO RC-CHECK-NO.

           EXEC CICS READ
               FILE      ('REFCHECK')
               INTO      (REFUND-CHECK-RECORD)
               RIDFLD    (RC-KEY)
               LENGTH    (RFCFILE-LENGTH)
               KEYLENGTH (RFCFILE-KEYLENGTH)
               RESP      (RFCFILE-RESP)
               RESP2     (RFCFILE-RESP2)
           END-EXEC.

           IF RFCFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACE             TO REFUND-CHECK-RECORD
               MOVE 'No such refund check.'
                                      TO MTMSGO.

       000-SHOW-CHECK.

           MOVE WS-CURRENT-CHECK      TO MTCHKO.

           IF RFCFILE-RESP = DFHRESP(NORMAL)
               MOVE RC-ACCOUNT-ID     TO MTIDO
               MOVE SPACE             TO WS-PAYEE
               STRING RC-PAYEE-FIRST  DELIMITED BY '  '
                      ' '             DELIMITED BY SIZE
                      RC-PAYEE-LAST   DELIMITED BY '  '
                      INTO WS-PAYEE
               MOVE WS-PAYEE          TO MTPAYEEO

               MOVE RC-AMOUNT         TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO MTAMTO

               MOVE RC-ISSUE-DATE     TO MTISSUEO
               MOVE RC-STATUS-DATE    TO MTSDATEO
               MOVE RC-REPLACES-CHECK TO MTREPLO

               IF RC-PAID
                   MOVE 'PAID      '  TO MTSTATO
               ELSE
               IF RC-ESCHEATED
                   MOVE 'ESCHEATED '  TO MTSTATO
               ELSE
               IF RC-VOIDED
               AND RC-REISSUE-WANTED
                   MOVE 'TO REISSUE'  TO MTSTATO
               ELSE
               IF RC-VOIDED
               AND RC-REISSUE-DONE
                   MOVE 'REISSUED  '  TO MTSTATO
               ELSE
               IF RC-VOIDED
                   MOVE 'VOIDED    '  TO MTSTATO
               ELSE
                   MOVE 'OUTSTAND  '  TO MTSTATO.

       000-RECEIVE-MAP.

           IF EIBAID = DFHPF12
           OR EIBAID = DFHPF24
               SET EXIT-SCREEN        TO TRUE
           ELSE
               PERFORM 000-PROCESS-FIELDS
               MOVE EIBAID            TO WS-LAST-AID.

       000-PROCESS-FIELDS.

           EXEC CICS RECEIVE
               MAP   ('SLICKMT')
               RESP  (COMM-RESP)
           END-EXEC.

           PERFORM 000-VALIDATE-MAP-FIELDS.
           SET MAP-RECEIVED           TO TRUE.

           IF BAD-DATA
               IF COMM-MESSAGE = SPACE
                   MOVE 'Enter operator id and password.'
                                      TO COMM-MESSAGE
               END-IF
           ELSE
               PERFORM 000-VERIFY-OPERATOR
               IF OPERATOR-VERIFIED
                   IF EIBAID = DFHENTER
                       IF WS-CURRENT-CHECK = ZERO
                           MOVE 'Enter a check number.'
                                      TO COMM-MESSAGE
                       END-IF
                   ELSE
                   IF EIBAID = DFHPF5
                       PERFORM 000-WORK-CHECK
                   ELSE
                       MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Operator id and password (Required for every action)
           IF MTOPIDL = ZERO
               MOVE WS-OPER-ID        TO MTOPIDI
           ELSE
               INSPECT MTOPIDI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MTOPIDI           TO WS-OPER-ID.

           IF WS-OPER-ID = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MTOPIDL.

           IF MTPWDL = ZERO
               CONTINUE
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MTPWDI            TO WS-OPER-PASSWORD.

           IF WS-OPER-PASSWORD = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MTPWDL.

      * Check number (Numeric)
           IF MTCHKL = ZERO
               CONTINUE
           ELSE
               INSPECT MTCHKI REPLACING ALL '_' BY ' '
               INSPECT MTCHKI REPLACING LEADING ' ' BY '0'
               SET MAP-CHANGED        TO TRUE
               IF MTCHKI NUMERIC
                   MOVE MTCHKI        TO WS-CURRENT-CHECK
               ELSE
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MTCHKL
                   MOVE 'Check number must be numeric.'
                                      TO COMM-MESSAGE.

      * Action (V or R) and reason - checked again when PF5 is used
           IF MTACTL = ZERO
               CONTINUE
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MTACTI            TO WS-ACTION.

           IF MTRSNL = ZERO
               CONTINUE
           ELSE
               INSPECT MTRSNI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MTRSNI            TO WS-REASON.

      * Every key re-proves the operator: an active record at level 3
      * with this password, read fresh.
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

      * PF5 - the check on screen must still be outstanding. A void
      * posts the refund back onto the account first; the register
      * record is rewritten last, and if that fails after a posting
      * the two are backed out together.
       000-WORK-CHECK.

           IF WS-CURRENT-CHECK = ZERO
               MOVE 'Enter a check number.'
                                      TO COMM-MESSAGE
           ELSE
           IF NOT ACTION-VOID
           AND NOT ACTION-REISSUE
               MOVE -1                TO MTACTL
               MOVE 'Action must be V (void) or R (reissue).'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-REASON = SPACE
               MOVE -1                TO MTRSNL
               MOVE 'Enter the reason.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-READ-CHECK-UPDATE
               IF COMM-MESSAGE = SPACE
               AND ACTION-VOID
                   MOVE RC-ACCOUNT-ID     TO WS-POST-ACCOUNT-ID
                   MOVE RC-AMOUNT         TO WS-POST-AMOUNT
                   PERFORM 000-POST-VOID
                   IF COMM-MESSAGE NOT = SPACE
                       EXEC CICS UNLOCK
                           FILE ('REFCHECK')
                       END-EXEC
                   END-IF
               END-IF
               IF COMM-MESSAGE = SPACE
                   PERFORM 000-CLOSE-CHECK
                   IF RFCFILE-RESP NOT = DFHRESP(NORMAL)
                   AND ACTION-VOID
                       PERFORM 000-ABEND-VOID
                   END-IF
                   IF RFCFILE-RESP = DFHRESP(NORMAL)
                       MOVE RC-CHECK-NO   TO C-D-CHECK-NO
                       IF ACTION-VOID
                           MOVE ' voided, account credited.'
                                          TO C-D-TEXT
                       ELSE
                           MOVE ' voided for reissue.'
                                          TO C-D-TEXT
                       END-IF
                       MOVE CHECK-DONE-MESSAGE
                                          TO COMM-MESSAGE.

       000-READ-CHECK-UPDATE.

           MOVE WS-CURRENT-CHECK      TO RC-CHECK-NO.

           EXEC CICS READ
               FILE      ('REFCHECK')
               INTO      (REFUND-CHECK-RECORD)
               RIDFLD    (RC-KEY)
               LENGTH    (RFCFILE-LENGTH)
               KEYLENGTH (RFCFILE-KEYLENGTH)
               RESP      (RFCFILE-RESP)
               RESP2     (RFCFILE-RESP2)
               UPDATE
           END-EXEC.

           IF RFCFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'No such refund check.'
                                      TO COMM-MESSAGE
           ELSE
           IF NOT RC-OUTSTANDING
               EXEC CICS UNLOCK
                   FILE ('REFCHECK')
               END-EXEC
               MOVE 'Check is no longer outstanding.'
                                      TO COMM-MESSAGE.

      * The void is queued for the bank and, for a reissue, the
      * replacement for SLICKBS to print.
       000-CLOSE-CHECK.

           SET RC-VOIDED              TO TRUE.
           MOVE COMM-TRAN-DATE        TO RC-STATUS-DATE.
           MOVE WS-OPER-ID            TO RC-VOID-OPERATOR.
           MOVE WS-REASON             TO RC-VOID-REASON.
           SET RC-VOID-TO-SEND        TO TRUE.

           IF ACTION-REISSUE
               SET RC-REISSUE-WANTED  TO TRUE.

           EXEC CICS REWRITE
               FILE       ('REFCHECK')
               FROM       (REFUND-CHECK-RECORD)
               LENGTH     (RFCFILE-LENGTH)
               RESP       (RFCFILE-RESP)
               RESP2      (RFCFILE-RESP2)
           END-EXEC.

           IF RFCFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE RFCFILE-RESP         TO ERROR-RESP
               MOVE RFCFILE-RESP2        TO ERROR-RESP2
               MOVE RC-KEY               TO ERROR-KEY
               MOVE 'RefChk'             TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE.

      * Post the void: the statistics record first, then its 'Q'
      * chain entry. Once the balance has been rewritten, any later
      * failure backs the whole void out.
       000-POST-VOID.

           MOVE WS-POST-ACCOUNT-ID    TO A-S-ACCOUNT-ID.
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
               COMPUTE WS-POST-ENTRY = A-S-PAYMENT-ENTRIES + 1
               COMPUTE WS-ENTRY-RECORD =
                   (WS-POST-ENTRY - 1) / 20
               COMPUTE WS-ENTRY-SUB =
                   WS-POST-ENTRY - (WS-ENTRY-RECORD * 20)
               ADD 1                     TO A-S-PAYMENT-ENTRIES
               COMPUTE A-S-BALANCE = A-S-BALANCE - WS-POST-AMOUNT

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
                   PERFORM 000-WRITE-VOID-ENTRY
                   IF COMM-MESSAGE NOT = SPACE
                       PERFORM 000-ABEND-VOID.

       000-ABEND-VOID.

           EXEC CICS SYNCPOINT
               ROLLBACK
           END-EXEC.
           MOVE 'SE26' TO COMM-ABCODE.
           EXEC CICS ABEND
               ABCODE (COMM-ABCODE)
               NODUMP
           END-EXEC.

      * A voided refund is a 'Q' payment-chain entry under the
      * operator who voided it - no tender, it is not cash.
       000-WRITE-VOID-ENTRY.

           MOVE WS-POST-ACCOUNT-ID    TO A-P-ACCOUNT-ID.
           MOVE A-P-RECORD-TYPE       TO A-P-KEY-TYPE.
           MOVE WS-ENTRY-RECORD       TO A-P-RECORD-NUMBER.

           IF WS-ENTRY-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-POST-ACCOUNT-ID
                                      TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-ENTRY-RECORD   TO A-P-RECORD-NUMBER
               PERFORM 000-FILL-VOID-SLOT

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

               PERFORM 000-FILL-VOID-SLOT

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-PAYMENT-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE ACCTFILE-RESP        TO ERROR-RESP
               MOVE ACCTFILE-RESP2       TO ERROR-RESP2
               MOVE A-P-KEY              TO ERROR-KEY
               MOVE 'Payment'            TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE.

       000-FILL-VOID-SLOT.

           MOVE WS-POST-AMOUNT        TO A-P-AMOUNT (WS-ENTRY-SUB).
           MOVE COMM-TRAN-DATE        TO
               A-P-DATE-OF-PAYMENT (WS-ENTRY-SUB).
           MOVE 'Q'                   TO A-P-ENTRY-TYPE (WS-ENTRY-SUB).
           MOVE WS-OPER-ID            TO A-P-OPERATOR (WS-ENTRY-SUB).
           MOVE SPACE                 TO A-P-TENDER (WS-ENTRY-SUB).

      * Every ACCTFILE record this screen writes also goes to the
      * PLOG recovery queue as a full after-image (see PSTLOG).
       000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               MOVE 'SLICKPT '          TO PL-PROGRAM
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
