       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPS.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Adjustment Approval Queue - where a supervisor     *
      *             works the credit and debit memos SLICKPR held back *
      *             for being over ADJ-APPROVAL-LIMIT (see ADJFILE).   *
      *             Started with its own transaction (SLKS) from a     *
      *             clear screen; like SLICKPP it takes the operator's *
      *             own id and password at the top and re-checks them  *
      *             on every key - nothing happens unless the pair is  *
      *             active at level 3.                                 *
      *                                                                *
      *             ENTER shows the next pending adjustment after the  *
      *             one on screen, walking the file with GTEQ reads    *
      *             the way SLICKPJ walks its worklist. PF5 approves   *
      *             the one on screen and posts it exactly as SLICKPR  *
      *             posts a memo under the limit - the item it         *
      *             corrects is checked again first, since it may have *
      *             been paid since it was keyed. The operator who     *
      *             asked for an adjustment can never approve it. PF6  *
      *             rejects it; nothing posts. Either way the approver *
      *             and date are kept on the ADJFILE record.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMS.

           COPY DFHAID.

           COPY ACCTFILE.

           COPY PSTLOG.

           COPY OPRFILE.

           COPY ADJFILE.

       01  WS-MAP-FIELDS.
           03  WS-OPER-ID                    PIC X(08) VALUE SPACE.
           03  WS-OPER-PASSWORD              PIC X(08) VALUE SPACE.
           03  WS-CURRENT-ADJ                PIC 9(06) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-OPER-OK-SW                     PIC X(01) VALUE 'N'.
           88  OPERATOR-VERIFIED             VALUE 'Y'.

       01  WS-TIME                           PIC S9(15) COMP-3.
       01  WS-TODAY                          PIC 9(08) VALUE ZERO.

       01  WS-SEARCH-ID                      PIC 9(06) VALUE ZERO.
       01  WS-HUNT-COUNT                     PIC 9(03) VALUE ZERO.
       01  WS-FOUND-SW                       PIC X(01) VALUE 'N'.
           88  PENDING-FOUND                 VALUE 'Y'.
       01  WS-HUNT-EOF-SW                    PIC X(01) VALUE 'N'.
           88  HUNT-HIT-END                  VALUE 'Y'.

      * The memo one posting is for, loaded from the ADJFILE record -
      * the same work areas SLICKPR posts from.
       01  WS-POST-ACCOUNT-ID                PIC 9(05) VALUE ZERO.
       01  WS-POST-TYPE                      PIC X(01) VALUE SPACE.
           88  POST-CREDIT-MEMO              VALUE 'C'.
       01  WS-POST-AMOUNT                    PIC 9(08) VALUE ZERO.
       01  WS-POST-ITEM                      PIC 9(04) VALUE ZERO.
       01  WS-POST-OPERATOR                  PIC X(08) VALUE SPACE.
       01  WS-POST-ENTRY                     PIC 9(04) VALUE ZERO.

       01  WS-ENTRY-RECORD                   PIC 9(04) VALUE ZERO.
       01  WS-ENTRY-SUB                      PIC 9(02) VALUE ZERO.

       01  WS-OI-AMOUNT                      PIC 9(08) VALUE ZERO.
       01  WS-OI-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-OI-RECORD                      PIC 9(04) VALUE ZERO.
       01  WS-OI-SUB                         PIC 9(02) VALUE ZERO.
       01  WS-OI-APPLY-AMOUNT                PIC 9(08) VALUE ZERO.
       01  WS-OI-OPEN-AMOUNT                 PIC 9(08) VALUE ZERO.
       01  WS-OI-ENTRIES                     PIC 9(04) VALUE ZERO.
       01  WS-OI-LAST-RECORD                 PIC 9(04) VALUE ZERO.
       01  WS-OI-REC-HIGH                    PIC 9(02) VALUE ZERO.
       01  WS-OI-CHANGED-SW                  PIC X(01) VALUE 'N'.
           88  OPEN-ITEM-CHANGED             VALUE 'Y'.

       01  ADJ-APPROVED-MESSAGE.
           03  FILLER                        PIC X(11) VALUE
                                             'Adjustment '.
           03  A-A-ID                        PIC 9(06).
           03  FILLER                        PIC X(21) VALUE
                                             ' approved and posted.'.

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

           MOVE LOW-VALUES            TO SLICKMSI.

           PERFORM 000-GET-TODAY.

           IF EIBCALEN = ZERO
               SET COMM-INIT          TO TRUE.

           IF COMM-INIT
               PERFORM 000-INITIALIZATION
               PERFORM 000-FIND-NEXT-PENDING

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
      * asks CICS for today's date itself - the date an approved
      * memo posts under.
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
           MOVE ZERO                  TO WS-CURRENT-ADJ.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

      * Walk forward from the adjustment after the one on screen
      * until a pending one turns up, at most 200 records a press,
      * exactly as SLICKPJ walks its worklist. Id zero is the
      * control record and never shows.
       000-FIND-NEXT-PENDING.

           MOVE 'N'                   TO WS-FOUND-SW.
           MOVE 'N'                   TO WS-HUNT-EOF-SW.
           MOVE ZERO                  TO WS-HUNT-COUNT.
           COMPUTE WS-SEARCH-ID = WS-CURRENT-ADJ + 1.

           PERFORM 000-READ-NEXT-CANDIDATE
               UNTIL PENDING-FOUND
                  OR HUNT-HIT-END
                  OR WS-HUNT-COUNT > 200.

           IF PENDING-FOUND
               MOVE ADJ-ID            TO WS-CURRENT-ADJ
           ELSE
           IF HUNT-HIT-END
               MOVE ZERO              TO WS-CURRENT-ADJ
               MOVE 'No adjustments awaiting approval.'
                                      TO COMM-MESSAGE
           ELSE
               COMPUTE WS-CURRENT-ADJ = WS-SEARCH-ID - 1
               MOVE 'Still scanning - press ENTER again.'
                                      TO COMM-MESSAGE.

       000-READ-NEXT-CANDIDATE.

           ADD 1                      TO WS-HUNT-COUNT.
           MOVE WS-SEARCH-ID          TO ADJ-ID.

           EXEC CICS READ
               FILE      ('ADJFILE')
               INTO      (ADJUSTMENT-RECORD)
               RIDFLD    (ADJ-KEY)
               LENGTH    (ADJFILE-LENGTH)
               KEYLENGTH (ADJFILE-KEYLENGTH)
               RESP      (ADJFILE-RESP)
               RESP2     (ADJFILE-RESP2)
               GTEQ
           END-EXEC.

           IF ADJFILE-RESP NOT = DFHRESP(NORMAL)
               SET HUNT-HIT-END       TO TRUE
           ELSE
           IF ADJ-ID = ZERO
               MOVE 1                 TO WS-SEARCH-ID
           ELSE
           IF ADJ-PENDING
               SET PENDING-FOUND      TO TRUE
           ELSE
               COMPUTE WS-SEARCH-ID = ADJ-ID + 1.

       000-SEND-MAP.

           MOVE COMM-MESSAGE          TO MSMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           MOVE WS-OPER-ID            TO MSOPIDO.
           MOVE SPACE                 TO MSPWDO.

           IF WS-CURRENT-ADJ > ZERO
               PERFORM 000-READ-CURRENT-ADJUSTMENT
               PERFORM 000-SHOW-ADJUSTMENT.

           IF NOT BAD-DATA
               MOVE -1                TO MSOPIDL.

           EXEC CICS SEND
               MAP ('SLICKMS')
               CURSOR
               ERASE
           END-EXEC.

           IF MSMSGO NOT = SPACE
               PERFORM 000-ALARM.

       000-READ-CURRENT-ADJUSTMENT.

           MOVE WS-CURRENT-ADJ        TO ADJ-ID.

           EXEC CICS READ
               FILE      ('ADJFILE')
               INTO      (ADJUSTMENT-RECORD)
               RIDFLD    (ADJ-KEY)
               LENGTH    (ADJFILE-LENGTH)
               KEYLENGTH (ADJFILE-KEYLENGTH)
               RESP      (ADJFILE-RESP)
               RESP2     (ADJFILE-RESP2)
           END-EXEC.

           IF ADJFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACE             TO ADJUSTMENT-RECORD
               MOVE 'Adjustment no longer on file.'
                                      TO MSMSGO.

       000-SHOW-ADJUSTMENT.

           MOVE ADJ-ACCOUNT-ID        TO A-S-ACCOUNT-ID.
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

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               MOVE A-S-NAME-LAST     TO MSLASTO
               MOVE A-S-BALANCE       TO NUM-9
               MOVE DOLLARS-9         TO D-9
               MOVE CENTS-9           TO C-9
               MOVE DC-9              TO MSBALO.

           MOVE ADJ-ID                TO MSADJO.
           MOVE ADJ-ACCOUNT-ID        TO MSIDO.
           MOVE ADJ-TYPE              TO MSTYPEO.

           MOVE ADJ-AMOUNT            TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO MSAMTO.

           MOVE ADJ-REASON            TO MSRSNO.
           MOVE ADJ-ITEM              TO MSITEMO.
           MOVE ADJ-TEXT              TO MSTXTO.
           MOVE ADJ-REQ-OPERATOR      TO MSREQO.
           MOVE ADJ-REQ-DATE          TO MSRDTO.

           IF ADJ-APPROVED
               MOVE 'APPROVED'        TO MSSTATO
           ELSE
           IF ADJ-REJECTED
               MOVE 'REJECTED'        TO MSSTATO
           ELSE
           IF ADJ-POSTED-ON-ENTRY
               MOVE 'POSTED  '        TO MSSTATO
           ELSE
               MOVE 'PENDING '        TO MSSTATO.

       000-RECEIVE-MAP.

           IF EIBAID = DFHPF12
           OR EIBAID = DFHPF24
               SET EXIT-SCREEN        TO TRUE
           ELSE
               PERFORM 000-PROCESS-FIELDS
               MOVE EIBAID            TO WS-LAST-AID.

       000-PROCESS-FIELDS.

           EXEC CICS RECEIVE
               MAP   ('SLICKMS')
               RESP  (COMM-RESP)
           END-EXEC.

           PERFORM 000-VALIDATE-MAP-FIELDS.
           SET MAP-RECEIVED           TO TRUE.

           IF BAD-DATA
               MOVE 'Enter operator id and password.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-VERIFY-OPERATOR
               IF OPERATOR-VERIFIED
                   IF EIBAID = DFHENTER
                       PERFORM 000-FIND-NEXT-PENDING
                   ELSE
                   IF EIBAID = DFHPF5
                       PERFORM 000-APPROVE-ADJUSTMENT
                   ELSE
                   IF EIBAID = DFHPF6
                       PERFORM 000-REJECT-ADJUSTMENT
                   ELSE
                       MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Operator id and password (Required for every action)
           IF MSOPIDL = ZERO
               MOVE WS-OPER-ID        TO MSOPIDI
           ELSE
               INSPECT MSOPIDI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MSOPIDI           TO WS-OPER-ID.

           IF WS-OPER-ID = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MSOPIDL.

           IF MSPWDL = ZERO
               CONTINUE
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MSPWDI            TO WS-OPER-PASSWORD.

           IF WS-OPER-PASSWORD = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MSPWDL.

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

      * PF5 - the adjustment on screen must still be pending and
      * must not be the approver's own. Once the balance has been
      * rewritten, a failure backs out the memo and the approval
      * together. The worked adjustment stays on screen with its new
      * status; ENTER moves on to the next.
       000-APPROVE-ADJUSTMENT.

           IF WS-CURRENT-ADJ = ZERO
               MOVE 'Nothing on screen to approve.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-READ-ADJUSTMENT-UPDATE
               IF COMM-MESSAGE = SPACE
               AND ADJ-REQ-OPERATOR = WS-OPER-ID
                   EXEC CICS UNLOCK
                       FILE ('ADJFILE')
                   END-EXEC
                   MOVE 'You cannot approve your own adjustment.'
                                      TO COMM-MESSAGE
               END-IF
               IF COMM-MESSAGE = SPACE
                   MOVE ADJ-ACCOUNT-ID    TO WS-POST-ACCOUNT-ID
                   MOVE ADJ-TYPE          TO WS-POST-TYPE
                   MOVE ADJ-AMOUNT        TO WS-POST-AMOUNT
                   MOVE ADJ-ITEM          TO WS-POST-ITEM
                   MOVE ADJ-REQ-OPERATOR  TO WS-POST-OPERATOR
                   PERFORM 000-CHECK-ADJUST-ITEM
                   IF COMM-MESSAGE = SPACE
                       PERFORM 000-POST-ADJUSTMENT
                   END-IF
                   IF COMM-MESSAGE NOT = SPACE
                       EXEC CICS UNLOCK
                           FILE ('ADJFILE')
                       END-EXEC
                   ELSE
                       SET ADJ-APPROVED   TO TRUE
                       MOVE WS-POST-ENTRY TO ADJ-ENTRY
                       PERFORM 000-CLOSE-ADJUSTMENT
                       IF ADJFILE-RESP NOT = DFHRESP(NORMAL)
                           PERFORM 000-ABEND-ADJUSTMENT
                       END-IF
                       MOVE ADJ-ID        TO A-A-ID
                       MOVE ADJ-APPROVED-MESSAGE
                                          TO COMM-MESSAGE.

      * PF6 - nothing posts; the record keeps who turned it down.
       000-REJECT-ADJUSTMENT.

           IF WS-CURRENT-ADJ = ZERO
               MOVE 'Nothing on screen to reject.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-READ-ADJUSTMENT-UPDATE
               IF COMM-MESSAGE = SPACE
                   SET ADJ-REJECTED       TO TRUE
                   PERFORM 000-CLOSE-ADJUSTMENT
                   IF ADJFILE-RESP = DFHRESP(NORMAL)
                       MOVE 'Adjustment rejected.'
                                          TO COMM-MESSAGE.

       000-READ-ADJUSTMENT-UPDATE.

           MOVE WS-CURRENT-ADJ        TO ADJ-ID.

           EXEC CICS READ
               FILE      ('ADJFILE')
               INTO      (ADJUSTMENT-RECORD)
               RIDFLD    (ADJ-KEY)
               LENGTH    (ADJFILE-LENGTH)
               KEYLENGTH (ADJFILE-KEYLENGTH)
               RESP      (ADJFILE-RESP)
               RESP2     (ADJFILE-RESP2)
               UPDATE
           END-EXEC.

           IF ADJFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error reading adjustment file.'
                                      TO COMM-MESSAGE
           ELSE
           IF NOT ADJ-PENDING
               EXEC CICS UNLOCK
                   FILE ('ADJFILE')
               END-EXEC
               MOVE 'Adjustment is no longer pending.'
                                      TO COMM-MESSAGE.

       000-CLOSE-ADJUSTMENT.

           MOVE WS-OPER-ID            TO ADJ-APR-OPERATOR.
           MOVE WS-TODAY              TO ADJ-APR-DATE.

           EXEC CICS REWRITE
               FILE       ('ADJFILE')
               FROM       (ADJUSTMENT-RECORD)
               LENGTH     (ADJFILE-LENGTH)
               RESP       (ADJFILE-RESP)
               RESP2      (ADJFILE-RESP2)
           END-EXEC.

           IF ADJFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE ADJFILE-RESP         TO ERROR-RESP
               MOVE ADJFILE-RESP2        TO ERROR-RESP2
               MOVE ADJ-KEY              TO ERROR-KEY
               MOVE 'Adjust'             TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE.

      * The posting paragraphs below are SLICKPR's, line for line -
      * an approved memo lands on the account exactly as one posted
      * on entry would.
       000-CHECK-ADJUST-ITEM.

           IF WS-POST-ITEM > ZERO
               MOVE WS-POST-ACCOUNT-ID    TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE       TO A-E-KEY-TYPE
               MOVE ZERO                  TO A-E-RECORD-NUMBER

               EXEC CICS READ
                   FILE      ('ACCTFILE')
                   INTO      (ACCOUNT-EXTEND-RECORD)
                   RIDFLD    (A-E-KEY)
                   LENGTH    (ACCTFILE-LENGTH)
                   KEYLENGTH (ACCTFILE-KEYLENGTH)
                   RESP      (ACCTFILE-RESP)
                   RESP2     (ACCTFILE-RESP2)
               END-EXEC

               IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               OR A-E-OPEN-ITEM-ENTRIES NOT NUMERIC
                   MOVE 'No such open item.' TO COMM-MESSAGE
               ELSE
               IF WS-POST-ITEM > A-E-OPEN-ITEM-ENTRIES
                   MOVE 'No such open item.' TO COMM-MESSAGE
               ELSE
               IF POST-CREDIT-MEMO
                   PERFORM 000-CHECK-CREDIT-ITEM.

       000-CHECK-CREDIT-ITEM.

           COMPUTE WS-OI-RECORD = (WS-POST-ITEM - 1) / 20.
           COMPUTE WS-OI-SUB =
               WS-POST-ITEM - (WS-OI-RECORD * 20).

           MOVE WS-POST-ACCOUNT-ID    TO A-O-ACCOUNT-ID.
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
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE ACCTFILE-RESP        TO ERROR-RESP
               MOVE ACCTFILE-RESP2       TO ERROR-RESP2
               MOVE A-O-KEY              TO ERROR-KEY
               MOVE 'OpenItm'            TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE
           ELSE
           IF A-O-STATUS (WS-OI-SUB) NOT = SPACE
           OR A-O-PAID (WS-OI-SUB) NOT < A-O-AMOUNT (WS-OI-SUB)
               MOVE 'Item is no longer open.' TO COMM-MESSAGE
           ELSE
               COMPUTE WS-OI-OPEN-AMOUNT =
                   A-O-AMOUNT (WS-OI-SUB) - A-O-PAID (WS-OI-SUB)
               IF WS-POST-AMOUNT > WS-OI-OPEN-AMOUNT
                   MOVE 'Credit exceeds what is open on item.'
                                         TO COMM-MESSAGE.

      * Post the memo: the statistics record first, then its chain
      * entry and open-item work. Once the balance has been
      * rewritten, any later failure backs the whole memo out.
       000-POST-ADJUSTMENT.

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
               IF POST-CREDIT-MEMO
                   COMPUTE WS-POST-ENTRY = A-S-PAYMENT-ENTRIES + 1
                   COMPUTE WS-ENTRY-RECORD =
                       (WS-POST-ENTRY - 1) / 20
                   COMPUTE WS-ENTRY-SUB =
                       WS-POST-ENTRY - (WS-ENTRY-RECORD * 20)
                   ADD 1                 TO A-S-PAYMENT-ENTRIES
                   COMPUTE A-S-BALANCE = A-S-BALANCE - WS-POST-AMOUNT
               ELSE
                   COMPUTE WS-POST-ENTRY =
                       A-S-MAINTENANCE-ENTRIES + 1
                   COMPUTE WS-ENTRY-RECORD =
                       (WS-POST-ENTRY - 1) / 10
                   COMPUTE WS-ENTRY-SUB =
                       WS-POST-ENTRY - (WS-ENTRY-RECORD * 10)
                   ADD 1                 TO A-S-MAINTENANCE-ENTRIES
                   MOVE COMM-TRAN-DATE   TO A-S-LAST-MAINTENANCE
                   COMPUTE A-S-BALANCE = A-S-BALANCE + WS-POST-AMOUNT
               END-IF

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
                   IF POST-CREDIT-MEMO
                       PERFORM 000-WRITE-CREDIT-MEMO-ENTRY
                   ELSE
                       PERFORM 000-WRITE-DEBIT-MEMO-ENTRY
                   END-IF
                   IF COMM-MESSAGE NOT = SPACE
                       PERFORM 000-ABEND-ADJUSTMENT.

       000-ABEND-ADJUSTMENT.

           EXEC CICS SYNCPOINT
               ROLLBACK
           END-EXEC.
           MOVE 'SE25' TO COMM-ABCODE.
           EXEC CICS ABEND
               ABCODE (COMM-ABCODE)
               NODUMP
           END-EXEC.

      * A credit memo is an 'M' payment-chain entry under the
      * operator who asked for it - no tender, it is not cash.
       000-WRITE-CREDIT-MEMO-ENTRY.

           MOVE WS-POST-ACCOUNT-ID    TO A-P-ACCOUNT-ID.
           MOVE A-P-RECORD-TYPE       TO A-P-KEY-TYPE.
           MOVE WS-ENTRY-RECORD       TO A-P-RECORD-NUMBER.

           IF WS-ENTRY-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-POST-ACCOUNT-ID
                                      TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-ENTRY-RECORD   TO A-P-RECORD-NUMBER
               MOVE WS-POST-AMOUNT    TO A-P-AMOUNT (WS-ENTRY-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-P-DATE-OF-PAYMENT (WS-ENTRY-SUB)
               MOVE 'M'               TO A-P-ENTRY-TYPE (WS-ENTRY-SUB)
               MOVE WS-POST-OPERATOR  TO A-P-OPERATOR (WS-ENTRY-SUB)
               MOVE SPACE             TO A-P-TENDER (WS-ENTRY-SUB)

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

               MOVE WS-POST-AMOUNT    TO A-P-AMOUNT (WS-ENTRY-SUB)
               MOVE COMM-TRAN-DATE    TO
                   A-P-DATE-OF-PAYMENT (WS-ENTRY-SUB)
               MOVE 'M'               TO A-P-ENTRY-TYPE (WS-ENTRY-SUB)
               MOVE WS-POST-OPERATOR  TO A-P-OPERATOR (WS-ENTRY-SUB)
               MOVE SPACE             TO A-P-TENDER (WS-ENTRY-SUB)

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
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE
           ELSE
               PERFORM 000-APPLY-TO-OPEN-ITEMS.

      * A debit memo is a 'D' maintenance-chain entry with
      * technician 0 (no truck rolled, nothing for SLICKB6 to count)
      * and no sales tax, carried as an open item of its own.
       000-WRITE-DEBIT-MEMO-ENTRY.

           MOVE WS-POST-ACCOUNT-ID    TO A-M-ACCOUNT-ID.
           MOVE A-M-RECORD-TYPE       TO A-M-KEY-TYPE.
           MOVE WS-ENTRY-RECORD       TO A-M-RECORD-NUMBER.

           IF WS-ENTRY-SUB = 1
               MOVE SPACE             TO ACCOUNT-MAINTENANCE-RECORD
               MOVE WS-POST-ACCOUNT-ID
                                      TO A-M-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO A-M-KEY-TYPE
               MOVE WS-ENTRY-RECORD   TO A-M-RECORD-NUMBER
               PERFORM 000-FILL-DEBIT-MEMO-SLOT

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

               PERFORM 000-FILL-DEBIT-MEMO-SLOT

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
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE
           ELSE
               MOVE WS-POST-AMOUNT       TO WS-OI-AMOUNT
               PERFORM 000-ADD-OPEN-ITEM.

       000-FILL-DEBIT-MEMO-SLOT.

           MOVE ZERO                  TO A-M-TECHNICIAN (WS-ENTRY-SUB).
           MOVE WS-POST-AMOUNT        TO
               A-M-SERVICE-CHARGE (WS-ENTRY-SUB).
           MOVE COMM-TRAN-DATE        TO
               A-M-DATE-OF-SERVICE (WS-ENTRY-SUB).
           MOVE 'D'                   TO A-M-ENTRY-TYPE (WS-ENTRY-SUB).
           MOVE ZERO                  TO A-M-TAX-AMOUNT (WS-ENTRY-SUB).

      * Append the debit memo to the open-item chain, exactly as
      * SLICKP7's 000-ADD-OPEN-ITEM does for an NSF fee.
       000-ADD-OPEN-ITEM.

           MOVE WS-POST-ACCOUNT-ID    TO A-E-ACCOUNT-ID.
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
               MOVE WS-POST-ACCOUNT-ID
                                      TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE   TO A-E-KEY-TYPE
               MOVE ZERO              TO A-E-RECORD-NUMBER
               MOVE 1                 TO A-E-OPEN-ITEM-ENTRIES
               MOVE 1                 TO WS-OI-NEW-ENTRY

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
               IF A-E-OPEN-ITEM-ENTRIES NUMERIC
                   COMPUTE WS-OI-NEW-ENTRY =
                       A-E-OPEN-ITEM-ENTRIES + 1
               ELSE
                   MOVE 1             TO WS-OI-NEW-ENTRY
               END-IF
               MOVE WS-OI-NEW-ENTRY   TO A-E-OPEN-ITEM-ENTRIES

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-EXTEND-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               COMPUTE WS-OI-RECORD = (WS-OI-NEW-ENTRY - 1) / 20
               COMPUTE WS-OI-SUB =
                   WS-OI-NEW-ENTRY - (WS-OI-RECORD * 20)
               PERFORM 000-WRITE-OPEN-ITEM-ENTRY
           ELSE
               MOVE ACCTFILE-RESP        TO ERROR-RESP
               MOVE ACCTFILE-RESP2       TO ERROR-RESP2
               MOVE A-E-KEY              TO ERROR-KEY
               MOVE 'OpenItm'            TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE.

       000-WRITE-OPEN-ITEM-ENTRY.

           MOVE WS-POST-ACCOUNT-ID    TO A-O-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO A-O-KEY-TYPE.
           MOVE WS-OI-RECORD          TO A-O-RECORD-NUMBER.

           IF WS-OI-SUB = 1
               MOVE SPACE             TO ACCOUNT-OPEN-ITEM-RECORD
               MOVE WS-POST-ACCOUNT-ID
                                      TO A-O-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO A-O-KEY-TYPE
               MOVE WS-OI-RECORD      TO A-O-RECORD-NUMBER
               PERFORM 000-FILL-OPEN-ITEM-SLOT

               EXEC CICS WRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-OPEN-ITEM-RECORD)
                   RIDFLD     (A-O-KEY)
                   LENGTH     (ACCTFILE-LENGTH)
                   KEYLENGTH  (ACCTFILE-KEYLENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE

           ELSE
               EXEC CICS READ
                   FILE      ('ACCTFILE')
                   INTO      (ACCOUNT-OPEN-ITEM-RECORD)
                   RIDFLD    (A-O-KEY)
                   LENGTH    (ACCTFILE-LENGTH)
                   KEYLENGTH (ACCTFILE-KEYLENGTH)
                   RESP      (ACCTFILE-RESP)
                   RESP2     (ACCTFILE-RESP2)
                   UPDATE
               END-EXEC

               PERFORM 000-FILL-OPEN-ITEM-SLOT

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-OPEN-ITEM-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

               PERFORM 000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE ACCTFILE-RESP        TO ERROR-RESP
               MOVE ACCTFILE-RESP2       TO ERROR-RESP2
               MOVE A-O-KEY              TO ERROR-KEY
               MOVE 'OpenItm'            TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE.

       000-FILL-OPEN-ITEM-SLOT.

           MOVE 'A'                   TO A-O-SOURCE-TYPE (WS-OI-SUB).
           MOVE COMM-TRAN-DATE        TO A-O-CHARGE-DATE (WS-OI-SUB).
           MOVE WS-OI-AMOUNT          TO A-O-AMOUNT (WS-OI-SUB).
           MOVE ZERO                  TO A-O-PAID (WS-OI-SUB).
           MOVE SPACE                 TO A-O-STATUS (WS-OI-SUB).

      * Apply the credit memo against the open-item chain the way
      * SLICKP7 applies a payment: to the item it corrects when one
      * was keyed, then oldest-first. Credit left over past every
      * open item rides on the balance.
       000-APPLY-TO-OPEN-ITEMS.

           MOVE WS-POST-AMOUNT        TO WS-OI-APPLY-AMOUNT.

           MOVE WS-POST-ACCOUNT-ID    TO A-E-ACCOUNT-ID.
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

               IF WS-POST-ITEM > ZERO
               AND WS-POST-ITEM NOT > WS-OI-ENTRIES
                   PERFORM 000-APPLY-TO-KEYED-ITEM
               END-IF

               PERFORM 000-APPLY-TO-OPEN-RECORD
                   VARYING WS-OI-RECORD FROM 0 BY 1
                     UNTIL WS-OI-RECORD > WS-OI-LAST-RECORD
                        OR WS-OI-APPLY-AMOUNT = ZERO.

       000-APPLY-TO-KEYED-ITEM.

           COMPUTE WS-OI-RECORD = (WS-POST-ITEM - 1) / 20.
           COMPUTE WS-OI-SUB =
               WS-POST-ITEM - (WS-OI-RECORD * 20).

           MOVE WS-POST-ACCOUNT-ID    TO A-O-ACCOUNT-ID.
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
               MOVE 'N'               TO WS-OI-CHANGED-SW
               PERFORM 000-APPLY-ONE-OPEN-SLOT

               IF OPEN-ITEM-CHANGED
                   EXEC CICS REWRITE
                       FILE       ('ACCTFILE')
                       FROM       (ACCOUNT-OPEN-ITEM-RECORD)
                       LENGTH     (ACCTFILE-LENGTH)
                       RESP       (ACCTFILE-RESP)
                       RESP2      (ACCTFILE-RESP2)
                   END-EXEC

                   PERFORM 000-LOG-AFTER-IMAGE
               ELSE
                   EXEC CICS UNLOCK
                       FILE ('ACCTFILE')
                   END-EXEC.

       000-APPLY-TO-OPEN-RECORD.

           MOVE WS-POST-ACCOUNT-ID    TO A-O-ACCOUNT-ID.
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

      * Every ACCTFILE record this screen writes also goes to the
      * PLOG recovery queue as a full after-image (see PSTLOG).
       000-LOG-AFTER-IMAGE.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               MOVE 'SLICKPS '          TO PL-PROGRAM
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
