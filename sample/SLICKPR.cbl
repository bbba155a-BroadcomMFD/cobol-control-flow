       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPR.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Adjustment Entry - a credit memo or debit memo     *
      *             against an account's balance, reached from PF10    *
      *             on the Update Account screen (SLICKP3). This is    *
      *             how a mis-priced delivery is corrected or a        *
      *             goodwill credit given, instead of a made-up        *
      *             payment on SLICKP7 or service charge on SLICKP8    *
      *             that threw off the cash and technician figures.   *
      *                                                                *
      *             The CSR keys the type (C credit, D debit), the     *
      *             amount, a reason code (see ADJFILE), an            *
      *             explanation, and the open item the memo corrects   *
      *             when there is one. A credit memo keyed to an item  *
      *             may not exceed what is still open on it; a debit   *
      *             memo's item only has to be on the chain.           *
      *                                                                *
      *             At or under ADJ-APPROVAL-LIMIT the memo posts at   *
      *             once and is recorded on ADJFILE as posted on       *
      *             entry. Over the limit nothing touches the account: *
      *             the memo is written to ADJFILE as pending and      *
      *             waits for a second, level-3 operator on the        *
      *             Adjustment Approval queue (SLICKPS), which posts   *
      *             it exactly the way this screen does.               *
      *                                                                *
      *             A credit memo is an 'M' payment-chain entry: it    *
      *             comes off A-S-BALANCE like a payment, is not cash, *
      *             and is applied to the keyed item, or oldest item   *
      *             first when none was keyed. A debit memo is a 'D'   *
      *             maintenance-chain entry with technician 0: it adds *
      *             to A-S-BALANCE and goes on the open-item chain as  *
      *             an item of its own (source 'A'). A failure part    *
      *             way through a posting rolls it back and abends     *
      *             SE25, so a memo is never half posted.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMR.

           COPY DFHAID.

           COPY ACCTFILE.

           COPY PSTLOG.

           COPY ADJFILE.

       01  WS-MAP-FIELDS.
           03  WS-ADJ-TYPE                   PIC X(01) VALUE SPACE.
           03  WS-AMOUNT                     PIC 9(08) VALUE ZERO.
           03  WS-REASON                     PIC X(02) VALUE SPACE.
           03  WS-APPLY-ITEM                 PIC 9(04) VALUE ZERO.
           03  WS-ADJ-TEXT                   PIC X(60) VALUE SPACE.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

      * The memo one posting is for - loaded from the screen here,
      * from the ADJFILE record on SLICKPS.
       01  WS-POST-ACCOUNT-ID                PIC 9(05) VALUE ZERO.
       01  WS-POST-TYPE                      PIC X(01) VALUE SPACE.
           88  POST-CREDIT-MEMO              VALUE 'C'.
       01  WS-POST-AMOUNT                    PIC 9(08) VALUE ZERO.
       01  WS-POST-ITEM                      PIC 9(04) VALUE ZERO.
       01  WS-POST-OPERATOR                  PIC X(08) VALUE SPACE.
       01  WS-POST-ENTRY                     PIC 9(04) VALUE ZERO.

       01  WS-NEW-ADJ-ID                     PIC 9(06) VALUE ZERO.
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

       01  MEMO-POSTED-MESSAGE.
           03  M-P-TYPE                      PIC X(12).
           03  FILLER                        PIC X(11) VALUE
                                             'posted for '.
           03  M-P-AMOUNT                    PIC X(10).

       01  MEMO-PENDING-MESSAGE.
           03  FILLER                        PIC X(23) VALUE
                                             'Held for approval, no. '.
           03  M-Q-ID                        PIC 9(06).

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03  FILLER                        PIC X(01)
                                             OCCURS 1 TO 4096 TIMES
                                             DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       000-START-PROCESSING.

           MOVE DFHCOMMAREA           TO SLICK-COMM.
           MOVE LOW-VALUES            TO SLICKMRI.

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

           MOVE SPACE                 TO WS-ADJ-TYPE.
           MOVE ZERO                  TO WS-AMOUNT.
           MOVE SPACE                 TO WS-REASON.
           MOVE ZERO                  TO WS-APPLY-ITEM.
           MOVE SPACE                 TO WS-ADJ-TEXT.
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

           MOVE COMM-DISPLAY-DATE     TO MRDATEO.
           MOVE COMM-ACCOUNT-ID       TO MRIDO.
           MOVE A-S-NAME-LAST         TO MRLASTO.
           MOVE COMM-MESSAGE          TO MRMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           MOVE A-S-BALANCE           TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO MRBALO.

           MOVE WS-ADJ-TYPE           TO MRTYPEO.

           MOVE WS-AMOUNT             TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO MRAMTO.

           MOVE WS-REASON             TO MRRSNO.
           MOVE WS-APPLY-ITEM         TO MRITEMO.
           MOVE WS-ADJ-TEXT           TO MRTXTO.

           IF NOT BAD-DATA
               MOVE -1                TO MRTYPEL.

           EXEC CICS SEND
               MAP ('SLICKMR')
               CURSOR
               ERASE
           END-EXEC.

           IF MRMSGO NOT = SPACE
               PERFORM 000-ALARM.

       000-RECEIVE-MAP.

           IF EIBAID = DFHPF11
           OR EIBAID = DFHPF12
           OR EIBAID = DFHPF24
               MOVE 'Adjustment entry cancelled.' TO COMM-MESSAGE
               SET COMM-INIT          TO TRUE
               SET EXIT-SCREEN        TO TRUE
           ELSE
               PERFORM 000-PROCESS-FIELDS
               MOVE EIBAID            TO WS-LAST-AID.

       000-PROCESS-FIELDS.

           EXEC CICS RECEIVE
               MAP   ('SLICKMR')
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
                   MOVE COMM-ACCOUNT-ID   TO WS-POST-ACCOUNT-ID
                   MOVE WS-ADJ-TYPE       TO WS-POST-TYPE
                   MOVE WS-AMOUNT         TO WS-POST-AMOUNT
                   MOVE WS-APPLY-ITEM     TO WS-POST-ITEM
                   MOVE COMM-OPERATOR-ID  TO WS-POST-OPERATOR
                   PERFORM 000-CHECK-ADJUST-ITEM
                   IF COMM-MESSAGE = SPACE
                       PERFORM 000-SUBMIT-ADJUSTMENT
                   ELSE
                       SET BAD-DATA       TO TRUE
                       MOVE -1            TO MRITEML
                   END-IF
               END-IF
           ELSE
               MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Adjustment type (Required): C credit memo, D debit memo
           IF MRTYPEL = ZERO
               MOVE WS-ADJ-TYPE       TO MRTYPEI
           ELSE
               INSPECT MRTYPEI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MRTYPEI           TO WS-ADJ-TYPE.

           IF WS-ADJ-TYPE NOT = 'C'
           AND WS-ADJ-TYPE NOT = 'D'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MRTYPEL
               MOVE 'Type is C (credit) or D (debit).'
                                      TO COMM-MESSAGE.

      * Amount (Required)
           IF MRAMTL = ZERO
               MOVE WS-AMOUNT         TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO MRAMTI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 8                 TO WS-FIELD-SIZE
               MOVE MRAMTI            TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-AMOUNT
               MOVE DC-8              TO MRAMTI.

           IF WS-AMOUNT = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MRAMTL.

      * Reason code (Required): 01 delivery mis-priced, 02 goodwill,
      * 03 charge billed in error, 04 charge under-billed, 05 dispute
      * settled, 06 supervisor discretion.
           IF MRRSNL = ZERO
               MOVE WS-REASON         TO MRRSNI
           ELSE
               INSPECT MRRSNI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MRRSNI            TO WS-REASON.

           MOVE WS-REASON             TO ADJ-REASON.
           IF NOT ADJ-REASON-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MRRSNL
               MOVE 'Reason is 01 through 06.' TO COMM-MESSAGE.

      * Open item the memo corrects (Optional)
           IF MRITEML = ZERO
               MOVE WS-APPLY-ITEM     TO MRITEMI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 4                 TO WS-FIELD-SIZE
               MOVE MRITEMI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-APPLY-ITEM
               MOVE CH-ARRAY          TO MRITEMI.

      * Explanation (Required) - the approver and the auditors read
      * this, not the CSR's memory.
           IF MRTXTL = ZERO
               MOVE WS-ADJ-TEXT       TO MRTXTI
           ELSE
               INSPECT MRTXTI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MRTXTI            TO WS-ADJ-TEXT.

           IF WS-ADJ-TEXT = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MRTXTL.

      * At or under the limit the memo posts now; over it, it waits
      * on ADJFILE for SLICKPS and nothing touches the account.
       000-SUBMIT-ADJUSTMENT.

           IF WS-AMOUNT > ADJ-APPROVAL-LIMIT
               PERFORM 000-ASSIGN-ADJUSTMENT-ID
               IF COMM-MESSAGE = SPACE
                   PERFORM 000-BUILD-ADJUSTMENT
                   SET ADJ-PENDING        TO TRUE
                   PERFORM 000-WRITE-ADJUSTMENT
                   IF ADJFILE-RESP = DFHRESP(NORMAL)
                       MOVE ADJ-ID        TO M-Q-ID
                       MOVE MEMO-PENDING-MESSAGE
                                          TO COMM-MESSAGE
                       SET COMM-INIT      TO TRUE
                       SET EXIT-SCREEN    TO TRUE
                   END-IF
               END-IF
           ELSE
               PERFORM 000-POST-ADJUSTMENT
               IF COMM-MESSAGE = SPACE
                   PERFORM 000-ASSIGN-ADJUSTMENT-ID
                   IF COMM-MESSAGE NOT = SPACE
                       PERFORM 000-ABEND-ADJUSTMENT
                   END-IF
                   PERFORM 000-BUILD-ADJUSTMENT
                   SET ADJ-POSTED-ON-ENTRY TO TRUE
                   MOVE WS-POST-ENTRY     TO ADJ-ENTRY
                   PERFORM 000-WRITE-ADJUSTMENT
                   IF ADJFILE-RESP NOT = DFHRESP(NORMAL)
                       PERFORM 000-ABEND-ADJUSTMENT
                   END-IF
                   MOVE WS-AMOUNT         TO NUM-8
                   MOVE DOLLARS-8         TO D-8
                   MOVE CENTS-8           TO C-8
                   MOVE DC-8              TO M-P-AMOUNT
                   IF POST-CREDIT-MEMO
                       MOVE 'Credit memo '
                                          TO M-P-TYPE
                   ELSE
                       MOVE 'Debit memo  '
                                          TO M-P-TYPE
                   END-IF
                   MOVE MEMO-POSTED-MESSAGE
                                          TO COMM-MESSAGE
                   SET COMM-INIT          TO TRUE
                   SET EXIT-SCREEN        TO TRUE.

      * The next id comes off control record zero, which the first
      * adjustment ever keyed writes for itself.
       000-ASSIGN-ADJUSTMENT-ID.

           MOVE ZERO                  TO ADJ-ID.

           EXEC CICS READ
               FILE      ('ADJFILE')
               INTO      (ADJUSTMENT-CONTROL-RECORD)
               RIDFLD    (ADJ-KEY)
               LENGTH    (ADJFILE-LENGTH)
               KEYLENGTH (ADJFILE-KEYLENGTH)
               RESP      (ADJFILE-RESP)
               RESP2     (ADJFILE-RESP2)
               UPDATE
           END-EXEC.

           IF ADJFILE-RESP = DFHRESP(NOTFND)
               MOVE SPACE             TO ADJUSTMENT-CONTROL-RECORD
               MOVE ZERO              TO ADJ-ID
               MOVE 1                 TO WS-NEW-ADJ-ID
               MOVE 2                 TO ADJ-NEXT-ID

               EXEC CICS WRITE
                   FILE       ('ADJFILE')
                   FROM       (ADJUSTMENT-CONTROL-RECORD)
                   RIDFLD     (ADJ-KEY)
                   LENGTH     (ADJFILE-LENGTH)
                   KEYLENGTH  (ADJFILE-KEYLENGTH)
                   RESP       (ADJFILE-RESP)
                   RESP2      (ADJFILE-RESP2)
               END-EXEC

           ELSE
           IF ADJFILE-RESP = DFHRESP(NORMAL)
               MOVE ADJ-NEXT-ID       TO WS-NEW-ADJ-ID
               ADD 1                  TO ADJ-NEXT-ID

               EXEC CICS REWRITE
                   FILE       ('ADJFILE')
                   FROM       (ADJUSTMENT-CONTROL-RECORD)
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

       000-BUILD-ADJUSTMENT.

           MOVE SPACE                 TO ADJUSTMENT-RECORD.
           MOVE WS-NEW-ADJ-ID         TO ADJ-ID.
           MOVE COMM-ACCOUNT-ID       TO ADJ-ACCOUNT-ID.
           MOVE WS-ADJ-TYPE           TO ADJ-TYPE.
           MOVE WS-AMOUNT             TO ADJ-AMOUNT.
           MOVE WS-REASON             TO ADJ-REASON.
           MOVE WS-APPLY-ITEM         TO ADJ-ITEM.
           MOVE WS-ADJ-TEXT           TO ADJ-TEXT.
           MOVE COMM-OPERATOR-ID      TO ADJ-REQ-OPERATOR.
           MOVE COMM-TRAN-DATE        TO ADJ-REQ-DATE.
           MOVE SPACE                 TO ADJ-APR-OPERATOR.
           MOVE ZERO                  TO ADJ-APR-DATE.
           MOVE ZERO                  TO ADJ-ENTRY.

       000-WRITE-ADJUSTMENT.

           EXEC CICS WRITE
               FILE       ('ADJFILE')
               FROM       (ADJUSTMENT-RECORD)
               RIDFLD     (ADJ-KEY)
               LENGTH     (ADJFILE-LENGTH)
               KEYLENGTH  (ADJFILE-KEYLENGTH)
               RESP       (ADJFILE-RESP)
               RESP2      (ADJFILE-RESP2)
           END-EXEC.

           IF ADJFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE ADJFILE-RESP         TO ERROR-RESP
               MOVE ADJFILE-RESP2        TO ERROR-RESP2
               MOVE ADJ-KEY              TO ERROR-KEY
               MOVE 'Adjust'             TO ERROR-TYPE
               MOVE ERROR-MESSAGE        TO COMM-MESSAGE.

      * The open item keyed must be on the chain; a credit memo's
      * must also still be open for at least the memo's amount, so
      * the whole credit lands on the charge it corrects. Checked
      * again at approval time - the item may have been paid since.
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
               MOVE 'SLICKPR '          TO PL-PROGRAM
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
