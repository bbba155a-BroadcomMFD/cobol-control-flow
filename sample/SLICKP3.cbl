      *             route/zone independent of the mailing address, so  *
      *             an account can move to whichever route actually    *
      *             drives past their street.                          *
      *                                                                *
      *             M3DPLNI keys the account's delivery plan onto the  *
      *             extension record: A (or blank) automatic, W will-  *
      *             call only, K keep-full - the code SLICKB4, SLICKP9,*
      *             SLICKC1 and SLICKBL dispatch and project by.       *
      *                                                                *
      *             M3CODI puts the account on C.O.D. terms (A-E-COD-  *
      *             TERMS 'Y'): the manifest prints what the driver    *
      *             has to collect at the stop.                        *
      *                                                                *
      *             PF9 hands an active account to the Premises        *
      *             Transfer screen (SLICKPQ) when the house is sold;  *
      *             the seller's account then shows which account the  *
      *             premises moved to.                                 *
      *                                                                *
      *             M3PRNTI bills a commercial site to a parent        *
      *             account (A-E-BILL-TO-PARENT) - one consolidated    *
      *             statement, aging, dunning and payment for every    *
      *             site. The parent's A-G member list is kept in step *
      *             here. The parent must be active and bill to        *
      *             itself, an account that has sites of its own       *
      *             cannot become one, and a parent cannot be closed   *
      *             while any site still bills to it.                  *
      *                                                                *
      *             M3MAILI marks returned mail: R flags the mailing   *
      *             address bad (A-E-ADDRESS-STATUS), so SLICKB2 and   *
      *             SLICKBI email an e-statement account and list the  *
      *             rest for review instead of mailing. Keying it      *
      *             blank clears the flag, as does correcting the      *
      *             address itself. The NCOA run's codes (U no match,  *
      *             V vacant, N moved with no forwarding) show here    *
      *             and stand until cleared.                           *
      *                                                                *
      *             PF10 opens Adjustment Entry (SLICKPR) - a credit   *
      *             or debit memo with a reason code, in place of a    *
      *             made-up payment or service charge.                 *
      *                                                                *
      *             PF7 opens Equipment Finance (SLICKPZ) to set up an *
      *             installment contract for a boiler, furnace or      *
      *             water heater we sold, kept off the fuel balance.   *
      *                                                                *
      *             PF5 will not close an account until M3RSNI says    *
      *             why the customer left (P price, M moved, G         *
      *             converted to gas, S service complaint, N non-      *
      *             payment, D deceased) and, for a price loss,        *
      *             M3COMPI names the competitor. Both go on the       *
      *             extension record for the SLICKCX attrition report  *
      *             and the SLICKCY win-back extract, and are cleared  *
      *             if the account is reopened.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  WS-ARRANGE-START              PIC 9(06) VALUE ZERO.
           03  WS-ARRANGE-KEYED-SW           PIC X(01) VALUE SPACE.
               88  ARRANGE-FIELDS-KEYED      VALUE 'Y'.
           03  WS-DELIVERY-PLAN              PIC X(01) VALUE SPACE.
           03  WS-COD-TERMS                  PIC X(01) VALUE SPACE.
           03  WS-BILL-PARENT                PIC 9(05) VALUE ZERO.
           03  WS-OLD-BILL-PARENT            PIC 9(05) VALUE ZERO.
           03  WS-MAIL-STATUS                PIC X(01) VALUE SPACE.
           03  WS-OLD-MAIL-STATUS            PIC X(01) VALUE SPACE.
           03  WS-CLOSE-REASON               PIC X(01) VALUE SPACE.
               88  CLOSE-REASON-VALID        VALUE 'P' 'M' 'G' 'S'
                                                   'N' 'D'.
           03  WS-COMPETITOR                 PIC X(20) VALUE SPACE.
           03  WS-WAS-ACTIVE-SW              PIC X(01) VALUE SPACE.
               88  ACCOUNT-WAS-ACTIVE        VALUE 'Y'.
           03  WS-TEL-1A                     PIC 9(03) VALUE ZERO.
           03  WS-TEL-1B                     PIC 9(03) VALUE ZERO.
           03  WS-TEL-1C                     PIC 9(04) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.
           03  WS-CHANGE-SEQ                 PIC 9(08) VALUE ZERO.

       01  PREMISES-MOVED-MESSAGE.
           03  FILLER                        PIC X(26) VALUE
               'Premises moved to account '.
           03  P-M-M-ACCOUNT-ID              PIC 9(05) VALUE ZERO.
           03  FILLER                        PIC X(01) VALUE '.'.

      * Bill-to group maintenance work areas.
       01  WS-PARENT-SW                      PIC X(01) VALUE 'N'.
           88  PARENT-REJECTED               VALUE 'Y'.
       01  WS-GROUP-PARENT-ID                PIC 9(05) VALUE ZERO.
       01  WS-GROUP-SUB                      PIC 9(03) VALUE ZERO.
       01  WS-GROUP-KEEP                     PIC 9(03) VALUE ZERO.
       01  WS-GROUP-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  GROUP-MEMBER-FOUND            VALUE 'Y'.
       01  WS-BILLED-SITES                   PIC 9(03) VALUE ZERO.

       01  WS-EXIT                           PIC X(11) VALUE
                                             'Slick ended'.

                   IMMEDIATE
               END-EXEC

           ELSE
           IF COMM-TRANSFER
               MOVE COMM-NEXT-TRAN    TO COMM-RETURN-TRAN

               EXEC CICS RETURN
                   TRANSID  ('SLKQ')
                   COMMAREA (SLICK-COMM)
                   IMMEDIATE
               END-EXEC

           ELSE
           IF COMM-ADJUST
               MOVE COMM-NEXT-TRAN    TO COMM-RETURN-TRAN

               EXEC CICS RETURN
                   TRANSID  ('SLKR')
                   COMMAREA (SLICK-COMM)
                   IMMEDIATE
               END-EXEC

           ELSE
           IF COMM-EQUIP-FINANCE
               MOVE COMM-NEXT-TRAN    TO COMM-RETURN-TRAN

               EXEC CICS RETURN
                   TRANSID  ('SLKZ')
                   COMMAREA (SLICK-COMM)
                   IMMEDIATE
               END-EXEC

           ELSE
           IF COMM-NEXT-TRAN = EIBTRNID
               PERFORM 000-SEND-MAP
               MOVE A-S-CREDIT-HOLD       TO WS-CREDIT-HOLD
               MOVE SPACE                 TO WS-RELEASE-HOLD-SW
               MOVE A-S-CHANGE-SEQ        TO WS-CHANGE-SEQ
               IF A-S-END-OF-CONTRACT = ZERO
                   MOVE 'Y'               TO WS-WAS-ACTIVE-SW
               ELSE
                   MOVE 'N'               TO WS-WAS-ACTIVE-SW
               END-IF

           ELSE
               MOVE 'Error reading account file.'
                   MOVE ZERO          TO WS-ARRANGE-START
               END-IF
               MOVE SPACE             TO WS-ARRANGE-KEYED-SW
               MOVE A-E-DELIVERY-PLAN TO WS-DELIVERY-PLAN
               MOVE A-E-COD-TERMS     TO WS-COD-TERMS
               IF A-E-BILL-TO-PARENT NUMERIC
                   MOVE A-E-BILL-TO-PARENT
                                      TO WS-BILL-PARENT
               ELSE
                   MOVE ZERO          TO WS-BILL-PARENT
               END-IF
               MOVE WS-BILL-PARENT    TO WS-OLD-BILL-PARENT
               MOVE A-E-ADDRESS-STATUS
                                      TO WS-MAIL-STATUS
               MOVE WS-MAIL-STATUS    TO WS-OLD-MAIL-STATUS
               MOVE A-E-CLOSE-REASON  TO WS-CLOSE-REASON
               MOVE A-E-COMPETITOR    TO WS-COMPETITOR
           ELSE
               MOVE SPACE             TO WS-ACH-STATUS
               MOVE ZERO              TO WS-ACH-ROUTING
               MOVE ZERO              TO WS-ARRANGE-AMOUNT
               MOVE SPACE             TO WS-ARRANGE-FREQ
               MOVE ZERO              TO WS-ARRANGE-START
               MOVE SPACE             TO WS-ARRANGE-KEYED-SW
               MOVE SPACE             TO WS-DELIVERY-PLAN
               MOVE SPACE             TO WS-COD-TERMS
               MOVE ZERO              TO WS-BILL-PARENT
               MOVE ZERO              TO WS-OLD-BILL-PARENT
               MOVE SPACE             TO WS-MAIL-STATUS
               MOVE SPACE             TO WS-OLD-MAIL-STATUS
               MOVE SPACE             TO WS-CLOSE-REASON
               MOVE SPACE             TO WS-COMPETITOR.

      * A seller's account after a premises transfer says where the
      * house went, unless there is already something to tell.
           IF ACCTFILE-RESP = DFHRESP(NORMAL)
           AND A-E-PREMISES-TO NUMERIC
           AND A-E-PREMISES-TO > ZERO
           AND COMM-MESSAGE = SPACE
               MOVE A-E-PREMISES-TO   TO P-M-M-ACCOUNT-ID
               MOVE PREMISES-MOVED-MESSAGE
                                      TO COMM-MESSAGE.

       000-INITIALIZE-MAP-FIELDS.

           MOVE DC-8                      TO M3ARAO.
           MOVE WS-ARRANGE-FREQ           TO M3ARFO.
           MOVE WS-ARRANGE-START          TO M3ARSO.
           MOVE WS-DELIVERY-PLAN          TO M3DPLNO.
           MOVE WS-COD-TERMS              TO M3CODO.
           MOVE WS-BILL-PARENT            TO M3PRNTO.
           MOVE WS-MAIL-STATUS            TO M3MAILO.
           MOVE WS-CLOSE-REASON           TO M3RSNO.
           MOVE WS-COMPETITOR             TO M3COMPO.

       000-SEND-MAP.

           ELSE
               IF EIBAID NOT = DFHPF1 AND DFHPF2 AND DFHPF3
                           AND DFHPF4 AND DFHPF5 AND DFHPF6
                           AND DFHPF7 AND DFHPF8 AND DFHPF9
                           AND DFHPF10
                   MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'Enter the arrangement start date.'
                                      TO COMM-MESSAGE.

      * Delivery plan (Optional): A or blank automatic, W will-call
      * only (dispatched by SLICKPK orders alone), K keep-full.
           IF M3DPLNL = ZERO
               MOVE WS-DELIVERY-PLAN  TO M3DPLNI
           ELSE
               INSPECT M3DPLNI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE M3DPLNI           TO WS-DELIVERY-PLAN.

           IF WS-DELIVERY-PLAN NOT = SPACE
           AND WS-DELIVERY-PLAN NOT = 'A'
           AND WS-DELIVERY-PLAN NOT = 'W'
           AND WS-DELIVERY-PLAN NOT = 'K'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M3DPLNL
               MOVE 'Delivery plan is A, W, K or blank.'
                                      TO COMM-MESSAGE.

      * C.O.D. terms (Optional): Y puts the account on cash on
      * delivery - the manifest tells the driver what to collect.
           IF M3CODL = ZERO
               MOVE WS-COD-TERMS      TO M3CODI
           ELSE
               INSPECT M3CODI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE M3CODI            TO WS-COD-TERMS.

           IF WS-COD-TERMS = 'N'
               MOVE SPACE             TO WS-COD-TERMS.

           IF WS-COD-TERMS NOT = SPACE
           AND WS-COD-TERMS NOT = 'Y'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M3CODL
               MOVE 'C.O.D. terms is Y or blank.'
                                      TO COMM-MESSAGE.

      * Bill-to parent (Optional): the account whose consolidated
      * statement this site is billed on, checked whenever it is
      * changed to a new parent.
           IF M3PRNTL = ZERO
               MOVE WS-BILL-PARENT    TO M3PRNTI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE M3PRNTI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-BILL-PARENT
               MOVE CH-ARRAY          TO M3PRNTI.

           IF WS-BILL-PARENT NUMERIC
           AND WS-BILL-PARENT NOT = ZERO
           AND WS-BILL-PARENT NOT = WS-OLD-BILL-PARENT
               PERFORM 000-VALIDATE-BILL-PARENT.

      * Returned mail (Optional): R when a statement or letter comes
      * back undeliverable, blank once the address is confirmed. A
      * code the NCOA run set may be left as it is.
           IF M3MAILL = ZERO
               MOVE WS-MAIL-STATUS    TO M3MAILI
           ELSE
               INSPECT M3MAILI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE M3MAILI           TO WS-MAIL-STATUS.

           IF WS-MAIL-STATUS NOT = SPACE
           AND WS-MAIL-STATUS NOT = 'R'
           AND WS-MAIL-STATUS NOT = WS-OLD-MAIL-STATUS
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M3MAILL
               MOVE 'Returned mail is R or blank.'
                                      TO COMM-MESSAGE.

      * Closure reason (Required when PF5 closes the account) and
      * the competitor the customer went to (Required for a price
      * loss).
           IF M3RSNL = ZERO
               MOVE WS-CLOSE-REASON   TO M3RSNI
           ELSE
               INSPECT M3RSNI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE M3RSNI            TO WS-CLOSE-REASON.

           IF M3COMPL = ZERO
               MOVE WS-COMPETITOR     TO M3COMPI
           ELSE
               INSPECT M3COMPI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE M3COMPI           TO WS-COMPETITOR.

           IF WS-CLOSE-REASON NOT = SPACE
           OR (ACCOUNT-WAS-ACTIVE AND NOT ACCOUNT-ACTIVE)
               PERFORM 000-VALIDATE-CLOSE-REASON.

      * Branch (Optional, must be on BRANCHFI when keyed)
           IF M3BRNL = ZERO
               MOVE WS-BRANCH         TO M3BRNI
           ELSE
           IF EIBAID = DFHPF5
               IF ACCOUNT-ACTIVE
                   PERFORM 000-COUNT-BILLED-SITES
                   IF WS-BILLED-SITES > ZERO
                       MOVE 'Sites still bill to this account.'
                                            TO COMM-MESSAGE
                   ELSE
                   IF WS-CLOSE-REASON = SPACE
                       MOVE 'Key the closure reason, then PF5.'
                                            TO COMM-MESSAGE
                   ELSE
                       MOVE COMM-TRAN-DATE  TO WS-END-OF-CONTRACT
                       MOVE 'Account will be closed - PF1 to confirm.'
                                            TO COMM-MESSAGE
                   END-IF
               ELSE
                   MOVE ZERO                TO WS-END-OF-CONTRACT
                   MOVE SPACE               TO WS-CLOSE-REASON
                   MOVE SPACE               TO WS-COMPETITOR
                   MOVE 'Account will reopen - PF1 to confirm.'
                                            TO COMM-MESSAGE
           ELSE
                                            TO COMM-MESSAGE
               ELSE
                   MOVE 'Account is not on credit hold.'
                                            TO COMM-MESSAGE
           ELSE
           IF EIBAID = DFHPF9
               IF  ACCOUNT-ACTIVE
                   SET COMM-TRANSFER        TO TRUE
                   SET COMM-INIT            TO TRUE
               ELSE
                   MOVE 'Invalid key for disabled account.'
                                            TO COMM-MESSAGE
           ELSE
           IF EIBAID = DFHPF10
               SET COMM-ADJUST              TO TRUE
               SET COMM-INIT                TO TRUE
           ELSE
           IF EIBAID = DFHPF7
               SET COMM-EQUIP-FINANCE       TO TRUE
               SET COMM-INIT                TO TRUE.

       000-UPDATE-ACCOUNT.

                                         TO COMM-MESSAGE
           ELSE
               PERFORM 000-SAVE-BEFORE-IMAGE
      * A corrected mailing address clears a bad-address flag the
      * CSR did not also re-key on this update.
               IF (WS-ADDRESS NOT = A-S-ADDRESS
                   OR WS-CITY NOT = A-S-CITY
                   OR WS-STATE NOT = A-S-STATE
                   OR WS-ZIP NOT = A-S-ZIP
                   OR WS-ZIP-EX NOT = A-S-ZIP-EX)
               AND WS-MAIL-STATUS = WS-OLD-MAIL-STATUS
                   MOVE SPACE            TO WS-MAIL-STATUS
               END-IF
               MOVE WS-NAME-LAST         TO A-S-NAME-LAST
               MOVE WS-NAME-FIRST        TO A-S-NAME-FIRST
               MOVE WS-NAME-INITIAL      TO A-S-NAME-INITIAL
               PERFORM 000-SAVE-NOTIFY-PREFS
               PERFORM 000-WRITE-JOURNAL-ENTRY
               PERFORM 000-SAVE-EXTEND-FIELDS
               IF ACCOUNT-ACTIVE
                   MOVE 'Y'              TO WS-WAS-ACTIVE-SW
               ELSE
                   MOVE 'N'              TO WS-WAS-ACTIVE-SW
               END-IF
               IF WS-BILL-PARENT NOT = WS-OLD-BILL-PARENT
                   PERFORM 000-SAVE-BILL-TO-GROUP
               END-IF
               IF CLOSURE-PENDING
                   IF REFUND-DUE
                       MOVE 'Account updated - refund pending.'
               MOVE WS-BILL-CYCLE     TO A-E-BILL-CYCLE
               MOVE WS-REBATE-PLAN    TO A-E-REBATE-PLAN
               MOVE WS-ASSIST-AGENCY  TO A-E-ASSIST-AGENCY
               MOVE WS-DELIVERY-PLAN  TO A-E-DELIVERY-PLAN
               MOVE ZERO              TO A-E-ORDER-REMINDER
               MOVE WS-COD-TERMS      TO A-E-COD-TERMS
               MOVE WS-BILL-PARENT    TO A-E-BILL-TO-PARENT
               PERFORM 000-FILL-ARRANGEMENT
               PERFORM 000-FILL-ADDRESS-STATUS
               PERFORM 000-FILL-CLOSE-REASON

               EXEC CICS WRITE
                   FILE       ('ACCTFILE')
               MOVE WS-BILL-CYCLE     TO A-E-BILL-CYCLE
               MOVE WS-REBATE-PLAN    TO A-E-REBATE-PLAN
               MOVE WS-ASSIST-AGENCY  TO A-E-ASSIST-AGENCY
               MOVE WS-DELIVERY-PLAN  TO A-E-DELIVERY-PLAN
               MOVE WS-COD-TERMS      TO A-E-COD-TERMS
               MOVE WS-BILL-PARENT    TO A-E-BILL-TO-PARENT
               PERFORM 000-FILL-ARRANGEMENT
               PERFORM 000-FILL-ADDRESS-STATUS
               PERFORM 000-FILL-CLOSE-REASON

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
               MOVE ZERO              TO A-E-ARRANGE-START
               MOVE SPACE             TO A-E-ARRANGE-APPROVED.

      * The flag and its date change only when the flag does, so an
      * unrelated update leaves the date the NCOA run or the CSR
      * set it.
       000-FILL-ADDRESS-STATUS.

           IF WS-MAIL-STATUS NOT = WS-OLD-MAIL-STATUS
               MOVE WS-MAIL-STATUS    TO A-E-ADDRESS-STATUS
               MOVE COMM-TRAN-DATE    TO A-E-ADDRESS-DATE
               MOVE WS-MAIL-STATUS    TO WS-OLD-MAIL-STATUS.

      * The reason stands only while the account is closed - an
      * active or reopened account carries none.
       000-FILL-CLOSE-REASON.

           IF ACCOUNT-ACTIVE
               MOVE SPACE             TO A-E-CLOSE-REASON
               MOVE SPACE             TO A-E-COMPETITOR
           ELSE
               MOVE WS-CLOSE-REASON   TO A-E-CLOSE-REASON
               MOVE WS-COMPETITOR     TO A-E-COMPETITOR.

       000-VALIDATE-CLOSE-REASON.

           IF NOT CLOSE-REASON-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M3RSNL
               MOVE 'Closure reason is P, M, G, S, N or D.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-CLOSE-REASON = 'P'
           AND WS-COMPETITOR = SPACE
               SET BAD-DATA           TO TRUE
               MOVE ALL '_'           TO M3COMPI
               MOVE -1                TO M3COMPL
               MOVE 'Name the competitor for a price loss.'
                                      TO COMM-MESSAGE.

      * A site may only bill to an active account that bills to
      * itself, and an account that already has sites billed to it
      * cannot become a site - the relationship is one level deep.
       000-VALIDATE-BILL-PARENT.

           MOVE 'N'                   TO WS-PARENT-SW.

           IF WS-BILL-PARENT = COMM-ACCOUNT-ID
               SET PARENT-REJECTED    TO TRUE
               MOVE 'An account cannot bill to itself.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-READ-PARENT-STATISTICS.

           IF NOT PARENT-REJECTED
               PERFORM 000-READ-PARENT-EXTEND.

           IF NOT PARENT-REJECTED
               MOVE COMM-ACCOUNT-ID   TO WS-GROUP-PARENT-ID
               PERFORM 000-READ-BILL-TO-GROUP
               IF ACCTFILE-RESP = DFHRESP(NORMAL)
               AND A-G-MEMBER-COUNT NUMERIC
               AND A-G-MEMBER-COUNT > ZERO
                   SET PARENT-REJECTED
                                      TO TRUE
                   MOVE 'Sites bill to this account already.'
                                      TO COMM-MESSAGE.

           IF NOT PARENT-REJECTED
               MOVE WS-BILL-PARENT    TO WS-GROUP-PARENT-ID
               PERFORM 000-READ-BILL-TO-GROUP
               IF ACCTFILE-RESP = DFHRESP(NORMAL)
               AND A-G-MEMBER-COUNT NUMERIC
               AND A-G-MEMBER-COUNT NOT < 90
                   SET PARENT-REJECTED
                                      TO TRUE
                   MOVE 'Bill-to parent has 90 sites already.'
                                      TO COMM-MESSAGE.

           IF PARENT-REJECTED
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M3PRNTL.

       000-READ-PARENT-STATISTICS.

           MOVE WS-BILL-PARENT        TO A-S-ACCOUNT-ID.
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
               SET PARENT-REJECTED    TO TRUE
               MOVE 'Bill-to parent account not found.'
                                      TO COMM-MESSAGE
           ELSE
           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SE23' TO COMM-ABCODE
               EXEC CICS ABEND
                   ABCODE (COMM-ABCODE)
                   NODUMP
               END-EXEC
           ELSE
           IF A-S-END-OF-CONTRACT NOT = ZERO
               SET PARENT-REJECTED    TO TRUE
               MOVE 'Bill-to parent account is closed.'
                                      TO COMM-MESSAGE.

       000-READ-PARENT-EXTEND.

           MOVE WS-BILL-PARENT        TO A-E-ACCOUNT-ID.
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
           AND A-E-BILL-TO-PARENT NUMERIC
           AND A-E-BILL-TO-PARENT > ZERO
               SET PARENT-REJECTED    TO TRUE
               MOVE 'That account bills to another parent.'
                                      TO COMM-MESSAGE.

       000-READ-BILL-TO-GROUP.

           MOVE WS-GROUP-PARENT-ID    TO A-G-ACCOUNT-ID.
           MOVE A-G-RECORD-TYPE       TO A-G-KEY-TYPE.
           MOVE ZERO                  TO A-G-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-BILL-TO-GROUP-RECORD)
               RIDFLD    (A-G-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

       000-COUNT-BILLED-SITES.

           MOVE ZERO                  TO WS-BILLED-SITES.
           MOVE COMM-ACCOUNT-ID       TO WS-GROUP-PARENT-ID.

           PERFORM 000-READ-BILL-TO-GROUP.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
           AND A-G-MEMBER-COUNT NUMERIC
               MOVE A-G-MEMBER-COUNT  TO WS-BILLED-SITES.

      * The site comes off its old parent's member list and goes on
      * the new one's (the first site builds the parent's record).
       000-SAVE-BILL-TO-GROUP.

           IF WS-OLD-BILL-PARENT NOT = ZERO
               MOVE WS-OLD-BILL-PARENT TO WS-GROUP-PARENT-ID
               PERFORM 000-REMOVE-FROM-GROUP.

           IF WS-BILL-PARENT NOT = ZERO
               MOVE WS-BILL-PARENT    TO WS-GROUP-PARENT-ID
               PERFORM 000-ADD-TO-GROUP.

           MOVE WS-BILL-PARENT        TO WS-OLD-BILL-PARENT.

       000-REMOVE-FROM-GROUP.

           MOVE WS-GROUP-PARENT-ID    TO A-G-ACCOUNT-ID.
           MOVE A-G-RECORD-TYPE       TO A-G-KEY-TYPE.
           MOVE ZERO                  TO A-G-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-BILL-TO-GROUP-RECORD)
               RIDFLD    (A-G-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
               UPDATE
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
           AND A-G-MEMBER-COUNT NUMERIC
               MOVE ZERO              TO WS-GROUP-KEEP
               PERFORM 000-KEEP-GROUP-MEMBER
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                     UNTIL WS-GROUP-SUB > A-G-MEMBER-COUNT
               PERFORM 000-CLEAR-GROUP-MEMBER
                   VARYING WS-GROUP-SUB FROM WS-GROUP-KEEP BY 1
                     UNTIL WS-GROUP-SUB NOT < A-G-MEMBER-COUNT
               MOVE WS-GROUP-KEEP     TO A-G-MEMBER-COUNT

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-BILL-TO-GROUP-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC.

       000-KEEP-GROUP-MEMBER.

           IF A-G-MEMBER-ID (WS-GROUP-SUB) NOT = COMM-ACCOUNT-ID
               ADD 1                  TO WS-GROUP-KEEP
               MOVE A-G-MEMBER-ID (WS-GROUP-SUB)
                               TO A-G-MEMBER-ID (WS-GROUP-KEEP).

       000-CLEAR-GROUP-MEMBER.

           MOVE ZERO           TO A-G-MEMBER-ID (WS-GROUP-SUB + 1).

       000-ADD-TO-GROUP.

           MOVE WS-GROUP-PARENT-ID    TO A-G-ACCOUNT-ID.
           MOVE A-G-RECORD-TYPE       TO A-G-KEY-TYPE.
           MOVE ZERO                  TO A-G-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-BILL-TO-GROUP-RECORD)
               RIDFLD    (A-G-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
               UPDATE
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NOTFND)
               MOVE SPACE             TO ACCOUNT-BILL-TO-GROUP-RECORD
               MOVE WS-GROUP-PARENT-ID
                                      TO A-G-ACCOUNT-ID
               MOVE A-G-RECORD-TYPE   TO A-G-KEY-TYPE
               MOVE ZERO              TO A-G-RECORD-NUMBER
               MOVE 1                 TO A-G-MEMBER-COUNT
               MOVE COMM-ACCOUNT-ID   TO A-G-MEMBER-ID (1)

               EXEC CICS WRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-BILL-TO-GROUP-RECORD)
                   RIDFLD     (A-G-KEY)
                   LENGTH     (ACCTFILE-LENGTH)
                   KEYLENGTH  (ACCTFILE-KEYLENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC

           ELSE
           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               IF A-G-MEMBER-COUNT NOT NUMERIC
                   MOVE ZERO          TO A-G-MEMBER-COUNT
               END-IF
               MOVE 'N'               TO WS-GROUP-FOUND-SW
               PERFORM 000-FIND-GROUP-MEMBER
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                     UNTIL WS-GROUP-SUB > A-G-MEMBER-COUNT
                        OR GROUP-MEMBER-FOUND
               IF NOT GROUP-MEMBER-FOUND
               AND A-G-MEMBER-COUNT < 90
                   ADD 1              TO A-G-MEMBER-COUNT
                   MOVE COMM-ACCOUNT-ID
                           TO A-G-MEMBER-ID (A-G-MEMBER-COUNT)
               END-IF

               EXEC CICS REWRITE
                   FILE       ('ACCTFILE')
                   FROM       (ACCOUNT-BILL-TO-GROUP-RECORD)
                   LENGTH     (ACCTFILE-LENGTH)
                   RESP       (ACCTFILE-RESP)
                   RESP2      (ACCTFILE-RESP2)
               END-EXEC.

       000-FIND-GROUP-MEMBER.

           IF A-G-MEMBER-ID (WS-GROUP-SUB) = COMM-ACCOUNT-ID
               SET GROUP-MEMBER-FOUND TO TRUE.

       000-VALIDATE-AGENCY.

           MOVE WS-ASSIST-AGENCY      TO Y-AGENCY.
