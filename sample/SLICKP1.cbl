      *             before the SE12 ABEND, so the statistics record    *
      *             doesn't survive as an orphan outside the min/max   *
      *             range the next Add Account scans.                 *
      *                                                                *
      *             000-WRITE-CREDIT-APPLICATION writes the account's  *
      *             extension record with the credit application keyed *
      *             on the map - the credit limit (zero for none),     *
      *             whether a security deposit is required and how     *
      *             much - in the same unit of work as the statistics  *
      *             record; a failed WRITE rolls the add back and      *
      *             abends SE20. SLICKP6 and SLICKBJ hold deliveries   *
      *             against the limit; SLICKP7 PF6 takes the deposit.  *
      *                                                                *
      *             A quote converted on SLICKPN (PF8) arrives with    *
      *             the lead, the quoted price and price program       *
      *             already on the screen; 000-LINK-PROSPECT marks the *
      *             prospect won with the new account's id, and the    *
      *             account's extension record keeps the prospect      *
      *             number. A failure there rolls the add back and     *
      *             abends SE21.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY BRNFILE.

           COPY PRSFILE.

       01  WS-MAP-FIELDS.
           03  WS-NAME-LAST                  PIC X(16) VALUE SPACE.
           03  WS-NAME-FIRST                 PIC X(16) VALUE SPACE.
           03  WS-SIZE-OF-TANK               PIC 9(04) VALUE ZERO.
           03  WS-UNIT-PRICE                 PIC 9(05) VALUE ZERO.
           03  WS-BRANCH                     PIC X(02) VALUE SPACE.
           03  WS-CREDIT-LIMIT               PIC 9(08) VALUE ZERO.
           03  WS-DEPOSIT-REQUIRED           PIC X(01) VALUE SPACE.
           03  WS-DEPOSIT-AMOUNT             PIC 9(08) VALUE ZERO.
           03  WS-PROSPECT-ID                PIC 9(05) VALUE ZERO.
           03  WS-PRICE-PROGRAM              PIC X(02) VALUE SPACE.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  TEMP-DATE.
           03  A-A-ACCOUNT-ID                PIC 9(05) VALUE ZERO.
           03  FILLER                        PIC X(07) VALUE ' added.'.

       01  PROSPECT-LOADED-MESSAGE.
           03  FILLER                        PIC X(09) VALUE
                                             'Prospect '.
           03  P-L-PROSPECT-ID               PIC 9(05) VALUE ZERO.
           03  FILLER                        PIC X(20) VALUE
                                             ' loaded; PF1 to add.'.

       01  WS-EXIT                           PIC X(11) VALUE
                                             'Slick ended'.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

      * Converted from a quote on SLICKPN: the lead and the quoted
      * price arrive in COMM-SAVE; put them on the screen to finish.
           IF COMM-CONVERT
               MOVE COMM-SAVE         TO WS-MAP-FIELDS
               PERFORM 000-VALIDATE-MAP-FIELDS
               MOVE WS-PROSPECT-ID    TO P-L-PROSPECT-ID
               MOVE PROSPECT-LOADED-MESSAGE
                                      TO COMM-MESSAGE
               MOVE 'Add'             TO COMM-FUNCTION
               SET COMM-ADD           TO TRUE.

       000-SEND-MAP.

           MOVE COMM-DISPLAY-DATE     TO M1DATEO.

       000-VALIDATE-MAP-FIELDS.

      * Deposit Amount (Required when a deposit is required)
           IF M1DAMTL = ZERO
               MOVE WS-DEPOSIT-AMOUNT TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO M1DAMTI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 8                 TO WS-FIELD-SIZE
               MOVE M1DAMTI           TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-DEPOSIT-AMOUNT
               MOVE DC-8              TO M1DAMTI.

      * Deposit Required (Optional: Y, or N/blank for none)
           IF M1DREQL = ZERO
               MOVE WS-DEPOSIT-REQUIRED TO M1DREQI
           ELSE
               INSPECT M1DREQI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE M1DREQI           TO WS-DEPOSIT-REQUIRED.

           IF WS-DEPOSIT-REQUIRED = 'N'
               MOVE SPACE             TO WS-DEPOSIT-REQUIRED.

           IF WS-DEPOSIT-REQUIRED NOT = SPACE
           AND WS-DEPOSIT-REQUIRED NOT = 'Y'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M1DREQL
               MOVE 'Deposit required is Y or blank.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-DEPOSIT-REQUIRED = 'Y'
           AND WS-DEPOSIT-AMOUNT = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M1DAMTL
               MOVE 'Enter the deposit amount.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-DEPOSIT-REQUIRED = SPACE
               MOVE ZERO              TO WS-DEPOSIT-AMOUNT.

      * Credit Limit (Optional, zero = no limit)
           IF M1CLMTL = ZERO
               MOVE WS-CREDIT-LIMIT   TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO M1CLMTI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 8                 TO WS-FIELD-SIZE
               MOVE M1CLMTI           TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-CREDIT-LIMIT
               MOVE DC-8              TO M1CLMTI.

      * Unit Cost (Required)
           IF M1UNITL = ZERO
               MOVE WS-UNIT-PRICE     TO NUM-5
               MOVE WS-SIZE-OF-TANK     TO A-S-SIZE-OF-TANK
               MOVE WS-SIZE-OF-HOME     TO A-S-SIZE-OF-HOME
               MOVE WS-UNIT-PRICE       TO A-S-UNIT-PRICE
               MOVE WS-PRICE-PROGRAM    TO A-S-PRICE-PROGRAM

               COMPUTE A-S-ESTIMATED-USAGE = (WS-SIZE-OF-HOME * 2) / 3

                   END-EXEC
               ELSE
                   PERFORM 000-WRITE-JOURNAL-ENTRY
                   PERFORM 000-WRITE-CREDIT-APPLICATION

                   IF WS-PROSPECT-ID > ZERO
                       PERFORM 000-LINK-PROSPECT
                   END-IF

                   MOVE A-C-RECORD-TYPE TO A-C-KEY-TYPE

               RESP2      (JRNLFILE-RESP2)
           END-EXEC.

      * The credit application rides a new extension record, written
      * in the same unit of work as the statistics record: a failure
      * backs the add out rather than leave an account with no limit
      * on file. The key is left as the new account's, so the
      * control-record READ that follows builds its key as before.
       000-WRITE-CREDIT-APPLICATION.

           MOVE SPACE                 TO ACCOUNT-EXTEND-RECORD.
           MOVE COMM-ACCOUNT-ID       TO A-E-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO A-E-KEY-TYPE.
           MOVE ZERO                  TO A-E-RECORD-NUMBER.
           MOVE ZERO                  TO A-E-OPEN-ITEM-ENTRIES.

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
           MOVE WS-PROSPECT-ID        TO A-E-PROSPECT-ID.

           EXEC CICS WRITE
               FILE       ('ACCTFILE')
               FROM       (ACCOUNT-EXTEND-RECORD)
               RIDFLD     (A-E-KEY)
               LENGTH     (ACCTFILE-LENGTH)
               KEYLENGTH  (ACCTFILE-KEYLENGTH)
               RESP       (ACCTFILE-RESP)
               RESP2      (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT
                   ROLLBACK
               END-EXEC
               MOVE 'SE20' TO COMM-ABCODE
               EXEC CICS ABEND
                   ABCODE (COMM-ABCODE)
                   NODUMP
               END-EXEC.

      * Close the quote the account was converted from: won, with
      * the new account's id, in the same unit of work as the add -
      * a failure backs the add out so the quote can be converted
      * again rather than leave a customer the prospect can't find.
       000-LINK-PROSPECT.

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

           IF PRSFILE-RESP = DFHRESP(NORMAL)
               MOVE COMM-ACCOUNT-ID   TO PR-ACCOUNT-ID
               MOVE 'W'               TO PR-QUOTE-STATUS
               MOVE COMM-TRAN-DATE (3:6)
                                      TO PR-QUOTE-CLOSED-DATE

               EXEC CICS REWRITE
                   FILE       ('PROSPECT')
                   FROM       (PROSPECT-RECORD)
                   LENGTH     (PRSFILE-LENGTH)
                   RESP       (PRSFILE-RESP)
                   RESP2      (PRSFILE-RESP2)
               END-EXEC.

           IF PRSFILE-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT
                   ROLLBACK
               END-EXEC
               MOVE 'SE21' TO COMM-ABCODE
               EXEC CICS ABEND
                   ABCODE (COMM-ABCODE)
                   NODUMP
               END-EXEC.

       000-VALIDATE-BRANCH.

           MOVE WS-BRANCH             TO BR-BRANCH.
