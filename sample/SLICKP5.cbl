      *             (STMTFILE, written by SLICKB2) through the PRTR   *
      *             print queue - one keystroke instead of a CSR      *
      *             reconstructing last month's bill from history.    *
      *             An account with an equipment finance contract     *
      *             (SLICKPZ) shows its unbilled principal and        *
      *             monthly payment; PF6 quotes the contract payoff   *
      *             through the date keyed (today when blank) - the   *
      *             unbilled principal plus interest accrued since    *
      *             the last installment (SLICKFIN), the figure       *
      *             SLICKP7's PF9 takes. Installments already billed  *
      *             are on the balance and are paid as usual.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY PRINTQ.

           COPY FINCALWS.

       01  WS-MAP-FIELDS.
           03  WS-NAME-LAST                  PIC X(16) VALUE SPACE.
           03  WS-NAME-FIRST                 PIC X(16) VALUE SPACE.
           03  WS-CR                         PIC X(02) VALUE SPACE.
           03  WS-REPRINT-DATE               PIC 9(06) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.
           03  WS-PAYOFF-DATE.
               05  WS-P-O-YY                 PIC 9(02) VALUE ZERO.
               05  WS-P-O-MM                 PIC 9(02) VALUE ZERO.
               05  WS-P-O-DD                 PIC 9(02) VALUE ZERO.

       01  WS-FORMAT-TEL.
           03  FILLER                        PIC X(01) VALUE '('.
           03  FILLER                        PIC X(15) VALUE
                                             ' OPEN ITEM(S)  '.

      * The equipment finance contract, when the account has one.
       01  WS-FINANCE-LINE.
           03  FILLER                        PIC X(15) VALUE
                                             'EQUIP FIN OWED '.
           03  WS-F-OWED                     PIC X(10).
           03  FILLER                        PIC X(05) VALUE
                                             ' PMT '.
           03  WS-F-PAYMENT                  PIC X(10).

       01  WS-FIN-PAID-OFF-LINE              PIC X(40) VALUE
           'EQUIP FINANCE CONTRACT PAID OFF'.

       01  WS-FIN-PAYOFF                     PIC 9(08) VALUE ZERO.

       01  PAYOFF-QUOTE-MESSAGE.
           03  FILLER                        PIC X(21) VALUE
                                             'Contract payoff thru '.
           03  P-Q-DATE                      PIC X(06).
           03  FILLER                        PIC X(02) VALUE ': '.
           03  P-Q-AMOUNT                    PIC X(10).

       01  WS-EXIT                           PIC X(11) VALUE
                                             'Slick ended'.

           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'A'
               MOVE 'AGENCY  '            TO M5PTAGO
           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'D'
               MOVE 'DEPOSIT '            TO M5PTAGO
           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'G'
               MOVE 'DEPREFND'            TO M5PTAGO
           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'K'
               MOVE 'REFERRAL'            TO M5PTAGO
           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'P'
               MOVE 'PROMPTPY'            TO M5PTAGO
           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'X'
               MOVE 'FEEWAIVE'            TO M5PTAGO
           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'T'
               MOVE 'TANKFUEL'            TO M5PTAGO
           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'Y'
               MOVE 'AGCYFEE '            TO M5PTAGO
           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'M'
               MOVE 'CRMEMO  '            TO M5PTAGO
           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'Q'
               MOVE 'RFNDVOID'            TO M5PTAGO
           ELSE
           IF WS-LAST-PAYMENT-TYPE = 'E'
               MOVE 'FINPAYMT'            TO M5PTAGO
           ELSE
               MOVE SPACE                 TO M5PTAGO.
           MOVE WS-L-D-YY                 TO WORK-YY.
           MOVE WS-PREPAID-GALLONS        TO M5PPGO.
           MOVE WS-ALERT-TEXT             TO M5ALRTO.
           MOVE WS-REPRINT-DATE           TO M5RPDO.
           MOVE WS-PAYOFF-DATE            TO M5PODO.

           MOVE WS-HOLD-END               TO WS-HOLD-END-X.
           IF WS-HOLD-START NOT = ZERO

           PERFORM 000-READ-OPEN-ITEMS.

           PERFORM 000-READ-FINANCE.

      * Up to the four oldest unpaid open items: item number (the
      * apply-to number SLICKP7 takes), charge date, source type,
      * billed amount and what is still open on it. These reads
               END-IF
           END-IF.

      * Like the open items, this read clobbers the shared buffer.
       000-READ-FINANCE.

           MOVE SPACE                 TO M5FINO.

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

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               IF A-F-ACTIVE
                   MOVE A-F-PRINCIPAL-OWED TO NUM-8
                   MOVE DOLLARS-8     TO D-8
                   MOVE CENTS-8       TO C-8
                   MOVE DC-8          TO WS-F-OWED
                   MOVE A-F-MONTHLY-PAYMENT TO NUM-8
                   MOVE DOLLARS-8     TO D-8
                   MOVE CENTS-8       TO C-8
                   MOVE DC-8          TO WS-F-PAYMENT
                   MOVE WS-FINANCE-LINE TO M5FINO
               ELSE
                   MOVE WS-FIN-PAID-OFF-LINE TO M5FINO.

       000-SEND-MAP.

           MOVE COMM-DISPLAY-DATE     TO M5DATEO.
               ELSE
               IF EIBAID = DFHPF5
                   PERFORM 000-REPRINT-STATEMENT
               ELSE
               IF EIBAID = DFHPF6
                   PERFORM 000-QUOTE-PAYOFF
               ELSE
                   IF EIBAID NOT = DFHENTER
                       MOVE 'Invalid Key' TO COMM-MESSAGE.
           ELSE
               PERFORM 000-SEND-SNAPSHOT-TO-PRTR.

      * PF6: the payoff of the equipment finance contract through
      * the keyed date - unbilled principal plus the interest that
      * will have accrued on it since the last installment.
       000-QUOTE-PAYOFF.

           EXEC CICS RECEIVE
               MAP   ('SLICKM5')
               RESP  (COMM-RESP)
           END-EXEC.

           SET MAP-RECEIVED           TO TRUE.

           IF M5PODL = ZERO
               MOVE WS-PAYOFF-DATE    TO M5PODI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE M5PODI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-PAYOFF-DATE
               MOVE CH-ARRAY          TO M5PODI.

           IF WS-PAYOFF-DATE = ZERO
               MOVE COMM-TRAN-DATE (3:6) TO WS-PAYOFF-DATE.

           IF BAD-DATA
           OR WS-P-O-MM < 01
           OR WS-P-O-MM > 12
           OR WS-P-O-DD < 01
           OR WS-P-O-DD > 31
               SET BAD-DATA           TO TRUE
               MOVE -1                TO M5PODL
               MOVE 'Payoff date is YYMMDD.' TO COMM-MESSAGE
           ELSE
               MOVE WS-PAYOFF-DATE    TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               IF Y2K-DATE-1 < COMM-TRAN-DATE
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO M5PODL
                   MOVE 'Payoff date may not be in the past.'
                                      TO COMM-MESSAGE
               ELSE
                   PERFORM 000-FIGURE-PAYOFF.

       000-FIGURE-PAYOFF.

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
               MOVE 'No active finance contract.' TO COMM-MESSAGE
           ELSE
           IF NOT A-F-ACTIVE
               MOVE 'No active finance contract.' TO COMM-MESSAGE
           ELSE
               MOVE A-F-PRINCIPAL-OWED TO WS-FIN-OWED
               MOVE A-F-ANNUAL-RATE   TO WS-FIN-RATE
               MOVE A-F-LAST-BILLED   TO WS-FIN-FROM-DATE
               MOVE Y2K-DATE-1        TO WS-FIN-TO-DATE
               PERFORM 000-FIN-ACCRUED-INTEREST
               COMPUTE WS-FIN-PAYOFF =
                   A-F-PRINCIPAL-OWED + WS-FIN-INTEREST
               MOVE WS-FIN-PAYOFF     TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO P-Q-AMOUNT
               MOVE WS-PAYOFF-DATE    TO P-Q-DATE
               MOVE PAYOFF-QUOTE-MESSAGE TO COMM-MESSAGE.

       000-SEND-SNAPSHOT-TO-PRTR.

           MOVE 'N'                   TO WS-REPRINT-DONE-SW.
           END-EXEC.

           COPY SLICKNUM.

           COPY SLICKFIN.
