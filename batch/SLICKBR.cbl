      ******************************************************************
      *DESCRIPTION: Cash Drawer Balancing By Operator - an end-of-day  *
      *             batch job that reads the business date from a      *
      *             control record (BATCHPRM), sweeps every account's  *
      *             payment entries for that date, and totals them by  *
      *             the posting operator stamped on each entry         *
      *             (A-P-OPERATOR - the signed-on CSR, or LOCKBOX     *
      *             the teller actually counts out of the bag.         *
      *             Electronic drafts ('E') and LOCKBOX payments (the  *
      *             bank deposited those itself) never ride the        *
      *             deposit, nor do AGENCY collections (the agency's   *
      *             one remittance check goes in with the SLICKCL      *
      *             register), and entries from before the tender      *
      *             field count as cash. Card payments (tender 'B', or *
      *             'S' once SLICKCM has matched the processor's       *
      *             settlement) are funded by the processor, so they   *
      *             stay off the slip too; their total prints under it *
      *             for balancing against the card terminal's batch.   *
      *             The slip total goes on the run record as the bank  *
      *             amount SLICKCN matches the bank's deposit credit   *
      *             against.                                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY RUNCVSAM.

           SELECT DRAWER-DD ASSIGN TO DRAWROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.

           COPY RUNCVSFD.

       FD  DRAWER-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-CASH-DATE             PIC 9(06).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-DRAWER-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-CK-SUB                      PIC 9(03) VALUE ZERO.
       01  WS-CASH-TOTAL                  PIC 9(09) VALUE ZERO.
       01  WS-CHECK-TOTAL                 PIC 9(09) VALUE ZERO.
       01  WS-CARD-TOTAL                  PIC 9(09) VALUE ZERO.

       01  WS-CHECK-DETAIL-RECORD.
           03  FILLER                     PIC X(11).
           03  WS-K-DEPOSIT-TOTAL          PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(42) VALUE SPACE.

       01  WS-DEPOSIT-CARD-LINE.
           03  FILLER                      PIC X(26) VALUE
               'CARD - NOT DEPOSITED .... '.
           03  WS-K-CARD-TOTAL             PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(42) VALUE SPACE.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(33) VALUE
               'CASH DRAWER BALANCE BY OPERATOR  '.
       000-MAIN-PROCESS.

           MOVE 'SLICKBR ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
      * No deposit goes to the bank on a weekend or holiday night.
           MOVE 'Y'        TO WS-RUN-BUSINESS-ONLY-SW.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
           PERFORM 000-TERMINATION.

           MOVE WS-SHOP-TOTAL          TO WS-RUN-TOTAL-AMOUNT.
           COMPUTE WS-RUN-BANK-AMOUNT =
               WS-CASH-TOTAL + WS-CHECK-TOTAL.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.
       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN OUTPUT DRAWER-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-CASH-DATE        TO WS-CASH-DATE.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
                                      TO WS-ENTRY-OPERATOR
               END-IF

      * A voided refund check ('Q') nets against the refund under
      * the operator who voided it, but is never on the slip.
               IF A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'R' OR 'F'
                   COMPUTE WS-ENTRY-AMOUNT =
                       ZERO - A-P-AMOUNT (WS-RECORD-NUM)
               ELSE
      * A write-off, interest credit, rebate, deposit credit,
      * referral credit, prompt-pay discount, fee waiver, fuel-left-
      * in-tank credit, collection agency fee or credit memo moved
      * no money - nothing for the drawer.
               IF A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'W' OR 'I' OR 'B'
                                                   OR 'A' OR 'G' OR 'K'
                                                   OR 'P' OR 'X'
                                                   OR 'T' OR 'Y' OR 'M'
                   MOVE ZERO          TO WS-ENTRY-AMOUNT
               ELSE
                   MOVE A-P-AMOUNT (WS-RECORD-NUM)
               ADD WS-ENTRY-AMOUNT    TO WS-SHOP-TOTAL

      * Only money physically in the bag rides the deposit slip:
      * plain payments, recoveries, security deposits and finance
      * payments, never reversals, refunds, write-offs or electronic
      * drafts - and never the lockbox checks, which the bank
      * already deposited on its own side, nor a collection agency's
      * remittance, which comes as one check for the month and is
      * deposited with the SLICKCL register. Card money is counted
      * apart - the processor funds it.
               IF (A-P-ENTRY-TYPE (WS-RECORD-NUM) = SPACE
                   OR A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'C'
                   OR A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'D'
                   OR A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'E')
               AND A-P-TENDER (WS-RECORD-NUM) NOT = 'E'
               AND A-P-OPERATOR (WS-RECORD-NUM) NOT = 'LOCKBOX '
               AND A-P-OPERATOR (WS-RECORD-NUM) NOT = 'AGENCY  '
                   IF A-P-TENDER (WS-RECORD-NUM) = 'B'
                   OR A-P-TENDER (WS-RECORD-NUM) = 'S'
                       ADD A-P-AMOUNT (WS-RECORD-NUM)
                           TO WS-CARD-TOTAL
                   ELSE
                       PERFORM 000-ADD-TO-DEPOSIT.

       000-ADD-TO-DEPOSIT.

           MOVE DC-9                  TO WS-K-DEPOSIT-TOTAL.
           WRITE DRAWER-LINE FROM WS-DEPOSIT-TOTAL-LINE.

           WRITE DRAWER-LINE FROM WS-BLANK-LINE.
           MOVE WS-CARD-TOTAL         TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-K-CARD-TOTAL.
           WRITE DRAWER-LINE FROM WS-DEPOSIT-CARD-LINE.

       000-PRINT-CHECK-LINE.

           IF WS-CK-TENDER (WS-CK-SUB) = 'M'
