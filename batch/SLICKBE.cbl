      ******************************************************************
      *DESCRIPTION: Budget Season-End True-Up - a batch job run once   *
      *             per season that reads the season's from/to dates   *
      *             from a control record (BATCHPRM) and, for every    *
      *             active budget account (A-S-BUDGET-AMOUNT > 0),     *
      *             compares the budget payments collected in the      *
      *             window (net of reversals) against the delivery    *
      *             paid against its earliest months.                 *
      *             Replaces the spreadsheet the office manager       *
      *             rebuilt from SLICKP4 screens every May.           *
      *             Equipment finance money is not budget money: a    *
      *             finance payment ('E') never counts as collected,  *
      *             and the installments SLICKD4 billed in the window *
      *             (maintenance types 'Q' and 'I') come back out of  *
      *             the payments collected - they age and dun like    *
      *             any charge, so the customer's payments went to    *
      *             them first.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY RUNCVSAM.

           SELECT TRUEUP-DD ASSIGN TO TRUEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRUEUP-STATUS.

           COPY RUNCVSFD.

       FD  TRUEUP-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-FROM-DATE              PIC 9(06).
           03  PARM-TO-DATE                PIC 9(06).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-TRUEUP-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-PAYMENT-DUE                 PIC 9(06) VALUE ZERO.
       01  WS-DELIVERY-ENTRIES-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-ENTRIES-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-MAINT-ENTRIES-COUNT         PIC 9(04) VALUE ZERO.

       01  WS-PAYMENTS-COLLECTED          PIC S9(09) VALUE ZERO.
       01  WS-CHARGES-POSTED              PIC S9(09) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKBE ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN OUTPUT TRUEUP-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.

           MOVE PARM-FROM-DATE     TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           PERFORM 000-Y2K-WINDOW-2.
           MOVE Y2K-DATE-2         TO WS-TO-DATE.


           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
                                      TO WS-DELIVERY-ENTRIES-COUNT
                   MOVE A-S-PAYMENT-ENTRIES
                                      TO WS-PAYMENT-ENTRIES-COUNT
                   MOVE A-S-MAINTENANCE-ENTRIES
                                      TO WS-MAINT-ENTRIES-COUNT

                   PERFORM 000-TOTAL-SEASON-ACTIVITY
                   PERFORM 000-SETTLE-ACCOUNT
                   VARYING WS-ENTRY-SUB FROM 1 BY 1
                     UNTIL WS-ENTRY-SUB > WS-DELIVERY-ENTRIES-COUNT.

           IF WS-MAINT-ENTRIES-COUNT NOT = ZERO
               PERFORM 000-TOTAL-MAINT-ENTRY
                   VARYING WS-ENTRY-SUB FROM 1 BY 1
                     UNTIL WS-ENTRY-SUB > WS-MAINT-ENTRIES-COUNT.

           IF WS-PAYMENTS-COLLECTED < ZERO
               MOVE ZERO              TO WS-PAYMENTS-COLLECTED.

       000-FETCH-PAYMENT-RECORD.

           COMPUTE WS-RECORD-NUM = (WS-ENTRY-SUB - 1) / 20.
                       FROM WS-PAYMENTS-COLLECTED
               ELSE
      * Write-offs, recoveries and interest credits are
      * bookkeeping, not budget money collected - nor is a security
      * deposit or its credit back, nor a referral credit or
      * prompt-pay discount or fee waiver, nor the fuel left in the
      * tank credited to a seller at a premises transfer, nor the
      * fee a collection agency kept, nor a credit memo, nor a
      * payment against an equipment finance contract.
               IF A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'W' OR 'C' OR 'I'
                                                   OR 'B' OR 'A'
                                                   OR 'D' OR 'G' OR 'K'
                                                   OR 'P' OR 'X'
                                                   OR 'T' OR 'Y' OR 'M'
                                                   OR 'E'
                   CONTINUE
               ELSE
                   ADD A-P-AMOUNT (WS-RECORD-NUM)
                   ADD A-D-TAX-AMOUNT (WS-RECORD-NUM)
                       TO WS-CHARGES-POSTED.

       000-FETCH-MAINT-RECORD.

           COMPUTE WS-RECORD-NUM = (WS-ENTRY-SUB - 1) / 10.
           COMPUTE WS-RECORD-NUM = WS-ENTRY-SUB -
                                    (WS-RECORD-NUM * 10).

           IF WS-ENTRY-SUB = 1
              OR WS-RECORD-NUM = 1
               COMPUTE WS-CACHED-RECORD-NUM = (WS-ENTRY-SUB - 1) / 10
               MOVE WS-CURRENT-ACCOUNT-ID  TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE        TO AFR-KEY-TYPE
               MOVE WS-CACHED-RECORD-NUM   TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-MAINTENANCE-RECORD.

      * An equipment finance installment billed in the window is
      * taken back out of the payments collected.
       000-TOTAL-MAINT-ENTRY.

           PERFORM 000-FETCH-MAINT-RECORD.

           MOVE A-M-DATE-OF-SERVICE (WS-RECORD-NUM) TO Y2K-YYMMDD-3.
           PERFORM 000-Y2K-WINDOW-3.

           IF Y2K-DATE-3 NOT < WS-FROM-DATE
              AND Y2K-DATE-3 NOT > WS-TO-DATE
               IF A-M-ENTRY-TYPE (WS-RECORD-NUM) = 'Q' OR 'I'
                   SUBTRACT A-M-SERVICE-CHARGE (WS-RECORD-NUM)
                       FROM WS-PAYMENTS-COLLECTED.

       000-SETTLE-ACCOUNT.

           COMPUTE WS-SHORTFALL =
