       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKD4.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Equipment Finance Billing - the monthly batch job  *
      *             that bills each installment due on an equipment    *
      *             finance contract (ACCOUNT-FINANCE-RECORD, set up   *
      *             on SLICKPZ). For every active contract whose next  *
      *             due date has come, the month's interest on the     *
      *             owed principal (SLICKFIN, 30/360) and the rest of  *
      *             the level payment as principal are billed onto the *
      *             account as maintenance entries 'I' and 'Q',        *
      *             technician 0, carried together as ONE open item    *
      *             (source 'Q') the way SLICKBF carries a plan fee -  *
      *             so the installment ages, duns and is paid like any *
      *             other charge, and only the installment, never the  *
      *             whole sale, is ever on A-S-BALANCE. The principal  *
      *             part comes off A-F-PRINCIPAL-OWED and the due date *
      *             moves on a month. The last installment bills       *
      *             whatever principal is left, and a contract billed  *
      *             down to nothing is marked paid off. A contract     *
      *             behind by more than one month (a missed run) is    *
      *             billed each month it is behind. Every installment  *
      *             is listed on the report (FINBIL-DD).               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT FINBIL-DD ASSIGN TO FINBILRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FINBIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  FINBIL-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FINBIL-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

           COPY FINCALWS.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-FINBIL-STATUS               PIC X(02) VALUE SPACE.
       01  WS-EXTEND-EXISTS-STATUS        PIC X(02) VALUE SPACE.
           88  WS-EXTEND-EXISTS           VALUE '00'.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-DUE-SW                      PIC X(01) VALUE 'N'.
           88  INSTALLMENT-DUE            VALUE 'Y'.

      * The installment in hand, kept apart from the contract record
      * before the statistics READ clobbers the shared ACCTFILE
      * storage.
       01  WS-DUE-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-PRINCIPAL-PART              PIC 9(08) VALUE ZERO.
       01  WS-INTEREST-PART               PIC 9(08) VALUE ZERO.
       01  WS-OWED-AFTER                  PIC 9(08) VALUE ZERO.
       01  WS-PAID-OFF-SW                 PIC X(01) VALUE 'N'.
           88  CONTRACT-PAID-OFF          VALUE 'Y'.
       01  WS-NAME-LAST                   PIC X(16) VALUE SPACE.

       01  WS-INSTALLMENT-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-PAID-OFF-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-PRINCIPAL-TOTAL             PIC 9(09) VALUE ZERO.
       01  WS-INTEREST-TOTAL              PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-BILLED             PIC 9(06) VALUE ZERO.
       01  WS-LAST-ACCOUNT-BILLED         PIC 9(05) VALUE ZERO.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-MAINTENANCE-RECORD          PIC 9(04) VALUE ZERO.
       01  WS-MAINTENANCE-SUB             PIC 9(02) VALUE ZERO.
       01  WS-FEE-TYPE                    PIC X(01) VALUE SPACE.
       01  WS-FEE-AMOUNT                  PIC 9(08) VALUE ZERO.

      * Open-item work areas - the installment is carried as an open
      * item the same way SLICKBF carries a billed plan fee.
       01  WS-OI-ACCOUNT                  PIC 9(05) VALUE ZERO.
       01  WS-OI-TYPE                     PIC X(01) VALUE SPACE.
       01  WS-OI-DATE                     PIC 9(06) VALUE ZERO.
       01  WS-OI-AMOUNT                   PIC 9(08) VALUE ZERO.
       01  WS-OI-NEW-ENTRY                PIC 9(04) VALUE ZERO.
       01  WS-OI-RECORD                   PIC 9(04) VALUE ZERO.
       01  WS-OI-SUB                      PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'EQUIPMENT FINANCE BILLING  -  RUN OF    '.
           03  WS-H-RUN-DATE              PIC 9(08).
           03  FILLER                     PIC X(32) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'ACCT  NAME              DUE DATE   PRINC'.
           03  FILLER                     PIC X(40) VALUE
               'IPAL    INTEREST    STILL OWED  NOTE    '.

       01  WS-DETAIL-LINE.
           03  WS-D-ACCOUNT-ID            PIC 9(05).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-D-NAME                  PIC X(16).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-DUE-DATE              PIC 9(08).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-PRINCIPAL             PIC X(10).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-INTEREST              PIC X(10).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-OWED                  PIC X(10).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-NOTE                  PIC X(08).
           03  FILLER                     PIC X(02) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  WS-T-INSTALLMENTS          PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(13) VALUE
                                          ' INSTALLMENTS'.
           03  FILLER                     PIC X(02) VALUE ', '.
           03  WS-T-PAID-OFF              PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(19) VALUE
                                          ' CONTRACTS PAID OFF'.
           03  FILLER                     PIC X(32) VALUE SPACE.

       01  WS-PRINCIPAL-LINE.
           03  FILLER                     PIC X(24) VALUE
               'PRINCIPAL BILLED        '.
           03  WS-T-PRINCIPAL             PIC X(12).
           03  FILLER                     PIC X(44) VALUE SPACE.

       01  WS-INTEREST-LINE.
           03  FILLER                     PIC X(24) VALUE
               'INTEREST BILLED         '.
           03  WS-T-INTEREST              PIC X(12).
           03  FILLER                     PIC X(44) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKD4 ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-CHECK-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-ACCOUNTS-BILLED    TO WS-RUN-ACCOUNTS.
           COMPUTE WS-RUN-TOTAL-AMOUNT =
               WS-PRINCIPAL-TOTAL + WS-INTEREST-TOTAL.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN OUTPUT FINBIL-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE WS-RUN-CCYYMMDD (3:6) TO WS-TODAY-YYMMDD.

           MOVE WS-RUN-CCYYMMDD       TO WS-H-RUN-DATE.
           WRITE FINBIL-LINE FROM WS-HEADING-LINE.
           WRITE FINBIL-LINE FROM WS-BLANK-LINE.
           WRITE FINBIL-LINE FROM WS-COLUMN-LINE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE FINBIL-DD.

      * Bill every installment that has come due, one month at a
      * time, until the contract is current (or paid off).
       000-CHECK-ACCOUNT.

           SET INSTALLMENT-DUE        TO TRUE.

           PERFORM 000-CHECK-CONTRACT
               UNTIL NOT INSTALLMENT-DUE.

       000-CHECK-CONTRACT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-F-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-FINANCE-RECORD.

           IF NOT WS-ACCTFILE-OK
               MOVE 'N'               TO WS-DUE-SW
           ELSE
           IF NOT A-F-ACTIVE
           OR A-F-NEXT-DUE > WS-RUN-CCYYMMDD
               MOVE 'N'               TO WS-DUE-SW
           ELSE
               PERFORM 000-BILL-INSTALLMENT.

      * The month's interest runs from the last date billed to this
      * due date; the rest of the level payment is principal. The
      * final installment - the term's last, or one the payment
      * would overrun - takes whatever principal is left. The
      * contract record is still in the buffer and is rewritten
      * first.
       000-BILL-INSTALLMENT.

           MOVE A-F-NEXT-DUE          TO WS-DUE-DATE.

           MOVE A-F-PRINCIPAL-OWED    TO WS-FIN-OWED.
           MOVE A-F-ANNUAL-RATE       TO WS-FIN-RATE.
           MOVE A-F-LAST-BILLED       TO WS-FIN-FROM-DATE.
           MOVE A-F-NEXT-DUE          TO WS-FIN-TO-DATE.
           PERFORM 000-FIN-ACCRUED-INTEREST.
           MOVE WS-FIN-INTEREST       TO WS-INTEREST-PART.

           IF A-F-MONTHLY-PAYMENT > WS-INTEREST-PART
               COMPUTE WS-PRINCIPAL-PART =
                   A-F-MONTHLY-PAYMENT - WS-INTEREST-PART
           ELSE
               MOVE ZERO              TO WS-PRINCIPAL-PART.

           IF WS-PRINCIPAL-PART > A-F-PRINCIPAL-OWED
           OR A-F-INSTALLMENTS-BILLED + 1 NOT < A-F-TERM-MONTHS
               MOVE A-F-PRINCIPAL-OWED TO WS-PRINCIPAL-PART.

           SUBTRACT WS-PRINCIPAL-PART FROM A-F-PRINCIPAL-OWED.
           ADD WS-PRINCIPAL-PART      TO A-F-PRINCIPAL-BILLED.
           ADD WS-INTEREST-PART       TO A-F-INTEREST-BILLED.
           ADD 1                      TO A-F-INSTALLMENTS-BILLED.
           MOVE WS-DUE-DATE           TO A-F-LAST-BILLED.

           MOVE WS-DUE-DATE           TO WS-FIN-DATE-N.
           PERFORM 000-FIN-ADD-MONTH.
           MOVE WS-FIN-DATE-N         TO A-F-NEXT-DUE.

           MOVE A-F-PRINCIPAL-OWED    TO WS-OWED-AFTER.
           MOVE 'N'                   TO WS-PAID-OFF-SW.

           IF A-F-PRINCIPAL-OWED = ZERO
               MOVE 'P'               TO A-F-STATUS
               MOVE WS-DUE-DATE       TO A-F-PAYOFF-DATE
               MOVE ZERO              TO A-F-PAYOFF-INTEREST
               SET CONTRACT-PAID-OFF  TO TRUE.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-F-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-FINANCE-RECORD.

           PERFORM 000-CHARGE-ACCOUNT.

           IF CONTRACT-PAID-OFF
               MOVE 'N'               TO WS-DUE-SW.

      * Both parts go on the balance and the maintenance chain; an
      * interest-free installment bills no 'I' entry.
       000-CHARGE-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           MOVE A-S-NAME-LAST         TO WS-NAME-LAST.
           COMPUTE WS-NEW-ENTRY = A-S-MAINTENANCE-ENTRIES + 1.

           ADD 1                      TO A-S-MAINTENANCE-ENTRIES.
           IF WS-INTEREST-PART > ZERO
               ADD 1                  TO A-S-MAINTENANCE-ENTRIES.

           MOVE WS-TODAY-YYMMDD       TO A-S-LAST-MAINTENANCE.
           COMPUTE A-S-BALANCE = A-S-BALANCE + WS-PRINCIPAL-PART
                                             + WS-INTEREST-PART.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           MOVE 'Q'                   TO WS-FEE-TYPE.
           MOVE WS-PRINCIPAL-PART     TO WS-FEE-AMOUNT.
           PERFORM 000-WRITE-FEE-ENTRY.

           IF WS-INTEREST-PART > ZERO
               ADD 1                  TO WS-NEW-ENTRY
               MOVE 'I'               TO WS-FEE-TYPE
               MOVE WS-INTEREST-PART  TO WS-FEE-AMOUNT
               PERFORM 000-WRITE-FEE-ENTRY.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-OI-ACCOUNT.
           MOVE 'Q'                   TO WS-OI-TYPE.
           MOVE WS-TODAY-YYMMDD       TO WS-OI-DATE.
           COMPUTE WS-OI-AMOUNT =
               WS-PRINCIPAL-PART + WS-INTEREST-PART.
           PERFORM 000-ADD-OPEN-ITEM.

           PERFORM 000-WRITE-DETAIL-LINE.

           ADD 1                      TO WS-INSTALLMENT-COUNT.
           ADD WS-PRINCIPAL-PART      TO WS-PRINCIPAL-TOTAL.
           ADD WS-INTEREST-PART       TO WS-INTEREST-TOTAL.

           IF CONTRACT-PAID-OFF
               ADD 1                  TO WS-PAID-OFF-COUNT.

           IF WS-CURRENT-ACCOUNT-ID NOT = WS-LAST-ACCOUNT-BILLED
               ADD 1                  TO WS-ACCOUNTS-BILLED
               MOVE WS-CURRENT-ACCOUNT-ID TO WS-LAST-ACCOUNT-BILLED.

       000-WRITE-FEE-ENTRY.

           COMPUTE WS-MAINTENANCE-RECORD =
               (WS-NEW-ENTRY - 1) / 10.
           COMPUTE WS-MAINTENANCE-SUB =
               WS-NEW-ENTRY - (WS-MAINTENANCE-RECORD * 10).

           IF WS-MAINTENANCE-SUB = 1
               MOVE SPACE             TO ACCOUNT-MAINTENANCE-RECORD
               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO A-M-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO A-M-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD
                                      TO A-M-RECORD-NUMBER
               MOVE ZERO              TO
                   A-M-TECHNICIAN (WS-MAINTENANCE-SUB)
               MOVE WS-FEE-AMOUNT     TO
                   A-M-SERVICE-CHARGE (WS-MAINTENANCE-SUB)
               MOVE WS-TODAY-YYMMDD   TO
                   A-M-DATE-OF-SERVICE (WS-MAINTENANCE-SUB)
               MOVE WS-FEE-TYPE       TO
                   A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB)

               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD
                                      TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-MAINTENANCE-RECORD

           ELSE
               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD
                                      TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-MAINTENANCE-RECORD

               MOVE ZERO              TO
                   A-M-TECHNICIAN (WS-MAINTENANCE-SUB)
               MOVE WS-FEE-AMOUNT     TO
                   A-M-SERVICE-CHARGE (WS-MAINTENANCE-SUB)
               MOVE WS-TODAY-YYMMDD   TO
                   A-M-DATE-OF-SERVICE (WS-MAINTENANCE-SUB)
               MOVE WS-FEE-TYPE       TO
                   A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB)

               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD
                                      TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-MAINTENANCE-RECORD.

      * Append the installment to the open-item chain, as SLICKBF
      * does for a plan fee.
       000-ADD-OPEN-ITEM.

           MOVE WS-OI-ACCOUNT         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           MOVE WS-ACCTFILE-STATUS    TO WS-EXTEND-EXISTS-STATUS.

           IF NOT WS-EXTEND-EXISTS
               MOVE SPACE             TO ACCOUNT-EXTEND-RECORD
               MOVE WS-OI-ACCOUNT     TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE   TO A-E-KEY-TYPE
               MOVE ZERO              TO A-E-RECORD-NUMBER
               MOVE 1                 TO A-E-OPEN-ITEM-ENTRIES
               MOVE 1                 TO WS-OI-NEW-ENTRY
           ELSE
               IF A-E-OPEN-ITEM-ENTRIES NUMERIC
                   COMPUTE WS-OI-NEW-ENTRY =
                       A-E-OPEN-ITEM-ENTRIES + 1
               ELSE
                   MOVE 1             TO WS-OI-NEW-ENTRY
               END-IF
               MOVE WS-OI-NEW-ENTRY   TO A-E-OPEN-ITEM-ENTRIES.

           MOVE WS-OI-ACCOUNT         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF WS-EXTEND-EXISTS
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-EXTEND-RECORD
           ELSE
               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-EXTEND-RECORD.

           COMPUTE WS-OI-RECORD = (WS-OI-NEW-ENTRY - 1) / 20.
           COMPUTE WS-OI-SUB =
               WS-OI-NEW-ENTRY - (WS-OI-RECORD * 20).

           PERFORM 000-WRITE-OPEN-ITEM-ENTRY.

       000-WRITE-OPEN-ITEM-ENTRY.

           IF WS-OI-SUB = 1
               MOVE SPACE             TO ACCOUNT-OPEN-ITEM-RECORD
               MOVE WS-OI-ACCOUNT     TO A-O-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO A-O-KEY-TYPE
               MOVE WS-OI-RECORD      TO A-O-RECORD-NUMBER
               PERFORM 000-FILL-OPEN-ITEM-SLOT

               MOVE WS-OI-ACCOUNT     TO AFR-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-OI-RECORD      TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-OPEN-ITEM-RECORD

           ELSE
               MOVE WS-OI-ACCOUNT     TO AFR-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-OI-RECORD      TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-OPEN-ITEM-RECORD

               PERFORM 000-FILL-OPEN-ITEM-SLOT

               MOVE WS-OI-ACCOUNT     TO AFR-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-OI-RECORD      TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-OPEN-ITEM-RECORD.

       000-FILL-OPEN-ITEM-SLOT.

           MOVE WS-OI-TYPE            TO A-O-SOURCE-TYPE (WS-OI-SUB).
           MOVE WS-OI-DATE            TO A-O-CHARGE-DATE (WS-OI-SUB).
           MOVE WS-OI-AMOUNT          TO A-O-AMOUNT (WS-OI-SUB).
           MOVE ZERO                  TO A-O-PAID (WS-OI-SUB).
           MOVE SPACE                 TO A-O-STATUS (WS-OI-SUB).

       000-WRITE-DETAIL-LINE.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-D-ACCOUNT-ID.
           MOVE WS-NAME-LAST          TO WS-D-NAME.
           MOVE WS-DUE-DATE           TO WS-D-DUE-DATE.

           MOVE WS-PRINCIPAL-PART     TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-D-PRINCIPAL.

           MOVE WS-INTEREST-PART      TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-D-INTEREST.

           MOVE WS-OWED-AFTER         TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-D-OWED.

           IF CONTRACT-PAID-OFF
               MOVE 'PAID OFF'        TO WS-D-NOTE
           ELSE
               MOVE SPACE             TO WS-D-NOTE.

           WRITE FINBIL-LINE FROM WS-DETAIL-LINE.

       000-WRITE-TOTALS.

           WRITE FINBIL-LINE FROM WS-BLANK-LINE.

           MOVE WS-INSTALLMENT-COUNT  TO WS-T-INSTALLMENTS.
           MOVE WS-PAID-OFF-COUNT     TO WS-T-PAID-OFF.
           WRITE FINBIL-LINE FROM WS-TOTAL-LINE.

           MOVE WS-PRINCIPAL-TOTAL    TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-PRINCIPAL.
           WRITE FINBIL-LINE FROM WS-PRINCIPAL-LINE.

           MOVE WS-INTEREST-TOTAL     TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-INTEREST.
           WRITE FINBIL-LINE FROM WS-INTEREST-LINE.

           COPY SLICKFIN.

           COPY SLICKNUM.

           COPY SLICKRCT.
