       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKD1.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Price Program Season Switch - the batch job run    *
      *             nightly through the autumn that moves each account *
      *             enrolled in next season's price program (A-E-      *
      *             RENEWAL-STATUS 'E', taken on SLICKPY or through    *
      *             SLICKBQ) onto it once the program's season has     *
      *             started (G-EFFECTIVE-DATE reached): the program    *
      *             code goes onto A-S-PRICE-PROGRAM, so deliveries    *
      *             from then on price by it, and the enrollment is    *
      *             marked switched ('S') so it is done once only.     *
      *             For a prepay program (G-PREPAY 'Y') the season's   *
      *             gallons (A-E-RENEWAL-GALLONS) are billed at G-RATE *
      *             (G-CAP on a capped program) as a type-'G'          *
      *             maintenance entry, technician 0, carried as its    *
      *             own open item the way SLICKBF bills a plan fee,    *
      *             and the gallons are banked in A-S-PREPAID-GALLONS  *
      *             for SLICKP6 to draw down.                          *
      *             An enrollment whose program is no longer on file   *
      *             or has already expired, or a prepay enrollment     *
      *             with no gallons, is listed on the report (SWITCH-  *
      *             DD) and left enrolled for the office to correct.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT PRICEPGM-DD ASSIGN TO PRICEPGM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-PRICEPGM-STATUS.

           SELECT SWITCH-DD ASSIGN TO SWITCHRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWITCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  PRICEPGM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PGMFILE.

       FD  SWITCH-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SWITCH-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-PRICEPGM-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PRICEPGM-OK             VALUE '00'.
       01  WS-SWITCH-STATUS               PIC X(02) VALUE SPACE.
       01  WS-EXTEND-EXISTS-STATUS        PIC X(02) VALUE SPACE.
           88  WS-EXTEND-EXISTS           VALUE '00'.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-END-OF-CONTRACT             PIC 9(08) VALUE ZERO.

      * Shadow copies taken before the extension READ clobbers the
      * shared ACCTFILE storage.
       01  WS-NAME-LAST                   PIC X(16) VALUE SPACE.
       01  WS-PROGRAM                     PIC X(02) VALUE SPACE.
       01  WS-GALLONS                     PIC 9(05) VALUE ZERO.
       01  WS-PRICE                       PIC 9(05) VALUE ZERO.
       01  WS-PREPAY-AMOUNT               PIC 9(08) VALUE ZERO.

       01  WS-SWITCHED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-BILLED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-HELD-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-PREPAY-TOTAL                PIC 9(09) VALUE ZERO.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-MAINTENANCE-RECORD          PIC 9(04) VALUE ZERO.
       01  WS-MAINTENANCE-SUB             PIC 9(02) VALUE ZERO.

      * Open-item work areas - the billed prepayment is carried as an
      * open item the same way SLICKBF carries a billed plan fee.
       01  WS-OI-ACCOUNT                  PIC 9(05) VALUE ZERO.
       01  WS-OI-TYPE                     PIC X(01) VALUE SPACE.
       01  WS-OI-DATE                     PIC 9(06) VALUE ZERO.
       01  WS-OI-AMOUNT                   PIC 9(08) VALUE ZERO.
       01  WS-OI-NEW-ENTRY                PIC 9(04) VALUE ZERO.
       01  WS-OI-RECORD                   PIC 9(04) VALUE ZERO.
       01  WS-OI-SUB                      PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'PRICE PROGRAM SEASON SWITCH  -  RUN OF  '.
           03  WS-H-RUN-DATE              PIC 9(08).
           03  FILLER                     PIC X(32) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'ACCT  NAME              PLAN  GALLONS  P'.
           03  FILLER                     PIC X(40) VALUE
               'REPAYMENT   NOTE                        '.

       01  WS-DETAIL-LINE.
           03  WS-D-ACCOUNT-ID            PIC 9(05).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-D-NAME                  PIC X(16).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-PROGRAM               PIC X(02).
           03  FILLER                     PIC X(03) VALUE SPACE.
           03  WS-D-GALLONS               PIC ZZ,ZZ9.
           03  FILLER                     PIC X(03) VALUE SPACE.
           03  WS-D-PREPAY                PIC X(12).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-NOTE                  PIC X(24).
           03  FILLER                     PIC X(04) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  WS-T-SWITCHED              PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(09) VALUE
                                          ' SWITCHED'.
           03  FILLER                     PIC X(02) VALUE ', '.
           03  WS-T-BILLED                PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(07) VALUE ' BILLED'.
           03  FILLER                     PIC X(02) VALUE ', '.
           03  WS-T-HELD                  PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(05) VALUE ' HELD'.
           03  FILLER                     PIC X(34) VALUE SPACE.

       01  WS-AMOUNT-LINE.
           03  FILLER                     PIC X(24) VALUE
               'PREPAYMENTS BILLED      '.
           03  WS-T-PREPAY                PIC X(12).
           03  FILLER                     PIC X(44) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKD1 ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-CHECK-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-SWITCHED-COUNT     TO WS-RUN-ACCOUNTS.
           MOVE WS-PREPAY-TOTAL       TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN INPUT  PRICEPGM-DD.
           OPEN OUTPUT SWITCH-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE WS-RUN-CCYYMMDD (3:6) TO WS-TODAY-YYMMDD.

           MOVE WS-RUN-CCYYMMDD       TO WS-H-RUN-DATE.
           WRITE SWITCH-LINE FROM WS-HEADING-LINE.
           WRITE SWITCH-LINE FROM WS-BLANK-LINE.
           WRITE SWITCH-LINE FROM WS-COLUMN-LINE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE PRICEPGM-DD.
           CLOSE SWITCH-DD.

       000-CHECK-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT TO WS-END-OF-CONTRACT
               IF WS-END-OF-CONTRACT = ZERO
                   PERFORM 000-CHECK-ENROLLMENT.

      * Only an enrollment whose season has started is acted on; one
      * for a program starting later is left for a later night.
       000-CHECK-ENROLLMENT.

           MOVE A-S-NAME-LAST         TO WS-NAME-LAST.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
           AND A-E-RENEWAL-ENROLLED
               MOVE A-E-RENEWAL-PROGRAM TO WS-PROGRAM
               IF A-E-RENEWAL-GALLONS NUMERIC
                   MOVE A-E-RENEWAL-GALLONS TO WS-GALLONS
               ELSE
                   MOVE ZERO          TO WS-GALLONS
               END-IF
               MOVE A-E-RENEWAL-PROGRAM TO G-PROGRAM-CODE
               READ PRICEPGM-DD
               IF NOT WS-PRICEPGM-OK
                   MOVE SPACE         TO WS-D-PREPAY
                   MOVE 'PROGRAM NOT ON FILE     ' TO WS-D-NOTE
                   PERFORM 000-WRITE-DETAIL-LINE
                   ADD 1              TO WS-HELD-COUNT
               ELSE
               IF G-EFFECTIVE-DATE > WS-RUN-CCYYMMDD
                   CONTINUE
               ELSE
               IF G-EXPIRY-DATE NOT = ZERO
               AND G-EXPIRY-DATE < WS-RUN-CCYYMMDD
                   MOVE SPACE         TO WS-D-PREPAY
                   MOVE 'PROGRAM EXPIRED         ' TO WS-D-NOTE
                   PERFORM 000-WRITE-DETAIL-LINE
                   ADD 1              TO WS-HELD-COUNT
               ELSE
               IF G-PREPAY-OFFER
               AND WS-GALLONS = ZERO
                   MOVE SPACE         TO WS-D-PREPAY
                   MOVE 'NO SEASON GALLONS       ' TO WS-D-NOTE
                   PERFORM 000-WRITE-DETAIL-LINE
                   ADD 1              TO WS-HELD-COUNT
               ELSE
                   PERFORM 000-SWITCH-ACCOUNT.

      * The extension record is still in the buffer: mark it first,
      * then re-read the statistics record to carry the program and,
      * for a prepay program, the bill.
       000-SWITCH-ACCOUNT.

           MOVE 'S'                   TO A-E-RENEWAL-STATUS.
           MOVE WS-RUN-CCYYMMDD       TO A-E-RENEWAL-DATE.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-EXTEND-RECORD.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           MOVE WS-PROGRAM            TO A-S-PRICE-PROGRAM.

           IF G-PREPAY-OFFER
               PERFORM 000-BILL-PREPAYMENT
           ELSE
               MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID
               MOVE A-S-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-STATISTICS-RECORD
               MOVE SPACE             TO WS-D-PREPAY
               MOVE 'SWITCHED                ' TO WS-D-NOTE
               PERFORM 000-WRITE-DETAIL-LINE.

           ADD 1                      TO WS-SWITCHED-COUNT.

      * The season's gallons at the program's price, billed as a
      * type-'G' maintenance entry, technician 0, exactly as SLICKBF
      * bills a plan fee; the gallons go into the prepaid bank.
       000-BILL-PREPAYMENT.

           IF G-TYPE-CAPPED
               MOVE G-CAP             TO WS-PRICE
           ELSE
               MOVE G-RATE            TO WS-PRICE.

           COMPUTE WS-PREPAY-AMOUNT = WS-GALLONS * WS-PRICE.

           COMPUTE WS-NEW-ENTRY = A-S-MAINTENANCE-ENTRIES + 1.
           COMPUTE WS-MAINTENANCE-RECORD =
               (WS-NEW-ENTRY - 1) / 10.
           COMPUTE WS-MAINTENANCE-SUB =
               WS-NEW-ENTRY - (WS-MAINTENANCE-RECORD * 10).

           ADD 1                      TO A-S-MAINTENANCE-ENTRIES.
           MOVE WS-TODAY-YYMMDD       TO A-S-LAST-MAINTENANCE.
           COMPUTE A-S-BALANCE = A-S-BALANCE + WS-PREPAY-AMOUNT.

           IF A-S-PREPAID-GALLONS NUMERIC
               ADD WS-GALLONS         TO A-S-PREPAID-GALLONS
           ELSE
               MOVE WS-GALLONS        TO A-S-PREPAID-GALLONS.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-WRITE-FEE-ENTRY.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-OI-ACCOUNT.
           MOVE 'G'                   TO WS-OI-TYPE.
           MOVE WS-TODAY-YYMMDD       TO WS-OI-DATE.
           MOVE WS-PREPAY-AMOUNT      TO WS-OI-AMOUNT.
           PERFORM 000-ADD-OPEN-ITEM.

           MOVE WS-PREPAY-AMOUNT      TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-D-PREPAY.
           MOVE 'SWITCHED - PREPAY BILLED' TO WS-D-NOTE.
           PERFORM 000-WRITE-DETAIL-LINE.

           ADD 1                      TO WS-BILLED-COUNT.
           ADD WS-PREPAY-AMOUNT       TO WS-PREPAY-TOTAL.

       000-WRITE-FEE-ENTRY.

           IF WS-MAINTENANCE-SUB = 1
               MOVE SPACE             TO ACCOUNT-MAINTENANCE-RECORD
               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO A-M-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO A-M-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD
                                      TO A-M-RECORD-NUMBER
               MOVE ZERO              TO
                   A-M-TECHNICIAN (WS-MAINTENANCE-SUB)
               MOVE WS-PREPAY-AMOUNT  TO
                   A-M-SERVICE-CHARGE (WS-MAINTENANCE-SUB)
               MOVE WS-TODAY-YYMMDD   TO
                   A-M-DATE-OF-SERVICE (WS-MAINTENANCE-SUB)
               MOVE 'G'               TO
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
               MOVE WS-PREPAY-AMOUNT  TO
                   A-M-SERVICE-CHARGE (WS-MAINTENANCE-SUB)
               MOVE WS-TODAY-YYMMDD   TO
                   A-M-DATE-OF-SERVICE (WS-MAINTENANCE-SUB)
               MOVE 'G'               TO
                   A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB)

               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD
                                      TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-MAINTENANCE-RECORD.

      * Append the prepayment to the open-item chain, as SLICKBF
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
           MOVE WS-PROGRAM            TO WS-D-PROGRAM.
           MOVE WS-GALLONS            TO WS-D-GALLONS.

           WRITE SWITCH-LINE FROM WS-DETAIL-LINE.

       000-WRITE-TOTALS.

           WRITE SWITCH-LINE FROM WS-BLANK-LINE.

           MOVE WS-SWITCHED-COUNT     TO WS-T-SWITCHED.
           MOVE WS-BILLED-COUNT       TO WS-T-BILLED.
           MOVE WS-HELD-COUNT         TO WS-T-HELD.
           WRITE SWITCH-LINE FROM WS-TOTAL-LINE.

           MOVE WS-PREPAY-TOTAL       TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-PREPAY.
           WRITE SWITCH-LINE FROM WS-AMOUNT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
