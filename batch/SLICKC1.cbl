      ******************************************************************
      *DESCRIPTION: Plant Supply-and-Demand Projection - a batch job   *
      *             that reads the projection horizon in days from     *
      *             the control record (BATCHPRM, up to 14) and puts   *
      *             the dispatcher's view and the plant man's view on  *
      *             one report:                                        *
      *               supply - the newest stick reading on BLKFILE     *
      *                        (every fuel tank's reading for that     *
      *                        date, added together),                  *
      *                        plus receipts already on file dated     *
      *                        after it ('R' entries, including the    *
      *                        in-transit loads the SLICKBY BOL        *
      *             projected inventory - with ** ORDER FUEL ** the    *
      *             first day the tank goes short, so fuel is bought   *
      *             before the cold snap instead of during it.         *
      *                                                                *
      *             Demand follows the delivery plan code (A-E-        *
      *             DELIVERY-PLAN): a will-call account draws no       *
      *             estimated demand at all - its fuel leaves the      *
      *             plant only on an order, which the ORDRFILE sweep   *
      *             already counts - and a keep-full account, topped   *
      *             off on every pass of its route, draws its burn to  *
      *             date on day one and its daily rate on every day    *
      *             after.                                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS O-KEY
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT PROJECT-DD ASSIGN TO PROJOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROJECT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY ORDFILE.

       FD  PROJECT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-HORIZON-DAYS          PIC 9(02).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-BULKFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-BULKFILE-OK             VALUE '00'.
       01  WS-ORDER-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ORDER-OK                VALUE '00'.
       01  WS-PROJECT-STATUS              PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-DUE-DAY                     PIC S9(04) VALUE ZERO.
       01  WS-DEMAND-GALLONS              PIC 9(06) VALUE ZERO.

      * Delivery plan, taken off the extension record before the
      * statistics read fills the shared buffer.
       01  WS-DELIVERY-PLAN               PIC X(01) VALUE SPACE.
           88  PLAN-WILL-CALL             VALUE 'W'.
           88  PLAN-KEEP-FULL             VALUE 'K'.

       01  WS-PROJECTED                   PIC S9(08) VALUE ZERO.
       01  WS-SHORT-SW                    PIC X(01) VALUE 'N'.
           88  ALREADY-SHORT              VALUE 'Y'.
       000-MAIN-PROCESS.

           MOVE 'SLICKC1 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
           OPEN INPUT  ACCTFILE-DD.
           OPEN INPUT  BULKFILE-DD.
           OPEN INPUT  ORDER-DD.
           OPEN OUTPUT PROJECT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-HORIZON-DAYS     TO WS-HORIZON-DAYS.

           IF WS-HORIZON-DAYS < 1
            OR WS-HORIZON-DAYS > 14
               MOVE Y2K-DATE-2        TO WS-ENTRY-DATE-8

               IF BK-STICK
               AND WS-ENTRY-DATE-8 > WS-STICK-DATE-8
                   MOVE BK-GALLONS    TO WS-OPENING-STICK
                   MOVE WS-ENTRY-DATE-8
                                      TO WS-STICK-DATE-8
               ELSE
               IF BK-STICK
               AND WS-ENTRY-DATE-8 = WS-STICK-DATE-8
                   ADD BK-GALLONS     TO WS-OPENING-STICK
               ELSE
               IF BK-RECEIPT
                   PERFORM 000-BUCKET-RECEIPT.

      * tank line is the day its fill leaves the plant.
       000-PROJECT-ACCOUNT.

           MOVE SPACE                 TO WS-DELIVERY-PLAN.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-E-DELIVERY-PLAN TO WS-DELIVERY-PLAN.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

               IF ACCOUNT-ACTIVE
               AND NOT CREDIT-HELD
               AND NOT PLAN-WILL-CALL
               AND A-S-ESTIMATED-USAGE > ZERO
                   IF PLAN-KEEP-FULL
                       PERFORM 000-SIZE-KEEP-FULL-DEMAND
                   ELSE
                       PERFORM 000-SIZE-ACCOUNT-DEMAND.

       000-SIZE-ACCOUNT-DEMAND.

               ADD WS-DEMAND-GALLONS  TO
                   WS-DAY-DEMAND (WS-DUE-DAY).

      * A keep-full account is topped off every pass: whatever it
      * has burned so far goes on day one, and each later day takes
      * that day's burn.
       000-SIZE-KEEP-FULL-DEMAND.

           COMPUTE WS-DAILY-RATE ROUNDED =
               A-S-ESTIMATED-USAGE / 360.

           IF A-S-EST-GALLONS-USED NUMERIC
               MOVE A-S-EST-GALLONS-USED TO WS-EST-USED
           ELSE
               MOVE ZERO                 TO WS-EST-USED.

           COMPUTE WS-DEMAND-GALLONS = WS-EST-USED + WS-DAILY-RATE.
           ADD WS-DEMAND-GALLONS      TO WS-DAY-DEMAND (1).

           PERFORM 000-ADD-KEEP-FULL-DAY
               VARYING WS-DAY-SUB FROM 2 BY 1
                 UNTIL WS-DAY-SUB > WS-HORIZON-DAYS.

       000-ADD-KEEP-FULL-DAY.

           COMPUTE WS-DEMAND-GALLONS ROUNDED = WS-DAILY-RATE.
           ADD WS-DEMAND-GALLONS      TO WS-DAY-DEMAND (WS-DAY-SUB).

      * Open will-call orders land on their requested day (past-due
      * requests ride day one).
       000-SWEEP-OPEN-ORDERS.
