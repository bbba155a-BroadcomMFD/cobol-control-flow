      *DESCRIPTION: Gross Margin Report by Route and Account - a       *
      *             monthly batch job that reads the report month      *
      *             (YYMM) and a fallback cost per gallon from the     *
      *             control record (BATCHPRM) and finally answers      *
      *             which routes and accounts make money:             *
      *               - product cost is each ticket's own cost of     *
      *                 goods, stamped in its A-T slot by the nightly *
      *                 SLICKCG cost roll at the plant's weighted-    *
      *                 average cost on the delivery date; a ticket   *
      *                 the roll never costed (keyed in after its     *
      *                 date's roll had run) falls back to the        *
      *                 gallon-weighted average laid-in cost of the   *
      *                 month's bulk receipts (BK-COST-PER-GALLON     *
      *                 from the SLICKBY BOL import), and when no     *
      *                 costed receipt landed in the month, the       *
      *                 staged fallback cost stands in;                *
      *               - every delivery entry in the month books       *
      *                 gallons, revenue (gallons times the entry's   *
      *                 unit price) and its cost to the account's     *
      *                 route (blank route prints as ****);           *
      *               - one line per route: gallons, revenue, cost,   *
      *                 margin - then the bottom twenty accounts by   *
      *                 margin, worst first, where the underwater     *
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BULKFILE-STATUS.

           SELECT MARGIN-DD ASSIGN TO MARGNOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MARGIN-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY BLKFILE.

       FD  MARGIN-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-REPORT-YYMM           PIC 9(04).
           03  PARM-FALLBACK-COST         PIC 9(05).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-BULKFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-BULKFILE-OK             VALUE '00'.
       01  WS-MARGIN-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-DELIVERY-ENTRIES-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-ACCOUNT-ROUTE               PIC X(04) VALUE SPACE.

      * The A-T cost-of-goods chain record is read into its own area
      * so the cached A-D record in the shared buffer survives.
       01  WS-COST-CHAIN-RECORD.
           03  FILLER                     PIC X(11).
           03  FILLER                     PIC X(04) OCCURS 20 TIMES.
           03  WS-CC-COST-OF-GOODS        PIC 9(07) OCCURS 20 TIMES.
           03  FILLER                     PIC X(281).
       01  WS-CC-CACHED-ACCOUNT           PIC 9(05) VALUE 99999.
       01  WS-CC-CACHED-NUM               PIC 9(05) VALUE 99999.
       01  WS-CC-ON-FILE-SW               PIC X(01) VALUE 'N'.
           88  COST-CHAIN-ON-FILE         VALUE 'Y'.

       01  WS-ACCT-GALLONS                PIC 9(07) VALUE ZERO.
       01  WS-ACCT-REVENUE                PIC 9(11) VALUE ZERO.
       01  WS-ACCT-COST                   PIC 9(11) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKBZ ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN INPUT  BULKFILE-DD.
           OPEN OUTPUT MARGIN-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-REPORT-YYMM      TO WS-REPORT-YYMM.
           MOVE PARM-FALLBACK-COST    TO WS-FALLBACK-COST.

           PERFORM 000-AVERAGE-MONTH-COST.

               MOVE A-S-ROUTE-CODE  TO WS-ACCOUNT-ROUTE
               MOVE ZERO            TO WS-ACCT-GALLONS
               MOVE ZERO            TO WS-ACCT-REVENUE
               MOVE ZERO            TO WS-ACCT-COST

               IF WS-DELIVERY-ENTRIES-COUNT NOT = ZERO
                   PERFORM 000-CHECK-DELIVERY-ENTRY
               END-IF

               IF WS-ACCT-GALLONS > ZERO
                   COMPUTE WS-ACCT-MARGIN =
                       WS-ACCT-REVENUE - WS-ACCT-COST
                   PERFORM 000-ADD-TO-ROUTE-TOTAL
               COMPUTE WS-ACCT-REVENUE =
                   WS-ACCT-REVENUE +
                   (A-D-GALLONS (WS-RECORD-NUM) *
                    A-D-UNIT-PRICE (WS-RECORD-NUM))
               PERFORM 000-FETCH-COST-RECORD
               IF COST-CHAIN-ON-FILE
               AND WS-CC-COST-OF-GOODS (WS-RECORD-NUM) NUMERIC
                   ADD WS-CC-COST-OF-GOODS (WS-RECORD-NUM)
                       TO WS-ACCT-COST
               ELSE
                   COMPUTE WS-ACCT-COST =
                       WS-ACCT-COST +
                       (A-D-GALLONS (WS-RECORD-NUM) * WS-AVG-COST).

      * The parallel A-T record for the cached delivery record,
      * read into its own working-storage area so the A-D record in
      * the shared buffer survives.
       000-FETCH-COST-RECORD.

           IF WS-CC-CACHED-ACCOUNT NOT = WS-CURRENT-ACCOUNT-ID
           OR WS-CC-CACHED-NUM NOT = WS-CACHED-RECORD-NUM
               MOVE WS-CURRENT-ACCOUNT-ID TO WS-CC-CACHED-ACCOUNT
               MOVE WS-CACHED-RECORD-NUM  TO WS-CC-CACHED-NUM

               MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID
               MOVE A-T-RECORD-TYPE       TO AFR-KEY-TYPE
               MOVE WS-CACHED-RECORD-NUM  TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO WS-COST-CHAIN-RECORD

               IF WS-ACCTFILE-OK
                   SET COST-CHAIN-ON-FILE TO TRUE
               ELSE
                   MOVE 'N'           TO WS-CC-ON-FILE-SW.

       000-ADD-TO-ROUTE-TOTAL.

