       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCH.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Month-End Bulk Inventory Valuation - a monthly     *
      *             batch job that reads the report month (YYMM) from  *
      *             the control record (BATCHPRM) and values the bulk  *
      *             plant off the SLICKCG cost roll's PLNTCOST records *
      *             (see PCSFILE), one block per fuel type:            *
      *               opening   - the month's first opening gallons at *
      *                           the average cost carried in from the *
      *                           month before;                        *
      *               receipts  - the month's receipt gallons and      *
      *                           laid-in dollars;                     *
      *               cost of goods - the month's delivered gallons    *
      *                           and the cost of goods charged them,  *
      *                           the figure SLICKBW booked to CG/IV;  *
      *               adjustments - what the days' stick readings      *
      *                           took out of (or put back into) the   *
      *                           book, with rounding - the plug that  *
      *                           makes the roll-forward tie;          *
      *               book      - the last cost date's closing book    *
      *                           gallons at its average cost;         *
      *               stick     - that date's stick reading at the     *
      *                           same cost, and the variance against  *
      *                           the book, gallons and dollars.       *
      *             The month-end value is the stick when the last     *
      *             cost date had one, else the book; the grand total  *
      *             is what accounting carries as fuel inventory.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNCVSAM.

           SELECT PLNTCOST-DD ASSIGN TO PLNTCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PLNTCOST-STATUS.

           SELECT REPORT-DD ASSIGN TO VALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNCVSFD.

       FD  PLNTCOST-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PCSFILE.

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-REPORT-YYMM           PIC 9(04).

       01  WS-PLNTCOST-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PLNTCOST-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-REPORT-YYMM                 PIC 9(04) VALUE ZERO.
       01  WS-REPORT-MONTH                PIC 9(06) VALUE ZERO.

       01  WS-COST-EOF-SW                 PIC X(01) VALUE 'N'.
           88  COST-EOF                   VALUE 'Y'.

      * The fuel being gathered. Its records arrive newest first.
       01  WS-CUR-FUEL-TYPE               PIC X(01) VALUE LOW-VALUE.
       01  WS-MONTH-FOUND-SW              PIC X(01) VALUE 'N'.
           88  MONTH-FOUND                VALUE 'Y'.
       01  WS-OPEN-COST-SW                PIC X(01) VALUE 'N'.
           88  OPEN-COST-FOUND            VALUE 'Y'.
       01  WS-LAST-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-LAST-AVG-COST               PIC 9(05)V9(03) VALUE ZERO.
       01  WS-LAST-CLOSING                PIC S9(07) VALUE ZERO.
       01  WS-LAST-STICK                  PIC 9(07) VALUE ZERO.
       01  WS-LAST-STICK-SW               PIC X(01) VALUE 'N'.
           88  LAST-STICK-TAKEN           VALUE 'Y'.
       01  WS-OPEN-GALLONS                PIC 9(07) VALUE ZERO.
       01  WS-OPEN-COST                   PIC 9(05)V9(03) VALUE ZERO.
       01  WS-OLDEST-AVG-COST             PIC 9(05)V9(03) VALUE ZERO.
       01  WS-RECEIPT-GALLONS             PIC 9(08) VALUE ZERO.
       01  WS-RECEIPT-VALUE               PIC 9(11) VALUE ZERO.
       01  WS-DELIVERED-GALLONS           PIC 9(08) VALUE ZERO.
       01  WS-COGS-VALUE                  PIC 9(11) VALUE ZERO.

      * Dollars in cents, signed where they can go either way.
       01  WS-OPEN-VALUE                  PIC S9(11) VALUE ZERO.
       01  WS-BOOK-VALUE                  PIC S9(11) VALUE ZERO.
       01  WS-STICK-VALUE                 PIC S9(11) VALUE ZERO.
       01  WS-ADJUST-VALUE                PIC S9(11) VALUE ZERO.
       01  WS-ADJUST-GALLONS              PIC S9(08) VALUE ZERO.
       01  WS-VARIANCE-GALLONS            PIC S9(08) VALUE ZERO.
       01  WS-VARIANCE-VALUE              PIC S9(11) VALUE ZERO.
       01  WS-MONTH-END-VALUE             PIC S9(11) VALUE ZERO.
       01  WS-TOTAL-VALUE                 PIC S9(11) VALUE ZERO.
       01  WS-FUEL-COUNT                  PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'MONTH-END BULK INVENTORY VALUATION  -  '.
           03  H-YYMM                     PIC 9(04).
           03  FILLER                     PIC X(36) VALUE SPACE.

       01  WS-FUEL-LINE.
           03  FILLER                     PIC X(10) VALUE
                                          'FUEL TYPE '.
           03  WS-F-FUEL-TYPE             PIC X(01).
           03  FILLER                     PIC X(22) VALUE
                                          '    AVERAGE COST/GAL  '.
           03  WS-F-AVG-COST              PIC Z9.99999.
           03  FILLER                     PIC X(39) VALUE SPACE.

       01  WS-VALUE-LINE.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-V-LABEL                  PIC X(26).
           03  WS-V-GALLONS                PIC --,---,--9.
           03  FILLER                      PIC X(04) VALUE SPACE.
           03  WS-V-VALUE                  PIC ---,---,--9.99.
           03  FILLER                      PIC X(24) VALUE SPACE.

       01  WS-NO-STICK-LINE               PIC X(80) VALUE
           '  NO STICK READING ON THE LAST COST DATE - BOOK STANDS'.

       01  WS-NO-COSTS-LINE               PIC X(80) VALUE
           'NO COST ROLL RECORDS FOR THE MONTH'.

       01  WS-TOTAL-LINE.
           03  FILLER                      PIC X(28) VALUE
               'TOTAL MONTH-END INVENTORY'.
           03  FILLER                      PIC X(14) VALUE SPACE.
           03  WS-T-VALUE                  PIC ---,---,--9.99.
           03  FILLER                      PIC X(24) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCH ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           MOVE LOW-VALUES            TO PC-KEY.

           START PLNTCOST-DD KEY NOT < PC-KEY.

           IF WS-PLNTCOST-OK
               PERFORM 000-READ-COST-RECORD
                   UNTIL COST-EOF.

           PERFORM 000-END-OF-FUEL.

           IF WS-FUEL-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NO-COSTS-LINE
           ELSE
               COMPUTE WS-T-VALUE = WS-TOTAL-VALUE / 100
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           PERFORM 000-TERMINATION.

           MOVE WS-FUEL-COUNT          TO WS-RUN-ACCOUNTS.
           MOVE WS-TOTAL-VALUE         TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  PLNTCOST-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-REPORT-YYMM      TO WS-REPORT-YYMM.

           COMPUTE Y2K-YYMMDD-1 = (WS-REPORT-YYMM * 100) + 1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1 (1:6)      TO WS-REPORT-MONTH.

           MOVE WS-REPORT-YYMM        TO H-YYMM.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

       000-TERMINATION.

           CLOSE PLNTCOST-DD.
           CLOSE REPORT-DD.

       000-READ-COST-RECORD.

           READ PLNTCOST-DD NEXT.

           IF NOT WS-PLNTCOST-OK
               SET COST-EOF           TO TRUE
           ELSE
               IF PC-FUEL-TYPE NOT = WS-CUR-FUEL-TYPE
                   PERFORM 000-END-OF-FUEL
                   PERFORM 000-START-FUEL
               END-IF
               PERFORM 000-GATHER-COST-RECORD.

       000-START-FUEL.

           MOVE PC-FUEL-TYPE          TO WS-CUR-FUEL-TYPE.
           MOVE 'N'                   TO WS-MONTH-FOUND-SW.
           MOVE 'N'                   TO WS-OPEN-COST-SW.
           MOVE 'N'                   TO WS-LAST-STICK-SW.
           MOVE ZERO                  TO WS-RECEIPT-GALLONS.
           MOVE ZERO                  TO WS-RECEIPT-VALUE.
           MOVE ZERO                  TO WS-DELIVERED-GALLONS.
           MOVE ZERO                  TO WS-COGS-VALUE.

      * Newest first: the first record inside the month is its last
      * cost date; each one after it is older, the oldest giving
      * the month's opening; the first record before the month
      * carries the opening's average cost in.
       000-GATHER-COST-RECORD.

           IF PC-COST-DATE (1:6) = WS-REPORT-MONTH
               IF NOT MONTH-FOUND
                   SET MONTH-FOUND    TO TRUE
                   MOVE PC-COST-DATE  TO WS-LAST-DATE
                   MOVE PC-AVG-COST   TO WS-LAST-AVG-COST
                   MOVE PC-CLOSING-GALLONS TO WS-LAST-CLOSING
                   MOVE PC-STICK-GALLONS   TO WS-LAST-STICK
                   MOVE PC-STICK-SW   TO WS-LAST-STICK-SW
               END-IF
               MOVE PC-OPENING-GALLONS TO WS-OPEN-GALLONS
               MOVE PC-AVG-COST       TO WS-OLDEST-AVG-COST
               ADD PC-RECEIPT-GALLONS TO WS-RECEIPT-GALLONS
               ADD PC-RECEIPT-VALUE   TO WS-RECEIPT-VALUE
               ADD PC-DELIVERED-GALLONS TO WS-DELIVERED-GALLONS
               ADD PC-COGS-VALUE      TO WS-COGS-VALUE
           ELSE
           IF PC-COST-DATE (1:6) < WS-REPORT-MONTH
           AND MONTH-FOUND
           AND NOT OPEN-COST-FOUND
               SET OPEN-COST-FOUND    TO TRUE
               MOVE PC-AVG-COST       TO WS-OPEN-COST.

      * A fuel with nothing in the month prints nothing. A fuel
      * whose cost history starts inside the month opens at its
      * first day's average.
       000-END-OF-FUEL.

           IF MONTH-FOUND
               IF NOT OPEN-COST-FOUND
                   MOVE WS-OLDEST-AVG-COST TO WS-OPEN-COST
               END-IF
               ADD 1                  TO WS-FUEL-COUNT
               PERFORM 000-PRINT-FUEL-BLOCK
               MOVE 'N'               TO WS-MONTH-FOUND-SW.

       000-PRINT-FUEL-BLOCK.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-CUR-FUEL-TYPE      TO WS-F-FUEL-TYPE.
           COMPUTE WS-F-AVG-COST = WS-LAST-AVG-COST / 100.
           WRITE REPORT-LINE FROM WS-FUEL-LINE.

           COMPUTE WS-OPEN-VALUE ROUNDED =
               WS-OPEN-GALLONS * WS-OPEN-COST.
           MOVE 'OPENING INVENTORY .......' TO WS-V-LABEL.
           MOVE WS-OPEN-GALLONS       TO WS-V-GALLONS.
           COMPUTE WS-V-VALUE = WS-OPEN-VALUE / 100.
           WRITE REPORT-LINE FROM WS-VALUE-LINE.

           MOVE 'RECEIPTS ................' TO WS-V-LABEL.
           MOVE WS-RECEIPT-GALLONS    TO WS-V-GALLONS.
           COMPUTE WS-V-VALUE = WS-RECEIPT-VALUE / 100.
           WRITE REPORT-LINE FROM WS-VALUE-LINE.

           MOVE 'COST OF GOODS SOLD ......' TO WS-V-LABEL.
           COMPUTE WS-V-GALLONS = 0 - WS-DELIVERED-GALLONS.
           COMPUTE WS-V-VALUE = (0 - WS-COGS-VALUE) / 100.
           WRITE REPORT-LINE FROM WS-VALUE-LINE.

           COMPUTE WS-BOOK-VALUE ROUNDED =
               WS-LAST-CLOSING * WS-LAST-AVG-COST.

           COMPUTE WS-ADJUST-GALLONS =
               WS-LAST-CLOSING - WS-OPEN-GALLONS
                   - WS-RECEIPT-GALLONS + WS-DELIVERED-GALLONS.
           COMPUTE WS-ADJUST-VALUE =
               WS-BOOK-VALUE - WS-OPEN-VALUE
                   - WS-RECEIPT-VALUE + WS-COGS-VALUE.
           MOVE 'STICK ADJUSTMENTS .......' TO WS-V-LABEL.
           MOVE WS-ADJUST-GALLONS     TO WS-V-GALLONS.
           COMPUTE WS-V-VALUE = WS-ADJUST-VALUE / 100.
           WRITE REPORT-LINE FROM WS-VALUE-LINE.

           MOVE 'BOOK INVENTORY ..........' TO WS-V-LABEL.
           MOVE WS-LAST-CLOSING       TO WS-V-GALLONS.
           COMPUTE WS-V-VALUE = WS-BOOK-VALUE / 100.
           WRITE REPORT-LINE FROM WS-VALUE-LINE.

           IF LAST-STICK-TAKEN
               COMPUTE WS-STICK-VALUE ROUNDED =
                   WS-LAST-STICK * WS-LAST-AVG-COST
               MOVE 'PHYSICAL STICK ..........' TO WS-V-LABEL
               MOVE WS-LAST-STICK     TO WS-V-GALLONS
               COMPUTE WS-V-VALUE = WS-STICK-VALUE / 100
               WRITE REPORT-LINE FROM WS-VALUE-LINE

               COMPUTE WS-VARIANCE-GALLONS =
                   WS-LAST-STICK - WS-LAST-CLOSING
               COMPUTE WS-VARIANCE-VALUE =
                   WS-STICK-VALUE - WS-BOOK-VALUE
               MOVE 'VARIANCE ................' TO WS-V-LABEL
               MOVE WS-VARIANCE-GALLONS TO WS-V-GALLONS
               COMPUTE WS-V-VALUE = WS-VARIANCE-VALUE / 100
               WRITE REPORT-LINE FROM WS-VALUE-LINE

               MOVE WS-STICK-VALUE    TO WS-MONTH-END-VALUE
           ELSE
               WRITE REPORT-LINE FROM WS-NO-STICK-LINE
               MOVE WS-BOOK-VALUE     TO WS-MONTH-END-VALUE.

           ADD WS-MONTH-END-VALUE     TO WS-TOTAL-VALUE.

           COPY SLICKNUM.

           COPY SLICKRCT.
