       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCG.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Bulk Plant Daily Cost Roll - a nightly batch job   *
      *             that reads the cost date and a fallback cost per   *
      *             gallon from the control record (BATCHPRM) and      *
      *             carries the plant's perpetual weighted-average     *
      *             cost forward one day for every fuel type on the    *
      *             bulk log (BLKFILE):                                *
      *               opening  - yesterday's PLNTCOST record (see      *
      *                          PCSFILE): its stick reading when one  *
      *                          was taken, else its closing book,     *
      *                          at its average cost. The very first   *
      *                          run for a fuel opens on the newest    *
      *                          stick reading before the date at the  *
      *                          fallback cost, as SLICKBZ falls back  *
      *                          to it;                                *
      *               receipts - the day's 'R' entries at their laid-  *
      *                          in BK-COST-PER-GALLON (the SLICKBY    *
      *                          BOL import); a hand-keyed receipt     *
      *                          with no cost comes in at the opening  *
      *                          average, so it moves gallons but not  *
      *                          the price;                            *
      *               average  - (opening dollars + receipt dollars) / *
      *                          (opening + receipt gallons);          *
      *               out      - every delivery entry dated the cost   *
      *                          date, fuel by the account's A-S-FUEL- *
      *                          TYPE, is charged its gallons at the   *
      *                          average: the cost of goods is stamped *
      *                          in the entry's A-T slot for SLICKBZ   *
      *                          and SLICKBW, and the day's truck      *
      *                          load-outs and returns ('L'/'T') carry *
      *                          the average in BK-COST-PER-GALLON;    *
      *               closing  - opening + receipts - delivered, the   *
      *                          same book SLICKBK balances, with the  *
      *                          day's stick reading beside it.        *
      *             One PLNTCOST record per fuel for the day, and one  *
      *             line per fuel on the cost roll report (COSTRPT).   *
      *             Runs after the SLICKBJ ticket import so the        *
      *             night's tickets are costed, and ahead of SLICKBW.  *
      *             A rerun for the same date rewrites the same        *
      *             records with the same figures.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT BULKFILE-DD ASSIGN TO BULKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BULKFILE-STATUS.

           SELECT PLNTCOST-DD ASSIGN TO PLNTCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PLNTCOST-STATUS.

           SELECT REPORT-DD ASSIGN TO COSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  BULKFILE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BLKFILE.

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

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-COST-DATE             PIC 9(06).
           03  PARM-FALLBACK-COST         PIC 9(05).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-BULKFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-BULKFILE-OK             VALUE '00'.
       01  WS-PLNTCOST-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PLNTCOST-OK             VALUE '00'.
           88  WS-PLNTCOST-DUP            VALUE '22'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-ENTRY-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-RECORD-NUM                  PIC 9(04) VALUE ZERO.
       01  WS-CACHED-RECORD-NUM           PIC 9(04) VALUE ZERO.
       01  WS-DELIVERY-ENTRIES-COUNT      PIC 9(04) VALUE ZERO.

       01  WS-COST-DATE                   PIC 9(06) VALUE ZERO.
       01  WS-COST-DATE-8                 PIC 9(08) VALUE ZERO.
       01  WS-FALLBACK-COST               PIC 9(05) VALUE ZERO.

       01  WS-BULK-EOF-SW                 PIC X(01) VALUE 'N'.
           88  BULK-EOF                   VALUE 'Y'.

      * One slot per fuel type met on the bulk log or on the day's
      * deliveries. Costs are cents per gallon to three decimals.
       01  WS-FU-TABLE-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-FU-TABLE.
           03  WS-FU-ENTRY OCCURS 10 TIMES.
               05  WS-FU-FUEL-TYPE         PIC X(01).
               05  WS-FU-PRIOR-STICK       PIC 9(07).
               05  WS-FU-PRIOR-STICK-DATE  PIC 9(08).
               05  WS-FU-OPENING           PIC 9(07).
               05  WS-FU-OPENING-COST      PIC 9(05)V9(03).
               05  WS-FU-RECEIPTS          PIC 9(07).
               05  WS-FU-RECEIPT-VALUE     PIC 9(09).
               05  WS-FU-UNCOSTED          PIC 9(07).
               05  WS-FU-AVG-COST          PIC 9(05)V9(03).
               05  WS-FU-DELIVERED         PIC 9(07).
               05  WS-FU-COGS              PIC 9(09).
               05  WS-FU-STICK             PIC 9(07).
               05  WS-FU-STICK-SW          PIC X(01).
                   88  WS-FU-STICK-TAKEN   VALUE 'Y'.
       01  WS-FU-SUB                      PIC 9(02) VALUE ZERO.
       01  WS-FU-FOUND-SUB                PIC 9(02) VALUE ZERO.
       01  WS-FU-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  FUEL-FOUND                 VALUE 'Y'.
       01  WS-WORK-FUEL                   PIC X(01) VALUE SPACE.

      * Set once the day's averages are struck: a fuel first met on
      * a delivery after that point is costed as it is added.
       01  WS-COSTS-SET-SW                PIC X(01) VALUE 'N'.
           88  COSTS-SET                  VALUE 'Y'.

       01  WS-OPENING-VALUE               PIC 9(11) VALUE ZERO.
       01  WS-POOL-GALLONS                PIC 9(08) VALUE ZERO.
       01  WS-ENTRY-COGS                  PIC 9(07) VALUE ZERO.
       01  WS-LOAD-COST                   PIC 9(05) VALUE ZERO.
       01  WS-CLOSING                     PIC S9(07) VALUE ZERO.
       01  WS-TOTAL-COGS                  PIC 9(09) VALUE ZERO.
       01  WS-COSTED-COUNT                PIC 9(06) VALUE ZERO.

      * The A-T cost-of-goods chain record is read into its own area
      * so the cached A-D record in the shared buffer survives; it
      * is written back when the walk leaves it.
       01  WS-COST-CHAIN-RECORD.
           03  WS-CC-KEY.
               05  WS-CC-ACCOUNT-ID       PIC 9(05).
               05  WS-CC-KEY-TYPE         PIC 9(02).
               05  WS-CC-RECORD-NUMBER    PIC 9(04).
           03  WS-CC-TRUCK-ID             PIC X(04) OCCURS 20 TIMES.
           03  WS-CC-COST-OF-GOODS        PIC 9(07) OCCURS 20 TIMES.
           03  FILLER                     PIC X(281).
       01  WS-CC-CACHED-ACCOUNT           PIC 9(05) VALUE 99999.
       01  WS-CC-CACHED-NUM               PIC 9(05) VALUE 99999.
       01  WS-CC-ON-FILE-SW               PIC X(01) VALUE 'N'.
           88  COST-CHAIN-ON-FILE         VALUE 'Y'.
       01  WS-CC-CHANGED-SW               PIC X(01) VALUE 'N'.
           88  COST-CHAIN-CHANGED         VALUE 'Y'.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(32) VALUE
               'BULK PLANT DAILY COST ROLL  -  '.
           03  H-COST-DATE                PIC 9(06).
           03  FILLER                     PIC X(42) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'FUEL  OPENING  RECEIPTS  AVG $/GL DELIVE'.
           03  FILLER                     PIC X(40) VALUE
               'RED COST OF GOODS   CLOSING     STICK   '.

       01  WS-DETAIL-LINE.
           03  WS-D-FUEL-TYPE              PIC X(01).
           03  FILLER                      PIC X(04) VALUE SPACE.
           03  WS-D-OPENING                PIC ZZZZ,ZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-RECEIPTS               PIC ZZZZ,ZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-AVG-COST               PIC Z9.99999.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-DELIVERED              PIC ZZZZ,ZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-COGS                   PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-CLOSING                PIC -,---,--9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-STICK                  PIC ZZZZ,ZZ9.
           03  WS-D-STICK-X REDEFINES WS-D-STICK
                                           PIC X(08).
           03  FILLER                      PIC X(03) VALUE SPACE.

       01  WS-NO-ACTIVITY-LINE            PIC X(80) VALUE
           'NO BULK LOG ENTRIES OR DELIVERIES FOR THE DATE'.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCG ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
      * The night's tickets must be posted before they are costed.
           MOVE 1          TO WS-RUN-PREREQ-COUNT.
           MOVE 'SLICKBJ ' TO WS-RUN-PREREQ-NAME (1).
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-SWEEP-BULK-LOG.

           PERFORM 000-COST-FUEL-SLOT
               VARYING WS-FU-SUB FROM 1 BY 1
                 UNTIL WS-FU-SUB > WS-FU-TABLE-COUNT.

           SET COSTS-SET              TO TRUE.

           PERFORM 000-COST-DELIVERIES
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-STAMP-TRUCK-LOADS.

           PERFORM 000-WRITE-COST-RECORD
               VARYING WS-FU-SUB FROM 1 BY 1
                 UNTIL WS-FU-SUB > WS-FU-TABLE-COUNT.

           PERFORM 000-PRINT-REPORT.

           PERFORM 000-TERMINATION.

           MOVE WS-COSTED-COUNT        TO WS-RUN-ACCOUNTS.
           MOVE WS-TOTAL-COGS          TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN I-O    BULKFILE-DD.
           OPEN I-O    PLNTCOST-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-COST-DATE        TO WS-COST-DATE.
           MOVE PARM-FALLBACK-COST    TO WS-FALLBACK-COST.

           MOVE WS-COST-DATE          TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-COST-DATE-8.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE BULKFILE-DD.
           CLOSE PLNTCOST-DD.
           CLOSE REPORT-DD.

      * One pass over the bulk log: each fuel's newest stick reading
      * before the cost date (the opening when the fuel has no cost
      * history yet), and the day's receipts and stick reading.
       000-SWEEP-BULK-LOG.

           MOVE LOW-VALUES TO BK-KEY.

           START BULKFILE-DD KEY NOT < BK-KEY.

           IF WS-BULKFILE-OK
               PERFORM 000-CHECK-BULK-ENTRY
                   UNTIL BULK-EOF.

       000-CHECK-BULK-ENTRY.

           READ BULKFILE-DD NEXT.

           IF NOT WS-BULKFILE-OK
               SET BULK-EOF TO TRUE
           ELSE
               MOVE BK-FUEL-TYPE      TO WS-WORK-FUEL
               PERFORM 000-FIND-FUEL-SLOT

               MOVE BK-DATE           TO Y2K-YYMMDD-2
               PERFORM 000-Y2K-WINDOW-2

               IF NOT FUEL-FOUND
                   NEXT SENTENCE
               ELSE
               IF BK-STICK
               AND Y2K-DATE-2 < WS-COST-DATE-8
               AND Y2K-DATE-2 NOT <
                   WS-FU-PRIOR-STICK-DATE (WS-FU-FOUND-SUB)
                   MOVE BK-GALLONS    TO
                       WS-FU-PRIOR-STICK (WS-FU-FOUND-SUB)
                   MOVE Y2K-DATE-2    TO
                       WS-FU-PRIOR-STICK-DATE (WS-FU-FOUND-SUB)
               ELSE
               IF BK-STICK
               AND BK-DATE = WS-COST-DATE
                   MOVE BK-GALLONS    TO
                       WS-FU-STICK (WS-FU-FOUND-SUB)
                   MOVE 'Y'           TO
                       WS-FU-STICK-SW (WS-FU-FOUND-SUB)
               ELSE
               IF BK-RECEIPT
               AND BK-DATE = WS-COST-DATE
                   ADD BK-GALLONS     TO
                       WS-FU-RECEIPTS (WS-FU-FOUND-SUB)
                   IF BK-COST-PER-GALLON NUMERIC
                       COMPUTE WS-FU-RECEIPT-VALUE (WS-FU-FOUND-SUB) =
                           WS-FU-RECEIPT-VALUE (WS-FU-FOUND-SUB) +
                           (BK-GALLONS * BK-COST-PER-GALLON)
                   ELSE
                       ADD BK-GALLONS TO
                           WS-FU-UNCOSTED (WS-FU-FOUND-SUB).

      * Spaces on an entry or an account mean heating oil, the
      * A-S-FUEL-TYPE default. A fuel met after the averages are
      * struck is costed on the spot.
       000-FIND-FUEL-SLOT.

           IF WS-WORK-FUEL = SPACE
               MOVE 'O'               TO WS-WORK-FUEL.

           MOVE 'N' TO WS-FU-FOUND-SW.

           PERFORM 000-MATCH-FUEL-ENTRY
               VARYING WS-FU-SUB FROM 1 BY 1
                 UNTIL FUEL-FOUND
                    OR WS-FU-SUB > WS-FU-TABLE-COUNT.

           IF NOT FUEL-FOUND
               IF WS-FU-TABLE-COUNT < 10
                   ADD 1 TO WS-FU-TABLE-COUNT
                   MOVE WS-FU-TABLE-COUNT TO WS-FU-FOUND-SUB
                   MOVE WS-WORK-FUEL
                              TO WS-FU-FUEL-TYPE (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO WS-FU-PRIOR-STICK (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO
                       WS-FU-PRIOR-STICK-DATE (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO WS-FU-OPENING (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO WS-FU-OPENING-COST (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO WS-FU-RECEIPTS (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO
                       WS-FU-RECEIPT-VALUE (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO WS-FU-UNCOSTED (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO WS-FU-AVG-COST (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO WS-FU-DELIVERED (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO WS-FU-COGS (WS-FU-FOUND-SUB)
                   MOVE ZERO  TO WS-FU-STICK (WS-FU-FOUND-SUB)
                   MOVE 'N'   TO WS-FU-STICK-SW (WS-FU-FOUND-SUB)
                   SET FUEL-FOUND TO TRUE
                   IF COSTS-SET
                       MOVE WS-FU-FOUND-SUB TO WS-FU-SUB
                       PERFORM 000-COST-FUEL-SLOT
                   END-IF.

       000-MATCH-FUEL-ENTRY.

           IF WS-FU-FUEL-TYPE (WS-FU-SUB) = WS-WORK-FUEL
               SET FUEL-FOUND TO TRUE
               MOVE WS-FU-SUB TO WS-FU-FOUND-SUB.

      * The opening comes off the newest cost record BEFORE the
      * date - one past the date's own complement - so a rerun never
      * opens on its own output. Then the day's average.
       000-COST-FUEL-SLOT.

           MOVE WS-FU-FUEL-TYPE (WS-FU-SUB) TO PC-FUEL-TYPE.
           COMPUTE PC-DATE-COMP = 99999999 - WS-COST-DATE-8 + 1.

           START PLNTCOST-DD KEY NOT < PC-KEY.

           IF WS-PLNTCOST-OK
               READ PLNTCOST-DD NEXT.

           IF WS-PLNTCOST-OK
           AND PC-FUEL-TYPE = WS-FU-FUEL-TYPE (WS-FU-SUB)
               MOVE PC-AVG-COST       TO
                   WS-FU-OPENING-COST (WS-FU-SUB)
               IF PC-STICK-TAKEN
                   MOVE PC-STICK-GALLONS TO
                       WS-FU-OPENING (WS-FU-SUB)
               ELSE
               IF PC-CLOSING-GALLONS > ZERO
                   MOVE PC-CLOSING-GALLONS TO
                       WS-FU-OPENING (WS-FU-SUB)
               ELSE
                   MOVE ZERO          TO WS-FU-OPENING (WS-FU-SUB)
               END-IF
               END-IF
           ELSE
               MOVE WS-FALLBACK-COST  TO
                   WS-FU-OPENING-COST (WS-FU-SUB)
               MOVE WS-FU-PRIOR-STICK (WS-FU-SUB) TO
                   WS-FU-OPENING (WS-FU-SUB).

           COMPUTE WS-FU-RECEIPT-VALUE (WS-FU-SUB) ROUNDED =
               WS-FU-RECEIPT-VALUE (WS-FU-SUB) +
               (WS-FU-UNCOSTED (WS-FU-SUB) *
                WS-FU-OPENING-COST (WS-FU-SUB)).

           COMPUTE WS-OPENING-VALUE ROUNDED =
               WS-FU-OPENING (WS-FU-SUB) *
               WS-FU-OPENING-COST (WS-FU-SUB).
           COMPUTE WS-POOL-GALLONS =
               WS-FU-OPENING (WS-FU-SUB) + WS-FU-RECEIPTS (WS-FU-SUB).

           IF WS-POOL-GALLONS > ZERO
               COMPUTE WS-FU-AVG-COST (WS-FU-SUB) ROUNDED =
                   (WS-OPENING-VALUE + WS-FU-RECEIPT-VALUE (WS-FU-SUB))
                       / WS-POOL-GALLONS
           ELSE
               MOVE WS-FU-OPENING-COST (WS-FU-SUB) TO
                   WS-FU-AVG-COST (WS-FU-SUB).

       000-COST-DELIVERIES.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-DELIVERY-ENTRIES
                                    TO WS-DELIVERY-ENTRIES-COUNT
               MOVE A-S-FUEL-TYPE   TO WS-WORK-FUEL

               IF WS-DELIVERY-ENTRIES-COUNT NOT = ZERO
                   PERFORM 000-FIND-FUEL-SLOT
                   PERFORM 000-CHECK-DELIVERY-ENTRY
                       VARYING WS-ENTRY-SUB FROM 1 BY 1
                         UNTIL WS-ENTRY-SUB >
                               WS-DELIVERY-ENTRIES-COUNT
                   PERFORM 000-PUT-COST-RECORD
               END-IF.

       000-FETCH-DELIVERY-RECORD.

           COMPUTE WS-RECORD-NUM = (WS-ENTRY-SUB - 1) / 20.
           COMPUTE WS-RECORD-NUM = WS-ENTRY-SUB -
                                    (WS-RECORD-NUM * 20).

           IF WS-ENTRY-SUB = 1
              OR WS-RECORD-NUM = 1
               COMPUTE WS-CACHED-RECORD-NUM = (WS-ENTRY-SUB - 1) / 20
               MOVE WS-CURRENT-ACCOUNT-ID  TO AFR-ACCOUNT-ID
               MOVE A-D-RECORD-TYPE        TO AFR-KEY-TYPE
               MOVE WS-CACHED-RECORD-NUM   TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-DELIVERY-RECORD.

       000-CHECK-DELIVERY-ENTRY.

           PERFORM 000-FETCH-DELIVERY-RECORD.

           IF A-D-DATE-OF-DELIVERY (WS-RECORD-NUM) = WS-COST-DATE
           AND FUEL-FOUND
               COMPUTE WS-ENTRY-COGS ROUNDED =
                   A-D-GALLONS (WS-RECORD-NUM) *
                   WS-FU-AVG-COST (WS-FU-FOUND-SUB)
               ADD A-D-GALLONS (WS-RECORD-NUM) TO
                   WS-FU-DELIVERED (WS-FU-FOUND-SUB)
               ADD WS-ENTRY-COGS      TO WS-FU-COGS (WS-FU-FOUND-SUB)
               ADD WS-ENTRY-COGS      TO WS-TOTAL-COGS
               ADD 1                  TO WS-COSTED-COUNT
               PERFORM 000-FETCH-COST-RECORD
               MOVE WS-ENTRY-COGS     TO
                   WS-CC-COST-OF-GOODS (WS-RECORD-NUM)
               SET COST-CHAIN-CHANGED TO TRUE.

      * The parallel A-T record for the cached delivery record; the
      * one in hand is written back first when the walk moves on.
      * A record that is not on file (no truck was known for any
      * entry on it) is built.
       000-FETCH-COST-RECORD.

           IF WS-CC-CACHED-ACCOUNT NOT = WS-CURRENT-ACCOUNT-ID
           OR WS-CC-CACHED-NUM NOT = WS-CACHED-RECORD-NUM
               PERFORM 000-PUT-COST-RECORD
               MOVE WS-CURRENT-ACCOUNT-ID TO WS-CC-CACHED-ACCOUNT
               MOVE WS-CACHED-RECORD-NUM  TO WS-CC-CACHED-NUM

               MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID
               MOVE A-T-RECORD-TYPE       TO AFR-KEY-TYPE
               MOVE WS-CACHED-RECORD-NUM  TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO WS-COST-CHAIN-RECORD

               IF WS-ACCTFILE-OK
                   SET COST-CHAIN-ON-FILE TO TRUE
               ELSE
                   MOVE 'N'           TO WS-CC-ON-FILE-SW
                   MOVE SPACE         TO WS-COST-CHAIN-RECORD
                   MOVE WS-CURRENT-ACCOUNT-ID TO WS-CC-ACCOUNT-ID
                   MOVE A-T-RECORD-TYPE       TO WS-CC-KEY-TYPE
                   MOVE WS-CACHED-RECORD-NUM  TO WS-CC-RECORD-NUMBER.

       000-PUT-COST-RECORD.

           IF COST-CHAIN-CHANGED
               MOVE WS-CC-ACCOUNT-ID      TO AFR-ACCOUNT-ID
               MOVE A-T-RECORD-TYPE       TO AFR-KEY-TYPE
               MOVE WS-CC-RECORD-NUMBER   TO AFR-RECORD-NUMBER

               IF COST-CHAIN-ON-FILE
                   REWRITE ACCTFILE-RECORD-AREA FROM
                           WS-COST-CHAIN-RECORD
               ELSE
                   WRITE ACCTFILE-RECORD-AREA FROM
                         WS-COST-CHAIN-RECORD
               END-IF

               SET COST-CHAIN-ON-FILE TO TRUE
               MOVE 'N'               TO WS-CC-CHANGED-SW.

      * The day's truck load-outs and returns go out at the day's
      * average for their fuel.
       000-STAMP-TRUCK-LOADS.

           MOVE 'N'                   TO WS-BULK-EOF-SW.
           MOVE LOW-VALUES            TO BK-KEY.
           MOVE WS-COST-DATE          TO BK-DATE.

           START BULKFILE-DD KEY NOT < BK-KEY.

           IF WS-BULKFILE-OK
               PERFORM 000-STAMP-ONE-LOAD
                   UNTIL BULK-EOF.

       000-STAMP-ONE-LOAD.

           READ BULKFILE-DD NEXT.

           IF NOT WS-BULKFILE-OK
               SET BULK-EOF           TO TRUE
           ELSE
           IF BK-DATE NOT = WS-COST-DATE
               SET BULK-EOF           TO TRUE
           ELSE
           IF BK-TRUCK-LOAD
           OR BK-TRUCK-RETURN
               MOVE BK-FUEL-TYPE      TO WS-WORK-FUEL
               PERFORM 000-FIND-FUEL-SLOT
               IF FUEL-FOUND
                   COMPUTE WS-LOAD-COST ROUNDED =
                       WS-FU-AVG-COST (WS-FU-FOUND-SUB)
                   MOVE WS-LOAD-COST  TO BK-COST-PER-GALLON
                   REWRITE BULK-RECORD.

       000-WRITE-COST-RECORD.

           MOVE SPACE                 TO PLANT-COST-RECORD.
           MOVE WS-FU-FUEL-TYPE (WS-FU-SUB) TO PC-FUEL-TYPE.
           COMPUTE PC-DATE-COMP = 99999999 - WS-COST-DATE-8.
           MOVE WS-COST-DATE-8        TO PC-COST-DATE.
           MOVE WS-FU-OPENING (WS-FU-SUB)   TO PC-OPENING-GALLONS.
           MOVE WS-FU-RECEIPTS (WS-FU-SUB)  TO PC-RECEIPT-GALLONS.
           MOVE WS-FU-RECEIPT-VALUE (WS-FU-SUB) TO PC-RECEIPT-VALUE.
           MOVE WS-FU-AVG-COST (WS-FU-SUB)  TO PC-AVG-COST.
           MOVE WS-FU-DELIVERED (WS-FU-SUB) TO PC-DELIVERED-GALLONS.
           MOVE WS-FU-COGS (WS-FU-SUB)      TO PC-COGS-VALUE.

           COMPUTE WS-CLOSING =
               WS-FU-OPENING (WS-FU-SUB) + WS-FU-RECEIPTS (WS-FU-SUB)
                   - WS-FU-DELIVERED (WS-FU-SUB).
           MOVE WS-CLOSING            TO PC-CLOSING-GALLONS.

           MOVE WS-FU-STICK (WS-FU-SUB)     TO PC-STICK-GALLONS.
           MOVE WS-FU-STICK-SW (WS-FU-SUB)  TO PC-STICK-SW.

           WRITE PLANT-COST-RECORD.

           IF WS-PLNTCOST-DUP
               REWRITE PLANT-COST-RECORD.

       000-PRINT-REPORT.

           MOVE WS-COST-DATE          TO H-COST-DATE.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           IF WS-FU-TABLE-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NO-ACTIVITY-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-COLUMN-LINE
               PERFORM 000-PRINT-FUEL-LINE
                   VARYING WS-FU-SUB FROM 1 BY 1
                     UNTIL WS-FU-SUB > WS-FU-TABLE-COUNT.

       000-PRINT-FUEL-LINE.

           MOVE WS-FU-FUEL-TYPE (WS-FU-SUB)  TO WS-D-FUEL-TYPE.
           MOVE WS-FU-OPENING (WS-FU-SUB)    TO WS-D-OPENING.
           MOVE WS-FU-RECEIPTS (WS-FU-SUB)   TO WS-D-RECEIPTS.
           COMPUTE WS-D-AVG-COST =
               WS-FU-AVG-COST (WS-FU-SUB) / 100.
           MOVE WS-FU-DELIVERED (WS-FU-SUB)  TO WS-D-DELIVERED.
           COMPUTE WS-D-COGS =
               WS-FU-COGS (WS-FU-SUB) / 100.

           COMPUTE WS-CLOSING =
               WS-FU-OPENING (WS-FU-SUB) + WS-FU-RECEIPTS (WS-FU-SUB)
                   - WS-FU-DELIVERED (WS-FU-SUB).
           MOVE WS-CLOSING                   TO WS-D-CLOSING.

           IF WS-FU-STICK-TAKEN (WS-FU-SUB)
               MOVE WS-FU-STICK (WS-FU-SUB)  TO WS-D-STICK
           ELSE
               MOVE SPACE                    TO WS-D-STICK-X.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
