       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKD2.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Burn-Rate Recalibration - the weekly batch job     *
      *             that measures each open account's own burn rate,   *
      *             gallons per heating degree-day, from its fill      *
      *             history: every delivery is paired with the one     *
      *             before it, and the gallons of the later fill are   *
      *             set against the degree-days accumulated between    *
      *             the two dates (DEGREE-DAY-DD, the same feed        *
      *             SLICKB4 loads). Entries posted the same day (a     *
      *             prepay-covered run and its billed remainder) count *
      *             as one fill. A pair is left out when either date   *
      *             falls outside the degree-day table, when no        *
      *             degree-days or gallons fell between them, or when  *
      *             the later fill is a logged run-out (RUNOUT-DD, see *
      *             RNOFILE, source D or B) - the tank stood empty for *
      *             an unknown time, so the fill understates the burn. *
      *             With at least WS-MINIMUM-DEGREE-DAYS measured, the *
      *             rate (total gallons / total degree-days) goes onto *
      *             A-S-BURN-RATE with the run date, and SLICKB4 and   *
      *             SLICKP9 predict from it from then on. An account   *
      *             with too little history keeps the rate it had.     *
      *             A-S-ESTIMATED-USAGE is not changed; the report     *
      *             (BURNRATE-DD) lists every account whose measured   *
      *             rate over a normal season drifts more than         *
      *             WS-DRIFT-PERCENT from it, and every measured       *
      *             account with no usage figure, for the office to    *
      *             review the budget and the customer's estimate.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT DEGREE-DAY-DD ASSIGN TO DEGDAYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEGREE-DAY-STATUS.

           SELECT RUNOUT-DD ASSIGN TO RUNOUTLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-KEY
               FILE STATUS IS WS-RUNOUT-STATUS.

           SELECT BURNRATE-DD ASSIGN TO BURNRTRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURNRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  DEGREE-DAY-DD
           RECORD CONTAINS 10 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DEGREE-DAY-RECORD.
           03  DD-DATE                    PIC 9(06).
           03  DD-VALUE                   PIC 9(04).

       FD  RUNOUT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY RNOFILE.

       FD  BURNRATE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BURNRATE-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-DEGREE-DAY-STATUS           PIC X(02) VALUE SPACE.
           88  WS-DEGREE-DAY-OK           VALUE '00'.
           88  WS-DEGREE-DAY-EOF          VALUE '10'.
       01  WS-RUNOUT-STATUS               PIC X(02) VALUE SPACE.
           88  WS-RUNOUT-OK               VALUE '00'.
       01  WS-BURNRATE-STATUS             PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-END-OF-CONTRACT             PIC 9(08) VALUE ZERO.

      * A rate is only set from at least this many degree-days of
      * measured fills - a few mild weeks say little about a winter.
      * An account whose measured rate over a normal season is more
      * than WS-DRIFT-PERCENT off its A-S-ESTIMATED-USAGE is listed.
       01  WS-MINIMUM-DEGREE-DAYS         PIC 9(05) VALUE 300.
       01  WS-DRIFT-PERCENT               PIC 9(03) VALUE 25.
       01  WS-NORMAL-SEASON-DEGREE-DAYS   PIC 9(05) VALUE 5500.

      * Degree-day table loaded once from DEGREE-DAY-DD, one entry per
      * day, holding each day's running total so the degree-days
      * between two dates is a subtraction, as in SLICKB4.
       01  WS-DD-TABLE-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-DD-TABLE.
           03  WS-DD-ENTRY OCCURS 400 TIMES
                   ASCENDING KEY IS WS-DD-ENTRY-DATE
                   INDEXED BY WS-DD-IDX.
               05  WS-DD-ENTRY-DATE       PIC 9(06).
               05  WS-DD-ENTRY-CUMULATIVE PIC 9(06).
       01  WS-DD-RUNNING-TOTAL            PIC 9(06) VALUE ZERO.
       01  WS-DD-LOOKUP-DATE              PIC 9(06) VALUE ZERO.
       01  WS-DD-LOOKUP-VALUE             PIC 9(06) VALUE ZERO.
       01  WS-DD-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  DD-FOUND                   VALUE 'Y'.
       01  WS-DD-AT-PRIOR-FILL            PIC 9(06) VALUE ZERO.
       01  WS-DD-AT-FILL                  PIC 9(06) VALUE ZERO.

      * Shadow copies taken before the delivery READs clobber the
      * shared ACCTFILE storage.
       01  WS-NAME-LAST                   PIC X(16) VALUE SPACE.
       01  WS-ESTIMATED-USAGE             PIC 9(04) VALUE ZERO.
       01  WS-DELIVERY-ENTRIES            PIC 9(04) VALUE ZERO.

       01  WS-ENTRY-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-RECORD-NUM                  PIC 9(04) VALUE ZERO.
       01  WS-CACHED-RECORD-NUM           PIC 9(04) VALUE ZERO.

      * The fill being gathered (every entry on one date) and the
      * date of the fill before it.
       01  WS-FILL-DATE                   PIC 9(06) VALUE ZERO.
       01  WS-FILL-GALLONS                PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-FILL-DATE             PIC 9(06) VALUE ZERO.
       01  WS-PAIR-DEGREE-DAYS            PIC 9(06) VALUE ZERO.

       01  WS-TOTAL-GALLONS               PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-DEGREE-DAYS           PIC 9(07) VALUE ZERO.

       01  WS-BURN-RATE                   PIC 9(02)V9(04) VALUE ZERO.
       01  WS-SEASON-GALLONS              PIC 9(06) VALUE ZERO.
       01  WS-DRIFT-GALLONS               PIC 9(06) VALUE ZERO.
       01  WS-DRIFT-ACTUAL                PIC 9(05) VALUE ZERO.

       01  WS-MEASURED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-DRIFTED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-SHORT-COUNT                 PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'BURN-RATE RECALIBRATION  -  RUN OF      '.
           03  WS-H-RUN-DATE              PIC 9(08).
           03  FILLER                     PIC X(32) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'ACCT  NAME             EST USE  MEASURED'.
           03  FILLER                     PIC X(40) VALUE
               '   GAL/DD  DRIFT% NOTE                  '.

       01  WS-DETAIL-LINE.
           03  WS-D-ACCOUNT-ID            PIC 9(05).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-D-NAME                  PIC X(16).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-ESTIMATED-USAGE       PIC ZZ,ZZ9.
           03  FILLER                     PIC X(03) VALUE SPACE.
           03  WS-D-SEASON-GALLONS        PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-BURN-RATE             PIC Z9.9999.
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-DRIFT                 PIC ZZZZ9.
           03  WS-D-DRIFT-SIGN            PIC X(01).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-D-NOTE                  PIC X(22).

       01  WS-TOTAL-LINE.
           03  WS-T-MEASURED              PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(09) VALUE
                                          ' MEASURED'.
           03  FILLER                     PIC X(02) VALUE ', '.
           03  WS-T-DRIFTED               PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(08) VALUE ' DRIFTED'.
           03  FILLER                     PIC X(02) VALUE ', '.
           03  WS-T-SHORT                 PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(17) VALUE
                                          ' TOO LITTLE DATA'.
           03  FILLER                     PIC X(21) VALUE SPACE.

       01  WS-NO-FEED-LINE                PIC X(80) VALUE
           'NO DEGREE-DAY DATA - NO RATES MEASURED'.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKD2 ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           IF WS-DD-TABLE-COUNT > ZERO
               PERFORM 000-CHECK-ACCOUNT
                   VARYING WS-CURRENT-ACCOUNT-ID
                       FROM A-C-MIN-ACCOUNT-ID BY 1
                         UNTIL WS-CURRENT-ACCOUNT-ID >
                               A-C-MAX-ACCOUNT-ID
           ELSE
               WRITE BURNRATE-LINE FROM WS-NO-FEED-LINE.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-MEASURED-COUNT     TO WS-RUN-ACCOUNTS.
           MOVE ZERO                  TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN INPUT  RUNOUT-DD.
           OPEN OUTPUT BURNRATE-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE WS-RUN-CCYYMMDD (3:6) TO WS-TODAY-YYMMDD.

           PERFORM 000-LOAD-DEGREE-DAY-TABLE.

           MOVE WS-RUN-CCYYMMDD       TO WS-H-RUN-DATE.
           WRITE BURNRATE-LINE FROM WS-HEADING-LINE.
           WRITE BURNRATE-LINE FROM WS-BLANK-LINE.
           WRITE BURNRATE-LINE FROM WS-COLUMN-LINE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE RUNOUT-DD.
           CLOSE BURNRATE-DD.

       000-LOAD-DEGREE-DAY-TABLE.

           OPEN INPUT DEGREE-DAY-DD.

           IF WS-DEGREE-DAY-OK
               PERFORM 000-READ-DEGREE-DAY
               PERFORM 000-ADD-DEGREE-DAY
                   UNTIL WS-DEGREE-DAY-EOF
                      OR WS-DD-TABLE-COUNT = 400
               CLOSE DEGREE-DAY-DD.

       000-READ-DEGREE-DAY.

           READ DEGREE-DAY-DD
               AT END
                   SET WS-DEGREE-DAY-EOF TO TRUE.

       000-ADD-DEGREE-DAY.

           ADD DD-VALUE               TO WS-DD-RUNNING-TOTAL.
           ADD 1                      TO WS-DD-TABLE-COUNT.
           MOVE DD-DATE               TO
                WS-DD-ENTRY-DATE (WS-DD-TABLE-COUNT).
           MOVE WS-DD-RUNNING-TOTAL   TO
                WS-DD-ENTRY-CUMULATIVE (WS-DD-TABLE-COUNT).

           PERFORM 000-READ-DEGREE-DAY.

       000-CHECK-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT TO WS-END-OF-CONTRACT
               IF WS-END-OF-CONTRACT = ZERO
               AND A-S-DELIVERY-ENTRIES NUMERIC
               AND A-S-DELIVERY-ENTRIES > 1
                   PERFORM 000-MEASURE-ACCOUNT.

      * Walk the delivery chain oldest first, gathering each date's
      * entries into one fill and pricing it against the fill before.
       000-MEASURE-ACCOUNT.

           MOVE A-S-NAME-LAST         TO WS-NAME-LAST.
           MOVE A-S-DELIVERY-ENTRIES  TO WS-DELIVERY-ENTRIES.
           IF A-S-ESTIMATED-USAGE NUMERIC
               MOVE A-S-ESTIMATED-USAGE TO WS-ESTIMATED-USAGE
           ELSE
               MOVE ZERO              TO WS-ESTIMATED-USAGE.

           MOVE ZERO                  TO WS-FILL-DATE.
           MOVE ZERO                  TO WS-FILL-GALLONS.
           MOVE ZERO                  TO WS-PRIOR-FILL-DATE.
           MOVE ZERO                  TO WS-TOTAL-GALLONS.
           MOVE ZERO                  TO WS-TOTAL-DEGREE-DAYS.

           PERFORM 000-GATHER-DELIVERY-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
                 UNTIL WS-ENTRY-SUB > WS-DELIVERY-ENTRIES.

           PERFORM 000-CLOSE-FILL.

           IF WS-TOTAL-DEGREE-DAYS < WS-MINIMUM-DEGREE-DAYS
           OR WS-TOTAL-GALLONS = ZERO
               ADD 1                  TO WS-SHORT-COUNT
           ELSE
               PERFORM 000-SET-BURN-RATE.

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

       000-GATHER-DELIVERY-ENTRY.

           PERFORM 000-FETCH-DELIVERY-RECORD.

           IF A-D-DATE-OF-DELIVERY (WS-RECORD-NUM) = WS-FILL-DATE
               ADD A-D-GALLONS (WS-RECORD-NUM) TO WS-FILL-GALLONS
           ELSE
               PERFORM 000-CLOSE-FILL
               MOVE A-D-DATE-OF-DELIVERY (WS-RECORD-NUM)
                                      TO WS-FILL-DATE
               MOVE A-D-GALLONS (WS-RECORD-NUM)
                                      TO WS-FILL-GALLONS.

      * The gathered fill is measured against the fill before it;
      * it then becomes the prior fill for the next one.
       000-CLOSE-FILL.

           IF WS-FILL-DATE NOT = ZERO
               IF WS-PRIOR-FILL-DATE NOT = ZERO
                   PERFORM 000-MEASURE-PAIR
               END-IF
               MOVE WS-FILL-DATE      TO WS-PRIOR-FILL-DATE.

       000-MEASURE-PAIR.

           MOVE WS-PRIOR-FILL-DATE    TO WS-DD-LOOKUP-DATE.
           PERFORM 000-LOOKUP-DEGREE-DAYS.

           IF DD-FOUND
               MOVE WS-DD-LOOKUP-VALUE TO WS-DD-AT-PRIOR-FILL
               MOVE WS-FILL-DATE      TO WS-DD-LOOKUP-DATE
               PERFORM 000-LOOKUP-DEGREE-DAYS.

           IF DD-FOUND
               MOVE WS-DD-LOOKUP-VALUE TO WS-DD-AT-FILL
               IF WS-DD-AT-FILL > WS-DD-AT-PRIOR-FILL
               AND WS-FILL-GALLONS > ZERO
                   COMPUTE WS-PAIR-DEGREE-DAYS =
                       WS-DD-AT-FILL - WS-DD-AT-PRIOR-FILL
                   PERFORM 000-CHECK-RUN-OUT-FILL
                   IF NOT WS-RUNOUT-OK
                   OR RO-FROM-EMERGENCY
                       ADD WS-FILL-GALLONS
                                      TO WS-TOTAL-GALLONS
                       ADD WS-PAIR-DEGREE-DAYS
                                      TO WS-TOTAL-DEGREE-DAYS.

       000-LOOKUP-DEGREE-DAYS.

           MOVE 'N'                   TO WS-DD-FOUND-SW.
           SET WS-DD-IDX              TO 1.

           SEARCH ALL WS-DD-ENTRY
               AT END
                   MOVE 'N'           TO WS-DD-FOUND-SW
               WHEN WS-DD-ENTRY-DATE (WS-DD-IDX) = WS-DD-LOOKUP-DATE
                   MOVE 'Y'           TO WS-DD-FOUND-SW
                   MOVE WS-DD-ENTRY-CUMULATIVE (WS-DD-IDX)
                                      TO WS-DD-LOOKUP-VALUE.

      * The run-out log is keyed on the full CCYYMMDD date.
       000-CHECK-RUN-OUT-FILL.

           MOVE WS-FILL-DATE          TO Y2K-YYMMDD-3.
           PERFORM 000-Y2K-WINDOW-3.

           MOVE WS-CURRENT-ACCOUNT-ID TO RO-ACCOUNT-ID.
           MOVE Y2K-DATE-3            TO RO-DATE.

           READ RUNOUT-DD.

      * The delivery buffer is done with: re-read the statistics
      * record to carry the rate.
       000-SET-BURN-RATE.

           COMPUTE WS-BURN-RATE ROUNDED =
               WS-TOTAL-GALLONS / WS-TOTAL-DEGREE-DAYS.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE WS-BURN-RATE      TO A-S-BURN-RATE
               MOVE WS-TODAY-YYMMDD   TO A-S-BURN-RATE-DATE
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-STATISTICS-RECORD
               ADD 1                  TO WS-MEASURED-COUNT
               PERFORM 000-CHECK-DRIFT.

       000-CHECK-DRIFT.

           COMPUTE WS-SEASON-GALLONS ROUNDED =
               WS-BURN-RATE * WS-NORMAL-SEASON-DEGREE-DAYS.

           IF WS-ESTIMATED-USAGE = ZERO
               MOVE ZERO              TO WS-D-DRIFT
               MOVE SPACE             TO WS-D-DRIFT-SIGN
               MOVE 'NO USAGE FIGURE       ' TO WS-D-NOTE
               PERFORM 000-WRITE-DETAIL-LINE
               ADD 1                  TO WS-DRIFTED-COUNT
           ELSE
               IF WS-SEASON-GALLONS > WS-ESTIMATED-USAGE
                   COMPUTE WS-DRIFT-GALLONS =
                       WS-SEASON-GALLONS - WS-ESTIMATED-USAGE
                   MOVE '+'           TO WS-D-DRIFT-SIGN
                   MOVE 'BURNING MORE THAN EST ' TO WS-D-NOTE
               ELSE
                   COMPUTE WS-DRIFT-GALLONS =
                       WS-ESTIMATED-USAGE - WS-SEASON-GALLONS
                   MOVE '-'           TO WS-D-DRIFT-SIGN
                   MOVE 'BURNING LESS THAN EST ' TO WS-D-NOTE
               END-IF
               COMPUTE WS-DRIFT-ACTUAL ROUNDED =
                   (WS-DRIFT-GALLONS * 100) / WS-ESTIMATED-USAGE
               IF WS-DRIFT-ACTUAL > WS-DRIFT-PERCENT
                   MOVE WS-DRIFT-ACTUAL TO WS-D-DRIFT
                   PERFORM 000-WRITE-DETAIL-LINE
                   ADD 1              TO WS-DRIFTED-COUNT.

       000-WRITE-DETAIL-LINE.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-D-ACCOUNT-ID.
           MOVE WS-NAME-LAST          TO WS-D-NAME.
           MOVE WS-ESTIMATED-USAGE    TO WS-D-ESTIMATED-USAGE.
           MOVE WS-SEASON-GALLONS     TO WS-D-SEASON-GALLONS.
           MOVE WS-BURN-RATE          TO WS-D-BURN-RATE.

           WRITE BURNRATE-LINE FROM WS-DETAIL-LINE.

       000-WRITE-TOTALS.

           WRITE BURNRATE-LINE FROM WS-BLANK-LINE.

           MOVE WS-MEASURED-COUNT     TO WS-T-MEASURED.
           MOVE WS-DRIFTED-COUNT      TO WS-T-DRIFTED.
           MOVE WS-SHORT-COUNT        TO WS-T-SHORT.
           WRITE BURNRATE-LINE FROM WS-TOTAL-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
