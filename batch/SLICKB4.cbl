      *             account's last-delivery date falls outside the     *
      *             table's coverage.                                  *
      *                                                                *
      *             Where SLICKD2 has measured the account's own burn  *
      *             rate from its fill history (A-S-BURN-RATE), that   *
      *             figure is used as the gallons per degree-day       *
      *             instead of the converted A-S-ESTIMATED-USAGE.      *
      *                                                                *
      *             Open will-call orders (ORDRFILE, keyed from the    *
      *             SLICKPK order desk) whose requested date has       *
      *             arrived are merged onto the manifest as FIRM       *
      *             same weather-adjusted estimate online instead of   *
      *             its own flat calculation - this file now opens     *
      *             ACCTFILE-DD I-O instead of INPUT for that rewrite. *
      *                                                                *
      *             The delivery plan code on the extension record     *
      *             (A-E-DELIVERY-PLAN) decides who the estimate may   *
      *             send a truck to. Automatic accounts ride as above. *
      *             A will-call account rides only on a firm order;    *
      *             when its estimate runs low with no order on file,  *
      *             000-CHECK-ORDER-REMINDER writes a "time to order"  *
      *             delivery message to REMINDER-DD (NTFY queue record *
      *             format, concatenated onto the queue dataset ahead  *
      *             of the SLICKBO run the same way SLICKB2's          *
      *             e-statement feed is) and stamps A-E-ORDER-         *
      *             REMINDER, so it goes at most once a week. A keep-  *
      *             full account rides whenever it is due on its own,  *
      *             and otherwise tops off on any day its route (or    *
      *             unrouted zip) already has a stop on the manifest - *
      *             held in WS-KEEP-FULL-TABLE until the sweep is      *
      *             done, then released for every route that runs.     *
      *                                                                *
      *             A C.O.D. account (A-E-COD-TERMS) prints a COD      *
      *             COLLECT line under its stop: the estimated fill at *
      *             the account's price plus any balance still owed,   *
      *             so the driver knows what to take before pumping.   *
      *                                                                *
      *             No truck goes out of a branch that is closed       *
      *             today - a weekend, or a holiday on the branch's    *
      *             calendar (HOLIDAY-DD, looked up once per branch    *
      *             through WS-BRANCH-CACHE). Stops that would have    *
      *             ridden are held off the manifest for the next      *
      *             open day's run, and a warning line per closed      *
      *             branch with the count held prints at the foot of   *
      *             the manifest so the dispatcher can send an on-call *
      *             truck for any that cannot wait.                    *
      *                                                                *
      *             The sweep may be split into account-range streams  *
      *             (SLICKRCT). A stream sorts its own stops onto an   *
      *             extract (MANXOUT) instead of printing - keep-full  *
      *             stops not due on their own go too, flagged, since  *
      *             only the merge can see every route that runs - and *
      *             files its closed-branch hold counts. The merge     *
      *             step sorts the streams' extracts (MANXSTR,         *
      *             concatenated) into the one manifest, releasing a   *
      *             flagged keep-full stop when its route runs in any  *
      *             stream, and copies the streams' reminders          *
      *             (RMNDSTR) to REMINDER-DD.                          *
      *                                                                *
      *             No load goes out under a driver who is not DOT-    *
      *             qualified today (SLICKDQC against DRIVQUAL-DD, the *
      *             SLICKPH driver file): a truck whose assigned       *
      *             driver has an expired CDL, hazmat endorsement,     *
      *             medical card or drug test, no road test, or no     *
      *             driver at all is left out of the load rotation,    *
      *             and a TRUCK HELD line with the reason prints at    *
      *             the foot of the manifest. When every truck on file *
      *             is held, the route's stops still print so the      *
      *             dispatcher can see the work, but each load is      *
      *             headed NO QUALIFIED DRIVER instead of a truck.     *
      *                                                                *
      *             An account whose primary tank is held for an open  *
      *             spill or leak incident (A-S-SPILL-HOLD, set from   *
      *             the SLICKPW incident log) stays off the manifest   *
      *             like a credit-held one until the incident is closed*
      *             out.                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS TK-KEY
               FILE STATUS IS WS-TRUCKFIL-STATUS.

           SELECT DRIVQUAL-DD ASSIGN TO DRIVQUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-KEY
               FILE STATUS IS WS-DRIVQUAL-STATUS.

           SELECT ORDER-DD ASSIGN TO ORDRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-KEY
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT REMINDER-DD ASSIGN TO RMNDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMINDER-STATUS.

           SELECT EXTRACT-DD ASSIGN TO MANXOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT EXTRACT-STREAM-DD ASSIGN TO MANXSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STREAM-STATUS.

           SELECT REMINDER-STREAM-DD ASSIGN TO RMNDSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMINDER-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.
           03  SW-ALERT-TEXT              PIC X(40).
           03  SW-FIRM-ORDER              PIC X(01).
           03  SW-ORDER-GALLONS           PIC 9(04).
           03  SW-DELIVERY-PLAN           PIC X(01).
           03  SW-COD-TERMS               PIC X(01).
           03  SW-UNIT-PRICE              PIC 9(05).
           03  SW-BALANCE                 PIC S9(09).
      * 'Y' on a stream's keep-full stop still waiting on its route.
           03  SW-KEEP-FULL-HELD          PIC X(01).

       FD  MANIFEST-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY TRKFILE.

       FD  DRIVQUAL-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY DRQFILE.

       FD  ORDER-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY ORDFILE.

       FD  REMINDER-DD
           RECORD CONTAINS 72 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REMINDER-RECORD                   PIC X(72).

       FD  EXTRACT-DD
           RECORD CONTAINS 153 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD                    PIC X(153).

       FD  EXTRACT-STREAM-DD
           RECORD CONTAINS 153 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-STREAM-RECORD             PIC X(153).

       FD  REMINDER-STREAM-DD
           RECORD CONTAINS 72 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REMINDER-STREAM-RECORD            PIC X(72).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

           COPY DRQUALWS.

           COPY NOTIFYQ.

       01  WS-ACCTFILE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK                 VALUE '00'.
       01  WS-MANIFEST-STATUS                PIC X(02) VALUE SPACE.
           88  WS-DEGREE-DAY-EOF              VALUE '10'.
       01  WS-TRUCKFIL-STATUS                PIC X(02) VALUE SPACE.
           88  WS-TRUCKFIL-OK                 VALUE '00'.
       01  WS-DRIVQUAL-STATUS                PIC X(02) VALUE SPACE.
           88  WS-DRIVQUAL-OK                 VALUE '00'.
       01  WS-DISPATCH-STATUS                PIC X(02) VALUE SPACE.
       01  WS-ORDER-STATUS                   PIC X(02) VALUE SPACE.
           88  WS-ORDER-OK                    VALUE '00'.
       01  WS-REMINDER-STATUS                PIC X(02) VALUE SPACE.
       01  WS-EXTRACT-STATUS                 PIC X(02) VALUE SPACE.
       01  WS-EXTRACT-STREAM-STATUS          PIC X(02) VALUE SPACE.
           88  WS-EXTRACT-STREAM-OK           VALUE '00'.
       01  WS-REMINDER-STREAM-STATUS         PIC X(02) VALUE SPACE.
           88  WS-REMINDER-STREAM-OK          VALUE '00'.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-MANIFEST-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-EXTRACT-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

       01  WS-END-OF-CONTRACT.
           88  ON-VACATION-HOLD            VALUE 'Y'.
       01  WS-TANK-THRESHOLD               PIC 9(06)V99 VALUE ZERO.

      * The account's delivery plan and last order reminder, taken
      * off the extension record before the statistics read.
       01  WS-DELIVERY-PLAN                PIC X(01) VALUE SPACE.
           88  PLAN-WILL-CALL              VALUE 'W'.
           88  PLAN-KEEP-FULL              VALUE 'K'.
       01  WS-ORDER-REMINDER               PIC 9(06) VALUE ZERO.
       01  WS-COD-TERMS                    PIC X(01) VALUE SPACE.
       01  WS-REMINDER-INTERVAL            PIC 9(02) VALUE 7.
       01  WS-REMINDER-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-REMINDER-DUE-SW              PIC X(01) VALUE 'N'.
           88  REMINDER-DUE                VALUE 'Y'.

      * Keep-full stops not due on their own wait here until the
      * sweep is done; any route (or unrouted zip) that drew a stop
      * of its own is in WS-RUN-TABLE, and its keep-full accounts
      * are topped off on the same pass.
       01  WS-KEEP-FULL-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-KEEP-FULL-TABLE.
           03  WS-KF-ENTRY OCCURS 300 TIMES.
               05  WS-KF-SORT-IMAGE        PIC X(160).
       01  WS-KF-SUB                       PIC 9(03) VALUE ZERO.
       01  WS-RUN-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-RUN-TABLE.
           03  WS-RUN-ENTRY OCCURS 300 TIMES.
               05  WS-RUN-ROUTE-CODE       PIC X(04).
               05  WS-RUN-ZIP              PIC 9(05).
       01  WS-RUN-SUB                      PIC 9(03) VALUE ZERO.
       01  WS-ROUTE-RUNS-SW                PIC X(01) VALUE 'N'.
           88  ROUTE-RUNS-TODAY            VALUE 'Y'.

      * Whether each branch met so far is open today, and how many
      * stops were held because it is not. A branch beyond the
      * table's end is looked up afresh every time.
       01  WS-BRANCH-CACHE-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-BRANCH-CACHE.
           03  WS-BC-ENTRY OCCURS 20 TIMES.
               05  WS-BC-BRANCH            PIC X(02).
               05  WS-BC-OPEN-SW           PIC X(01).
               05  WS-BC-HELD              PIC 9(05).
       01  WS-BC-SUB                       PIC 9(02) VALUE ZERO.
       01  WS-BC-FOUND-SW                  PIC X(01) VALUE 'N'.
           88  BRANCH-CACHED               VALUE 'Y'.
       01  WS-BRANCH-OPEN-SW               PIC X(01) VALUE 'Y'.
           88  BRANCH-OPEN-TODAY           VALUE 'Y'.

      * What a stream files for the merge step: its count of stops
      * that ride, and its branch cache with the stops held.
       01  WS-STREAM-TOTALS.
           03  WS-ST-EXTRACT-COUNT         PIC 9(06).
           03  WS-ST-BRANCH-COUNT          PIC 9(02).
           03  WS-ST-BRANCH-CACHE.
               05  WS-ST-BC-ENTRY OCCURS 20 TIMES.
                   07  WS-ST-BC-BRANCH     PIC X(02).
                   07  WS-ST-BC-OPEN-SW    PIC X(01).
                   07  WS-ST-BC-HELD       PIC 9(05).
       01  WS-ST-SUB                       PIC 9(02) VALUE ZERO.

      * This location's normal heating-season degree-day total (base
      * 65), used to turn an account's flat annual A-S-ESTIMATED-USAGE
      * into a gallons-per-degree-day burn rate.
               05  WS-TK-TRUCK-ID          PIC X(04).
               05  WS-TK-CAPACITY          PIC 9(05).
       01  WS-TRUCK-SUB                    PIC 9(02) VALUE ZERO.

      * Trucks held out of the rotation because their driver is not
      * qualified today, listed at the foot of the manifest.
       01  WS-HELD-TRUCK-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-HELD-TRUCK-TABLE.
           03  WS-HT-ENTRY OCCURS 10 TIMES.
               05  WS-HT-TRUCK-ID          PIC X(04).
               05  WS-HT-DRIVER            PIC 9(04).
               05  WS-HT-REASON            PIC X(16).
       01  WS-HT-SUB                       PIC 9(02) VALUE ZERO.
       01  WS-NO-DRIVER-SW                 PIC X(01) VALUE 'N'.
           88  NO-QUALIFIED-TRUCK          VALUE 'Y'.

       01  WS-HELD-ALERT.
           03  FILLER                      PIC X(06) VALUE 'TRUCK '.
           03  WS-HA-TRUCK-ID              PIC X(04).
           03  FILLER                      PIC X(08) VALUE ' DRIVER '.
           03  WS-HA-DRIVER                PIC 9(04).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-HA-REASON                PIC X(16).

       01  WS-NO-DRIVER-HEADER-LINE.
           03  FILLER                     PIC X(21) VALUE
                                          'NO QUALIFIED DRIVER  '.
           03  FILLER                     PIC X(05) VALUE 'LOAD '.
           03  WS-ND-LOAD-NUMBER          PIC Z9.
           03  FILLER                     PIC X(52) VALUE SPACE.
       01  WS-LOAD-NUMBER                  PIC 9(02) VALUE ZERO.
       01  WS-LOAD-GALLONS                 PIC 9(07)V99 VALUE ZERO.
       01  WS-ROUTE-OPEN-SW                PIC X(01) VALUE 'N'.
           03  WS-OR-ENTRY OCCURS 200 TIMES.
               05  WS-OR-ACCOUNT-ID        PIC 9(05).
               05  WS-OR-GALLONS           PIC 9(04).
               05  WS-OR-DUE-SW            PIC X(01).
       01  WS-OR-SUB                       PIC 9(03) VALUE ZERO.
       01  WS-ORDER-FOUND-SW               PIC X(01) VALUE 'N'.
           88  FIRM-ORDER-FOUND            VALUE 'Y'.
      * Any open order at all, due today or later - a will-call
      * customer who has already ordered needs no reminder.
       01  WS-ORDER-ON-FILE-SW             PIC X(01) VALUE 'N'.
           88  ORDER-ON-FILE               VALUE 'Y'.
       01  WS-ORDER-GALLONS                PIC 9(04) VALUE ZERO.
       01  WS-STOP-GALLONS                 PIC 9(06)V99 VALUE ZERO.

           03  WS-D-EST-GALLONS-USED       PIC ZZZ9.
           03  FILLER                      PIC X(03) VALUE SPACE.

       01  WS-KEEP-FULL-DETAIL-LINE.
           03  FILLER                      PIC X(08) VALUE SPACE.
           03  FILLER                      PIC X(26) VALUE
                                           '** KEEP FULL - FILL TO TOP'.
           03  FILLER                      PIC X(03) VALUE ' **'.
           03  FILLER                      PIC X(43) VALUE SPACE.

      * A C.O.D. stop: the fill at the account's price on the
      * stop's estimated gallons, plus whatever is still owed.
       01  WS-COD-FUEL                     PIC 9(08) VALUE ZERO.
       01  WS-COD-OWED                     PIC 9(08) VALUE ZERO.
       01  WS-COD-TOTAL                    PIC 9(08) VALUE ZERO.

       01  WS-COD-DETAIL-LINE.
           03  FILLER                      PIC X(08) VALUE SPACE.
           03  FILLER                      PIC X(15) VALUE
                                           '** COD COLLECT '.
           03  WS-C-TOTAL                  PIC X(10).
           03  FILLER                      PIC X(11) VALUE
                                           ' (FUEL EST '.
           03  WS-C-FUEL                   PIC X(10).
           03  FILLER                      PIC X(08) VALUE ' + OWED '.
           03  WS-C-OWED                   PIC X(10).
           03  FILLER                      PIC X(04) VALUE ') **'.
           03  FILLER                      PIC X(04) VALUE SPACE.

       01  WS-ALERT-DETAIL-LINE.
           03  FILLER                      PIC X(08) VALUE SPACE.
           03  FILLER                      PIC X(03) VALUE '** '.
           03  FILLER                      PIC X(03) VALUE ' **'.
           03  FILLER                      PIC X(26) VALUE SPACE.

       01  WS-CLOSED-ALERT.
           03  FILLER                      PIC X(07) VALUE 'BRANCH '.
           03  WS-CA-BRANCH                PIC X(04).
           03  FILLER                      PIC X(10) VALUE
                                           ' CLOSED - '.
           03  WS-CA-HELD                  PIC ZZZZ9.
           03  FILLER                      PIC X(14) VALUE
                                           ' STOPS HELD   '.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

           MOVE 'SLICKB4 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-STREAMS-ALLOWED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           OPEN I-O    ACCTFILE-DD.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.
           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE A-C-MIN-ACCOUNT-ID    TO WS-RUN-FIRST-ACCOUNT.
           MOVE A-C-MAX-ACCOUNT-ID    TO WS-RUN-LAST-ACCOUNT.
           PERFORM 000-RUN-CONTROL-RANGE.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

           PERFORM 000-LOAD-ORDER-TABLE.

           OPEN OUTPUT REMINDER-DD.

           IF WS-RUN-STREAMING
               PERFORM 000-SORT-STREAM
           ELSE
           IF WS-RUN-MERGING
               PERFORM 000-MERGE-STREAMS
           ELSE
               PERFORM 000-SORT-ACCOUNTS.

           CLOSE ACCTFILE-DD.
           CLOSE REMINDER-DD.

           IF WS-RUN-STREAMING
               MOVE WS-EXTRACT-COUNT   TO WS-RUN-ACCOUNTS
           ELSE
               MOVE WS-MANIFEST-COUNT  TO WS-RUN-ACCOUNTS.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-SORT-ACCOUNTS.

           SORT SORT-WORK-DD
               ON ASCENDING KEY SW-ROUTE-CODE, SW-STOP-SEQUENCE,
                                SW-ZIP
               INPUT PROCEDURE 000-EXTRACT-ACCOUNTS
               OUTPUT PROCEDURE 000-PRINT-MANIFEST.

      * A stream sorts its stops onto the extract for the merge
      * step, and files its branch cache with the stops it held.
       000-SORT-STREAM.

           SORT SORT-WORK-DD
               ON ASCENDING KEY SW-ROUTE-CODE, SW-STOP-SEQUENCE,
                                SW-ZIP
               INPUT PROCEDURE 000-EXTRACT-ACCOUNTS
               OUTPUT PROCEDURE 000-WRITE-STREAM-EXTRACT.

           MOVE WS-EXTRACT-COUNT      TO WS-ST-EXTRACT-COUNT.
           MOVE WS-BRANCH-CACHE-COUNT TO WS-ST-BRANCH-COUNT.
           MOVE WS-BRANCH-CACHE       TO WS-ST-BRANCH-CACHE.
           MOVE WS-STREAM-TOTALS      TO WS-RUN-STREAM-TOTALS.

       000-WRITE-STREAM-EXTRACT.

           OPEN OUTPUT EXTRACT-DD.

           PERFORM 000-RETURN-SORT-RECORD.

           PERFORM 000-PUT-EXTRACT-RECORD
               UNTIL SORT-AT-END.

           CLOSE EXTRACT-DD.

       000-PUT-EXTRACT-RECORD.

           WRITE EXTRACT-RECORD FROM SORT-WORK-RECORD.

           IF SW-KEEP-FULL-HELD NOT = 'Y'
               ADD 1                  TO WS-EXTRACT-COUNT.

           PERFORM 000-RETURN-SORT-RECORD.

      * Merge step: the streams' reminders copied to the night's
      * feed, their branch caches added together, and their
      * extracts sorted into the one manifest.
       000-MERGE-STREAMS.

           OPEN INPUT REMINDER-STREAM-DD.

           PERFORM 000-COPY-STREAM-REMINDER
               UNTIL NOT WS-REMINDER-STREAM-OK.

           CLOSE REMINDER-STREAM-DD.

           PERFORM 000-ADD-STREAM-TOTALS
               VARYING WS-RUN-STREAM-SUB FROM 1 BY 1
                 UNTIL WS-RUN-STREAM-SUB > WS-RUN-STREAM-COUNT.

           SORT SORT-WORK-DD
               ON ASCENDING KEY SW-ROUTE-CODE, SW-STOP-SEQUENCE,
                                SW-ZIP
               INPUT PROCEDURE 000-MERGE-EXTRACTS
               OUTPUT PROCEDURE 000-PRINT-MANIFEST.

       000-COPY-STREAM-REMINDER.

           READ REMINDER-STREAM-DD.

           IF WS-REMINDER-STREAM-OK
               MOVE REMINDER-STREAM-RECORD TO REMINDER-RECORD
               WRITE REMINDER-RECORD.

       000-ADD-STREAM-TOTALS.

           MOVE WS-RUN-STREAM-SAVED (WS-RUN-STREAM-SUB)
                                      TO WS-STREAM-TOTALS.

           PERFORM 000-ADD-STREAM-BRANCH
               VARYING WS-ST-SUB FROM 1 BY 1
                 UNTIL WS-ST-SUB > WS-ST-BRANCH-COUNT.

      * No account is in hand in the merge step, so A-S-BRANCH is
      * free to carry the stream's branch to the cache lookup.
       000-ADD-STREAM-BRANCH.

           MOVE WS-ST-BC-BRANCH (WS-ST-SUB) TO A-S-BRANCH.
           MOVE 'N'                   TO WS-BC-FOUND-SW.

           PERFORM 000-MATCH-BRANCH-CACHE
               VARYING WS-BC-SUB FROM 1 BY 1
                 UNTIL BRANCH-CACHED
                    OR WS-BC-SUB > WS-BRANCH-CACHE-COUNT.

           IF BRANCH-CACHED
               SUBTRACT 1             FROM WS-BC-SUB
           ELSE
               IF WS-BRANCH-CACHE-COUNT < 20
                   ADD 1              TO WS-BRANCH-CACHE-COUNT
                   MOVE WS-BRANCH-CACHE-COUNT TO WS-BC-SUB
                   MOVE A-S-BRANCH    TO WS-BC-BRANCH (WS-BC-SUB)
                   MOVE WS-ST-BC-OPEN-SW (WS-ST-SUB)
                                      TO WS-BC-OPEN-SW (WS-BC-SUB)
                   MOVE ZERO          TO WS-BC-HELD (WS-BC-SUB)
               ELSE
                   MOVE ZERO          TO WS-BC-SUB.

           IF WS-BC-SUB > ZERO
               ADD WS-ST-BC-HELD (WS-ST-SUB)
                                      TO WS-BC-HELD (WS-BC-SUB).

      * Every stream's stops into the sort. A stop that rides on its
      * own notes its route as running; a flagged keep-full stop is
      * held, as in a single run, until every stream is in.
       000-MERGE-EXTRACTS.

           OPEN INPUT EXTRACT-STREAM-DD.

           PERFORM 000-TAKE-STREAM-EXTRACT
               UNTIL NOT WS-EXTRACT-STREAM-OK.

           CLOSE EXTRACT-STREAM-DD.

           PERFORM 000-RELEASE-KEEP-FULL
               VARYING WS-KF-SUB FROM 1 BY 1
                 UNTIL WS-KF-SUB > WS-KEEP-FULL-COUNT.

       000-TAKE-STREAM-EXTRACT.

           READ EXTRACT-STREAM-DD INTO SORT-WORK-RECORD.

           IF WS-EXTRACT-STREAM-OK
               IF SW-KEEP-FULL-HELD = 'Y'
               AND WS-KEEP-FULL-COUNT < 300
                   ADD 1              TO WS-KEEP-FULL-COUNT
                   MOVE SORT-WORK-RECORD TO
                        WS-KF-SORT-IMAGE (WS-KEEP-FULL-COUNT)
               ELSE
                   PERFORM 000-NOTE-ROUTE-RUNS
                   RELEASE SORT-WORK-RECORD.

       000-LOAD-DEGREE-DAY-TABLE.


       000-LOAD-TRUCK-TABLE.

           MOVE WS-TODAY-CCYY         TO WS-DQ-ASOF-DATE-8 (1:4).
           MOVE WS-TODAY-MM           TO WS-DQ-ASOF-DATE-8 (5:2).
           MOVE WS-TODAY-DD           TO WS-DQ-ASOF-DATE-8 (7:2).

           OPEN INPUT DRIVQUAL-DD.
           OPEN INPUT TRUCKFIL-DD.

           IF WS-TRUCKFIL-OK
                      OR WS-TRUCK-TABLE-COUNT = 10
               CLOSE TRUCKFIL-DD.

           CLOSE DRIVQUAL-DD.

      * Trucks on file but every one held: the loads still print,
      * headed NO QUALIFIED DRIVER, at the default capacity.
           IF WS-TRUCK-TABLE-COUNT = ZERO
           AND WS-HELD-TRUCK-COUNT > ZERO
               SET NO-QUALIFIED-TRUCK TO TRUE.

           IF WS-TRUCK-TABLE-COUNT = ZERO
               MOVE 1      TO WS-TRUCK-TABLE-COUNT
               MOVE 'T1  ' TO WS-TK-TRUCK-ID (1)
           READ TRUCKFIL-DD NEXT.

           IF WS-TRUCKFIL-OK
               IF TK-DRIVER NUMERIC
                   MOVE TK-DRIVER     TO WS-DQ-DRIVER-ID
               ELSE
                   MOVE ZERO          TO WS-DQ-DRIVER-ID
               END-IF
               PERFORM 000-CHECK-DRIVER-QUAL
               IF DRIVER-QUALIFIED
                   ADD 1 TO WS-TRUCK-TABLE-COUNT
                   MOVE TK-TRUCK-ID TO
                        WS-TK-TRUCK-ID (WS-TRUCK-TABLE-COUNT)
                   MOVE TK-CAPACITY TO
                        WS-TK-CAPACITY (WS-TRUCK-TABLE-COUNT)
               ELSE
                   PERFORM 000-HOLD-TRUCK.

       000-HOLD-TRUCK.

           IF WS-HELD-TRUCK-COUNT < 10
               ADD 1 TO WS-HELD-TRUCK-COUNT
               MOVE TK-TRUCK-ID       TO
                    WS-HT-TRUCK-ID (WS-HELD-TRUCK-COUNT)
               MOVE WS-DQ-DRIVER-ID   TO
                    WS-HT-DRIVER (WS-HELD-TRUCK-COUNT)
               IF WS-DQ-DRIVER-ID = ZERO
                   MOVE 'NO DRIVER       ' TO
                        WS-HT-REASON (WS-HELD-TRUCK-COUNT)
               ELSE
                   MOVE WS-DQ-REASON  TO
                        WS-HT-REASON (WS-HELD-TRUCK-COUNT).

      * Open orders whose requested date has arrived (requested on
      * or before today) ride today's manifest; later ones are kept
      * too, only so a will-call customer who has already ordered
      * is not reminded to.
       000-LOAD-ORDER-TABLE.

           OPEN INPUT ORDER-DD.

           IF WS-ORDER-OK
           AND O-OPEN
               ADD 1 TO WS-ORDER-TABLE-COUNT
               MOVE O-ACCOUNT-ID TO
                    WS-OR-ACCOUNT-ID (WS-ORDER-TABLE-COUNT)
               MOVE O-GALLONS    TO
                    WS-OR-GALLONS (WS-ORDER-TABLE-COUNT)
               MOVE O-REQUEST-DATE TO Y2K-YYMMDD-2
               PERFORM 000-Y2K-WINDOW-2
               IF Y2K-DATE-2 NOT > Y2K-DATE-1
                   MOVE 'Y' TO WS-OR-DUE-SW (WS-ORDER-TABLE-COUNT)
               ELSE
                   MOVE 'N' TO WS-OR-DUE-SW (WS-ORDER-TABLE-COUNT).

      * A stream passes its held keep-full stops on, flagged, for
      * the merge step to decide.
       000-EXTRACT-ACCOUNTS.

           PERFORM 000-CHECK-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM WS-RUN-FIRST-ACCOUNT BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > WS-RUN-LAST-ACCOUNT.

           IF WS-RUN-STREAMING
               PERFORM 000-PASS-KEEP-FULL
                   VARYING WS-KF-SUB FROM 1 BY 1
                     UNTIL WS-KF-SUB > WS-KEEP-FULL-COUNT
           ELSE
               PERFORM 000-RELEASE-KEEP-FULL
                   VARYING WS-KF-SUB FROM 1 BY 1
                     UNTIL WS-KF-SUB > WS-KEEP-FULL-COUNT.

       000-CHECK-ACCOUNT.

                   PERFORM 000-MATCH-OPEN-ORDER
      * A credit-held account never rides the manifest - a delivery
      * to a held account has to be somebody's deliberate exception,
      * made from the Schedule screen where the hold shows. A tank
      * held for an open spill incident stays off it the same way.
                   IF NOT CREDIT-HELD
                   AND NOT SPILL-HELD
                   AND NOT ON-VACATION-HOLD
                       PERFORM 000-CHECK-BRANCH-OPEN
                       IF BRANCH-OPEN-TODAY
                           PERFORM 000-APPLY-DELIVERY-PLAN
                       ELSE
                           PERFORM 000-HOLD-CLOSED-BRANCH-STOP.

      * Today's calendar for the account's branch, from the cache
      * when the branch has been seen already.
       000-CHECK-BRANCH-OPEN.

           MOVE 'N'                   TO WS-BC-FOUND-SW.

           PERFORM 000-MATCH-BRANCH-CACHE
               VARYING WS-BC-SUB FROM 1 BY 1
                 UNTIL BRANCH-CACHED
                    OR WS-BC-SUB > WS-BRANCH-CACHE-COUNT.

           IF BRANCH-CACHED
               SUBTRACT 1             FROM WS-BC-SUB
               MOVE WS-BC-OPEN-SW (WS-BC-SUB) TO WS-BRANCH-OPEN-SW
           ELSE
               MOVE WS-TODAY-CCYY     TO WS-CAL-CCYY
               MOVE WS-TODAY-MM       TO WS-CAL-MM
               MOVE WS-TODAY-DD       TO WS-CAL-DD
               MOVE A-S-BRANCH        TO WS-CAL-BRANCH
               PERFORM 000-CAL-CHECK-DATE
               IF WS-CAL-OFFICE-OPEN
                   MOVE 'Y'           TO WS-BRANCH-OPEN-SW
               ELSE
                   MOVE 'N'           TO WS-BRANCH-OPEN-SW
               END-IF
               IF WS-BRANCH-CACHE-COUNT < 20
                   ADD 1              TO WS-BRANCH-CACHE-COUNT
                   MOVE WS-BRANCH-CACHE-COUNT TO WS-BC-SUB
                   MOVE A-S-BRANCH    TO WS-BC-BRANCH (WS-BC-SUB)
                   MOVE WS-BRANCH-OPEN-SW
                                      TO WS-BC-OPEN-SW (WS-BC-SUB)
                   MOVE ZERO          TO WS-BC-HELD (WS-BC-SUB)
               ELSE
                   MOVE ZERO          TO WS-BC-SUB.

       000-MATCH-BRANCH-CACHE.

           IF WS-BC-BRANCH (WS-BC-SUB) = A-S-BRANCH
               SET BRANCH-CACHED      TO TRUE.

      * Only a stop that would have ridden today counts as held - a
      * firm order, or an estimate past the tank threshold on an
      * account the estimate may send a truck to.
       000-HOLD-CLOSED-BRANCH-STOP.

           IF WS-BC-SUB > ZERO
               IF FIRM-ORDER-FOUND
               OR (NOT PLAN-WILL-CALL
                   AND WS-EST-GALLONS-USED >= WS-TANK-THRESHOLD)
                   ADD 1              TO WS-BC-HELD (WS-BC-SUB).

      * A firm will-call order rides regardless of the estimate; the
      * estimate alone never sends a truck to a will-call customer -
      * it sends a reminder to order instead. A keep-full account
      * not due on its own waits to see whether its route runs.
       000-APPLY-DELIVERY-PLAN.

           IF PLAN-WILL-CALL
               IF FIRM-ORDER-FOUND
                   PERFORM 000-RELEASE-SORT-RECORD
               ELSE
                   PERFORM 000-CHECK-ORDER-REMINDER
               END-IF
           ELSE
           IF WS-EST-GALLONS-USED >= WS-TANK-THRESHOLD
           OR FIRM-ORDER-FOUND
               PERFORM 000-RELEASE-SORT-RECORD
           ELSE
           IF PLAN-KEEP-FULL
           AND WS-EST-GALLONS-USED > ZERO
               PERFORM 000-HOLD-KEEP-FULL-STOP.

      *---------------------------------------------------------------*
      * Will-call reminder: estimate low, nothing on order, and no    *
      * reminder in the last week - one "time to order" delivery      *
      * message into the NTFY feed, and the date stamped on the       *
      * extension record. The extension read clobbers the shared      *
      * buffer, so this is the last thing done for the account.       *
      *---------------------------------------------------------------*
       000-CHECK-ORDER-REMINDER.

           MOVE 'Y'                       TO WS-REMINDER-DUE-SW.

           IF WS-EST-GALLONS-USED < WS-TANK-THRESHOLD
           OR ORDER-ON-FILE
               MOVE 'N'                   TO WS-REMINDER-DUE-SW.

           IF REMINDER-DUE
           AND WS-ORDER-REMINDER NOT = ZERO
               MOVE WS-ORDER-REMINDER     TO Y2K-YYMMDD-3
               PERFORM 000-Y2K-WINDOW-3
               MOVE Y2K-DATE-3 (1:4)      TO WS-MON-CCYY
               MOVE Y2K-DATE-3 (5:2)      TO WS-MON-MM
               MOVE Y2K-DATE-3 (7:2)      TO WS-MON-DD
               COMPUTE WS-MON-DAY-1 =
                   (WS-MON-CCYY * 360) + ((WS-MON-MM - 1) * 30)
                       + WS-MON-DD
               COMPUTE WS-MON-DAY-2 =
                   (WS-TODAY-CCYY * 360) + ((WS-TODAY-MM - 1) * 30)
                       + WS-TODAY-DD
               IF WS-MON-DAY-2 - WS-MON-DAY-1 < WS-REMINDER-INTERVAL
                   MOVE 'N'               TO WS-REMINDER-DUE-SW.

           IF REMINDER-DUE
               PERFORM 000-WRITE-ORDER-REMINDER.

       000-WRITE-ORDER-REMINDER.

           MOVE SPACE                     TO NOTIFY-QUEUE-RECORD.
           MOVE WS-CURRENT-ACCOUNT-ID     TO NOTIFY-ACCOUNT-ID.
           MOVE WS-TODAY-YYMMDD           TO NOTIFY-DATE.
           MOVE 'D'                       TO NOTIFY-TYPE.
           MOVE 'Time to order - your tank is getting low. Call us.'
                                          TO NOTIFY-TEXT.
           WRITE REMINDER-RECORD FROM NOTIFY-QUEUE-RECORD.
           ADD 1                          TO WS-REMINDER-COUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
               MOVE WS-TODAY-YYMMDD       TO A-E-ORDER-REMINDER
               REWRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-EXTEND-RECORD.

       000-MATCH-OPEN-ORDER.

           MOVE 'N'                       TO WS-ORDER-FOUND-SW.
           MOVE 'N'                       TO WS-ORDER-ON-FILE-SW.
           MOVE ZERO                      TO WS-ORDER-GALLONS.

           PERFORM 000-MATCH-ONE-ORDER
       000-MATCH-ONE-ORDER.

           IF WS-OR-ACCOUNT-ID (WS-OR-SUB) = WS-CURRENT-ACCOUNT-ID
               SET ORDER-ON-FILE          TO TRUE
               IF WS-OR-DUE-SW (WS-OR-SUB) = 'Y'
                   SET FIRM-ORDER-FOUND   TO TRUE
                   MOVE WS-OR-GALLONS (WS-OR-SUB)
                                          TO WS-ORDER-GALLONS.

       000-CHECK-TANK-MONITOR.

           MOVE 'N'                       TO WS-MONITOR-FRESH-SW.
           MOVE SPACE                     TO WS-DELIVERY-PLAN.
           MOVE ZERO                      TO WS-ORDER-REMINDER.
           MOVE SPACE                     TO WS-COD-TERMS.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-E-DELIVERY-PLAN     TO WS-DELIVERY-PLAN
               MOVE A-E-COD-TERMS         TO WS-COD-TERMS
               IF A-E-ORDER-REMINDER NUMERIC
                   MOVE A-E-ORDER-REMINDER
                                          TO WS-ORDER-REMINDER.

           IF WS-ACCTFILE-OK
           AND A-E-MONITORED
           AND A-E-MONITOR-GALLONS NUMERIC
               IF DD-FOUND
                   COMPUTE WS-DEGREE-DAYS-SINCE-DELIVERY =
                       WS-DD-AT-TODAY - WS-DD-AT-LAST-DELIVERY
                   IF A-S-BURN-RATE NUMERIC
                   AND A-S-BURN-RATE > ZERO
                       MOVE A-S-BURN-RATE
                                  TO WS-GALLONS-PER-DEGREE-DAY
                   ELSE
                       COMPUTE WS-GALLONS-PER-DEGREE-DAY ROUNDED =
                           A-S-ESTIMATED-USAGE /
                           WS-NORMAL-SEASON-DEGREE-DAYS
                   END-IF
                   COMPUTE WS-EST-GALLONS-USED =
                       WS-GALLONS-PER-DEGREE-DAY *
                       WS-DEGREE-DAYS-SINCE-DELIVERY.

       000-RELEASE-SORT-RECORD.

           PERFORM 000-BUILD-SORT-RECORD.
           PERFORM 000-NOTE-ROUTE-RUNS.

           RELEASE SORT-WORK-RECORD.

      * Keep-full stop not due on its own: built now, while the
      * statistics record is in hand, and held for the route check.
      * A full table lets the stop ride rather than skip a
      * commercial account.
       000-HOLD-KEEP-FULL-STOP.

           IF WS-KEEP-FULL-COUNT = 300
               PERFORM 000-RELEASE-SORT-RECORD
           ELSE
               PERFORM 000-BUILD-SORT-RECORD
               MOVE 'Y'               TO SW-KEEP-FULL-HELD
               ADD 1                  TO WS-KEEP-FULL-COUNT
               MOVE SORT-WORK-RECORD  TO
                    WS-KF-SORT-IMAGE (WS-KEEP-FULL-COUNT).

      * Every route (or unrouted zip) with a stop of its own today.
       000-NOTE-ROUTE-RUNS.

           MOVE 'N'                   TO WS-ROUTE-RUNS-SW.

           PERFORM 000-MATCH-ROUTE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
                 UNTIL ROUTE-RUNS-TODAY
                    OR WS-RUN-SUB > WS-RUN-COUNT.

           IF NOT ROUTE-RUNS-TODAY
           AND WS-RUN-COUNT < 300
               ADD 1                  TO WS-RUN-COUNT
               MOVE SW-ROUTE-CODE     TO
                    WS-RUN-ROUTE-CODE (WS-RUN-COUNT)
               MOVE SW-ZIP            TO WS-RUN-ZIP (WS-RUN-COUNT).

       000-MATCH-ROUTE-RUN.

           IF SW-ROUTE-CODE = WS-RUN-ROUTE-CODE (WS-RUN-SUB)
               IF SW-ROUTE-CODE NOT = SPACE
               OR SW-ZIP = WS-RUN-ZIP (WS-RUN-SUB)
                   SET ROUTE-RUNS-TODAY TO TRUE.

       000-RELEASE-KEEP-FULL.

           MOVE WS-KF-SORT-IMAGE (WS-KF-SUB) TO SORT-WORK-RECORD.
           MOVE 'N'                   TO WS-ROUTE-RUNS-SW.

           PERFORM 000-MATCH-ROUTE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
                 UNTIL ROUTE-RUNS-TODAY
                    OR WS-RUN-SUB > WS-RUN-COUNT.

           IF ROUTE-RUNS-TODAY
               RELEASE SORT-WORK-RECORD.

       000-PASS-KEEP-FULL.

           MOVE WS-KF-SORT-IMAGE (WS-KF-SUB) TO SORT-WORK-RECORD.

           RELEASE SORT-WORK-RECORD.

       000-BUILD-SORT-RECORD.

           MOVE A-S-ROUTE-CODE        TO SW-ROUTE-CODE.
      * Not-yet-sequenced stops (zero, or spaces on accounts from
      * before the field existed) drive at the back of the route.
               MOVE SPACE             TO SW-FIRM-ORDER
               MOVE ZERO              TO SW-ORDER-GALLONS.

           MOVE WS-DELIVERY-PLAN      TO SW-DELIVERY-PLAN.
           MOVE WS-COD-TERMS          TO SW-COD-TERMS.
           MOVE A-S-UNIT-PRICE        TO SW-UNIT-PRICE.
           MOVE A-S-BALANCE           TO SW-BALANCE.
           MOVE SPACE                 TO SW-KEEP-FULL-HELD.

       000-PRINT-MANIFEST.

           IF ROUTE-LOAD-OPEN
               PERFORM 000-WRITE-LOAD-TOTAL.

           PERFORM 000-WRITE-CLOSED-BRANCH
               VARYING WS-BC-SUB FROM 1 BY 1
                 UNTIL WS-BC-SUB > WS-BRANCH-CACHE-COUNT.

           PERFORM 000-WRITE-HELD-TRUCK
               VARYING WS-HT-SUB FROM 1 BY 1
                 UNTIL WS-HT-SUB > WS-HELD-TRUCK-COUNT.

           CLOSE MANIFEST-DD.
           CLOSE DISPATCH-DD.

       000-WRITE-CLOSED-BRANCH.

           IF WS-BC-HELD (WS-BC-SUB) > ZERO
               IF WS-BC-BRANCH (WS-BC-SUB) = SPACE
                   MOVE 'HOME'        TO WS-CA-BRANCH
               ELSE
                   MOVE WS-BC-BRANCH (WS-BC-SUB) TO WS-CA-BRANCH
               END-IF
               MOVE WS-BC-HELD (WS-BC-SUB) TO WS-CA-HELD
               MOVE WS-BLANK-LINE     TO MANIFEST-LINE
               WRITE MANIFEST-LINE
               MOVE WS-CLOSED-ALERT   TO WS-D-ALERT-TEXT
               MOVE WS-ALERT-DETAIL-LINE TO MANIFEST-LINE
               WRITE MANIFEST-LINE.

       000-WRITE-HELD-TRUCK.

           MOVE WS-HT-TRUCK-ID (WS-HT-SUB) TO WS-HA-TRUCK-ID.
           MOVE WS-HT-DRIVER (WS-HT-SUB)   TO WS-HA-DRIVER.
           MOVE WS-HT-REASON (WS-HT-SUB)   TO WS-HA-REASON.
           MOVE WS-BLANK-LINE         TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE WS-HELD-ALERT         TO WS-D-ALERT-TEXT.
           MOVE WS-ALERT-DETAIL-LINE  TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

      *---------------------------------------------------------------*
      * Truckload planning: each route starts on the first truck,     *
      * and a stop that would overflow the truck's remaining          *

       000-WRITE-LOAD-HEADER.

           IF NO-QUALIFIED-TRUCK
               MOVE WS-LOAD-NUMBER    TO WS-ND-LOAD-NUMBER
               MOVE WS-NO-DRIVER-HEADER-LINE TO MANIFEST-LINE
               WRITE MANIFEST-LINE
           ELSE
               PERFORM 000-WRITE-TRUCK-HEADER.

       000-WRITE-TRUCK-HEADER.

           MOVE WS-TK-TRUCK-ID (WS-TRUCK-SUB)
                                      TO WS-LH-TRUCK-ID.
           MOVE WS-LOAD-NUMBER        TO WS-LH-LOAD-NUMBER.
               MOVE WS-FIRM-DETAIL-LINE    TO MANIFEST-LINE
               WRITE MANIFEST-LINE.

      * A keep-full stop pumps whatever the tank will take.
           IF SW-DELIVERY-PLAN = 'K'
               MOVE WS-KEEP-FULL-DETAIL-LINE TO MANIFEST-LINE
               WRITE MANIFEST-LINE.

      * A C.O.D. stop: the driver collects before leaving the curb.
           IF SW-COD-TERMS = 'Y'
               PERFORM 000-WRITE-COD-DETAIL.

      * The same stop goes on the machine-readable dispatch file the
      * metered-ticket import (SLICKBJ) reconciles the day's tickets
      * against.
           MOVE SW-ROUTE-CODE          TO DSP-ROUTE-CODE.
           WRITE DISPATCH-RECORD.

       000-WRITE-COD-DETAIL.

           COMPUTE WS-COD-FUEL ROUNDED =
               WS-STOP-GALLONS * SW-UNIT-PRICE.

           IF SW-BALANCE > ZERO
               MOVE SW-BALANCE            TO WS-COD-OWED
           ELSE
               MOVE ZERO                  TO WS-COD-OWED.

           COMPUTE WS-COD-TOTAL = WS-COD-FUEL + WS-COD-OWED.

           MOVE WS-COD-TOTAL              TO NUM-8.
           MOVE DOLLARS-8                 TO D-8.
           MOVE CENTS-8                   TO C-8.
           MOVE DC-8                      TO WS-C-TOTAL.

           MOVE WS-COD-FUEL               TO NUM-8.
           MOVE DOLLARS-8                 TO D-8.
           MOVE CENTS-8                   TO C-8.
           MOVE DC-8                      TO WS-C-FUEL.

           MOVE WS-COD-OWED               TO NUM-8.
           MOVE DOLLARS-8                 TO D-8.
           MOVE CENTS-8                   TO C-8.
           MOVE DC-8                      TO WS-C-OWED.

           MOVE WS-COD-DETAIL-LINE        TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

           COPY SLICKDQC.

           COPY SLICKNUM.

           COPY SLICKRCT.
