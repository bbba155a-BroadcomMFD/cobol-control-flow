      *             annual-usage figure. If SLICKB4 hasn't run yet, or  *
      *             an account has never had a delivery, the flat       *
      *             calculation is used exactly as before.              *
      *                                                                *
      *             The delivery plan code (A-E-DELIVERY-PLAN) is      *
      *             honored the same way SLICKB4 honors it: a will-    *
      *             call account is never flagged DUE off the estimate *
      *             - it shows W/C, and only a SLICKPK order sends it  *
      *             a truck - and a keep-full account shows K/F, since *
      *             it is topped off on every pass of its route        *
      *             whatever the estimate says.                        *
      *                                                                *
      *             Where SLICKD2 has measured the account's own burn  *
      *             rate from its fill history (A-S-BURN-RATE, gallons *
      *             per degree-day), the flat calculation uses that    *
      *             rate over a normal 5500 degree-day season as the   *
      *             annual figure instead of A-S-ESTIMATED-USAGE,      *
      *             which the screen still shows as entered.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-MONITOR-USED                   PIC 9(06)V99 VALUE ZERO.
       01  WS-MON-DAY-1                      PIC 9(07) VALUE ZERO.
       01  WS-MON-DAY-2                      PIC 9(07) VALUE ZERO.
       01  WS-DELIVERY-PLAN                  PIC X(01) VALUE SPACE.
           88  PLAN-WILL-CALL                VALUE 'W'.
           88  PLAN-KEEP-FULL                VALUE 'K'.

       01  SCHEDULE-LINE.
           03  SCH-ACCOUNT-ID                PIC 9(05).
       01  WS-DAYS-ELAPSED                   PIC S9(08) VALUE ZERO.
       01  WS-DAYS-SUPPLY                    PIC S9(08) VALUE ZERO.
       01  WS-DAYS-REMAINING                 PIC S9(08) VALUE ZERO.
      * Annual gallons the flat estimate runs from: the measured burn
      * rate over a normal season when SLICKD2 has set one, otherwise
      * the account's own estimated usage.
       01  WS-ANNUAL-USAGE                   PIC 9(06) VALUE ZERO.
       01  WS-NORMAL-SEASON-DEGREE-DAYS      PIC 9(05) VALUE 5500.
       01  WS-DD-DAILY-RATE                  PIC 9(03)V9(04) VALUE ZERO.

       01  WORK-NUM                          PIC 9(03) VALUE ZERO.
       000-CHECK-TANK-MONITOR.

           MOVE 'N'                       TO WS-MONITOR-FRESH-SW.
           MOVE SPACE                     TO WS-DELIVERY-PLAN.
           MOVE A-S-ACCOUNT-ID            TO WS-SCAN-ACCOUNT.

           MOVE A-E-RECORD-TYPE           TO A-S-KEY-TYPE.
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               MOVE A-E-DELIVERY-PLAN     TO WS-DELIVERY-PLAN.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
           AND A-E-MONITORED
           AND A-E-MONITOR-GALLONS NUMERIC
           MOVE SPACE                     TO WS-VAC-HOLD-SW.
           MOVE ZERO                      TO WS-DAYS-REMAINING.

           IF A-S-BURN-RATE NUMERIC
           AND A-S-BURN-RATE > ZERO
               COMPUTE WS-ANNUAL-USAGE ROUNDED =
                   A-S-BURN-RATE * WS-NORMAL-SEASON-DEGREE-DAYS
           ELSE
               MOVE A-S-ESTIMATED-USAGE   TO WS-ANNUAL-USAGE.

      * The gauge saw the tank - a fresh measured reading replaces
      * the persisted estimate for this pass.
           IF MONITOR-FRESH
           IF A-S-LAST-DELIVERY = ZERO
               SET ACCOUNT-DUE            TO TRUE
           ELSE
           IF WS-ANNUAL-USAGE = ZERO
               NEXT SENTENCE
           ELSE
               MOVE A-S-LAST-DELIVERY     TO WS-DAY-CALC-YYMMDD
                           / WS-DD-DAILY-RATE
               ELSE
                   COMPUTE WS-DAYS-SUPPLY =
                       (A-S-SIZE-OF-TANK * 360) / WS-ANNUAL-USAGE
                   COMPUTE WS-DAYS-REMAINING =
                       WS-DAYS-SUPPLY - WS-DAYS-ELAPSED

               MOVE WS-DATE-DD            TO SCH-LD-DD
               MOVE WS-DATE-YY            TO SCH-LD-YY.

           IF WS-ANNUAL-USAGE = ZERO
               MOVE SPACE                 TO SCH-DAYS-LEFT (1:4)
           ELSE
               MOVE WS-DAYS-REMAINING     TO SCH-DAYS-LEFT.

      * A credit-held account shows HLD instead of DUE - dispatch
      * sees the hold instead of scheduling a delivery we won't be
      * paid for (SLICKB4 skips held accounts entirely). A primary
      * tank held for an open spill incident shows SPL the same way.
           IF ON-VACATION-HOLD
               MOVE 'VAC'                 TO SCH-DUE-FLAG
           ELSE
           IF CREDIT-HELD
               MOVE 'HLD'                 TO SCH-DUE-FLAG
           ELSE
           IF SPILL-HELD
               MOVE 'SPL'                 TO SCH-DUE-FLAG
           ELSE
      * Will-call and keep-full accounts show their plan instead -
      * the estimate alone never dispatches the one, and the other
      * rides every pass of its route regardless.
           IF PLAN-WILL-CALL
               MOVE 'W/C'                 TO SCH-DUE-FLAG
           ELSE
           IF PLAN-KEEP-FULL
               MOVE 'K/F'                 TO SCH-DUE-FLAG
           ELSE
           IF ACCOUNT-DUE
               MOVE 'DUE'                 TO SCH-DUE-FLAG
           ELSE
