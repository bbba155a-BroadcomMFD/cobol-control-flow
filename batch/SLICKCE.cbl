       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCE.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Daily Posted Price Changes - a nightly batch job   *
      *             that reports every posted price (POSTPRIC, see     *
      *             PRCFILE, keyed from the SLICKPP screen) taking     *
      *             effect today, old price against new, and carries   *
      *             the table onto the accounts. The old price is the  *
      *             posting that follows today's in key order - the    *
      *             one it replaces; a key posted for the first time   *
      *             shows NEW. Every active account from               *
      *             A-C-MIN-ACCOUNT-ID to A-C-MAX-ACCOUNT-ID is then   *
      *             priced off the table the way SLICKP6 prices a      *
      *             delivery (branch and zone, branch, zone,           *
      *             shop-wide) for its primary fuel and for each       *
      *             additional tank's fuel on the tank record          *
      *             (A-K-UNIT-PRICE), with SLICKB5's contract rules:   *
      *             a fixed account is left alone and a capped one     *
      *             never goes above its cap. A changed                *
      *             A-S-UNIT-PRICE re-runs the estimated-cost/budget   *
      *             formula. The ACCOUNTS column counts, for each      *
      *             change, the accounts whose price it now sets - an  *
      *             account priced by a more specific posting, or      *
      *             locked on a fixed program, is not hit. Accounts    *
      *             with no posting for a fuel keep the price they     *
      *             have.                                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT POSTPRIC-DD ASSIGN TO POSTPRIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-POSTPRIC-STATUS.

           SELECT PRICEPGM-DD ASSIGN TO PRICEPGM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-PRICEPGM-STATUS.

           SELECT REPORT-DD ASSIGN TO PRCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  POSTPRIC-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PRCFILE.

       FD  PRICEPGM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PGMFILE.

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-POSTPRIC-STATUS             PIC X(02) VALUE SPACE.
           88  WS-POSTPRIC-OK             VALUE '00'.
       01  WS-PRICEPGM-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PRICEPGM-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-TODAY-8                     PIC 9(08) VALUE ZERO.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
           03  WS-END-MM                  PIC 9(02) VALUE ZERO.
           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

      * Today's changes, loaded from the posted price scan and
      * counted against as the accounts are priced.
       01  WS-CHANGE-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-CHANGE-TABLE.
           03  WS-CH-ENTRY OCCURS 500 TIMES.
               05  WS-CH-BRANCH           PIC X(02).
               05  WS-CH-FUEL-TYPE        PIC X(01).
               05  WS-CH-ZONE             PIC X(04).
               05  WS-CH-OLD-PRICE        PIC 9(05).
               05  WS-CH-NEW-PRICE        PIC 9(05).
               05  WS-CH-ENTERED-BY       PIC X(08).
               05  WS-CH-ACCOUNTS         PIC 9(06).
               05  WS-CH-LAST-ACCOUNT     PIC 9(05).
       01  WS-CH-SUB                      PIC 9(03) VALUE ZERO.
       01  WS-CH-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  CHANGE-MATCHED             VALUE 'Y'.

       01  WS-POSTPRIC-EOF-SW             PIC X(01) VALUE 'N'.
           88  POSTPRIC-EOF               VALUE 'Y'.
       01  WS-PREV-CHANGE-SW              PIC X(01) VALUE 'N'.
           88  PREV-WAS-CHANGE            VALUE 'Y'.
       01  WS-PREV-BRANCH                 PIC X(02) VALUE SPACE.
       01  WS-PREV-FUEL-TYPE              PIC X(01) VALUE SPACE.
       01  WS-PREV-ZONE                   PIC X(04) VALUE SPACE.

      * Shadow copies of the statistics record, taken before the
      * tank READ clobbers the shared ACCTFILE storage.
       01  WS-ACCOUNT-BRANCH              PIC X(02) VALUE SPACE.
       01  WS-ACCOUNT-ZONE                PIC X(04) VALUE SPACE.
       01  WS-ACCOUNT-FUEL                PIC X(01) VALUE SPACE.

       01  WS-POSTING-TIER                PIC 9(01) VALUE ZERO.
       01  WS-POSTING-BRANCH              PIC X(02) VALUE SPACE.
       01  WS-POSTING-ZONE                PIC X(04) VALUE SPACE.
       01  WS-POSTED-SW                   PIC X(01) VALUE 'N'.
           88  POSTED-PRICE-FOUND         VALUE 'Y'.
       01  WS-POSTED-PRICE                PIC 9(05) VALUE ZERO.
       01  WS-POSTED-EFFECTIVE            PIC 9(08) VALUE ZERO.

       01  WS-PROTECT-SW                  PIC X(01) VALUE 'N'.
           88  ACCOUNT-PROTECTED          VALUE 'Y'.
       01  WS-CAPPED-SW                   PIC X(01) VALUE 'N'.
           88  ACCOUNT-CAPPED             VALUE 'Y'.
       01  WS-PROGRAM-CAP                 PIC 9(05) VALUE ZERO.
       01  WS-EFFECTIVE-PRICE             PIC 9(05) VALUE ZERO.

       01  WS-TANK-SUB                    PIC 9(02) VALUE ZERO.
       01  WS-TANK-CHANGED-SW             PIC X(01) VALUE 'N'.
           88  TANK-RECORD-CHANGED        VALUE 'Y'.

       01  WS-REPRICED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-TANK-REPRICED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-PRICE-CHANGE                PIC S9(03)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'DAILY POSTED PRICE CHANGES  -  EFFECTIVE'.
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  H-EFFECTIVE-DATE           PIC 9(06).
           03  FILLER                     PIC X(33) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'BRANCH FUEL ZONE   OLD PRICE  NEW PRICE '.
           03  FILLER                     PIC X(40) VALUE
               '  CHANGE  ACCOUNTS  ENTERED BY          '.

       01  WS-DETAIL-LINE.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-BRANCH                 PIC X(03).
           03  FILLER                      PIC X(03) VALUE SPACE.
           03  WS-D-FUEL-TYPE              PIC X(01).
           03  FILLER                      PIC X(03) VALUE SPACE.
           03  WS-D-ZONE                   PIC X(04).
           03  FILLER                      PIC X(06) VALUE SPACE.
           03  WS-D-OLD-PRICE              PIC X(05).
           03  FILLER                      PIC X(06) VALUE SPACE.
           03  WS-D-NEW-PRICE              PIC X(05).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-CHANGE                 PIC +ZZ9.99.
           03  FILLER                      PIC X(03) VALUE SPACE.
           03  WS-D-ACCOUNTS               PIC ZZZZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-ENTERED-BY             PIC X(08).
           03  FILLER                      PIC X(14) VALUE SPACE.

       01  WS-NONE-LINE.
           03  FILLER                      PIC X(34) VALUE
               'NO POSTED PRICE CHANGES FOR TODAY.'.
           03  FILLER                      PIC X(46) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  WS-T-CHANGES                PIC ZZ9.
           03  FILLER                      PIC X(11) VALUE
                                           ' CHANGE(S),'.
           03  WS-T-REPRICED               PIC ZZZZZ9.
           03  FILLER                      PIC X(23) VALUE
                                           ' ACCOUNT PRICE(S) AND '.
           03  WS-T-TANKS                  PIC ZZZZZ9.
           03  FILLER                      PIC X(23) VALUE
                                           ' TANK PRICE(S) MOVED'.
           03  FILLER                      PIC X(08) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCE ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-SCAN-POSTING
               UNTIL POSTPRIC-EOF.

           PERFORM 000-REPRICE-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           IF WS-CHANGE-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM 000-WRITE-CHANGE-LINE
                   VARYING WS-CH-SUB FROM 1 BY 1
                     UNTIL WS-CH-SUB > WS-CHANGE-COUNT.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-REPRICED-COUNT      TO WS-RUN-ACCOUNTS.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN INPUT  POSTPRIC-DD.
           OPEN INPUT  PRICEPGM-DD.
           OPEN OUTPUT REPORT-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-TODAY-8.

           MOVE WS-TODAY-YYMMDD       TO H-EFFECTIVE-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE LOW-VALUES            TO PP-KEY.
           START POSTPRIC-DD KEY NOT < PP-KEY.

           IF NOT WS-POSTPRIC-OK
               SET POSTPRIC-EOF       TO TRUE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE POSTPRIC-DD.
           CLOSE PRICEPGM-DD.
           CLOSE REPORT-DD.

      * One pass over the table in key order. Within a branch/fuel/
      * zone the newest posting comes first, so the record right
      * after one of today's postings, when it is for the same key,
      * is the price today's replaces.
       000-SCAN-POSTING.

           READ POSTPRIC-DD NEXT.

           IF NOT WS-POSTPRIC-OK
               SET POSTPRIC-EOF       TO TRUE
           ELSE
               IF PREV-WAS-CHANGE
               AND PP-BRANCH = WS-PREV-BRANCH
               AND PP-FUEL-TYPE = WS-PREV-FUEL-TYPE
               AND PP-ZONE = WS-PREV-ZONE
                   MOVE PP-PRICE      TO
                        WS-CH-OLD-PRICE (WS-CHANGE-COUNT)
               END-IF

               MOVE 'N'               TO WS-PREV-CHANGE-SW
               MOVE PP-BRANCH         TO WS-PREV-BRANCH
               MOVE PP-FUEL-TYPE      TO WS-PREV-FUEL-TYPE
               MOVE PP-ZONE           TO WS-PREV-ZONE

               IF PP-EFFECTIVE-DATE = WS-TODAY-8
               AND WS-CHANGE-COUNT < 500
                   PERFORM 000-ADD-CHANGE.

       000-ADD-CHANGE.

           ADD 1 TO WS-CHANGE-COUNT.
           MOVE PP-BRANCH             TO WS-CH-BRANCH (WS-CHANGE-COUNT).
           MOVE PP-FUEL-TYPE          TO
                WS-CH-FUEL-TYPE (WS-CHANGE-COUNT).
           MOVE PP-ZONE               TO WS-CH-ZONE (WS-CHANGE-COUNT).
           MOVE ZERO                  TO
                WS-CH-OLD-PRICE (WS-CHANGE-COUNT).
           MOVE PP-PRICE              TO
                WS-CH-NEW-PRICE (WS-CHANGE-COUNT).
           MOVE PP-ENTERED-BY         TO
                WS-CH-ENTERED-BY (WS-CHANGE-COUNT).
           MOVE ZERO                  TO
                WS-CH-ACCOUNTS (WS-CHANGE-COUNT).
           MOVE ZERO                  TO
                WS-CH-LAST-ACCOUNT (WS-CHANGE-COUNT).

           SET PREV-WAS-CHANGE        TO TRUE.

       000-REPRICE-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT   TO WS-END-OF-CONTRACT

               IF ACCOUNT-ACTIVE
                   PERFORM 000-CHECK-PRICE-PROGRAM

                   IF NOT ACCOUNT-PROTECTED
                       PERFORM 000-REPRICE-PRIMARY
                       PERFORM 000-REPRICE-TANKS.

      * The contract program in force today, as SLICKB5 reads it:
      * fixed protects the account outright, capped holds every
      * price at or below G-CAP.
       000-CHECK-PRICE-PROGRAM.

           MOVE 'N'                   TO WS-PROTECT-SW.
           MOVE 'N'                   TO WS-CAPPED-SW.

           IF A-S-PRICE-PROGRAM NOT = SPACE
               MOVE A-S-PRICE-PROGRAM TO G-PROGRAM-CODE

               READ PRICEPGM-DD INTO PRICE-PROGRAM-RECORD

               IF WS-PRICEPGM-OK
               AND WS-TODAY-8 NOT < G-EFFECTIVE-DATE
               AND WS-TODAY-8 NOT > G-EXPIRY-DATE
                   IF G-TYPE-FIXED
                       SET ACCOUNT-PROTECTED  TO TRUE
                   ELSE
                   IF G-TYPE-CAPPED
                       SET ACCOUNT-CAPPED     TO TRUE
                       MOVE G-CAP     TO WS-PROGRAM-CAP.

       000-REPRICE-PRIMARY.

           MOVE A-S-BRANCH            TO WS-ACCOUNT-BRANCH.
           MOVE A-S-ROUTE-CODE        TO WS-ACCOUNT-ZONE.
           MOVE A-S-FUEL-TYPE         TO WS-ACCOUNT-FUEL.

           PERFORM 000-FIND-POSTED-PRICE.

           IF POSTED-PRICE-FOUND
               PERFORM 000-COUNT-CHANGE-HIT
               IF WS-EFFECTIVE-PRICE NOT = A-S-UNIT-PRICE
                   PERFORM 000-STORE-NEW-PRICE.

       000-STORE-NEW-PRICE.

           MOVE WS-EFFECTIVE-PRICE    TO A-S-UNIT-PRICE.

           COMPUTE A-S-ESTIMATED-COST =
               (A-S-ESTIMATED-USAGE * WS-EFFECTIVE-PRICE).

           COMPUTE A-S-BUDGET-AMOUNT =
               (((A-S-ESTIMATED-COST / 12) + 50) / 1000)
                   * 1000.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           ADD 1 TO WS-REPRICED-COUNT.

      * The additional tanks each price off their own fuel type. A
      * single-tank account has no tank record and nothing to do.
       000-REPRICE-TANKS.

           MOVE 'N'                   TO WS-TANK-CHANGED-SW.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-K-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-TANK-RECORD.

           IF WS-ACCTFILE-OK
               PERFORM 000-REPRICE-TANK
                   VARYING WS-TANK-SUB FROM 1 BY 1
                     UNTIL WS-TANK-SUB > 20

               IF TANK-RECORD-CHANGED
                   MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID
                   MOVE A-K-RECORD-TYPE       TO AFR-KEY-TYPE
                   MOVE ZERO                  TO AFR-RECORD-NUMBER

                   REWRITE ACCTFILE-RECORD-AREA FROM
                           ACCOUNT-TANK-RECORD.

       000-REPRICE-TANK.

           IF A-K-FUEL-TYPE (WS-TANK-SUB) NOT = SPACE
           AND A-K-SIZE-OF-TANK (WS-TANK-SUB) NUMERIC
           AND A-K-SIZE-OF-TANK (WS-TANK-SUB) > ZERO
               MOVE A-K-FUEL-TYPE (WS-TANK-SUB) TO WS-ACCOUNT-FUEL

               PERFORM 000-FIND-POSTED-PRICE

               IF POSTED-PRICE-FOUND
                   PERFORM 000-COUNT-CHANGE-HIT
                   IF A-K-UNIT-PRICE (WS-TANK-SUB) NOT NUMERIC
                   OR A-K-UNIT-PRICE (WS-TANK-SUB)
                          NOT = WS-EFFECTIVE-PRICE
                       MOVE WS-EFFECTIVE-PRICE TO
                            A-K-UNIT-PRICE (WS-TANK-SUB)
                       SET TANK-RECORD-CHANGED TO TRUE
                       ADD 1 TO WS-TANK-REPRICED-COUNT.

      * Most specific posting first, as SLICKP6 and SLICKBJ price:
      * branch and zone, branch alone, zone alone, shop-wide. Each
      * try is a START on the nines-complemented date and one READ
      * NEXT. The price found is held to the cap for a capped
      * account.
       000-FIND-POSTED-PRICE.

           MOVE 'N'                   TO WS-POSTED-SW.

           PERFORM 000-READ-POSTED-PRICE
               VARYING WS-POSTING-TIER FROM 1 BY 1
                 UNTIL WS-POSTING-TIER > 4
                    OR POSTED-PRICE-FOUND.

           IF POSTED-PRICE-FOUND
               MOVE PP-PRICE          TO WS-POSTED-PRICE
               MOVE PP-EFFECTIVE-DATE TO WS-POSTED-EFFECTIVE
               MOVE PP-PRICE          TO WS-EFFECTIVE-PRICE
               IF ACCOUNT-CAPPED
               AND WS-EFFECTIVE-PRICE > WS-PROGRAM-CAP
                   MOVE WS-PROGRAM-CAP TO WS-EFFECTIVE-PRICE.

       000-READ-POSTED-PRICE.

           IF WS-POSTING-TIER < 3
               MOVE WS-ACCOUNT-BRANCH TO WS-POSTING-BRANCH
           ELSE
               MOVE SPACE             TO WS-POSTING-BRANCH.

           IF WS-POSTING-TIER = 1
           OR WS-POSTING-TIER = 3
               MOVE WS-ACCOUNT-ZONE   TO WS-POSTING-ZONE
           ELSE
               MOVE SPACE             TO WS-POSTING-ZONE.

           MOVE WS-POSTING-BRANCH     TO PP-BRANCH.
           MOVE WS-ACCOUNT-FUEL       TO PP-FUEL-TYPE.
           MOVE WS-POSTING-ZONE       TO PP-ZONE.
           COMPUTE PP-EFFECTIVE-COMP = 99999999 - WS-TODAY-8.

           START POSTPRIC-DD KEY NOT < PP-KEY.

           IF WS-POSTPRIC-OK
               READ POSTPRIC-DD NEXT

               IF WS-POSTPRIC-OK
                   IF PP-BRANCH = WS-POSTING-BRANCH
                   AND PP-FUEL-TYPE = WS-ACCOUNT-FUEL
                   AND PP-ZONE = WS-POSTING-ZONE
                       SET POSTED-PRICE-FOUND TO TRUE.

      * A posting that took effect today is one of today's changes;
      * the account counts once against it however many of its
      * tanks the change prices.
       000-COUNT-CHANGE-HIT.

           IF WS-POSTED-EFFECTIVE = WS-TODAY-8
               MOVE 'N'               TO WS-CH-FOUND-SW
               PERFORM 000-MATCH-CHANGE
                   VARYING WS-CH-SUB FROM 1 BY 1
                     UNTIL WS-CH-SUB > WS-CHANGE-COUNT
                        OR CHANGE-MATCHED.

       000-MATCH-CHANGE.

           IF WS-CH-BRANCH (WS-CH-SUB) = WS-POSTING-BRANCH
           AND WS-CH-FUEL-TYPE (WS-CH-SUB) = WS-ACCOUNT-FUEL
           AND WS-CH-ZONE (WS-CH-SUB) = WS-POSTING-ZONE
               SET CHANGE-MATCHED     TO TRUE
               IF WS-CH-LAST-ACCOUNT (WS-CH-SUB)
                      NOT = WS-CURRENT-ACCOUNT-ID
                   ADD 1 TO WS-CH-ACCOUNTS (WS-CH-SUB)
                   MOVE WS-CURRENT-ACCOUNT-ID TO
                        WS-CH-LAST-ACCOUNT (WS-CH-SUB).

       000-WRITE-CHANGE-LINE.

           IF WS-CH-BRANCH (WS-CH-SUB) = SPACE
               MOVE 'ALL'             TO WS-D-BRANCH
           ELSE
               MOVE WS-CH-BRANCH (WS-CH-SUB) TO WS-D-BRANCH.

           MOVE WS-CH-FUEL-TYPE (WS-CH-SUB) TO WS-D-FUEL-TYPE.

           IF WS-CH-ZONE (WS-CH-SUB) = SPACE
               MOVE 'ALL '            TO WS-D-ZONE
           ELSE
               MOVE WS-CH-ZONE (WS-CH-SUB) TO WS-D-ZONE.

           IF WS-CH-OLD-PRICE (WS-CH-SUB) = ZERO
               MOVE '  NEW'           TO WS-D-OLD-PRICE
               MOVE ZERO              TO WS-PRICE-CHANGE
           ELSE
               MOVE WS-CH-OLD-PRICE (WS-CH-SUB) TO NUM-5
               MOVE DOLLARS-5         TO D-5
               MOVE CENTS-5           TO C-5
               MOVE DC-5              TO WS-D-OLD-PRICE
               COMPUTE WS-PRICE-CHANGE =
                   (WS-CH-NEW-PRICE (WS-CH-SUB)
                       - WS-CH-OLD-PRICE (WS-CH-SUB)) / 100.

           MOVE WS-CH-NEW-PRICE (WS-CH-SUB) TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO WS-D-NEW-PRICE.

           MOVE WS-PRICE-CHANGE       TO WS-D-CHANGE.
           MOVE WS-CH-ACCOUNTS (WS-CH-SUB) TO WS-D-ACCOUNTS.
           MOVE WS-CH-ENTERED-BY (WS-CH-SUB) TO WS-D-ENTERED-BY.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       000-WRITE-TOTALS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-CHANGE-COUNT       TO WS-T-CHANGES.
           MOVE WS-REPRICED-COUNT     TO WS-T-REPRICED.
           MOVE WS-TANK-REPRICED-COUNT TO WS-T-TANKS.

           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
