       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCF.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Supply Position and Fixed-Price Exposure - a       *
      *             monthly batch job that puts what we have promised  *
      *             next to what we have bought. For the twelve months *
      *             starting with this one, every active account on a  *
      *             fixed or capped price program (PGMFILE) or holding *
      *             prepaid gallons (A-S-PREPAID-GALLONS) is projected *
      *             forward from its annual usage estimate             *
      *             (A-S-ESTIMATED-USAGE) spread over the months by    *
      *             the shop's heating-season shares (WS-SHARE-TABLE). *
      *             Prepaid gallons come off first, month by month,    *
      *             until the bank is used up; what is left in a month *
      *             counts as fixed or capped while the program window *
      *             covers that month. Promised gallons are priced at  *
      *             G-RATE (fixed), G-CAP (capped - the most the       *
      *             customer can be billed) or the account's unit      *
      *             price (prepaid, sold at the going price). The      *
      *             supplier forward contracts (FWDSUPLY, see FWDFILE) *
      *             are totalled by month. Each month shows the        *
      *             promised gallons, the contracted supply and its    *
      *             average cost, the uncovered gallons, and the       *
      *             dollars at risk: uncovered gallons times how far   *
      *             today's rack cost (BATCHPRM) sits above the        *
      *             average promised price - what buying the shortfall *
      *             today would lose.                                  *
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

           SELECT FWDSUPLY-DD ASSIGN TO FWDSUPLY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FWDSUPLY-STATUS.

           SELECT REPORT-DD ASSIGN TO SUPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  PRICEPGM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PGMFILE.

       FD  FWDSUPLY-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY FWDFILE.

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-RACK-COST             PIC 9(05).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-PRICEPGM-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PRICEPGM-OK             VALUE '00'.
       01  WS-FWDSUPLY-STATUS             PIC X(02) VALUE SPACE.
           88  WS-FWDSUPLY-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-RACK-COST                   PIC 9(05) VALUE ZERO.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
           03  WS-END-MM                  PIC 9(02) VALUE ZERO.
           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

      * Share of a year's heating gallons burned in each calendar
      * month, January first, in percent (totals 100).
       01  WS-SHARE-VALUES.
           03  FILLER                     PIC X(24) VALUE
               '181613080402010103071116'.
       01  WS-SHARE-TABLE REDEFINES WS-SHARE-VALUES.
           03  WS-SHARE                   PIC 9(02) OCCURS 12 TIMES.

      * The twelve projected months, this one first.
       01  WS-MONTH-TABLE.
           03  WS-M-ENTRY OCCURS 12 TIMES.
               05  WS-M-CCYYMM            PIC 9(06).
               05  FILLER REDEFINES WS-M-CCYYMM.
                   07  WS-M-CCYY          PIC 9(04).
                   07  WS-M-MM            PIC 9(02).
               05  WS-M-FIXED             PIC 9(07).
               05  WS-M-CAPPED            PIC 9(07).
               05  WS-M-PREPAID           PIC 9(07).
               05  WS-M-PROMISED-VALUE    PIC 9(11).
               05  WS-M-SUPPLY            PIC 9(07).
               05  WS-M-SUPPLY-VALUE      PIC 9(11).
       01  WS-M-SUB                       PIC 9(02) VALUE ZERO.
       01  WS-FIRST-MONTH                 PIC 9(06) VALUE ZERO.
       01  WS-LAST-MONTH                  PIC 9(06) VALUE ZERO.
       01  WS-BASE-MONTHS                 PIC 9(06) VALUE ZERO.
       01  WS-FW-MONTHS                   PIC 9(06) VALUE ZERO.
       01  WS-FW-CCYYMM.
           03  WS-FW-CCYY                 PIC 9(04) VALUE ZERO.
           03  WS-FW-MM                   PIC 9(02) VALUE ZERO.

       01  WS-FWDSUPLY-EOF-SW             PIC X(01) VALUE 'N'.
           88  FWDSUPLY-DONE              VALUE 'Y'.

      * The account being projected.
       01  WS-PROGRAM-TYPE                PIC X(01) VALUE SPACE.
           88  PROGRAM-FIXED              VALUE 'F'.
           88  PROGRAM-CAPPED             VALUE 'C'.
           88  PROGRAM-NONE               VALUE SPACE.
       01  WS-PROGRAM-PRICE               PIC 9(05) VALUE ZERO.
       01  WS-PROGRAM-FROM                PIC 9(06) VALUE ZERO.
       01  WS-PROGRAM-TO                  PIC 9(06) VALUE ZERO.
       01  WS-PREPAID-LEFT                PIC 9(05) VALUE ZERO.
       01  WS-MONTH-NEED                  PIC 9(05) VALUE ZERO.
       01  WS-PREPAID-TAKE                PIC 9(05) VALUE ZERO.

       01  WS-ACCOUNT-COUNT               PIC 9(06) VALUE ZERO.

      * Per-month arithmetic for the report line.
       01  WS-PROMISED                    PIC 9(07) VALUE ZERO.
       01  WS-UNCOVERED                   PIC 9(07) VALUE ZERO.
       01  WS-AVG-PRICE                   PIC 9(05) VALUE ZERO.
       01  WS-AVG-COST                    PIC 9(05) VALUE ZERO.
       01  WS-AT-RISK                     PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-PROMISED              PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-SUPPLY                PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-UNCOVERED             PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-AT-RISK               PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'SUPPLY POSITION / FIXED-PRICE EXPOSURE  '.
           03  FILLER                     PIC X(08) VALUE ' AS OF  '.
           03  H-ASOF-DATE                PIC 9(06).
           03  FILLER                     PIC X(13) VALUE
                                          '   RACK COST '.
           03  H-RACK-COST                PIC X(05).
           03  FILLER                     PIC X(08) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'MONTH     FIXED  CAPPED PREPAID PROMISED'.
           03  FILLER                     PIC X(40) VALUE
               ' AVG PRC  SUPPLY AVG CST UNCOVER AT RISK'.

       01  WS-DETAIL-LINE.
           03  WS-D-MONTH                  PIC 9(06).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-FIXED                  PIC ZZZZZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-CAPPED                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-PREPAID                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-PROMISED               PIC ZZZZZZ9.
           03  FILLER                      PIC X(03) VALUE SPACE.
           03  WS-D-AVG-PRICE              PIC X(05).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-SUPPLY                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-AVG-COST               PIC X(05).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-UNCOVERED              PIC ZZZZZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-AT-RISK                PIC ZZZZZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  FILLER                      PIC X(06) VALUE 'TOTAL '.
           03  FILLER                      PIC X(10) VALUE
                                           'PROMISED '.
           03  WS-T-PROMISED               PIC ZZZZZZZ9.
           03  FILLER                      PIC X(08) VALUE
                                           ' SUPPLY '.
           03  WS-T-SUPPLY                 PIC ZZZZZZZ9.
           03  FILLER                      PIC X(11) VALUE
                                           ' UNCOVERED '.
           03  WS-T-UNCOVERED              PIC ZZZZZZZ9.
           03  FILLER                      PIC X(09) VALUE
                                           ' AT RISK '.
           03  WS-T-AT-RISK                PIC ZZZZZZZZ9.
           03  FILLER                      PIC X(03) VALUE SPACE.

       01  WS-COUNT-LINE.
           03  WS-T-ACCOUNTS               PIC ZZZZZ9.
           03  FILLER                      PIC X(40) VALUE
               ' FIXED, CAPPED OR PREPAID ACCOUNTS; AT R'.
           03  FILLER                      PIC X(34) VALUE
               'ISK IN WHOLE DOLLARS              '.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCF ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-LOAD-SUPPLY
               UNTIL FWDSUPLY-DONE.

           PERFORM 000-PROJECT-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-WRITE-MONTH-LINE
               VARYING WS-M-SUB FROM 1 BY 1
                 UNTIL WS-M-SUB > 12.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-ACCOUNT-COUNT       TO WS-RUN-ACCOUNTS.
           MOVE WS-TOTAL-AT-RISK       TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN INPUT  PRICEPGM-DD.
           OPEN INPUT  FWDSUPLY-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-RACK-COST        TO WS-RACK-COST.


           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

           MOVE Y2K-DATE-1 (1:6)      TO WS-M-CCYYMM (1).
           PERFORM 000-SET-UP-MONTH
               VARYING WS-M-SUB FROM 1 BY 1
                 UNTIL WS-M-SUB > 12.

           MOVE WS-M-CCYYMM (1)       TO WS-FIRST-MONTH.
           MOVE WS-M-CCYYMM (12)      TO WS-LAST-MONTH.
           COMPUTE WS-BASE-MONTHS =
               (WS-M-CCYY (1) * 12) + WS-M-MM (1).

           MOVE WS-TODAY-YYMMDD       TO H-ASOF-DATE.
           MOVE WS-RACK-COST          TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO H-RACK-COST.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE LOW-VALUES            TO FW-KEY.
           MOVE WS-FIRST-MONTH        TO FW-MONTH.
           START FWDSUPLY-DD KEY NOT < FW-KEY.

           IF NOT WS-FWDSUPLY-OK
               SET FWDSUPLY-DONE      TO TRUE.

      * Each month after the first is the one before it plus one,
      * rolling December into January of the next year.
       000-SET-UP-MONTH.

           IF WS-M-SUB > 1
               IF WS-M-MM (WS-M-SUB - 1) = 12
                   COMPUTE WS-M-CCYY (WS-M-SUB) =
                       WS-M-CCYY (WS-M-SUB - 1) + 1
                   MOVE 1             TO WS-M-MM (WS-M-SUB)
               ELSE
                   MOVE WS-M-CCYY (WS-M-SUB - 1)
                                      TO WS-M-CCYY (WS-M-SUB)
                   COMPUTE WS-M-MM (WS-M-SUB) =
                       WS-M-MM (WS-M-SUB - 1) + 1
               END-IF.

           MOVE ZERO                  TO WS-M-FIXED (WS-M-SUB).
           MOVE ZERO                  TO WS-M-CAPPED (WS-M-SUB).
           MOVE ZERO                  TO WS-M-PREPAID (WS-M-SUB).
           MOVE ZERO                  TO WS-M-PROMISED-VALUE (WS-M-SUB).
           MOVE ZERO                  TO WS-M-SUPPLY (WS-M-SUB).
           MOVE ZERO                  TO WS-M-SUPPLY-VALUE (WS-M-SUB).

      * Forward contracts for the twelve months, in key order.
       000-LOAD-SUPPLY.

           READ FWDSUPLY-DD NEXT.

           IF NOT WS-FWDSUPLY-OK
               SET FWDSUPLY-DONE      TO TRUE
           ELSE
           IF FW-MONTH > WS-LAST-MONTH
               SET FWDSUPLY-DONE      TO TRUE
           ELSE
               MOVE FW-MONTH          TO WS-FW-CCYYMM
               COMPUTE WS-FW-MONTHS = (WS-FW-CCYY * 12) + WS-FW-MM
               COMPUTE WS-M-SUB = WS-FW-MONTHS - WS-BASE-MONTHS + 1
               ADD FW-GALLONS         TO WS-M-SUPPLY (WS-M-SUB)
               COMPUTE WS-M-SUPPLY-VALUE (WS-M-SUB) =
                   WS-M-SUPPLY-VALUE (WS-M-SUB)
                       + (FW-GALLONS * FW-COST-PER-GALLON).

       000-PROJECT-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT   TO WS-END-OF-CONTRACT

               IF ACCOUNT-ACTIVE
                   PERFORM 000-READ-PRICE-PROGRAM

                   IF A-S-PREPAID-GALLONS NUMERIC
                       MOVE A-S-PREPAID-GALLONS TO WS-PREPAID-LEFT
                   ELSE
                       MOVE ZERO      TO WS-PREPAID-LEFT
                   END-IF

                   IF WS-PREPAID-LEFT > ZERO
                   OR NOT PROGRAM-NONE
                       ADD 1          TO WS-ACCOUNT-COUNT
                       PERFORM 000-PROJECT-MONTH
                           VARYING WS-M-SUB FROM 1 BY 1
                             UNTIL WS-M-SUB > 12.

      * Only a fixed or capped program matters here, over the months
      * its window covers; market programs promise nothing.
       000-READ-PRICE-PROGRAM.

           MOVE SPACE                 TO WS-PROGRAM-TYPE.

           IF A-S-PRICE-PROGRAM NOT = SPACE
               MOVE A-S-PRICE-PROGRAM TO G-PROGRAM-CODE

               READ PRICEPGM-DD INTO PRICE-PROGRAM-RECORD

               IF WS-PRICEPGM-OK
               AND G-EXPIRY-DATE (1:6) NOT < WS-FIRST-MONTH
                   IF G-TYPE-FIXED
                       MOVE 'F'       TO WS-PROGRAM-TYPE
                       MOVE G-RATE    TO WS-PROGRAM-PRICE
                   ELSE
                   IF G-TYPE-CAPPED
                       MOVE 'C'       TO WS-PROGRAM-TYPE
                       MOVE G-CAP     TO WS-PROGRAM-PRICE
                   END-IF
                   END-IF
                   MOVE G-EFFECTIVE-DATE (1:6) TO WS-PROGRAM-FROM
                   MOVE G-EXPIRY-DATE (1:6)    TO WS-PROGRAM-TO.

      * The month's share of the annual estimate: prepaid gallons
      * cover it first, the rest is fixed or capped if the program
      * runs that month.
       000-PROJECT-MONTH.

           COMPUTE WS-MONTH-NEED ROUNDED =
               (A-S-ESTIMATED-USAGE
                   * WS-SHARE (WS-M-MM (WS-M-SUB))) / 100.

           IF WS-PREPAID-LEFT > ZERO
               IF WS-PREPAID-LEFT < WS-MONTH-NEED
                   MOVE WS-PREPAID-LEFT TO WS-PREPAID-TAKE
               ELSE
                   MOVE WS-MONTH-NEED TO WS-PREPAID-TAKE
               END-IF
               ADD WS-PREPAID-TAKE    TO WS-M-PREPAID (WS-M-SUB)
               COMPUTE WS-M-PROMISED-VALUE (WS-M-SUB) =
                   WS-M-PROMISED-VALUE (WS-M-SUB)
                       + (WS-PREPAID-TAKE * A-S-UNIT-PRICE)
               SUBTRACT WS-PREPAID-TAKE FROM WS-PREPAID-LEFT
               SUBTRACT WS-PREPAID-TAKE FROM WS-MONTH-NEED.

           IF WS-MONTH-NEED > ZERO
           AND NOT PROGRAM-NONE
           AND WS-M-CCYYMM (WS-M-SUB) NOT < WS-PROGRAM-FROM
           AND WS-M-CCYYMM (WS-M-SUB) NOT > WS-PROGRAM-TO
               IF PROGRAM-FIXED
                   ADD WS-MONTH-NEED  TO WS-M-FIXED (WS-M-SUB)
               ELSE
                   ADD WS-MONTH-NEED  TO WS-M-CAPPED (WS-M-SUB)
               END-IF
               COMPUTE WS-M-PROMISED-VALUE (WS-M-SUB) =
                   WS-M-PROMISED-VALUE (WS-M-SUB)
                       + (WS-MONTH-NEED * WS-PROGRAM-PRICE).

       000-WRITE-MONTH-LINE.

           COMPUTE WS-PROMISED =
               WS-M-FIXED (WS-M-SUB) + WS-M-CAPPED (WS-M-SUB)
                   + WS-M-PREPAID (WS-M-SUB).

           MOVE ZERO                  TO WS-AVG-PRICE.
           IF WS-PROMISED > ZERO
               COMPUTE WS-AVG-PRICE ROUNDED =
                   WS-M-PROMISED-VALUE (WS-M-SUB) / WS-PROMISED.

           MOVE ZERO                  TO WS-AVG-COST.
           IF WS-M-SUPPLY (WS-M-SUB) > ZERO
               COMPUTE WS-AVG-COST ROUNDED =
                   WS-M-SUPPLY-VALUE (WS-M-SUB)
                       / WS-M-SUPPLY (WS-M-SUB).

           MOVE ZERO                  TO WS-UNCOVERED.
           IF WS-PROMISED > WS-M-SUPPLY (WS-M-SUB)
               COMPUTE WS-UNCOVERED =
                   WS-PROMISED - WS-M-SUPPLY (WS-M-SUB).

           MOVE ZERO                  TO WS-AT-RISK.
           IF WS-UNCOVERED > ZERO
           AND WS-RACK-COST > WS-AVG-PRICE
               COMPUTE WS-AT-RISK ROUNDED =
                   (WS-UNCOVERED * (WS-RACK-COST - WS-AVG-PRICE))
                       / 100.

           MOVE WS-M-CCYYMM (WS-M-SUB) TO WS-D-MONTH.
           MOVE WS-M-FIXED (WS-M-SUB) TO WS-D-FIXED.
           MOVE WS-M-CAPPED (WS-M-SUB) TO WS-D-CAPPED.
           MOVE WS-M-PREPAID (WS-M-SUB) TO WS-D-PREPAID.
           MOVE WS-PROMISED           TO WS-D-PROMISED.
           MOVE WS-M-SUPPLY (WS-M-SUB) TO WS-D-SUPPLY.
           MOVE WS-UNCOVERED          TO WS-D-UNCOVERED.
           MOVE WS-AT-RISK            TO WS-D-AT-RISK.

           MOVE WS-AVG-PRICE          TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO WS-D-AVG-PRICE.

           MOVE WS-AVG-COST           TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO WS-D-AVG-COST.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           ADD WS-PROMISED            TO WS-TOTAL-PROMISED.
           ADD WS-M-SUPPLY (WS-M-SUB) TO WS-TOTAL-SUPPLY.
           ADD WS-UNCOVERED           TO WS-TOTAL-UNCOVERED.
           ADD WS-AT-RISK             TO WS-TOTAL-AT-RISK.

       000-WRITE-TOTALS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-TOTAL-PROMISED     TO WS-T-PROMISED.
           MOVE WS-TOTAL-SUPPLY       TO WS-T-SUPPLY.
           MOVE WS-TOTAL-UNCOVERED    TO WS-T-UNCOVERED.
           MOVE WS-TOTAL-AT-RISK      TO WS-T-AT-RISK.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE WS-ACCOUNT-COUNT      TO WS-T-ACCOUNTS.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE PRICEPGM-DD.
           CLOSE FWDSUPLY-DD.
           CLOSE REPORT-DD.

           COPY SLICKNUM.

           COPY SLICKRCT.
