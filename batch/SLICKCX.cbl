       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCX.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Monthly Attrition Report - a batch job run early   *
      *             each month over the accounts closed in the month   *
      *             before (or the month, YYMM, staged on BATCHPRM).   *
      *             Each closed account lists with its branch, route,  *
      *             price program, the closure reason and competitor   *
      *             keyed on SLICKP3 (A-E-CLOSE-REASON/A-E-COMPETITOR) *
      *             and the annual gallons lost with it - its          *
      *             A-S-ESTIMATED-USAGE. The foot of the report counts *
      *             the month's losses and their gallons by reason,    *
      *             by branch, by route and by price program.          *
      *             A house sold through the Premises Transfer screen  *
      *             (SLICKPQ) counts as a customer lost (reason M) but *
      *             loses no gallons, since the buyer's account takes  *
      *             the tank over; an account merged away as a         *
      *             duplicate (SLICKBN, A-S-MERGED-TO) was never a     *
      *             loss and is left out. Accounts closed before the   *
      *             reason was kept show it blank.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT REPORT-DD ASSIGN TO ATTRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-REPORT-YYMM           PIC 9(04).
           03  FILLER                     PIC X(76).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.

       01  WS-REPORT-MONTH.
           03  WS-REPORT-CCYY             PIC 9(04) VALUE ZERO.
           03  WS-REPORT-MM               PIC 9(02) VALUE ZERO.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYYMM              PIC 9(06) VALUE ZERO.
           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

       01  WS-CLOSE-REASON                PIC X(01) VALUE SPACE.
       01  WS-COMPETITOR                  PIC X(20) VALUE SPACE.
       01  WS-LOST-GALLONS                PIC 9(05) VALUE ZERO.

       01  WS-CLOSED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-GALLONS               PIC 9(09) VALUE ZERO.
       01  WS-TRANSFER-COUNT              PIC 9(06) VALUE ZERO.

      * Reasons in the order they print; the last entry catches an
      * account closed before the reason was kept.
       01  WS-REASON-VALUES.
           03  FILLER                     PIC X(21) VALUE
               'PPRICE               '.
           03  FILLER                     PIC X(21) VALUE
               'MMOVED AWAY          '.
           03  FILLER                     PIC X(21) VALUE
               'GCONVERTED TO GAS    '.
           03  FILLER                     PIC X(21) VALUE
               'SSERVICE COMPLAINT   '.
           03  FILLER                     PIC X(21) VALUE
               'NNON-PAYMENT         '.
           03  FILLER                     PIC X(21) VALUE
               'DDECEASED            '.
           03  FILLER                     PIC X(21) VALUE
               ' NOT RECORDED        '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           03  WS-RS-ENTRY OCCURS 7 TIMES.
               05  WS-RS-CODE             PIC X(01).
               05  WS-RS-DESC             PIC X(20).
       01  WS-REASON-TOTALS.
           03  WS-RT-ENTRY OCCURS 7 TIMES.
               05  WS-RT-COUNT            PIC 9(06).
               05  WS-RT-GALLONS          PIC 9(09).
       01  WS-RS-SUB                      PIC 9(02) VALUE ZERO.
       01  WS-RS-FOUND-SUB                PIC 9(02) VALUE ZERO.

      * Branch, route and price-program roll-ups, each entry added
      * the first time its code turns up while there is room.
       01  WS-BR-TABLE-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-BR-TABLE.
           03  WS-BR-ENTRY OCCURS 20 TIMES.
               05  WS-BR-BRANCH           PIC X(02).
               05  WS-BR-COUNT            PIC 9(06).
               05  WS-BR-GALLONS          PIC 9(09).
       01  WS-BR-SUB                      PIC 9(02) VALUE ZERO.
       01  WS-BR-FOUND-SUB                PIC 9(02) VALUE ZERO.
       01  WS-BR-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  BRANCH-FOUND               VALUE 'Y'.

       01  WS-RT-TABLE-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-RTE-TABLE.
           03  WS-RTE-ENTRY OCCURS 300 TIMES.
               05  WS-RTE-ROUTE           PIC X(04).
               05  WS-RTE-COUNT           PIC 9(06).
               05  WS-RTE-GALLONS         PIC 9(09).
       01  WS-RTE-SUB                     PIC 9(03) VALUE ZERO.
       01  WS-RTE-FOUND-SUB               PIC 9(03) VALUE ZERO.
       01  WS-RTE-FOUND-SW                PIC X(01) VALUE 'N'.
           88  ROUTE-FOUND                VALUE 'Y'.

       01  WS-PG-TABLE-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-PG-TABLE.
           03  WS-PG-ENTRY OCCURS 50 TIMES.
               05  WS-PG-PROGRAM          PIC X(02).
               05  WS-PG-COUNT            PIC 9(06).
               05  WS-PG-GALLONS          PIC 9(09).
       01  WS-PG-SUB                      PIC 9(02) VALUE ZERO.
       01  WS-PG-FOUND-SUB                PIC 9(02) VALUE ZERO.
       01  WS-PG-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  PROGRAM-FOUND              VALUE 'Y'.

       01  WS-HEADING-LINE.
           03  FILLER                      PIC X(40) VALUE
               'CUSTOMER ATTRITION REPORT  -  ACCOUNTS C'.
           03  FILLER                      PIC X(10) VALUE
               'LOSED IN  '.
           03  WS-H-MM                     PIC 9(02).
           03  FILLER                      PIC X(01) VALUE '/'.
           03  WS-H-CCYY                   PIC 9(04).
           03  FILLER                      PIC X(23) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                      PIC X(40) VALUE
               'ACCT  NAME             BR ROUT PG CLOSED'.
           03  FILLER                      PIC X(40) VALUE
               '   R   GALS COMPETITOR                  '.

       01  WS-DETAIL-LINE.
           03  WS-D-ACCOUNT-ID             PIC 9(05).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-NAME                   PIC X(16).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-BRANCH                 PIC X(02).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-ROUTE                  PIC X(04).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-PROGRAM                PIC X(02).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-CLOSED                 PIC 9(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-REASON                 PIC X(01).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-GALLONS                PIC ZZ,ZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-COMPETITOR             PIC X(20).
           03  FILLER                      PIC X(08) VALUE SPACE.

       01  WS-SECTION-LINE.
           03  FILLER                      PIC X(03) VALUE 'BY '.
           03  WS-SC-TITLE                 PIC X(30).
           03  FILLER                      PIC X(20) VALUE
                                           '   ACCOUNTS     LOST'.
           03  FILLER                      PIC X(08) VALUE
                                           ' GALLONS'.
           03  FILLER                      PIC X(19) VALUE SPACE.

       01  WS-SUMMARY-LINE.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-S-CODE                   PIC X(04).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-S-DESC                   PIC X(20).
           03  FILLER                      PIC X(04) VALUE SPACE.
           03  WS-S-COUNT                  PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-S-GALLONS                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(28) VALUE SPACE.

       01  WS-TRANSFER-LINE.
           03  WS-TR-COUNT                 PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(73) VALUE
               ' OF THESE SOLD THE HOUSE TO A NEW ACCOUNT - NO GALLONS L
      -        'OST'.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCX ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-OPTIONAL TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-CHECK-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-WRITE-SUMMARY.

           PERFORM 000-TERMINATION.

           MOVE WS-CLOSED-COUNT       TO WS-RUN-ACCOUNTS.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

      * The month reported defaults to the one before the run date.
       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           IF WS-RUN-PARM-FOUND
               MOVE WS-RUN-PARM-DATA  TO PARM-RECORD
               COMPUTE Y2K-YYMMDD-1 = (PARM-REPORT-YYMM * 100) + 1
               PERFORM 000-Y2K-WINDOW-1
               MOVE Y2K-DATE-1 (1:6)  TO WS-REPORT-MONTH
           ELSE
               MOVE WS-RUN-CCYYMMDD (1:6)
                                      TO WS-REPORT-MONTH
               IF WS-REPORT-MM = 1
                   SUBTRACT 1         FROM WS-REPORT-CCYY
                   MOVE 12            TO WS-REPORT-MM
               ELSE
                   SUBTRACT 1         FROM WS-REPORT-MM.

           MOVE ZERO                  TO WS-REASON-TOTALS.

           MOVE WS-REPORT-MM          TO WS-H-MM.
           MOVE WS-REPORT-CCYY        TO WS-H-CCYY.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE REPORT-DD.

       000-CHECK-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT TO WS-END-OF-CONTRACT
               IF WS-END-CCYYMM = WS-REPORT-MONTH
               AND (A-S-MERGED-TO NOT NUMERIC
                    OR A-S-MERGED-TO = ZERO)
                   PERFORM 000-REPORT-CLOSED-ACCOUNT.

      * The statistics fields go to the detail line and the roll-ups
      * before the extension record is read over them.
       000-REPORT-CLOSED-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-D-ACCOUNT-ID.
           MOVE A-S-NAME-LAST         TO WS-D-NAME.
           MOVE A-S-BRANCH            TO WS-D-BRANCH.
           MOVE A-S-ROUTE-CODE        TO WS-D-ROUTE.
           MOVE A-S-PRICE-PROGRAM     TO WS-D-PROGRAM.
           MOVE A-S-END-OF-CONTRACT   TO WS-D-CLOSED.

           IF A-S-ESTIMATED-USAGE NUMERIC
               MOVE A-S-ESTIMATED-USAGE
                                      TO WS-LOST-GALLONS
           ELSE
               MOVE ZERO              TO WS-LOST-GALLONS.

           PERFORM 000-READ-CLOSE-REASON.

           MOVE WS-CLOSE-REASON       TO WS-D-REASON.
           MOVE WS-LOST-GALLONS       TO WS-D-GALLONS.
           MOVE WS-COMPETITOR         TO WS-D-COMPETITOR.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           ADD 1                      TO WS-CLOSED-COUNT.
           ADD WS-LOST-GALLONS        TO WS-TOTAL-GALLONS.

           PERFORM 000-ADD-TO-REASON-TOTAL.

           PERFORM 000-FIND-BRANCH-ENTRY.
           IF BRANCH-FOUND
               ADD 1          TO WS-BR-COUNT (WS-BR-FOUND-SUB)
               ADD WS-LOST-GALLONS
                              TO WS-BR-GALLONS (WS-BR-FOUND-SUB).

           PERFORM 000-FIND-ROUTE-ENTRY.
           IF ROUTE-FOUND
               ADD 1          TO WS-RTE-COUNT (WS-RTE-FOUND-SUB)
               ADD WS-LOST-GALLONS
                              TO WS-RTE-GALLONS (WS-RTE-FOUND-SUB).

           PERFORM 000-FIND-PROGRAM-ENTRY.
           IF PROGRAM-FOUND
               ADD 1          TO WS-PG-COUNT (WS-PG-FOUND-SUB)
               ADD WS-LOST-GALLONS
                              TO WS-PG-GALLONS (WS-PG-FOUND-SUB).

      * A house sold to a new account keeps its tank on our books.
       000-READ-CLOSE-REASON.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-E-CLOSE-REASON  TO WS-CLOSE-REASON
               MOVE A-E-COMPETITOR    TO WS-COMPETITOR
               IF A-E-PREMISES-TO NUMERIC
               AND A-E-PREMISES-TO > ZERO
                   MOVE ZERO          TO WS-LOST-GALLONS
                   ADD 1              TO WS-TRANSFER-COUNT
               END-IF
           ELSE
               MOVE SPACE             TO WS-CLOSE-REASON
               MOVE SPACE             TO WS-COMPETITOR.

      * An unknown code is counted with the unrecorded ones.
       000-ADD-TO-REASON-TOTAL.

           MOVE 7                     TO WS-RS-FOUND-SUB.

           PERFORM 000-MATCH-REASON-ENTRY
               VARYING WS-RS-SUB FROM 1 BY 1
                 UNTIL WS-RS-SUB > 6.

           ADD 1              TO WS-RT-COUNT (WS-RS-FOUND-SUB).
           ADD WS-LOST-GALLONS
                              TO WS-RT-GALLONS (WS-RS-FOUND-SUB).

       000-MATCH-REASON-ENTRY.

           IF WS-RS-CODE (WS-RS-SUB) = WS-CLOSE-REASON
               MOVE WS-RS-SUB         TO WS-RS-FOUND-SUB.

       000-FIND-BRANCH-ENTRY.

           MOVE 'N' TO WS-BR-FOUND-SW.

           PERFORM 000-MATCH-BRANCH-ENTRY
               VARYING WS-BR-SUB FROM 1 BY 1
                 UNTIL BRANCH-FOUND
                    OR WS-BR-SUB > WS-BR-TABLE-COUNT.

           IF NOT BRANCH-FOUND
               IF WS-BR-TABLE-COUNT < 20
                   ADD 1 TO WS-BR-TABLE-COUNT
                   MOVE WS-BR-TABLE-COUNT TO WS-BR-FOUND-SUB
                   MOVE WS-D-BRANCH
                              TO WS-BR-BRANCH (WS-BR-FOUND-SUB)
                   MOVE ZERO  TO WS-BR-COUNT (WS-BR-FOUND-SUB)
                   MOVE ZERO  TO WS-BR-GALLONS (WS-BR-FOUND-SUB)
                   SET BRANCH-FOUND TO TRUE.

       000-MATCH-BRANCH-ENTRY.

           IF WS-BR-BRANCH (WS-BR-SUB) = WS-D-BRANCH
               SET BRANCH-FOUND TO TRUE
               MOVE WS-BR-SUB   TO WS-BR-FOUND-SUB.

       000-FIND-ROUTE-ENTRY.

           MOVE 'N' TO WS-RTE-FOUND-SW.

           PERFORM 000-MATCH-ROUTE-ENTRY
               VARYING WS-RTE-SUB FROM 1 BY 1
                 UNTIL ROUTE-FOUND
                    OR WS-RTE-SUB > WS-RT-TABLE-COUNT.

           IF NOT ROUTE-FOUND
               IF WS-RT-TABLE-COUNT < 300
                   ADD 1 TO WS-RT-TABLE-COUNT
                   MOVE WS-RT-TABLE-COUNT TO WS-RTE-FOUND-SUB
                   MOVE WS-D-ROUTE
                              TO WS-RTE-ROUTE (WS-RTE-FOUND-SUB)
                   MOVE ZERO  TO WS-RTE-COUNT (WS-RTE-FOUND-SUB)
                   MOVE ZERO  TO WS-RTE-GALLONS (WS-RTE-FOUND-SUB)
                   SET ROUTE-FOUND TO TRUE.

       000-MATCH-ROUTE-ENTRY.

           IF WS-RTE-ROUTE (WS-RTE-SUB) = WS-D-ROUTE
               SET ROUTE-FOUND  TO TRUE
               MOVE WS-RTE-SUB  TO WS-RTE-FOUND-SUB.

       000-FIND-PROGRAM-ENTRY.

           MOVE 'N' TO WS-PG-FOUND-SW.

           PERFORM 000-MATCH-PROGRAM-ENTRY
               VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL PROGRAM-FOUND
                    OR WS-PG-SUB > WS-PG-TABLE-COUNT.

           IF NOT PROGRAM-FOUND
               IF WS-PG-TABLE-COUNT < 50
                   ADD 1 TO WS-PG-TABLE-COUNT
                   MOVE WS-PG-TABLE-COUNT TO WS-PG-FOUND-SUB
                   MOVE WS-D-PROGRAM
                              TO WS-PG-PROGRAM (WS-PG-FOUND-SUB)
                   MOVE ZERO  TO WS-PG-COUNT (WS-PG-FOUND-SUB)
                   MOVE ZERO  TO WS-PG-GALLONS (WS-PG-FOUND-SUB)
                   SET PROGRAM-FOUND TO TRUE.

       000-MATCH-PROGRAM-ENTRY.

           IF WS-PG-PROGRAM (WS-PG-SUB) = WS-D-PROGRAM
               SET PROGRAM-FOUND TO TRUE
               MOVE WS-PG-SUB   TO WS-PG-FOUND-SUB.

       000-WRITE-SUMMARY.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'REASON'              TO WS-SC-TITLE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM 000-WRITE-REASON-TOTAL
               VARYING WS-RS-SUB FROM 1 BY 1
                 UNTIL WS-RS-SUB > 7.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'BRANCH'              TO WS-SC-TITLE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM 000-WRITE-BRANCH-TOTAL
               VARYING WS-BR-SUB FROM 1 BY 1
                 UNTIL WS-BR-SUB > WS-BR-TABLE-COUNT.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'ROUTE'               TO WS-SC-TITLE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM 000-WRITE-ROUTE-TOTAL
               VARYING WS-RTE-SUB FROM 1 BY 1
                 UNTIL WS-RTE-SUB > WS-RT-TABLE-COUNT.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'PRICE PROGRAM'       TO WS-SC-TITLE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM 000-WRITE-PROGRAM-TOTAL
               VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-TABLE-COUNT.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE '**'                  TO WS-S-CODE.
           MOVE 'ALL ACCOUNTS CLOSED' TO WS-S-DESC.
           MOVE WS-CLOSED-COUNT       TO WS-S-COUNT.
           MOVE WS-TOTAL-GALLONS      TO WS-S-GALLONS.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-TRANSFER-COUNT > ZERO
               MOVE WS-TRANSFER-COUNT TO WS-TR-COUNT
               WRITE REPORT-LINE FROM WS-TRANSFER-LINE.

       000-WRITE-REASON-TOTAL.

           MOVE WS-RS-CODE (WS-RS-SUB)    TO WS-S-CODE.
           MOVE WS-RS-DESC (WS-RS-SUB)    TO WS-S-DESC.
           MOVE WS-RT-COUNT (WS-RS-SUB)   TO WS-S-COUNT.
           MOVE WS-RT-GALLONS (WS-RS-SUB) TO WS-S-GALLONS.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       000-WRITE-BRANCH-TOTAL.

           MOVE WS-BR-BRANCH (WS-BR-SUB)  TO WS-S-CODE.
           IF WS-BR-BRANCH (WS-BR-SUB) = SPACE
               MOVE 'HOME BRANCH'         TO WS-S-DESC
           ELSE
               MOVE SPACE                 TO WS-S-DESC.
           MOVE WS-BR-COUNT (WS-BR-SUB)   TO WS-S-COUNT.
           MOVE WS-BR-GALLONS (WS-BR-SUB) TO WS-S-GALLONS.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       000-WRITE-ROUTE-TOTAL.

           MOVE WS-RTE-ROUTE (WS-RTE-SUB) TO WS-S-CODE.
           IF WS-RTE-ROUTE (WS-RTE-SUB) = SPACE
               MOVE 'NO ROUTE ASSIGNED'   TO WS-S-DESC
           ELSE
               MOVE SPACE                 TO WS-S-DESC.
           MOVE WS-RTE-COUNT (WS-RTE-SUB) TO WS-S-COUNT.
           MOVE WS-RTE-GALLONS (WS-RTE-SUB)
                                          TO WS-S-GALLONS.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       000-WRITE-PROGRAM-TOTAL.

           MOVE WS-PG-PROGRAM (WS-PG-SUB) TO WS-S-CODE.
           IF WS-PG-PROGRAM (WS-PG-SUB) = SPACE
               MOVE 'MARKET PRICING'      TO WS-S-DESC
           ELSE
               MOVE SPACE                 TO WS-S-DESC.
           MOVE WS-PG-COUNT (WS-PG-SUB)   TO WS-S-COUNT.
           MOVE WS-PG-GALLONS (WS-PG-SUB) TO WS-S-GALLONS.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
