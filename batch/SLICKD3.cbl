       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKD3.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Monthly Run-Out Report - a batch job run early     *
      *             each month over the run-outs logged in the month   *
      *             before (or the month, YYMM, staged on BATCHPRM)    *
      *             on the run-out log (RUNOUT-DD, see RNOFILE) from   *
      *             SLICKPE's no-heat calls and SLICKP6's run-out      *
      *             fills. The run-outs list by the account's route    *
      *             on the day and, within a route, by root cause,     *
      *             each with where it was recorded (E call, D fill,   *
      *             B both), the delivery plan, branch, driver and     *
      *             gallons, and each route closes with its count by   *
      *             cause. The foot of the report counts the month's   *
      *             run-outs and their gallons by cause - the numbers  *
      *             dispatch needs to tell a weak degree-day estimate  *
      *             from a missed stop or a will-call customer who     *
      *             never ordered. A cause the log does not know       *
      *             counts as not recorded.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT RUNOUT-DD ASSIGN TO RUNOUTLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-KEY
               FILE STATUS IS WS-RUNOUT-STATUS.

           SELECT SORT-WORK-DD ASSIGN TO SORTWORK.

           SELECT REPORT-DD ASSIGN TO RUNOUTRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  RUNOUT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY RNOFILE.

       SD  SORT-WORK-DD.
       01  SORT-WORK-RECORD.
           03  SW-ROUTE-CODE              PIC X(04).
           03  SW-CAUSE-SUB               PIC 9(01).
           03  SW-ACCOUNT-ID              PIC 9(05).
           03  SW-DATE                    PIC 9(08).
           03  SW-SOURCE                  PIC X(01).
           03  SW-CAUSE                   PIC X(01).
           03  SW-DELIVERY-PLAN           PIC X(01).
           03  SW-BRANCH                  PIC X(02).
           03  SW-TECHNICIAN              PIC 9(04).
           03  SW-GALLONS                 PIC 9(05).

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
       01  WS-RUNOUT-STATUS               PIC X(02) VALUE SPACE.
           88  WS-RUNOUT-OK               VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-SORT-EOF                    PIC X(01) VALUE 'N'.
           88  SORT-AT-END                VALUE 'Y'.

       01  WS-REPORT-MONTH.
           03  WS-REPORT-CCYY             PIC 9(04) VALUE ZERO.
           03  WS-REPORT-MM               PIC 9(02) VALUE ZERO.

       01  WS-LAST-ROUTE-CODE             PIC X(04) VALUE SPACE.
       01  WS-ROUTE-OPEN-SW               PIC X(01) VALUE 'N'.
           88  ROUTE-OPEN                 VALUE 'Y'.

       01  WS-RUN-OUT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-GALLONS               PIC 9(09) VALUE ZERO.
       01  WS-ROUTE-COUNT                 PIC 9(06) VALUE ZERO.

      * Causes in the order they print; the last entry catches a
      * run-out logged without a cause the log knows.
       01  WS-CAUSE-VALUES.
           03  FILLER                     PIC X(21) VALUE
               'DDEGREE-DAY ESTIMATE '.
           03  FILLER                     PIC X(21) VALUE
               'SSKIPPED/MISSED STOP '.
           03  FILLER                     PIC X(21) VALUE
               'CCREDIT HOLD         '.
           03  FILLER                     PIC X(21) VALUE
               'UBAD USAGE FIGURE    '.
           03  FILLER                     PIC X(21) VALUE
               'WWILL-CALL NO ORDER  '.
           03  FILLER                     PIC X(21) VALUE
               'XOTHER               '.
           03  FILLER                     PIC X(21) VALUE
               '?NOT RECORDED        '.
       01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-VALUES.
           03  WS-CS-ENTRY OCCURS 7 TIMES.
               05  WS-CS-CODE             PIC X(01).
               05  WS-CS-DESC             PIC X(20).
       01  WS-CAUSE-TOTALS.
           03  WS-CT-ENTRY OCCURS 7 TIMES.
               05  WS-CT-COUNT            PIC 9(06).
               05  WS-CT-GALLONS          PIC 9(09).
       01  WS-ROUTE-CAUSE-TOTALS.
           03  WS-RC-COUNT OCCURS 7 TIMES PIC 9(03).
       01  WS-CS-SUB                      PIC 9(02) VALUE ZERO.
       01  WS-CS-FOUND-SUB                PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                      PIC X(40) VALUE
               'RUN-OUT REPORT  -  CUSTOMERS OUT OF OIL '.
           03  FILLER                      PIC X(03) VALUE
               'IN '.
           03  WS-H-MM                     PIC 9(02).
           03  FILLER                      PIC X(01) VALUE '/'.
           03  WS-H-CCYY                   PIC 9(04).
           03  FILLER                      PIC X(30) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                      PIC X(40) VALUE
               'ROUT ACCT  NAME             DATE     S C'.
           03  FILLER                      PIC X(40) VALUE
               ' P BR DRVR   GALS                       '.

       01  WS-DETAIL-LINE.
           03  WS-D-ROUTE                  PIC X(04).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-ACCOUNT-ID             PIC 9(05).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-NAME                   PIC X(16).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-DATE                   PIC 9(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-SOURCE                 PIC X(01).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-CAUSE                  PIC X(01).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-PLAN                   PIC X(01).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-BRANCH                 PIC X(02).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-TECHNICIAN             PIC ZZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-GALLONS                PIC ZZ,ZZ9.
           03  FILLER                      PIC X(23) VALUE SPACE.

       01  WS-ROUTE-TOTAL-LINE.
           03  FILLER                      PIC X(05) VALUE SPACE.
           03  FILLER                      PIC X(06) VALUE 'ROUTE '.
           03  WS-RL-ROUTE                 PIC X(04).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-RL-COUNT                 PIC ZZ9.
           03  FILLER                      PIC X(10) VALUE
                                           ' RUN-OUTS '.
           03  WS-RL-CAUSE OCCURS 7 TIMES.
               05  FILLER                  PIC X(01).
               05  WS-RL-CODE              PIC X(01).
               05  FILLER                  PIC X(01).
               05  WS-RL-CAUSE-COUNT       PIC ZZ9.
           03  FILLER                      PIC X(09) VALUE SPACE.

       01  WS-SECTION-LINE.
           03  FILLER                      PIC X(31) VALUE
               'BY CAUSE'.
           03  FILLER                      PIC X(21) VALUE
                                           'RUN-OUTS      GALLONS'.
           03  FILLER                      PIC X(28) VALUE SPACE.

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

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKD3 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-OPTIONAL TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           SORT SORT-WORK-DD
               ON ASCENDING KEY SW-ROUTE-CODE, SW-CAUSE-SUB,
                                SW-ACCOUNT-ID, SW-DATE
               INPUT PROCEDURE 000-EXTRACT-RUN-OUTS
               OUTPUT PROCEDURE 000-PRINT-RUN-OUTS.

           PERFORM 000-WRITE-SUMMARY.

           PERFORM 000-TERMINATION.

           MOVE WS-RUN-OUT-COUNT      TO WS-RUN-ACCOUNTS.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

      * The month reported defaults to the one before the run date.
       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN OUTPUT REPORT-DD.

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

           MOVE ZERO                  TO WS-CAUSE-TOTALS.

           MOVE WS-REPORT-MM          TO WS-H-MM.
           MOVE WS-REPORT-CCYY        TO WS-H-CCYY.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE REPORT-DD.

      * The log is keyed on account, so the whole file is passed and
      * the month picked out of it.
       000-EXTRACT-RUN-OUTS.

           OPEN INPUT RUNOUT-DD.

           IF WS-RUNOUT-OK
               MOVE LOW-VALUES        TO RO-KEY
               START RUNOUT-DD KEY NOT < RO-KEY
               PERFORM 000-EXTRACT-RUN-OUT
                   UNTIL NOT WS-RUNOUT-OK
               CLOSE RUNOUT-DD.

       000-EXTRACT-RUN-OUT.

           READ RUNOUT-DD NEXT.

           IF WS-RUNOUT-OK
           AND RO-DATE (1:6) = WS-REPORT-MONTH
               PERFORM 000-FIND-CAUSE-ENTRY
               MOVE RO-ROUTE-CODE     TO SW-ROUTE-CODE
               MOVE WS-CS-FOUND-SUB   TO SW-CAUSE-SUB
               MOVE RO-ACCOUNT-ID     TO SW-ACCOUNT-ID
               MOVE RO-DATE           TO SW-DATE
               MOVE RO-SOURCE         TO SW-SOURCE
               MOVE RO-CAUSE          TO SW-CAUSE
               MOVE RO-DELIVERY-PLAN  TO SW-DELIVERY-PLAN
               MOVE RO-BRANCH         TO SW-BRANCH
               IF RO-TECHNICIAN NUMERIC
                   MOVE RO-TECHNICIAN TO SW-TECHNICIAN
               ELSE
                   MOVE ZERO          TO SW-TECHNICIAN
               END-IF
               IF RO-GALLONS NUMERIC
                   MOVE RO-GALLONS    TO SW-GALLONS
               ELSE
                   MOVE ZERO          TO SW-GALLONS
               END-IF
               RELEASE SORT-WORK-RECORD.

      * An unknown cause is counted with the unrecorded ones.
       000-FIND-CAUSE-ENTRY.

           MOVE 7                     TO WS-CS-FOUND-SUB.

           PERFORM 000-MATCH-CAUSE-ENTRY
               VARYING WS-CS-SUB FROM 1 BY 1
                 UNTIL WS-CS-SUB > 6.

       000-MATCH-CAUSE-ENTRY.

           IF WS-CS-CODE (WS-CS-SUB) = RO-CAUSE
               MOVE WS-CS-SUB         TO WS-CS-FOUND-SUB.

       000-PRINT-RUN-OUTS.

           PERFORM 000-RETURN-SORT-RECORD.

           PERFORM 000-PRINT-RUN-OUT
               UNTIL SORT-AT-END.

           IF ROUTE-OPEN
               PERFORM 000-WRITE-ROUTE-TOTAL.

       000-RETURN-SORT-RECORD.

           RETURN SORT-WORK-DD
               AT END
                   SET SORT-AT-END TO TRUE.

       000-PRINT-RUN-OUT.

           IF ROUTE-OPEN
           AND SW-ROUTE-CODE NOT = WS-LAST-ROUTE-CODE
               PERFORM 000-WRITE-ROUTE-TOTAL.

           IF NOT ROUTE-OPEN
               MOVE SW-ROUTE-CODE     TO WS-LAST-ROUTE-CODE
               MOVE ZERO              TO WS-ROUTE-COUNT
               MOVE ZERO              TO WS-ROUTE-CAUSE-TOTALS
               SET ROUTE-OPEN         TO TRUE.

           MOVE SW-ROUTE-CODE         TO WS-D-ROUTE.
           MOVE SW-ACCOUNT-ID         TO WS-D-ACCOUNT-ID.
           MOVE SW-DATE               TO WS-D-DATE.
           MOVE SW-SOURCE             TO WS-D-SOURCE.
           MOVE SW-CAUSE              TO WS-D-CAUSE.
           MOVE SW-DELIVERY-PLAN      TO WS-D-PLAN.
           MOVE SW-BRANCH             TO WS-D-BRANCH.
           MOVE SW-TECHNICIAN         TO WS-D-TECHNICIAN.
           MOVE SW-GALLONS            TO WS-D-GALLONS.

           PERFORM 000-READ-ACCOUNT-NAME.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           ADD 1                      TO WS-RUN-OUT-COUNT.
           ADD SW-GALLONS             TO WS-TOTAL-GALLONS.
           ADD 1                      TO WS-ROUTE-COUNT.
           ADD 1                      TO WS-RC-COUNT (SW-CAUSE-SUB).
           ADD 1                      TO WS-CT-COUNT (SW-CAUSE-SUB).
           ADD SW-GALLONS             TO WS-CT-GALLONS (SW-CAUSE-SUB).

           PERFORM 000-RETURN-SORT-RECORD.

       000-READ-ACCOUNT-NAME.

           MOVE SW-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-NAME-LAST     TO WS-D-NAME
           ELSE
               MOVE '*NOT ON FILE*'   TO WS-D-NAME.

       000-WRITE-ROUTE-TOTAL.

           MOVE WS-LAST-ROUTE-CODE    TO WS-RL-ROUTE.
           IF WS-LAST-ROUTE-CODE = SPACE
               MOVE 'NONE'            TO WS-RL-ROUTE.
           MOVE WS-ROUTE-COUNT        TO WS-RL-COUNT.

           PERFORM 000-FILL-ROUTE-CAUSE
               VARYING WS-CS-SUB FROM 1 BY 1
                 UNTIL WS-CS-SUB > 7.

           WRITE REPORT-LINE FROM WS-ROUTE-TOTAL-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE 'N'                   TO WS-ROUTE-OPEN-SW.

       000-FILL-ROUTE-CAUSE.

           MOVE SPACE                 TO WS-RL-CAUSE (WS-CS-SUB).
           MOVE WS-CS-CODE (WS-CS-SUB)
                                      TO WS-RL-CODE (WS-CS-SUB).
           MOVE WS-RC-COUNT (WS-CS-SUB)
                                      TO WS-RL-CAUSE-COUNT (WS-CS-SUB).

       000-WRITE-SUMMARY.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM 000-WRITE-CAUSE-TOTAL
               VARYING WS-CS-SUB FROM 1 BY 1
                 UNTIL WS-CS-SUB > 7.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE '**'                  TO WS-S-CODE.
           MOVE 'ALL RUN-OUTS'        TO WS-S-DESC.
           MOVE WS-RUN-OUT-COUNT      TO WS-S-COUNT.
           MOVE WS-TOTAL-GALLONS      TO WS-S-GALLONS.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       000-WRITE-CAUSE-TOTAL.

           MOVE WS-CS-CODE (WS-CS-SUB)    TO WS-S-CODE.
           MOVE WS-CS-DESC (WS-CS-SUB)    TO WS-S-DESC.
           MOVE WS-CT-COUNT (WS-CS-SUB)   TO WS-S-COUNT.
           MOVE WS-CT-GALLONS (WS-CS-SUB) TO WS-S-GALLONS.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
