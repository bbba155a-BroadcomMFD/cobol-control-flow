       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCV.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Open Spill Incident Report - a monthly batch job   *
      *             that walks the spill and leak incident log         *
      *             (INCIDENT-DD, see INCFILE, keyed from SLICKPW) and *
      *             lists every incident not yet closed out: account,  *
      *             tank, incident date, status, cause, gallons, how   *
      *             many days it has been open, and the cleanup and    *
      *             other costs to date with their total, with the     *
      *             contractor and the insurer's claim number under    *
      *             it so the office knows whom to chase. Totals at    *
      *             the foot give the count, the gallons and the       *
      *             money still out on open incidents - what the       *
      *             insurer and the owners ask for every month.        *
      *             The run date is the as-of date; days open use the  *
      *             360-day year the other aging reports use.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT INCIDENT-DD ASSIGN TO INCIDENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT REPORT-DD ASSIGN TO SPILLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  INCIDENT-DD
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY INCFILE.

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
       01  WS-INCIDENT-STATUS             PIC X(02) VALUE SPACE.
           88  WS-INCIDENT-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-INCIDENT-EOF-SW             PIC X(01) VALUE 'N'.
           88  INCIDENT-EOF               VALUE 'Y'.

       01  WS-ASOF-DATE                   PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-ASOF-DATE.
           03  WS-ASOF-CCYY               PIC 9(04).
           03  WS-ASOF-MM                 PIC 9(02).
           03  WS-ASOF-DD                 PIC 9(02).
       01  WS-OPEN-DATE                   PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-OPEN-DATE.
           03  WS-OPEN-CCYY               PIC 9(04).
           03  WS-OPEN-MM                 PIC 9(02).
           03  WS-OPEN-DD                 PIC 9(02).
       01  WS-DAYS-OPEN                   PIC S9(05) VALUE ZERO.

       01  WS-INCIDENT-COST               PIC 9(09) VALUE ZERO.
       01  WS-OPEN-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-GALLONS               PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-CLEANUP               PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-OTHER                 PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-COST                  PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'OPEN SPILL AND LEAK INCIDENTS  -  AS OF '.
           03  H-ASOF-DATE                PIC 9(08).
           03  FILLER                     PIC X(32) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'ACCT  NAME         TK DATE     S C  GALS'.
           03  FILLER                     PIC X(40) VALUE
               'DAYS    CLEANUP      OTHER    TOTAL COST'.

       01  WS-LEGEND-LINE.
           03  FILLER                     PIC X(40) VALUE
               'S = O OPEN  R REPORTED TO STATE  C CLEAN'.
           03  FILLER                     PIC X(40) VALUE
               'UP UNDER WAY    C = CAUSE AS KEYED      '.

       01  WS-DETAIL-LINE.
           03  WS-D-ACCOUNT-ID             PIC 9(05).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-NAME-LAST              PIC X(12).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-TANK-NUMBER            PIC 9(02).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-DATE                   PIC 9(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-STATUS                 PIC X(01).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-CAUSE                  PIC X(01).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-GALLONS                PIC ZZZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-DAYS-OPEN              PIC ZZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-CLEANUP                PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-OTHER                  PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-TOTAL                  PIC X(12).

       01  WS-FOLLOW-LINE.
           03  FILLER                      PIC X(06) VALUE SPACE.
           03  FILLER                      PIC X(12) VALUE
                                           'CONTRACTOR: '.
           03  WS-F-CONTRACTOR             PIC X(20).
           03  FILLER                      PIC X(09) VALUE
                                           '  CLAIM: '.
           03  WS-F-CLAIM-NUMBER           PIC X(15).
           03  FILLER                      PIC X(18) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  WS-T-COUNT                  PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(17) VALUE
                                           ' OPEN INCIDENTS, '.
           03  WS-T-GALLONS                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(08) VALUE
                                           ' GALLONS'.
           03  FILLER                      PIC X(37) VALUE SPACE.

       01  WS-COST-TOTAL-LINE.
           03  FILLER                      PIC X(19) VALUE
                                           'COSTS TO DATE     '.
           03  FILLER                      PIC X(09) VALUE 'CLEANUP '.
           03  WS-T-CLEANUP                PIC X(12).
           03  FILLER                      PIC X(08) VALUE '  OTHER '.
           03  WS-T-OTHER                  PIC X(12).
           03  FILLER                      PIC X(08) VALUE '  TOTAL '.
           03  WS-T-TOTAL                  PIC X(12).

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCV ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-CHECK-INCIDENT
               UNTIL INCIDENT-EOF.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-OPEN-COUNT         TO WS-RUN-ACCOUNTS.
           MOVE WS-TOTAL-COST         TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN INPUT  INCIDENT-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE WS-RUN-CCYYMMDD       TO WS-ASOF-DATE.
           MOVE WS-ASOF-DATE          TO H-ASOF-DATE.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           MOVE LOW-VALUES            TO IN-KEY.
           START INCIDENT-DD KEY NOT < IN-KEY.

           IF NOT WS-INCIDENT-OK
               SET INCIDENT-EOF       TO TRUE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE INCIDENT-DD.
           CLOSE REPORT-DD.

       000-CHECK-INCIDENT.

           READ INCIDENT-DD NEXT.

           IF NOT WS-INCIDENT-OK
               SET INCIDENT-EOF       TO TRUE
           ELSE
           IF IN-OPEN
               PERFORM 000-WRITE-INCIDENT-LINE.

       000-WRITE-INCIDENT-LINE.

           MOVE IN-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-NAME-LAST     TO WS-D-NAME-LAST
           ELSE
               MOVE '*NO ACCOUNT*'    TO WS-D-NAME-LAST.

           MOVE IN-ACCOUNT-ID         TO WS-D-ACCOUNT-ID.
           MOVE IN-TANK-NUMBER        TO WS-D-TANK-NUMBER.
           MOVE IN-DATE               TO WS-D-DATE.
           MOVE IN-STATUS             TO WS-D-STATUS.
           MOVE IN-CAUSE              TO WS-D-CAUSE.

           IF IN-GALLONS NOT NUMERIC
               MOVE ZERO              TO IN-GALLONS.
           IF IN-CLEANUP-COST NOT NUMERIC
               MOVE ZERO              TO IN-CLEANUP-COST.
           IF IN-OTHER-COST NOT NUMERIC
               MOVE ZERO              TO IN-OTHER-COST.

           MOVE IN-GALLONS            TO WS-D-GALLONS.

           MOVE IN-DATE               TO WS-OPEN-DATE.
           COMPUTE WS-DAYS-OPEN =
               ((WS-ASOF-CCYY - WS-OPEN-CCYY) * 360) +
               ((WS-ASOF-MM - WS-OPEN-MM) * 30) +
                (WS-ASOF-DD - WS-OPEN-DD).
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO              TO WS-DAYS-OPEN.
           MOVE WS-DAYS-OPEN          TO WS-D-DAYS-OPEN.

           MOVE IN-CLEANUP-COST       TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-D-CLEANUP.

           MOVE IN-OTHER-COST         TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-D-OTHER.

           COMPUTE WS-INCIDENT-COST =
               IN-CLEANUP-COST + IN-OTHER-COST.
           MOVE WS-INCIDENT-COST      TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-D-TOTAL.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           IF IN-CONTRACTOR NOT = SPACE
           OR IN-CLAIM-NUMBER NOT = SPACE
               MOVE IN-CONTRACTOR     TO WS-F-CONTRACTOR
               MOVE IN-CLAIM-NUMBER   TO WS-F-CLAIM-NUMBER
               WRITE REPORT-LINE FROM WS-FOLLOW-LINE.

           ADD 1                      TO WS-OPEN-COUNT.
           ADD IN-GALLONS             TO WS-TOTAL-GALLONS.
           ADD IN-CLEANUP-COST        TO WS-TOTAL-CLEANUP.
           ADD IN-OTHER-COST          TO WS-TOTAL-OTHER.
           ADD WS-INCIDENT-COST       TO WS-TOTAL-COST.

       000-WRITE-TOTALS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-LEGEND-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-OPEN-COUNT         TO WS-T-COUNT.
           MOVE WS-TOTAL-GALLONS      TO WS-T-GALLONS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE WS-TOTAL-CLEANUP      TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-CLEANUP.

           MOVE WS-TOTAL-OTHER        TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-OTHER.

           MOVE WS-TOTAL-COST         TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-TOTAL.

           WRITE REPORT-LINE FROM WS-COST-TOTAL-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
