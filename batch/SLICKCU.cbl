       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCU.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Driver Qualification Compliance Report - a monthly *
      *             batch job, SLICKC8's companion for the people      *
      *             behind the wheel: reads an as-of date from the     *
      *             control record (BATCHPRM), walks the driver        *
      *             qualification file (DRIVQUAL-DD, keyed from        *
      *             SLICKPH) and lists every active driver with a CDL, *
      *             hazmat endorsement, DOT medical card, drug test or *
      *             road test that is expired, missing, or due inside  *
      *             the sixty-day warning window - graded by SLICKDQC, *
      *             the same check SLICKB4 and SLICKBJ run nightly.    *
      *                                                                *
      *             A second section walks the truck master            *
      *             (TRUCKFIL-DD) and the route master (ROUTEFIL-DD)   *
      *             and lists every truck or route whose assigned      *
      *             driver is not qualified on the as-of date - no     *
      *             qualification record, an expired credential, or an *
      *             employee id since deactivated - so the assignment  *
      *             is fixed before the manifest starts holding the    *
      *             truck's loads.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNCVSAM.

           SELECT DRIVQUAL-DD ASSIGN TO DRIVQUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-KEY
               FILE STATUS IS WS-DRIVQUAL-STATUS.

           SELECT EMPLOYEE-DD ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-KEY
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT TRUCKFIL-DD ASSIGN TO TRUCKFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-KEY
               FILE STATUS IS WS-TRUCKFIL-STATUS.

           SELECT ROUTEFIL-DD ASSIGN TO ROUTEFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               FILE STATUS IS WS-ROUTEFIL-STATUS.

           SELECT REPORT-DD ASSIGN TO DRQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNCVSFD.

       FD  DRIVQUAL-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY DRQFILE.

       FD  EMPLOYEE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY EMPLFILE.

       FD  TRUCKFIL-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY TRKFILE.

       FD  ROUTEFIL-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY RTEFILE.

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

           COPY DRQUALWS.

       01  PARM-RECORD.
           03  PARM-ASOF-DATE             PIC 9(06).

       01  WS-DRIVQUAL-STATUS             PIC X(02) VALUE SPACE.
           88  WS-DRIVQUAL-OK             VALUE '00'.
       01  WS-EMPLOYEE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-EMPLOYEE-OK             VALUE '00'.
       01  WS-TRUCKFIL-STATUS             PIC X(02) VALUE SPACE.
           88  WS-TRUCKFIL-OK             VALUE '00'.
       01  WS-ROUTEFIL-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ROUTEFIL-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-DRIVER-EOF-SW               PIC X(01) VALUE 'N'.
           88  DRIVER-EOF                 VALUE 'Y'.
       01  WS-TRUCK-EOF-SW                PIC X(01) VALUE 'N'.
           88  TRUCK-EOF                  VALUE 'Y'.
       01  WS-ROUTE-EOF-SW                PIC X(01) VALUE 'N'.
           88  ROUTE-EOF                  VALUE 'Y'.

       01  WS-WORK-DRIVER-ID              PIC 9(04) VALUE ZERO.
       01  WS-DRIVER-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-FLAGGED-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ASSIGNMENT-COUNT            PIC 9(04) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(37) VALUE
               'DRIVER QUALIFICATION  -  AS OF      '.
           03  H-ASOF-DATE                PIC 9(06).
           03  FILLER                     PIC X(37) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(24) VALUE
               'TECH  NAME              '.
           03  FILLER                     PIC X(45) VALUE
               'CDL      HAZMAT   MEDICAL  DRUG TST ROAD TST'.
           03  FILLER                     PIC X(11) VALUE SPACE.

       01  WS-LEGEND-LINE.
           03  FILLER                     PIC X(48) VALUE
               'X = EXPIRED OR MISSING   D = DUE WITHIN 60 DAYS'.
           03  FILLER                     PIC X(32) VALUE SPACE.

      * Each credential prints its date, or NONE, with X beside it
      * when expired or missing and D when due inside the window.
       01  WS-DETAIL-LINE.
           03  WS-D-DRIVER-ID              PIC 9(04).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-NAME-LAST              PIC X(16).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-D-ITEM OCCURS 5 TIMES.
               05  WS-D-ITEM-DATE          PIC X(06).
               05  WS-D-ITEM-FLAG          PIC X(01).
               05  FILLER                  PIC X(02).
           03  FILLER                      PIC X(11) VALUE SPACE.

       01  WS-ASSIGN-HEADING-LINE.
           03  FILLER                     PIC X(44) VALUE
               'ASSIGNMENTS TO A DRIVER NOT QUALIFIED TODAY '.
           03  FILLER                     PIC X(36) VALUE SPACE.

       01  WS-ASSIGN-LINE.
           03  WS-A-KIND                   PIC X(06).
           03  WS-A-CODE                   PIC X(04).
           03  FILLER                      PIC X(09) VALUE
                                           '  DRIVER '.
           03  WS-A-DRIVER-ID              PIC 9(04).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-A-NAME-LAST              PIC X(16).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-A-REASON                 PIC X(16).
           03  FILLER                      PIC X(21) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  WS-T-FLAGGED                PIC ZZZ9.
           03  FILLER                      PIC X(09) VALUE
                                           ' OF      '.
           03  WS-T-DRIVERS                PIC ZZZ9.
           03  FILLER                      PIC X(26) VALUE
                                           ' DRIVER(S) NEED ATTENTION,'.
           03  WS-T-ASSIGNMENTS            PIC ZZZ9.
           03  FILLER                      PIC X(33) VALUE
                                           ' ASSIGNMENT(S) TO FIX'.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCU ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-CHECK-DRIVER
               UNTIL DRIVER-EOF.

           PERFORM 000-START-ASSIGNMENTS.

           PERFORM 000-CHECK-TRUCK
               UNTIL TRUCK-EOF.

           PERFORM 000-CHECK-ROUTE
               UNTIL ROUTE-EOF.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           COMPUTE WS-RUN-ACCOUNTS =
               WS-FLAGGED-COUNT + WS-ASSIGNMENT-COUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  DRIVQUAL-DD.
           OPEN INPUT  EMPLOYEE-DD.
           OPEN INPUT  TRUCKFIL-DD.
           OPEN INPUT  ROUTEFIL-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-ASOF-DATE        TO H-ASOF-DATE.

           MOVE PARM-ASOF-DATE        TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-DQ-ASOF-DATE-8.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           MOVE LOW-VALUES            TO DQ-KEY.
           START DRIVQUAL-DD KEY NOT < DQ-KEY.

           IF NOT WS-DRIVQUAL-OK
               SET DRIVER-EOF         TO TRUE.

       000-TERMINATION.

           CLOSE DRIVQUAL-DD.
           CLOSE EMPLOYEE-DD.
           CLOSE TRUCKFIL-DD.
           CLOSE ROUTEFIL-DD.
           CLOSE REPORT-DD.

      * A deactivated employee no longer drives, so their record
      * stays on file for history but drops off the report.
       000-CHECK-DRIVER.

           READ DRIVQUAL-DD NEXT.

           IF NOT WS-DRIVQUAL-OK
               SET DRIVER-EOF         TO TRUE
           ELSE
               MOVE DQ-TECHNICIAN-ID  TO WS-WORK-DRIVER-ID
               MOVE WS-WORK-DRIVER-ID TO E-TECHNICIAN-ID
               READ EMPLOYEE-DD
               IF WS-EMPLOYEE-OK
               AND NOT E-IS-INACTIVE
                   ADD 1              TO WS-DRIVER-COUNT
                   MOVE WS-WORK-DRIVER-ID TO WS-DQ-DRIVER-ID
                   PERFORM 000-CHECK-DRIVER-QUAL
                   IF NOT DRIVER-QUALIFIED
                   OR DRIVER-DUE-SOON
                       PERFORM 000-WRITE-DRIVER-LINE
                       ADD 1          TO WS-FLAGGED-COUNT.

       000-WRITE-DRIVER-LINE.

           MOVE WS-WORK-DRIVER-ID     TO WS-D-DRIVER-ID.
           MOVE E-NAME-LAST           TO WS-D-NAME-LAST.

           PERFORM 000-FORMAT-ONE-ITEM
               VARYING WS-DQ-SUB FROM 1 BY 1
                 UNTIL WS-DQ-SUB > 5.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       000-FORMAT-ONE-ITEM.

           MOVE SPACE                 TO WS-D-ITEM (WS-DQ-SUB).

           IF WS-DQ-ITEM-DATE (WS-DQ-SUB) = ZERO
               MOVE 'NONE  '          TO WS-D-ITEM-DATE (WS-DQ-SUB)
           ELSE
               MOVE WS-DQ-ITEM-DATE (WS-DQ-SUB)
                                      TO WS-D-ITEM-DATE (WS-DQ-SUB).

           IF WS-DQ-ITEM-STATUS (WS-DQ-SUB) = 'EXPIRED '
           OR WS-DQ-ITEM-STATUS (WS-DQ-SUB) = 'MISSING '
               MOVE 'X'               TO WS-D-ITEM-FLAG (WS-DQ-SUB)
           ELSE
           IF WS-DQ-ITEM-STATUS (WS-DQ-SUB) = 'DUE SOON'
               MOVE 'D'               TO WS-D-ITEM-FLAG (WS-DQ-SUB).

      *---------------------------------------------------------------*
      * Assignments: every truck and route with a driver on it, that  *
      * driver checked as of the report date.                         *
      *---------------------------------------------------------------*
       000-START-ASSIGNMENTS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-LEGEND-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-ASSIGN-HEADING-LINE.

           MOVE LOW-VALUES            TO TK-KEY.
           START TRUCKFIL-DD KEY NOT < TK-KEY.

           IF NOT WS-TRUCKFIL-OK
               SET TRUCK-EOF          TO TRUE.

           MOVE LOW-VALUES            TO R-KEY.
           START ROUTEFIL-DD KEY NOT < R-KEY.

           IF NOT WS-ROUTEFIL-OK
               SET ROUTE-EOF          TO TRUE.

       000-CHECK-TRUCK.

           READ TRUCKFIL-DD NEXT.

           IF NOT WS-TRUCKFIL-OK
               SET TRUCK-EOF          TO TRUE
           ELSE
           IF TK-DRIVER NUMERIC
           AND TK-DRIVER > ZERO
               MOVE 'TRUCK '          TO WS-A-KIND
               MOVE TK-TRUCK-ID       TO WS-A-CODE
               MOVE TK-DRIVER         TO WS-WORK-DRIVER-ID
               PERFORM 000-CHECK-ASSIGNED-DRIVER.

       000-CHECK-ROUTE.

           READ ROUTEFIL-DD NEXT.

           IF NOT WS-ROUTEFIL-OK
               SET ROUTE-EOF          TO TRUE
           ELSE
           IF R-DRIVER NUMERIC
           AND R-DRIVER > ZERO
               MOVE 'ROUTE '          TO WS-A-KIND
               MOVE R-ROUTE-CODE      TO WS-A-CODE
               MOVE R-DRIVER          TO WS-WORK-DRIVER-ID
               PERFORM 000-CHECK-ASSIGNED-DRIVER.

       000-CHECK-ASSIGNED-DRIVER.

           MOVE WS-WORK-DRIVER-ID     TO E-TECHNICIAN-ID.

           READ EMPLOYEE-DD.

           IF NOT WS-EMPLOYEE-OK
               MOVE SPACE             TO E-NAME-LAST
               MOVE 'NOT AN EMPLOYEE ' TO WS-A-REASON
               PERFORM 000-WRITE-ASSIGN-LINE
           ELSE
           IF E-IS-INACTIVE
               MOVE 'INACTIVE        ' TO WS-A-REASON
               PERFORM 000-WRITE-ASSIGN-LINE
           ELSE
               MOVE WS-WORK-DRIVER-ID TO WS-DQ-DRIVER-ID
               PERFORM 000-CHECK-DRIVER-QUAL
               IF NOT DRIVER-QUALIFIED
                   MOVE WS-DQ-REASON  TO WS-A-REASON
                   PERFORM 000-WRITE-ASSIGN-LINE.

       000-WRITE-ASSIGN-LINE.

           MOVE WS-WORK-DRIVER-ID     TO WS-A-DRIVER-ID.
           MOVE E-NAME-LAST           TO WS-A-NAME-LAST.

           WRITE REPORT-LINE FROM WS-ASSIGN-LINE.

           ADD 1                      TO WS-ASSIGNMENT-COUNT.

       000-WRITE-TOTALS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-FLAGGED-COUNT      TO WS-T-FLAGGED.
           MOVE WS-DRIVER-COUNT       TO WS-T-DRIVERS.
           MOVE WS-ASSIGNMENT-COUNT   TO WS-T-ASSIGNMENTS.

           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           COPY SLICKDQC.

           COPY SLICKNUM.

           COPY SLICKRCT.
