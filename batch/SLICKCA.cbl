       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCA.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Driver C.O.D. Settlement Report - a batch job run  *
      *             after SLICKBJ posts the night's tickets. Reads the *
      *             settlement feed SLICKBJ writes (CODSETL), one      *
      *             record per stop where the account is on C.O.D.     *
      *             terms or the driver took money at the curb, sorts  *
      *             it by driver and account, and prints each stop's   *
      *             amount due against the cash and checks collected.  *
      *             A C.O.D. stop that came back light shows the       *
      *             shortfall. Each driver's section ends with the     *
      *             cash and the checks (and how many) the driver has  *
      *             to turn in, so the office can count the envelope   *
      *             against the report before the driver goes home.    *
      *             The driver's name is looked up on EMPLFILE at      *
      *             break time.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNCVSAM.

           SELECT SETTLE-DD ASSIGN TO CODSETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT EMPLOYEE-DD ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-KEY
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT SORT-WORK-DD ASSIGN TO SORTWORK.

           SELECT REPORT-DD ASSIGN TO SETLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNCVSFD.

       FD  SETTLE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-RECORD.
           03  STL-TECHNICIAN            PIC 9(04).
           03  STL-ACCOUNT-ID            PIC 9(05).
           03  STL-NAME-LAST             PIC X(16).
           03  STL-DATE                  PIC 9(06).
           03  STL-COD-TERMS             PIC X(01).
           03  STL-DUE                   PIC 9(08).
           03  STL-CASH                  PIC 9(08).
           03  STL-CHECK                 PIC 9(08).
           03  STL-CHECK-NO              PIC X(08).
           03  STL-TRUCK-ID              PIC X(04).
           03  FILLER                    PIC X(12).

       FD  EMPLOYEE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY EMPLFILE.

       SD  SORT-WORK-DD.
       01  SORT-WORK-RECORD.
           03  SW-TECHNICIAN             PIC 9(04).
           03  SW-ACCOUNT-ID             PIC 9(05).
           03  SW-NAME-LAST              PIC X(16).
           03  SW-DATE                   PIC 9(06).
           03  SW-COD-TERMS              PIC X(01).
               88  SW-IS-COD             VALUE 'Y'.
           03  SW-DUE                    PIC 9(08).
           03  SW-CASH                   PIC 9(08).
           03  SW-CHECK                  PIC 9(08).
           03  SW-CHECK-NO               PIC X(08).
           03  SW-TRUCK-ID               PIC X(04).
           03  FILLER                    PIC X(12).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

       01  WS-SETTLE-STATUS               PIC X(02) VALUE SPACE.
       01  WS-EMPLOYEE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-EMPLOYEE-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-SETTLE-EOF-SW               PIC X(01) VALUE 'N'.
           88  SETTLE-EOF                 VALUE 'Y'.
       01  WS-SORT-EOF                    PIC X(01) VALUE 'N'.
           88  SORT-AT-END                VALUE 'Y'.

       01  WS-LAST-TECHNICIAN             PIC 9(04) VALUE ZERO.
       01  WS-FIRST-TIME                  PIC X(01) VALUE 'Y'.
           88  IS-FIRST-TIME              VALUE 'Y'.

       01  WS-STOP-SHORT                  PIC 9(08) VALUE ZERO.

      * Driver totals, cleared at each driver break.
       01  WS-DRV-STOPS                   PIC 9(04) VALUE ZERO.
       01  WS-DRV-CHECKS                  PIC 9(04) VALUE ZERO.
       01  WS-DRV-DUE                     PIC 9(08) VALUE ZERO.
       01  WS-DRV-CASH                    PIC 9(08) VALUE ZERO.
       01  WS-DRV-CHECK                   PIC 9(08) VALUE ZERO.
       01  WS-DRV-SHORT                   PIC 9(08) VALUE ZERO.

       01  WS-GRAND-STOPS                 PIC 9(06) VALUE ZERO.
       01  WS-GRAND-CHECKS                PIC 9(04) VALUE ZERO.
       01  WS-GRAND-DUE                   PIC 9(08) VALUE ZERO.
       01  WS-GRAND-CASH                  PIC 9(08) VALUE ZERO.
       01  WS-GRAND-CHECK                 PIC 9(08) VALUE ZERO.
       01  WS-GRAND-SHORT                 PIC 9(08) VALUE ZERO.
       01  WS-GRAND-COLLECTED             PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           03  FILLER                     PIC X(80) VALUE
               'DRIVER C.O.D. SETTLEMENT REPORT'.
       01  WS-HEADING-LINE-2.
           03  FILLER                     PIC X(06) VALUE 'DATE: '.
           03  H-RUN-DATE                 PIC 9(06).
           03  FILLER                     PIC X(68) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'ACCT   NAME             COD       DUE   '.
           03  FILLER                     PIC X(40) VALUE
               '    CASH      CHECK      SHORT CHECK NO'.

       01  WS-DRIVER-HEADER-LINE.
           03  FILLER                     PIC X(07) VALUE 'DRIVER '.
           03  WS-DH-TECHNICIAN           PIC 9(04).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-DH-NAME                 PIC X(33).
           03  FILLER                     PIC X(06) VALUE 'TRUCK '.
           03  WS-DH-TRUCK-ID             PIC X(04).
           03  FILLER                     PIC X(24) VALUE SPACE.

       01  WS-DETAIL-LINE.
           03  DL-ACCOUNT-ID              PIC 9(05).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  DL-NAME-LAST               PIC X(16).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  DL-COD                     PIC X(03).
           03  DL-DUE                     PIC X(10).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  DL-CASH                    PIC X(10).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  DL-CHECK                   PIC X(10).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  DL-SHORT                   PIC X(10).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  DL-CHECK-NO                PIC X(08).
           03  FILLER                     PIC X(01) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  TL-LABEL                   PIC X(14).
           03  TL-STOPS                   PIC ZZZZZ9.
           03  FILLER                     PIC X(07) VALUE ' STOPS '.
           03  TL-DUE                     PIC X(10).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  TL-CASH                    PIC X(10).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  TL-CHECK                   PIC X(10).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  TL-SHORT                   PIC X(10).
           03  FILLER                     PIC X(10) VALUE SPACE.

       01  WS-TURN-IN-LINE.
           03  FILLER                     PIC X(19) VALUE
                                          '    TURN IN: CASH  '.
           03  TI-CASH                    PIC X(10).
           03  FILLER                     PIC X(04) VALUE ' -  '.
           03  TI-CHECKS                  PIC ZZZ9.
           03  FILLER                     PIC X(12) VALUE
                                          ' CHECKS FOR '.
           03  TI-CHECK                   PIC X(10).
           03  FILLER                     PIC X(21) VALUE SPACE.

       01  WS-NO-SETTLEMENT-LINE          PIC X(80) VALUE
           'NO C.O.D. STOPS OR CURB COLLECTIONS ON THE FEED'.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCA ' TO WS-RUN-JOB-NAME.
      * The feed is only complete once the night's tickets are in.
           MOVE 1          TO WS-RUN-PREREQ-COUNT.
           MOVE 'SLICKBJ ' TO WS-RUN-PREREQ-NAME (1).
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           SORT SORT-WORK-DD
               ON ASCENDING KEY SW-TECHNICIAN, SW-ACCOUNT-ID
               INPUT PROCEDURE 000-EXTRACT-SETTLEMENTS
               OUTPUT PROCEDURE 000-PRINT-REPORT.

           PERFORM 000-TERMINATION.

           MOVE WS-GRAND-STOPS         TO WS-RUN-ACCOUNTS.
           MOVE WS-GRAND-COLLECTED     TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  SETTLE-DD.
           OPEN INPUT  EMPLOYEE-DD.

       000-TERMINATION.

           CLOSE SETTLE-DD.
           CLOSE EMPLOYEE-DD.

       000-EXTRACT-SETTLEMENTS.

           PERFORM 000-RELEASE-SETTLEMENT
               UNTIL SETTLE-EOF.

       000-RELEASE-SETTLEMENT.

           READ SETTLE-DD
               AT END
                   SET SETTLE-EOF     TO TRUE.

           IF NOT SETTLE-EOF
               MOVE SETTLE-RECORD     TO SORT-WORK-RECORD
               RELEASE SORT-WORK-RECORD.

       000-PRINT-REPORT.

           OPEN OUTPUT REPORT-DD.

           MOVE WS-RUN-DATE     TO H-RUN-DATE.

           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM UNTIL SORT-AT-END
               RETURN SORT-WORK-DD
                   AT END
                       SET SORT-AT-END TO TRUE
                   NOT AT END
                       PERFORM 000-PRINT-STOP
               END-RETURN
           END-PERFORM.

           IF IS-FIRST-TIME
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               WRITE REPORT-LINE FROM WS-NO-SETTLEMENT-LINE
           ELSE
               PERFORM 000-WRITE-DRIVER-TOTAL
               PERFORM 000-WRITE-GRAND-TOTAL.

           CLOSE REPORT-DD.

       000-PRINT-STOP.

           IF IS-FIRST-TIME
               MOVE SW-TECHNICIAN  TO WS-LAST-TECHNICIAN
               PERFORM 000-WRITE-DRIVER-HEADER
               MOVE 'N'            TO WS-FIRST-TIME
           ELSE
               IF SW-TECHNICIAN NOT = WS-LAST-TECHNICIAN
                   PERFORM 000-WRITE-DRIVER-TOTAL
                   MOVE SW-TECHNICIAN TO WS-LAST-TECHNICIAN
                   PERFORM 000-WRITE-DRIVER-HEADER
               END-IF
           END-IF.

      * Only a C.O.D. stop can come back short - on an open account
      * whatever the driver picked up is a payment on the balance.
           MOVE ZERO                TO WS-STOP-SHORT.
           IF SW-IS-COD
           AND SW-DUE > SW-CASH + SW-CHECK
               COMPUTE WS-STOP-SHORT = SW-DUE - SW-CASH - SW-CHECK.

           MOVE SW-ACCOUNT-ID       TO DL-ACCOUNT-ID.
           MOVE SW-NAME-LAST        TO DL-NAME-LAST.

           IF SW-IS-COD
               MOVE 'COD'           TO DL-COD
           ELSE
               MOVE SPACE           TO DL-COD.

           MOVE SW-DUE              TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO DL-DUE.

           MOVE SW-CASH             TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO DL-CASH.

           MOVE SW-CHECK            TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO DL-CHECK.

           IF WS-STOP-SHORT > ZERO
               MOVE WS-STOP-SHORT   TO NUM-8
               MOVE DOLLARS-8       TO D-8
               MOVE CENTS-8         TO C-8
               MOVE DC-8            TO DL-SHORT
           ELSE
               MOVE SPACE           TO DL-SHORT.

           IF SW-CHECK > ZERO
               MOVE SW-CHECK-NO     TO DL-CHECK-NO
               ADD 1                TO WS-DRV-CHECKS
           ELSE
               MOVE SPACE           TO DL-CHECK-NO.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           ADD 1                    TO WS-DRV-STOPS.
           ADD SW-DUE               TO WS-DRV-DUE.
           ADD SW-CASH              TO WS-DRV-CASH.
           ADD SW-CHECK             TO WS-DRV-CHECK.
           ADD WS-STOP-SHORT        TO WS-DRV-SHORT.

       000-WRITE-DRIVER-HEADER.

           MOVE WS-LAST-TECHNICIAN  TO E-TECHNICIAN-ID.

           READ EMPLOYEE-DD INTO EMPLOYEE-RECORD.

           MOVE WS-LAST-TECHNICIAN  TO WS-DH-TECHNICIAN.
           MOVE SPACE               TO WS-DH-NAME.

           IF WS-EMPLOYEE-OK
               STRING E-NAME-FIRST DELIMITED BY SPACE
                      ' '          DELIMITED BY SIZE
                      E-NAME-LAST  DELIMITED BY SPACE
                      INTO WS-DH-NAME
           ELSE
               MOVE 'UNKNOWN DRIVER' TO WS-DH-NAME.

           MOVE SW-TRUCK-ID         TO WS-DH-TRUCK-ID.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-DRIVER-HEADER-LINE.

       000-WRITE-DRIVER-TOTAL.

           MOVE '  DRIVER TOTAL'    TO TL-LABEL.
           MOVE WS-DRV-STOPS        TO TL-STOPS.

           MOVE WS-DRV-DUE          TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO TL-DUE.

           MOVE WS-DRV-CASH         TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO TL-CASH.
           MOVE DC-8                TO TI-CASH.

           MOVE WS-DRV-CHECK        TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO TL-CHECK.
           MOVE DC-8                TO TI-CHECK.

           MOVE WS-DRV-SHORT        TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO TL-SHORT.

           MOVE WS-DRV-CHECKS       TO TI-CHECKS.

           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           WRITE REPORT-LINE FROM WS-TURN-IN-LINE.

           ADD WS-DRV-STOPS         TO WS-GRAND-STOPS.
           ADD WS-DRV-CHECKS        TO WS-GRAND-CHECKS.
           ADD WS-DRV-DUE           TO WS-GRAND-DUE.
           ADD WS-DRV-CASH          TO WS-GRAND-CASH.
           ADD WS-DRV-CHECK         TO WS-GRAND-CHECK.
           ADD WS-DRV-SHORT         TO WS-GRAND-SHORT.

           MOVE ZERO TO WS-DRV-STOPS
                        WS-DRV-CHECKS
                        WS-DRV-DUE
                        WS-DRV-CASH
                        WS-DRV-CHECK
                        WS-DRV-SHORT.

       000-WRITE-GRAND-TOTAL.

           COMPUTE WS-GRAND-COLLECTED = WS-GRAND-CASH + WS-GRAND-CHECK.

           MOVE 'ALL DRIVERS   '    TO TL-LABEL.
           MOVE WS-GRAND-STOPS      TO TL-STOPS.

           MOVE WS-GRAND-DUE        TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO TL-DUE.

           MOVE WS-GRAND-CASH       TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO TL-CASH.
           MOVE DC-8                TO TI-CASH.

           MOVE WS-GRAND-CHECK      TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO TL-CHECK.
           MOVE DC-8                TO TI-CHECK.

           MOVE WS-GRAND-SHORT      TO NUM-8.
           MOVE DOLLARS-8           TO D-8.
           MOVE CENTS-8             TO C-8.
           MOVE DC-8                TO TL-SHORT.

           MOVE WS-GRAND-CHECKS     TO TI-CHECKS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           WRITE REPORT-LINE FROM WS-TURN-IN-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
