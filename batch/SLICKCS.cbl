       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCS.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Annual Tune-Up Campaign - an off-season batch job  *
      *             that books the yearly burner tune-up every service *
      *             plan customer is owed, so the appointment book is  *
      *             full in May instead of being filled one phone call *
      *             at a time on SLICKPE in October.                   *
      *             The staged parameters (BATCHPRM) give the campaign *
      *             window, how many visits a technician may carry in  *
      *             a day, and the technicians working it (up to six). *
      *             A customer is owed a tune-up when the account is   *
      *             active, has a service plan (A-S-SERVICE-PLAN) that *
      *             is still in force when the campaign opens, and has *
      *             no ordinary service call (type-space A-M entry)    *
      *             dated inside the current plan year (A-S-PLAN-      *
      *             START to A-S-PLAN-END). A customer who already has *
      *             any visit booked from today on is left alone, and  *
      *             one whose campaign visit was cancelled on SLICKPE  *
      *             (the customer asked for another day) is not        *
      *             re-proposed - the office calls them instead.       *
      *             The customers are sorted by route and stop         *
      *             sequence (unrouted ones by zip, as on the dispatch *
      *             manifest) and dealt out over the campaign's open   *
      *             office days (HOLIDAY, company and branch) at an    *
      *             even number a day, so the visits are spread over   *
      *             the whole summer. A day's visits go to one         *
      *             technician until that technician's number is       *
      *             reached, then the next, so neighbours on a route   *
      *             share a truck. Existing bookings count against a   *
      *             technician's number and booked slots are never     *
      *             touched, the technician on call for a date         *
      *             (ONCALLFL) is kept free of campaign visits that    *
      *             day, a customer is never proposed a date inside    *
      *             the account's vacation hold (A-S-HOLD-START/END)   *
      *             or after the plan runs out, and a day that has no  *
      *             room left is passed by.                            *
      *             Each visit is written to APTFILE as a BOOKED slot  *
      *             with the campaign's note, and a type-'S' notice    *
      *             with the proposed date is written in the NTFY      *
      *             record format to NOTIFY-DD, concatenated onto the  *
      *             queue dataset ahead of the SLICKBO run the same    *
      *             way SLICKB2's e-statement feed is.                 *
      *             REPORT-DD lists the visits booked; REVIEW-DD lists *
      *             the customers who asked to reschedule and those    *
      *             who could not be placed, for the office to call.   *
      *             The job can be rerun through the spring: customers *
      *             booked by an earlier run are already booked.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT APPTFILE-DD ASSIGN TO APPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPTFILE-STATUS.

           SELECT EMPLOYEE-DD ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-KEY
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT ONCALLFL-DD ASSIGN TO ONCALLFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-KEY
               FILE STATUS IS WS-ONCALL-STATUS.

           SELECT NOTIFY-DD ASSIGN TO TUNENTFY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT REPORT-DD ASSIGN TO TUNERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REVIEW-DD ASSIGN TO TUNEREVW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT SORT-WORK-DD ASSIGN TO SORTWORK.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  APPTFILE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY APTFILE.

       FD  EMPLOYEE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY EMPLFILE.

       FD  ONCALLFL-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY OCLFILE.

       FD  NOTIFY-DD
           RECORD CONTAINS 72 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-RECORD.
           03  NT-ACCOUNT-ID             PIC 9(05).
           03  NT-DATE                   PIC 9(06).
           03  NT-TYPE                   PIC X(01).
           03  NT-TEXT                   PIC X(60).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       FD  REVIEW-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-LINE                   PIC X(80).

      * Dates on the sort record are CCYYMMDD; zero hold dates mean
      * no vacation hold.
       SD  SORT-WORK-DD.
       01  SORT-WORK-RECORD.
           03  SW-ROUTE-CODE              PIC X(04).
           03  SW-STOP-SEQUENCE           PIC 9(03).
           03  SW-ZIP                     PIC 9(05).
           03  SW-ACCOUNT-ID              PIC 9(05).
           03  SW-NAME-LAST               PIC X(16).
           03  SW-BRANCH                  PIC X(02).
           03  SW-HOLD-START              PIC 9(08).
           03  SW-HOLD-END                PIC 9(08).
           03  SW-PLAN-END                PIC 9(08).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

      * The staged card: campaign window (YYMMDD), visits a day per
      * technician (blank = 4), and up to six technician ids keyed
      * four digits apiece, a space between.
       01  PARM-RECORD.
           03  PARM-START-DATE            PIC 9(06).
           03  PARM-END-DATE              PIC 9(06).
           03  PARM-PER-DAY               PIC X(01).
           03  PARM-TECHNICIANS.
               05  PARM-TECH-ENTRY        OCCURS 6 TIMES.
                   07  PARM-TECH-ID       PIC X(04).
                   07  FILLER             PIC X(01).
           03  FILLER                     PIC X(37).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-APPTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-APPTFILE-OK             VALUE '00'.
       01  WS-EMPLOYEE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-EMPLOYEE-OK             VALUE '00'.
       01  WS-ONCALL-STATUS               PIC X(02) VALUE SPACE.
           88  WS-ONCALL-OK               VALUE '00'.
       01  WS-NOTIFY-STATUS               PIC X(02) VALUE SPACE.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.
       01  WS-REVIEW-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-TODAY-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-CAMPAIGN-START              PIC 9(08) VALUE ZERO.
       01  WS-CAMPAIGN-END                PIC 9(08) VALUE ZERO.
       01  WS-PER-DAY                     PIC 9(01) VALUE 4.

      * The note every campaign visit carries on APTFILE - how a
      * later run knows a cancelled slot was one of its own.
       01  WS-CAMPAIGN-NOTE               PIC X(30) VALUE
           'ANNUAL TUNE-UP (PLAN CAMPAIGN)'.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
           03  WS-END-MM                  PIC 9(02) VALUE ZERO.
           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

      * What the appointment book already holds for each account
      * from today on: 'B' a visit booked, 'R' a campaign visit
      * cancelled with nothing booked in its place.
       01  WS-ACCOUNT-APPT-TABLE.
           03  WS-ACCOUNT-APPT            PIC X(01) OCCURS 99999 TIMES.
       01  WS-APPT-DATE                   PIC 9(08) VALUE ZERO.

      * Statistics fields kept across the service-chain READs.
       01  WS-PLAN-START                  PIC 9(08) VALUE ZERO.
       01  WS-PLAN-END                    PIC 9(08) VALUE ZERO.
       01  WS-MAINTENANCE-ENTRIES-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-SAVE-STATISTICS             PIC X(512) VALUE SPACE.
       01  WS-SERVICE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TUNED-SW                    PIC X(01) VALUE 'N'.
           88  TUNED-THIS-YEAR            VALUE 'Y'.

      * One digit wider than AFR-RECORD-NUMBER so the chain-walk
      * bound below can actually exceed 9999 and stop.
       01  WS-RECORD-NUM                  PIC 9(05) VALUE ZERO.
       01  WS-SLOT-SUB                    PIC 9(02) VALUE ZERO.
       01  WS-ENTRY-NUM                   PIC 9(06) VALUE ZERO.
       01  WS-CHAIN-DONE-SW               PIC X(01) VALUE 'N'.
           88  CHAIN-DONE                 VALUE 'Y'.

      * The technicians working the campaign.
       01  WS-TECH-COUNT                  PIC 9(01) VALUE ZERO.
       01  WS-TECH-TABLE.
           03  WS-TECH-ID                 PIC 9(04) VALUE ZERO
                                          OCCURS 6 TIMES.
       01  WS-PARM-SUB                    PIC 9(01) VALUE ZERO.
       01  WS-TECH-SUB                    PIC 9(01) VALUE ZERO.
       01  WS-TECH-TRY                    PIC 9(01) VALUE ZERO.

      * The campaign's open office days, each with who is on call
      * that day, the visits this run has dealt it, the technician
      * now taking its visits, and whether it has room left.
       01  WS-DAY-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-DAY-TABLE.
           03  WS-DAY-ENTRY               OCCURS 200 TIMES.
               05  WS-DAY-DATE            PIC 9(08).
               05  WS-DAY-ON-CALL         PIC 9(04).
               05  WS-DAY-PLACED          PIC 9(03).
               05  WS-DAY-TECH            PIC 9(01).
               05  WS-DAY-FULL-SW         PIC X(01).
                   88  DAY-FULL           VALUE 'Y'.
       01  WS-DAY-SUB                     PIC 9(03) VALUE ZERO.
       01  WS-DAY-CURSOR                  PIC 9(03) VALUE 1.
       01  WS-DAY-TARGET                  PIC 9(03) VALUE ZERO.
       01  WS-DAY-CAPACITY                PIC 9(03) VALUE ZERO.
       01  WS-DAYS-DROPPED                PIC 9(03) VALUE ZERO.

      * One technician's day on APTFILE: slots booked, the first
      * open slot, and whether that slot has a (cancelled) record.
       01  WS-BOOKED-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-FREE-SLOT                   PIC 9(02) VALUE ZERO.
       01  WS-FREE-SLOT-SW                PIC X(01) VALUE 'N'.
           88  FREE-SLOT-ON-FILE          VALUE 'Y'.
       01  WS-TEST-SLOT                   PIC 9(02) VALUE ZERO.

       01  WS-PLACED-SW                   PIC X(01) VALUE 'N'.
           88  CANDIDATE-PLACED           VALUE 'Y'.
       01  WS-DAY-OK-SW                   PIC X(01) VALUE 'N'.
           88  DAY-SUITS                  VALUE 'Y'.
       01  WS-SORT-EOF                    PIC X(01) VALUE 'N'.
           88  SORT-AT-END                VALUE 'Y'.

       01  WS-CHECKED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-CANDIDATE-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-ALREADY-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-RESCHEDULE-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-BOOKED-TOTAL                PIC 9(06) VALUE ZERO.
       01  WS-UNPLACED-COUNT              PIC 9(06) VALUE ZERO.

       01  WS-PRINT-DATE.
           03  WS-PD-MM                   PIC 9(02).
           03  FILLER                     PIC X(01) VALUE '/'.
           03  WS-PD-DD                   PIC 9(02).
           03  FILLER                     PIC X(01) VALUE '/'.
           03  WS-PD-YY                   PIC 9(02).
       01  WS-FORMAT-DATE                 PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-FORMAT-DATE.
           03  WS-FD-CC                   PIC 9(02).
           03  WS-FD-YY                   PIC 9(02).
           03  WS-FD-MM                   PIC 9(02).
           03  WS-FD-DD                   PIC 9(02).

       01  WS-NOTICE-TEXT.
           03  FILLER                     PIC X(34) VALUE
               'YOUR ANNUAL TUNE-UP IS BOOKED FOR '.
           03  WS-NOTICE-DATE             PIC X(08).
           03  FILLER                     PIC X(18) VALUE
               ' - CALL TO CHANGE '.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(30) VALUE
               'ANNUAL TUNE-UP CAMPAIGN       '.
           03  FILLER                     PIC X(06) VALUE 'FROM  '.
           03  WS-H-START                 PIC X(08).
           03  FILLER                     PIC X(06) VALUE '  TO  '.
           03  WS-H-END                   PIC X(08).
           03  FILLER                     PIC X(22) VALUE SPACE.

       01  WS-BOOKED-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'ACCT  NAME             RTE   DATE      T'.
           03  FILLER                     PIC X(40) VALUE
               'ECH       SLOT                          '.

       01  WS-REVIEW-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'ACCT  NAME             RTE   TO BE CALLE'.
           03  FILLER                     PIC X(40) VALUE
               'D BECAUSE                               '.

       01  WS-BOOKED-LINE.
           03  WS-B-ACCOUNT-ID            PIC 9(05).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-B-NAME-LAST             PIC X(16).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-B-ROUTE-CODE            PIC X(04).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-B-DATE                  PIC X(08).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  FILLER                     PIC X(05) VALUE 'TECH '.
           03  WS-B-TECHNICIAN            PIC 9(04).
           03  FILLER                     PIC X(07) VALUE SPACE.
           03  WS-B-SLOT                  PIC 9(02).
           03  FILLER                     PIC X(23) VALUE SPACE.

       01  WS-REVIEW-DETAIL-LINE.
           03  WS-V-ACCOUNT-ID            PIC 9(05).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-V-NAME-LAST             PIC X(16).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-V-ROUTE-CODE            PIC X(04).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-V-REASON                PIC X(30).
           03  FILLER                     PIC X(21) VALUE SPACE.

       01  WS-TECH-NOTE-LINE.
           03  FILLER                     PIC X(11) VALUE
               'TECHNICIAN '.
           03  WS-TN-TECHNICIAN           PIC X(04).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-TN-NOTE                 PIC X(40).
           03  FILLER                     PIC X(24) VALUE SPACE.

       01  WS-MESSAGE-LINE.
           03  WS-M-TEXT                  PIC X(60).
           03  FILLER                     PIC X(20) VALUE SPACE.

       01  WS-COUNT-LINE.
           03  WS-C-LABEL                 PIC X(30).
           03  WS-C-COUNT                 PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(43) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCS ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           SORT SORT-WORK-DD
               ON ASCENDING KEY SW-ROUTE-CODE, SW-STOP-SEQUENCE,
                                SW-ZIP
               INPUT PROCEDURE 000-SELECT-CUSTOMERS
               OUTPUT PROCEDURE 000-BOOK-CUSTOMERS.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-CHECKED-COUNT       TO WS-RUN-ACCOUNTS.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN I-O    APPTFILE-DD.
           OPEN INPUT  EMPLOYEE-DD.
           OPEN INPUT  ONCALLFL-DD.
           OPEN OUTPUT NOTIFY-DD.
           OPEN OUTPUT REPORT-DD.
           OPEN OUTPUT REVIEW-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-TODAY-DATE.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.

           MOVE PARM-START-DATE       TO Y2K-YYMMDD-2.
           PERFORM 000-Y2K-WINDOW-2.
           MOVE Y2K-DATE-2            TO WS-CAMPAIGN-START.
           MOVE PARM-END-DATE         TO Y2K-YYMMDD-2.
           PERFORM 000-Y2K-WINDOW-2.
           MOVE Y2K-DATE-2            TO WS-CAMPAIGN-END.

           IF PARM-PER-DAY NUMERIC
           AND PARM-PER-DAY > '0'
           AND PARM-PER-DAY < '9'
               MOVE PARM-PER-DAY      TO WS-PER-DAY.

           MOVE WS-CAMPAIGN-START     TO WS-FORMAT-DATE.
           PERFORM 000-FORMAT-DATE.
           MOVE WS-PRINT-DATE         TO WS-H-START.
           MOVE WS-CAMPAIGN-END       TO WS-FORMAT-DATE.
           PERFORM 000-FORMAT-DATE.
           MOVE WS-PRINT-DATE         TO WS-H-END.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REVIEW-LINE FROM WS-HEADING-LINE.
           WRITE REVIEW-LINE FROM WS-BLANK-LINE.
           WRITE REVIEW-LINE FROM WS-REVIEW-COLUMN-LINE.

           PERFORM 000-LOAD-TECHNICIAN
               VARYING WS-PARM-SUB FROM 1 BY 1
                 UNTIL WS-PARM-SUB > 6.

           PERFORM 000-BUILD-DAY-TABLE.

           IF WS-DAYS-DROPPED > ZERO
               MOVE 'CAMPAIGN PAST 200 OFFICE DAYS - THE REST NOT USED'
                                      TO WS-M-TEXT
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-BOOKED-COLUMN-LINE.

           PERFORM 000-LOAD-APPOINTMENT-BOOK.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE APPTFILE-DD.
           CLOSE EMPLOYEE-DD.
           CLOSE ONCALLFL-DD.
           CLOSE NOTIFY-DD.
           CLOSE REPORT-DD.
           CLOSE REVIEW-DD.

      * A technician keyed on the card works the campaign only when
      * EMPLFILE has the id and it is not marked inactive.
       000-LOAD-TECHNICIAN.

           IF PARM-TECH-ID (WS-PARM-SUB) NOT = SPACE
               MOVE PARM-TECH-ID (WS-PARM-SUB) TO WS-TN-TECHNICIAN
               IF PARM-TECH-ID (WS-PARM-SUB) NOT NUMERIC
                   MOVE 'IS NOT A TECHNICIAN ID - LEFT OUT'
                                      TO WS-TN-NOTE
                   WRITE REPORT-LINE FROM WS-TECH-NOTE-LINE
               ELSE
                   MOVE PARM-TECH-ID (WS-PARM-SUB) TO E-TECHNICIAN-ID
                   READ EMPLOYEE-DD
                   IF NOT WS-EMPLOYEE-OK
                       MOVE 'IS NOT ON EMPLFILE - LEFT OUT'
                                      TO WS-TN-NOTE
                       WRITE REPORT-LINE FROM WS-TECH-NOTE-LINE
                   ELSE
                   IF E-IS-INACTIVE
                       MOVE 'IS INACTIVE - LEFT OUT'
                                      TO WS-TN-NOTE
                       WRITE REPORT-LINE FROM WS-TECH-NOTE-LINE
                   ELSE
                       ADD 1 TO WS-TECH-COUNT
                       MOVE E-TECHNICIAN-ID
                                      TO WS-TECH-ID (WS-TECH-COUNT)
                       MOVE 'WORKS THE CAMPAIGN' TO WS-TN-NOTE
                       WRITE REPORT-LINE FROM WS-TECH-NOTE-LINE.

      * Every office-open day of the window (the company calendar;
      * a branch's own closings are checked customer by customer),
      * with the night's on-call technician.
       000-BUILD-DAY-TABLE.

           MOVE WS-CAMPAIGN-START     TO WS-CAL-DATE.
           MOVE SPACE                 TO WS-CAL-BRANCH.

           PERFORM 000-ADD-CAMPAIGN-DAY
               UNTIL WS-CAL-DATE > WS-CAMPAIGN-END.

       000-ADD-CAMPAIGN-DAY.

           PERFORM 000-CAL-CHECK-DATE.

           IF WS-CAL-OFFICE-OPEN
               IF WS-DAY-COUNT < 200
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-CAL-DATE   TO WS-DAY-DATE (WS-DAY-COUNT)
                   MOVE ZERO          TO WS-DAY-ON-CALL (WS-DAY-COUNT)
                   MOVE ZERO          TO WS-DAY-PLACED (WS-DAY-COUNT)
                   MOVE 1             TO WS-DAY-TECH (WS-DAY-COUNT)
                   MOVE 'N'           TO WS-DAY-FULL-SW (WS-DAY-COUNT)
                   MOVE WS-CAL-DATE (3:6) TO OC-DATE
                   READ ONCALLFL-DD
                   IF WS-ONCALL-OK
                   AND OC-TECHNICIAN NUMERIC
                       MOVE OC-TECHNICIAN
                                      TO WS-DAY-ON-CALL (WS-DAY-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-DAYS-DROPPED.

           PERFORM 000-CAL-NEXT-DAY.

      * One pass of the appointment book, noting every account that
      * already has a visit coming, and every campaign visit the
      * office cancelled because the customer wanted another day.
       000-LOAD-APPOINTMENT-BOOK.

           MOVE SPACE                 TO WS-ACCOUNT-APPT-TABLE.
           MOVE LOW-VALUES            TO AP-KEY.

           START APPTFILE-DD KEY NOT < AP-KEY.

           PERFORM 000-NOTE-APPOINTMENT
               UNTIL NOT WS-APPTFILE-OK.

       000-NOTE-APPOINTMENT.

           READ APPTFILE-DD NEXT.

           IF WS-APPTFILE-OK
           AND AP-ACCOUNT-ID NUMERIC
           AND AP-ACCOUNT-ID > ZERO
               MOVE AP-DATE           TO Y2K-YYMMDD-3
               PERFORM 000-Y2K-WINDOW-3
               MOVE Y2K-DATE-3        TO WS-APPT-DATE
               IF WS-APPT-DATE NOT < WS-TODAY-DATE
                   IF AP-BOOKED
                       MOVE 'B'   TO WS-ACCOUNT-APPT (AP-ACCOUNT-ID)
                   ELSE
                   IF AP-CANCELLED
                   AND AP-NOTE = WS-CAMPAIGN-NOTE
                   AND WS-ACCOUNT-APPT (AP-ACCOUNT-ID) = SPACE
                       MOVE 'R'   TO WS-ACCOUNT-APPT (AP-ACCOUNT-ID).

      *---------------------------------------------------------------*
      * Input procedure: the plan customers owed a tune-up.            *
      *---------------------------------------------------------------*
       000-SELECT-CUSTOMERS.

           PERFORM 000-CHECK-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

       000-CHECK-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               ADD 1 TO WS-CHECKED-COUNT
               MOVE A-S-END-OF-CONTRACT   TO WS-END-OF-CONTRACT
               IF ACCOUNT-ACTIVE
               AND A-S-SERVICE-PLAN NOT = SPACE
               AND A-S-PLAN-START NUMERIC
               AND A-S-PLAN-END NUMERIC
               AND A-S-PLAN-END NOT = ZERO
                   PERFORM 000-CHECK-PLAN-CUSTOMER.

      * A plan that runs out before the campaign opens is not owed a
      * campaign visit - SLICKBF renews it or it lapses.
       000-CHECK-PLAN-CUSTOMER.

           MOVE A-S-PLAN-START        TO Y2K-YYMMDD-2.
           PERFORM 000-Y2K-WINDOW-2.
           MOVE Y2K-DATE-2            TO WS-PLAN-START.
           MOVE A-S-PLAN-END          TO Y2K-YYMMDD-2.
           PERFORM 000-Y2K-WINDOW-2.
           MOVE Y2K-DATE-2            TO WS-PLAN-END.

           IF WS-PLAN-END NOT < WS-CAMPAIGN-START
               MOVE ACCOUNT-STATISTICS-RECORD TO WS-SAVE-STATISTICS
               MOVE A-S-MAINTENANCE-ENTRIES
                                      TO WS-MAINTENANCE-ENTRIES-COUNT
               PERFORM 000-CHECK-TUNE-UP
               MOVE WS-SAVE-STATISTICS TO ACCOUNT-STATISTICS-RECORD
               IF NOT TUNED-THIS-YEAR
                   PERFORM 000-CHECK-APPOINTMENTS.

       000-CHECK-APPOINTMENTS.

           IF WS-ACCOUNT-APPT (WS-CURRENT-ACCOUNT-ID) = 'B'
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
           IF WS-ACCOUNT-APPT (WS-CURRENT-ACCOUNT-ID) = 'R'
               ADD 1 TO WS-RESCHEDULE-COUNT
               MOVE WS-CURRENT-ACCOUNT-ID TO WS-V-ACCOUNT-ID
               MOVE A-S-NAME-LAST     TO WS-V-NAME-LAST
               MOVE A-S-ROUTE-CODE    TO WS-V-ROUTE-CODE
               MOVE 'ASKED TO RESCHEDULE' TO WS-V-REASON
               WRITE REVIEW-LINE FROM WS-REVIEW-DETAIL-LINE
           ELSE
               PERFORM 000-RELEASE-CUSTOMER.

       000-RELEASE-CUSTOMER.

           MOVE A-S-ROUTE-CODE        TO SW-ROUTE-CODE.
           MOVE A-S-STOP-SEQUENCE     TO SW-STOP-SEQUENCE.
           MOVE A-S-ZIP               TO SW-ZIP.
           MOVE WS-CURRENT-ACCOUNT-ID TO SW-ACCOUNT-ID.
           MOVE A-S-NAME-LAST         TO SW-NAME-LAST.
           MOVE A-S-BRANCH            TO SW-BRANCH.
           MOVE WS-PLAN-END           TO SW-PLAN-END.
           MOVE ZERO                  TO SW-HOLD-START.
           MOVE ZERO                  TO SW-HOLD-END.

           IF A-S-HOLD-START NUMERIC
           AND A-S-HOLD-END NUMERIC
               IF A-S-HOLD-START NOT = ZERO
                   MOVE A-S-HOLD-START    TO Y2K-YYMMDD-3
                   PERFORM 000-Y2K-WINDOW-3
                   MOVE Y2K-DATE-3        TO SW-HOLD-START
                   MOVE A-S-HOLD-END      TO Y2K-YYMMDD-4
                   PERFORM 000-Y2K-WINDOW-4
                   MOVE Y2K-DATE-4        TO SW-HOLD-END.

           ADD 1 TO WS-CANDIDATE-COUNT.

           RELEASE SORT-WORK-RECORD.

      * An ordinary service call (type space) dated inside the plan
      * year is this year's tune-up.
       000-CHECK-TUNE-UP.

           MOVE 'N'                   TO WS-TUNED-SW.
           MOVE 'N'                   TO WS-CHAIN-DONE-SW.

           PERFORM 000-CHECK-TUNE-UP-RECORD
               VARYING WS-RECORD-NUM FROM ZERO BY 1
                 UNTIL CHAIN-DONE
                    OR TUNED-THIS-YEAR
                    OR WS-RECORD-NUM > 9999
                    OR WS-RECORD-NUM * 10 >=
                       WS-MAINTENANCE-ENTRIES-COUNT.

       000-CHECK-TUNE-UP-RECORD.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-M-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-RECORD-NUM         TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-MAINTENANCE-RECORD.

           IF NOT WS-ACCTFILE-OK
               SET CHAIN-DONE TO TRUE
           ELSE
               PERFORM 000-CHECK-TUNE-UP-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                     UNTIL WS-SLOT-SUB > 10.

       000-CHECK-TUNE-UP-SLOT.

           COMPUTE WS-ENTRY-NUM = (WS-RECORD-NUM * 10) + WS-SLOT-SUB.

           IF WS-ENTRY-NUM NOT > WS-MAINTENANCE-ENTRIES-COUNT
           AND A-M-ENTRY-TYPE (WS-SLOT-SUB) = SPACE
           AND A-M-DATE-OF-SERVICE (WS-SLOT-SUB) NUMERIC
           AND A-M-DATE-OF-SERVICE (WS-SLOT-SUB) > ZERO
               MOVE A-M-DATE-OF-SERVICE (WS-SLOT-SUB) TO Y2K-YYMMDD-3
               PERFORM 000-Y2K-WINDOW-3
               MOVE Y2K-DATE-3        TO WS-SERVICE-DATE
               IF WS-SERVICE-DATE NOT < WS-PLAN-START
               AND WS-SERVICE-DATE NOT > WS-PLAN-END
                   SET TUNED-THIS-YEAR TO TRUE.

      *---------------------------------------------------------------*
      * Output procedure: deal the customers out over the days.        *
      *---------------------------------------------------------------*
       000-BOOK-CUSTOMERS.

      * An even share a day, rounded up, but never more than the
      * technicians can carry between them.
           IF WS-DAY-COUNT > ZERO
               COMPUTE WS-DAY-TARGET =
                   (WS-CANDIDATE-COUNT + WS-DAY-COUNT - 1)
                       / WS-DAY-COUNT
               COMPUTE WS-DAY-CAPACITY = WS-TECH-COUNT * WS-PER-DAY
               IF WS-DAY-TARGET > WS-DAY-CAPACITY
                   MOVE WS-DAY-CAPACITY TO WS-DAY-TARGET.

           IF WS-TECH-COUNT = ZERO
               MOVE 'NO TECHNICIAN ON THE CARD CAN WORK - NOBODY BOOKED'
                                      TO WS-M-TEXT
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE.

           PERFORM 000-RETURN-SORT-RECORD.

           PERFORM 000-PLACE-CUSTOMER
               UNTIL SORT-AT-END.

       000-RETURN-SORT-RECORD.

           RETURN SORT-WORK-DD
               AT END
                   SET SORT-AT-END TO TRUE.

      * From the first day still taking visits, the first day that
      * suits the customer and has a technician with room.
       000-PLACE-CUSTOMER.

           MOVE 'N'                   TO WS-PLACED-SW.

           IF WS-TECH-COUNT > ZERO
               PERFORM 000-TRY-DAY
                   VARYING WS-DAY-SUB FROM WS-DAY-CURSOR BY 1
                     UNTIL CANDIDATE-PLACED
                        OR WS-DAY-SUB > WS-DAY-COUNT.

           IF NOT CANDIDATE-PLACED
               ADD 1 TO WS-UNPLACED-COUNT
               MOVE SW-ACCOUNT-ID     TO WS-V-ACCOUNT-ID
               MOVE SW-NAME-LAST      TO WS-V-NAME-LAST
               MOVE SW-ROUTE-CODE     TO WS-V-ROUTE-CODE
               MOVE 'NO OPENING IN THE CAMPAIGN' TO WS-V-REASON
               WRITE REVIEW-LINE FROM WS-REVIEW-DETAIL-LINE.

           PERFORM 000-ADVANCE-DAY-CURSOR
               UNTIL WS-DAY-CURSOR > WS-DAY-COUNT
                  OR (WS-DAY-PLACED (WS-DAY-CURSOR) < WS-DAY-TARGET
                      AND NOT DAY-FULL (WS-DAY-CURSOR)).

           PERFORM 000-RETURN-SORT-RECORD.

       000-ADVANCE-DAY-CURSOR.

           ADD 1 TO WS-DAY-CURSOR.

       000-TRY-DAY.

           PERFORM 000-CHECK-DAY-SUITS.

           IF DAY-SUITS
               PERFORM 000-TRY-TECHNICIAN
                   VARYING WS-TECH-TRY FROM 1 BY 1
                     UNTIL CANDIDATE-PLACED
                        OR WS-TECH-TRY > WS-TECH-COUNT
               IF NOT CANDIDATE-PLACED
                   MOVE 'Y'           TO WS-DAY-FULL-SW (WS-DAY-SUB).

      * The day has its share still open, falls before the plan runs
      * out and outside any vacation hold, and the customer's branch
      * is open.
       000-CHECK-DAY-SUITS.

           MOVE 'N'                   TO WS-DAY-OK-SW.

           IF WS-DAY-PLACED (WS-DAY-SUB) < WS-DAY-TARGET
           AND NOT DAY-FULL (WS-DAY-SUB)
           AND WS-DAY-DATE (WS-DAY-SUB) NOT > SW-PLAN-END
               SET DAY-SUITS          TO TRUE
               IF SW-HOLD-START NOT = ZERO
               AND WS-DAY-DATE (WS-DAY-SUB) NOT < SW-HOLD-START
               AND WS-DAY-DATE (WS-DAY-SUB) NOT > SW-HOLD-END
                   MOVE 'N'           TO WS-DAY-OK-SW
               END-IF
               IF DAY-SUITS
               AND SW-BRANCH NOT = SPACE
                   MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-CAL-DATE
                   MOVE SW-BRANCH     TO WS-CAL-BRANCH
                   PERFORM 000-CAL-CHECK-DATE
                   IF NOT WS-CAL-OFFICE-OPEN
                       MOVE 'N'       TO WS-DAY-OK-SW.

      * The day's current technician first, so a route's customers
      * stay together; the others in turn once that one is full.
      * The on-call technician takes no campaign visits that day.
       000-TRY-TECHNICIAN.

           COMPUTE WS-TECH-SUB =
               WS-DAY-TECH (WS-DAY-SUB) + WS-TECH-TRY - 1.
           IF WS-TECH-SUB > WS-TECH-COUNT
               SUBTRACT WS-TECH-COUNT FROM WS-TECH-SUB.

           IF WS-TECH-ID (WS-TECH-SUB) NOT =
              WS-DAY-ON-CALL (WS-DAY-SUB)
               PERFORM 000-SCAN-TECHNICIAN-DAY
               IF WS-BOOKED-COUNT < WS-PER-DAY
               AND WS-FREE-SLOT > ZERO
                   PERFORM 000-BOOK-VISIT
                   MOVE WS-TECH-SUB   TO WS-DAY-TECH (WS-DAY-SUB)
                   SET CANDIDATE-PLACED TO TRUE.

      * Slots 1-8, the same day SLICKPE books: a missing record or a
      * cancelled one is open, anything else counts as booked.
       000-SCAN-TECHNICIAN-DAY.

           MOVE ZERO                  TO WS-BOOKED-COUNT.
           MOVE ZERO                  TO WS-FREE-SLOT.
           MOVE 'N'                   TO WS-FREE-SLOT-SW.

           PERFORM 000-SCAN-ONE-SLOT
               VARYING WS-TEST-SLOT FROM 1 BY 1
                 UNTIL WS-TEST-SLOT > 8.

       000-SCAN-ONE-SLOT.

           MOVE WS-TECH-ID (WS-TECH-SUB) TO AP-TECHNICIAN.
           MOVE WS-DAY-DATE (WS-DAY-SUB) (3:6) TO AP-DATE.
           MOVE WS-TEST-SLOT          TO AP-SLOT.

           READ APPTFILE-DD.

           IF NOT WS-APPTFILE-OK
               IF WS-FREE-SLOT = ZERO
                   MOVE WS-TEST-SLOT  TO WS-FREE-SLOT
                   MOVE 'N'           TO WS-FREE-SLOT-SW
               END-IF
           ELSE
           IF AP-CANCELLED
               IF WS-FREE-SLOT = ZERO
                   MOVE WS-TEST-SLOT  TO WS-FREE-SLOT
                   SET FREE-SLOT-ON-FILE TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-BOOKED-COUNT.

      * A cancelled slot is re-used in place, as SLICKPE does.
       000-BOOK-VISIT.

           MOVE WS-TECH-ID (WS-TECH-SUB) TO AP-TECHNICIAN.
           MOVE WS-DAY-DATE (WS-DAY-SUB) (3:6) TO AP-DATE.
           MOVE WS-FREE-SLOT          TO AP-SLOT.

           IF FREE-SLOT-ON-FILE
               READ APPTFILE-DD.

           MOVE SW-ACCOUNT-ID         TO AP-ACCOUNT-ID.
           SET AP-BOOKED              TO TRUE.
           MOVE WS-CAMPAIGN-NOTE      TO AP-NOTE.
           MOVE SPACE                 TO AP-PRIORITY.
           MOVE SPACE                 TO AP-RUN-OUT-CAUSE.

           IF FREE-SLOT-ON-FILE
               REWRITE APPOINTMENT-RECORD
           ELSE
               WRITE APPOINTMENT-RECORD.

           ADD 1 TO WS-DAY-PLACED (WS-DAY-SUB).
           ADD 1 TO WS-BOOKED-TOTAL.

           MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-FORMAT-DATE.
           PERFORM 000-FORMAT-DATE.

           MOVE SW-ACCOUNT-ID         TO WS-B-ACCOUNT-ID.
           MOVE SW-NAME-LAST          TO WS-B-NAME-LAST.
           MOVE SW-ROUTE-CODE         TO WS-B-ROUTE-CODE.
           MOVE WS-PRINT-DATE         TO WS-B-DATE.
           MOVE WS-TECH-ID (WS-TECH-SUB) TO WS-B-TECHNICIAN.
           MOVE WS-FREE-SLOT          TO WS-B-SLOT.
           WRITE REPORT-LINE FROM WS-BOOKED-LINE.

           MOVE SPACE                 TO NOTICE-RECORD.
           MOVE SW-ACCOUNT-ID         TO NT-ACCOUNT-ID.
           MOVE WS-TODAY-YYMMDD       TO NT-DATE.
           MOVE 'S'                   TO NT-TYPE.
           MOVE WS-PRINT-DATE         TO WS-NOTICE-DATE.
           MOVE WS-NOTICE-TEXT        TO NT-TEXT.
           WRITE NOTICE-RECORD.

      * CCYYMMDD in WS-FORMAT-DATE to MM/DD/YY in WS-PRINT-DATE.
       000-FORMAT-DATE.

           MOVE WS-FD-MM              TO WS-PD-MM.
           MOVE WS-FD-DD              TO WS-PD-DD.
           MOVE WS-FD-YY              TO WS-PD-YY.

       000-WRITE-TOTALS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE 'ACCOUNTS CHECKED'    TO WS-C-LABEL.
           MOVE WS-CHECKED-COUNT      TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'ALREADY BOOKED'      TO WS-C-LABEL.
           MOVE WS-ALREADY-COUNT      TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'TUNE-UPS TO BOOK'    TO WS-C-LABEL.
           MOVE WS-CANDIDATE-COUNT    TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'VISITS BOOKED'       TO WS-C-LABEL.
           MOVE WS-BOOKED-TOTAL       TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'COULD NOT BE PLACED' TO WS-C-LABEL.
           MOVE WS-UNPLACED-COUNT     TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'ASKED TO RESCHEDULE' TO WS-C-LABEL.
           MOVE WS-RESCHEDULE-COUNT   TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'OFFICE DAYS IN CAMPAIGN' TO WS-C-LABEL.
           MOVE WS-DAY-COUNT          TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
