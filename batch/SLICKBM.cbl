      ******************************************************************
      *DESCRIPTION: Tank Inspection Compliance Report - a batch job    *
      *             that reads an as-of date from a control record     *
      *             (BATCHPRM), walks every account's ACCOUNT-TANK-    *
      *             RECORD, and lists every tank whose last            *
      *             inspection (A-K-LAST-INSPECTION, stamped by        *
      *             SLICKP8 when the inspecting service call posts)    *
      *             primary tank carried on the statistics record     *
      *             has no equipment fields and is expected to be     *
      *             registered as a tank entry for compliance.        *
      *             A house sold through SLICKPQ took its tanks with  *
      *             it: the seller's account (A-E-PREMISES-TO set) is *
      *             skipped, the tanks report under the buyer's.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY RUNCVSAM.

           SELECT SORT-WORK-DD ASSIGN TO SORTWORK.

           SELECT COMPLY-DD ASSIGN TO COMPLOUT

           COPY RUNCVSFD.

       SD  SORT-WORK-DD.
       01  SORT-WORK-RECORD.
           03  SW-ROUTE-CODE              PIC X(04).

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-ASOF-DATE             PIC 9(06).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-COMPLY-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.

       01  WS-IS-TANK-SW                  PIC X(01) VALUE 'N'.
           88  SLOT-IS-A-TANK             VALUE 'Y'.
       01  WS-PREMISES-MOVED-SW           PIC X(01) VALUE 'N'.
           88  PREMISES-MOVED             VALUE 'Y'.

       01  WS-SORT-EOF                    PIC X(01) VALUE 'N'.
           88  SORT-AT-END                VALUE 'Y'.
       000-MAIN-PROCESS.

           MOVE 'SLICKBM ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.

           MOVE PARM-ASOF-DATE        TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-ASOF-DATE-8.


      * Whole-year intervals subtract cleanly; a part-year interval
      * would need month arithmetic this report doesn't.
      * with no paper trail this report exists to surface. Its
      * primary tank goes out as tank 1, never inspected.
               IF WS-PRIMARY-TANK-SIZE > ZERO
                   PERFORM 000-CHECK-PREMISES-MOVED
                   IF NOT PREMISES-MOVED
                       PERFORM 000-RELEASE-PRIMARY-TANK.

      * The seller's statistics record keeps its tank size after a
      * premises transfer, but the tank is the buyer's now.
       000-CHECK-PREMISES-MOVED.

           MOVE 'N'                   TO WS-PREMISES-MOVED-SW.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
           AND A-E-PREMISES-TO NUMERIC
           AND A-E-PREMISES-TO > ZERO
               SET PREMISES-MOVED     TO TRUE.

      * A slot is a registered tank when its size or any equipment
      * detail is on file - a tank first seen through an inspection
