      *             for the keyed date on the rotation file (ONCALLFL, *
      *             see OCLFILE), the list the answering service       *
      *             pages from.                                        *
      *                                                                *
      *             The office's calendar is checked against the       *
      *             account's branch (HOLIDAY, see HOLFILE): ENTER     *
      *             refuses a routine visit on a weekend or a day the  *
      *             branch is closed; PF7 still books a no-heat call   *
      *             on such a day but warns the office it is a closed  *
      *             day for the on-call tech; and a bumped stop is     *
      *             rebooked onto the next day the office is open.     *
      *                                                                *
      *             A no-heat call that is a run-out - the customer is *
      *             out of oil - is booked with Run-out Y and a root-  *
      *             cause code (see RNOFILE: D degree-day estimate, S  *
      *             skipped stop, C credit hold, U bad usage figure, W *
      *             will-call did not order, X other). The appointment *
      *             carries the cause (AP-RUN-OUT-CAUSE) so SLICKBH    *
      *             tags it RUN-OUT, and the run-out is logged for the *
      *             day on RUNOUTLG with the account's route, branch   *
      *             and delivery plan for SLICKD3's monthly report.    *
      *             The flag clears once the call is booked.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY OCLFILE.

           COPY HOLFILE.

           COPY PRINTQ.

           COPY RNOFILE.

       01  WS-MAP-FIELDS.
           03  WS-TECHNICIAN                 PIC 9(04) VALUE ZERO.
           03  WS-APPT-DATE                  PIC 9(06) VALUE ZERO.
           03  WS-SLOT                       PIC 9(02) VALUE ZERO.
           03  WS-ACCOUNT-ID                 PIC 9(05) VALUE ZERO.
           03  WS-NOTE                       PIC X(30) VALUE SPACE.
           03  WS-RUN-OUT                    PIC X(01) VALUE 'N'.
               88  RUN-OUT-CALL              VALUE 'Y'.
               88  RUN-OUT-VALID             VALUE 'Y' 'N'.
           03  WS-RUN-OUT-CAUSE              PIC X(01) VALUE SPACE.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           03  WS-NX-YY                      PIC 9(02) VALUE ZERO.
           03  WS-NX-MM                      PIC 9(02) VALUE ZERO.
           03  WS-NX-DD                      PIC 9(02) VALUE ZERO.
       01  WS-ROLL-COUNT                     PIC 9(02) VALUE ZERO.

      * Office calendar lookup: load WS-HOL-YYMMDD, and the account's
      * branch is taken from WS-BOOK-BRANCH.
       01  WS-HOL-YYMMDD                     PIC 9(06) VALUE ZERO.
       01  WS-BOOK-BRANCH                    PIC X(02) VALUE SPACE.
       01  WS-BOOK-ROUTE                     PIC X(04) VALUE SPACE.
       01  WS-OFFICE-OPEN-SW                 PIC X(01) VALUE 'Y'.
           88  OFFICE-OPEN-DAY               VALUE 'Y'.
       01  WS-CLOSED-MESSAGE.
           03  FILLER                        PIC X(16) VALUE
                                             'Office closed - '.
           03  WS-CM-NAME                    PIC X(24) VALUE SPACE.

       01  BUMP-NOTICE-LINE.
           03  FILLER                        PIC X(16) VALUE
           MOVE ZERO                  TO WS-SLOT.
           MOVE ZERO                  TO WS-ACCOUNT-ID.
           MOVE SPACE                 TO WS-NOTE.
           MOVE 'N'                   TO WS-RUN-OUT.
           MOVE SPACE                 TO WS-RUN-OUT-CAUSE.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE WS-SLOT               TO MESLOTO.
           MOVE WS-ACCOUNT-ID         TO MEIDO.
           MOVE WS-NOTE               TO MENOTEO.
           MOVE WS-RUN-OUT            TO MERUNOO.
           MOVE WS-RUN-OUT-CAUSE      TO MECAUSO.

           IF NOT BAD-DATA
               MOVE -1                TO METECHL.
               SET MAP-CHANGED        TO TRUE
               MOVE MENOTEI           TO WS-NOTE.

      * Run-out (Optional, Y/N) and its cause (Required with Y)
           IF MERUNOL = ZERO
               MOVE WS-RUN-OUT        TO MERUNOI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MERUNOI           TO WS-RUN-OUT.

           IF MECAUSL = ZERO
               MOVE WS-RUN-OUT-CAUSE  TO MECAUSI
           ELSE
               INSPECT MECAUSI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MECAUSI           TO WS-RUN-OUT-CAUSE.

           IF WS-RUN-OUT = SPACE
               MOVE 'N'               TO WS-RUN-OUT.

           MOVE WS-RUN-OUT-CAUSE      TO RO-CAUSE.

           IF NOT RUN-OUT-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MERUNOL
               MOVE 'Run-out is Y or N.' TO COMM-MESSAGE
           ELSE
           IF RUN-OUT-CALL
           AND NOT RO-CAUSE-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MECAUSL
               MOVE 'Run-out cause is D, S, C, U, W or X.'
                                      TO COMM-MESSAGE
           ELSE
           IF NOT RUN-OUT-CALL
               MOVE SPACE             TO WS-RUN-OUT-CAUSE.

       000-VALIDATE-TECHNICIAN.

           MOVE WS-TECHNICIAN         TO E-TECHNICIAN-ID.
               PERFORM 000-CHECK-ACCOUNT-EXISTS

               IF COMM-MESSAGE = SPACE
                   MOVE WS-APPT-DATE  TO WS-HOL-YYMMDD
                   PERFORM 000-CHECK-OFFICE-OPEN
                   IF OFFICE-OPEN-DAY
                       PERFORM 000-WRITE-APPOINTMENT
                   ELSE
                       SET BAD-DATA   TO TRUE
                       MOVE -1        TO MEAPDTL
                       MOVE WS-CLOSED-MESSAGE TO COMM-MESSAGE.

       000-CHECK-ACCOUNT-EXISTS.

           IF ACCTFILE-RESP = DFHRESP(NOTFND)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MEIDL
               MOVE 'No such account.' TO COMM-MESSAGE
           ELSE
               MOVE A-S-BRANCH        TO WS-BOOK-BRANCH
               MOVE A-S-ROUTE-CODE    TO WS-BOOK-ROUTE.

      * A cancelled slot may be re-booked in place; anything else
      * already on file is a double booking and is refused.
           SET AP-BOOKED              TO TRUE.
           MOVE WS-NOTE               TO AP-NOTE.
           MOVE SPACE                 TO AP-PRIORITY.
           MOVE SPACE                 TO AP-RUN-OUT-CAUSE.

           EXEC CICS WRITE
               FILE       ('APPTFILE')
               SET AP-BOOKED          TO TRUE
               MOVE WS-NOTE           TO AP-NOTE
               MOVE SPACE             TO AP-PRIORITY
               MOVE SPACE             TO AP-RUN-OUT-CAUSE

               EXEC CICS REWRITE
                   FILE       ('APPTFILE')
               PERFORM 000-CHECK-ACCOUNT-EXISTS

               IF COMM-MESSAGE = SPACE
                   PERFORM 000-PLACE-EMERGENCY
                   PERFORM 000-LOG-RUN-OUT
                   PERFORM 000-WARN-CLOSED-EMERGENCY.

      * A run-out is logged against today, the day the customer
      * called with no oil, whatever day the visit is booked for.
      * A second call the same day restates the cause; a run-out
      * fill already posted today keeps the driver's cause.
       000-LOG-RUN-OUT.

           IF COMM-MESSAGE (1:16) = 'Emergency booked'
           AND RUN-OUT-CALL
               PERFORM 000-READ-DELIVERY-PLAN

               MOVE SPACE             TO RUN-OUT-RECORD
               MOVE WS-ACCOUNT-ID     TO RO-ACCOUNT-ID
               MOVE COMM-TRAN-DATE    TO RO-DATE
               SET RO-FROM-EMERGENCY  TO TRUE
               MOVE WS-RUN-OUT-CAUSE  TO RO-CAUSE
               MOVE WS-BOOK-ROUTE     TO RO-ROUTE-CODE
               MOVE WS-BOOK-BRANCH    TO RO-BRANCH
               MOVE A-E-DELIVERY-PLAN TO RO-DELIVERY-PLAN
               MOVE WS-TECHNICIAN     TO RO-TECHNICIAN
               MOVE ZERO              TO RO-GALLONS
               MOVE COMM-OPERATOR-ID  TO RO-OPERATOR

               EXEC CICS WRITE
                   FILE       ('RUNOUTLG')
                   FROM       (RUN-OUT-RECORD)
                   RIDFLD     (RO-KEY)
                   LENGTH     (RNOFILE-LENGTH)
                   KEYLENGTH  (RNOFILE-KEYLENGTH)
                   RESP       (RNOFILE-RESP)
                   RESP2      (RNOFILE-RESP2)
               END-EXEC

               IF RNOFILE-RESP = DFHRESP(DUPREC)
                   PERFORM 000-UPDATE-RUN-OUT
               END-IF

               IF RNOFILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE RNOFILE-RESP  TO ERROR-RESP
                   MOVE RNOFILE-RESP2 TO ERROR-RESP2
                   MOVE RO-KEY        TO ERROR-KEY
                   MOVE 'RunOut'      TO ERROR-TYPE
                   MOVE ERROR-MESSAGE TO COMM-MESSAGE
               ELSE
                   MOVE 'N'           TO WS-RUN-OUT
                   MOVE SPACE         TO WS-RUN-OUT-CAUSE.

       000-UPDATE-RUN-OUT.

           EXEC CICS READ
               FILE      ('RUNOUTLG')
               INTO      (RUN-OUT-RECORD)
               RIDFLD    (RO-KEY)
               LENGTH    (RNOFILE-LENGTH)
               KEYLENGTH (RNOFILE-KEYLENGTH)
               RESP      (RNOFILE-RESP)
               RESP2     (RNOFILE-RESP2)
               UPDATE
           END-EXEC.

           IF RNOFILE-RESP = DFHRESP(NORMAL)
               IF RO-FROM-DELIVERY
                   SET RO-FROM-BOTH   TO TRUE
               ELSE
               IF RO-FROM-EMERGENCY
                   MOVE WS-RUN-OUT-CAUSE TO RO-CAUSE
               END-IF
               END-IF

               EXEC CICS REWRITE
                   FILE       ('RUNOUTLG')
                   FROM       (RUN-OUT-RECORD)
                   LENGTH     (RNOFILE-LENGTH)
                   RESP       (RNOFILE-RESP)
                   RESP2      (RNOFILE-RESP2)
               END-EXEC.

      * The delivery plan is off the extension record; an account
      * without one is an ordinary automatic account.
       000-READ-DELIVERY-PLAN.

           MOVE WS-ACCOUNT-ID         TO A-E-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO A-E-KEY-TYPE.
           MOVE ZERO                  TO A-E-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-EXTEND-RECORD)
               RIDFLD    (A-E-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACE             TO A-E-DELIVERY-PLAN.

      * An emergency on a closed day still books, but the office is
      * told so that the on-call tech, not the day roster, goes.
       000-WARN-CLOSED-EMERGENCY.

           IF COMM-MESSAGE (1:16) = 'Emergency booked'
               MOVE WS-APPT-DATE      TO WS-HOL-YYMMDD
               PERFORM 000-CHECK-OFFICE-OPEN
               IF NOT OFFICE-OPEN-DAY
                   MOVE 'Emergency booked - office closed day.'
                                      TO COMM-MESSAGE.

       000-PLACE-EMERGENCY.

               SET AP-BOOKED          TO TRUE
               MOVE WS-NOTE           TO AP-NOTE
               SET AP-EMERGENCY       TO TRUE
               MOVE WS-RUN-OUT-CAUSE  TO AP-RUN-OUT-CAUSE

               EXEC CICS REWRITE
                   FILE       ('APPTFILE')
                   RESP2      (APTFILE-RESP2)
               END-EXEC.

      * The bumped customer goes to the next day the office is open
      * for the emergency account's branch - the technician's own
      * territory - giving up after ten closed days.
       000-REBOOK-BUMPED-STOP.

           MOVE WS-APPT-DATE          TO WS-NEXT-DATE.
           PERFORM 000-ROLL-NEXT-DATE.

           MOVE WS-NEXT-DATE          TO WS-HOL-YYMMDD.
           PERFORM 000-CHECK-OFFICE-OPEN.

           PERFORM 000-ROLL-PAST-CLOSED-DAY
               VARYING WS-ROLL-COUNT FROM 1 BY 1
                 UNTIL OFFICE-OPEN-DAY
                    OR WS-ROLL-COUNT > 10.

           PERFORM 000-FIND-FREE-SLOT.

           IF WS-FREE-SLOT > ZERO
               PERFORM 000-WRITE-REBOOKED-SLOT
           ELSE
               MOVE ZERO              TO WS-FREE-SLOT.

           PERFORM 000-PRINT-BUMP-NOTICE.

       000-ROLL-PAST-CLOSED-DAY.

           PERFORM 000-ROLL-NEXT-DATE.

           MOVE WS-NEXT-DATE          TO WS-HOL-YYMMDD.
           PERFORM 000-CHECK-OFFICE-OPEN.

      * Next calendar day, near enough: past the 27th rolls to the
      * first of the next month - a day early beats a day late for
      * a bumped no-heat-season stop.
       000-ROLL-NEXT-DATE.

           IF WS-NX-DD < 28
               ADD 1                  TO WS-NX-DD
               ELSE
                   ADD 1              TO WS-NX-MM.

      * Whether the office is open on WS-HOL-YYMMDD for the branch in
      * WS-BOOK-BRANCH: never on a Saturday or Sunday, nor on a day
      * the holiday calendar closes - the branch's own record for
      * the day replacing the company-wide one when there is one.
       000-CHECK-OFFICE-OPEN.

           MOVE WS-HOL-YYMMDD         TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

           MOVE 'Y'                   TO WS-OFFICE-OPEN-SW.
           MOVE SPACE                 TO WS-CM-NAME.

           MOVE SPACE                 TO HL-BRANCH.
           MOVE Y2K-DATE-1            TO HL-DATE.
           PERFORM 000-READ-HOLIDAY.

           IF WS-BOOK-BRANCH NOT = SPACE
               MOVE WS-BOOK-BRANCH    TO HL-BRANCH
               MOVE Y2K-DATE-1        TO HL-DATE
               PERFORM 000-READ-HOLIDAY.

           MOVE Y2K-DATE-1            TO DOW-DATE.
           PERFORM 000-DAY-OF-WEEK.

           IF DOW-WEEKEND
               MOVE 'N'               TO WS-OFFICE-OPEN-SW
               IF WS-CM-NAME = SPACE
                   MOVE 'weekend'     TO WS-CM-NAME.

       000-READ-HOLIDAY.

           EXEC CICS READ
               FILE      ('HOLIDAY')
               INTO      (HOLIDAY-RECORD)
               RIDFLD    (HL-KEY)
               LENGTH    (HOLFILE-LENGTH)
               KEYLENGTH (HOLFILE-KEYLENGTH)
               RESP      (HOLFILE-RESP)
               RESP2     (HOLFILE-RESP2)
           END-EXEC.

           IF HOLFILE-RESP = DFHRESP(NORMAL)
               MOVE HL-DESCRIPTION    TO WS-CM-NAME
               IF HL-OFFICE-IS-CLOSED
                   MOVE 'N'           TO WS-OFFICE-OPEN-SW
               ELSE
                   MOVE 'Y'           TO WS-OFFICE-OPEN-SW
               END-IF
           ELSE
           IF HOLFILE-RESP NOT = DFHRESP(NOTFND)
               MOVE 'SE27' TO COMM-ABCODE
               EXEC CICS ABEND
                   ABCODE (COMM-ABCODE)
                   NODUMP
               END-EXEC.

       000-WRITE-REBOOKED-SLOT.

           SET AP-BOOKED              TO TRUE.
           MOVE WS-BUMP-NOTE          TO AP-NOTE.
           MOVE SPACE                 TO AP-PRIORITY.
           MOVE SPACE                 TO AP-RUN-OUT-CAUSE.

           EXEC CICS WRITE
               FILE       ('APPTFILE')
               SET AP-BOOKED          TO TRUE
               MOVE WS-BUMP-NOTE      TO AP-NOTE
               MOVE SPACE             TO AP-PRIORITY
               MOVE SPACE             TO AP-RUN-OUT-CAUSE

               EXEC CICS REWRITE
                   FILE       ('APPTFILE')
           SET AP-BOOKED              TO TRUE.
           MOVE WS-NOTE               TO AP-NOTE.
           SET AP-EMERGENCY           TO TRUE.
           MOVE WS-RUN-OUT-CAUSE      TO AP-RUN-OUT-CAUSE.

           EXEC CICS WRITE
               FILE       ('APPTFILE')
               SET AP-BOOKED          TO TRUE
               MOVE WS-NOTE           TO AP-NOTE
               SET AP-EMERGENCY       TO TRUE
               MOVE WS-RUN-OUT-CAUSE  TO AP-RUN-OUT-CAUSE

               EXEC CICS REWRITE
                   FILE       ('APPTFILE')
