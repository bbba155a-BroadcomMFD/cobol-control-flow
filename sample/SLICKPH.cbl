      *             The commission rate is percent with two decimals  *
      *             (0500 = 5.00), the per-technician rate SLICKB6    *
      *             prices commissions from.                          *
      *                                                                *
      *             A driver's qualification record (DRQFILE) is kept  *
      *             on the same screen: CDL number and class, and the  *
      *             CDL, hazmat endorsement and DOT medical card       *
      *             expiry dates, last drug test and road test dates   *
      *             (YYMMDD). ENTER with a license number keyed adds   *
      *             or updates it along with the employee; an          *
      *             employee who does not drive leaves them blank.     *
      *             SLICKCU reports what is lapsing, SLICKB4 will not  *
      *             load a truck under a driver who is not qualified,  *
      *             and SLICKBJ flags a ticket pumped by one.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY EMPLFILE.

           COPY DRQFILE.

       01  WS-MAP-FIELDS.
           03  WS-TECHNICIAN                 PIC 9(04) VALUE ZERO.
           03  WS-NAME-LAST                  PIC X(16) VALUE SPACE.
           03  WS-HIRE-DATE                  PIC 9(06) VALUE ZERO.
           03  WS-COMMISSION-RATE            PIC 9(04) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.
           03  WS-LICENSE-NUMBER             PIC X(15) VALUE SPACE.
           03  WS-LICENSE-CLASS              PIC X(01) VALUE SPACE.
           03  WS-CDL-EXPIRY                 PIC 9(06) VALUE ZERO.
           03  WS-HAZMAT-EXPIRY              PIC 9(06) VALUE ZERO.
           03  WS-MEDICAL-EXPIRY             PIC 9(06) VALUE ZERO.
           03  WS-DRUG-TEST-DATE             PIC 9(06) VALUE ZERO.
           03  WS-ROAD-TEST-DATE             PIC 9(06) VALUE ZERO.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.
           MOVE ZERO                  TO WS-HIRE-DATE.
           MOVE ZERO                  TO WS-COMMISSION-RATE.
           MOVE SPACE                 TO WS-LAST-AID.
           MOVE SPACE                 TO WS-LICENSE-NUMBER.
           MOVE SPACE                 TO WS-LICENSE-CLASS.
           MOVE ZERO                  TO WS-CDL-EXPIRY.
           MOVE ZERO                  TO WS-HAZMAT-EXPIRY.
           MOVE ZERO                  TO WS-MEDICAL-EXPIRY.
           MOVE ZERO                  TO WS-DRUG-TEST-DATE.
           MOVE ZERO                  TO WS-ROAD-TEST-DATE.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.
           MOVE WS-NAME-FIRST         TO MHFIRSTO.
           MOVE WS-HIRE-DATE          TO MHHIREO.
           MOVE WS-COMMISSION-RATE    TO MHCOMMO.
           MOVE WS-LICENSE-NUMBER     TO MHLICNO.
           MOVE WS-LICENSE-CLASS      TO MHCLASO.
           MOVE WS-CDL-EXPIRY         TO MHCDLXO.
           MOVE WS-HAZMAT-EXPIRY      TO MHHAZXO.
           MOVE WS-MEDICAL-EXPIRY     TO MHMEDXO.
           MOVE WS-DRUG-TEST-DATE     TO MHDRUGO.
           MOVE WS-ROAD-TEST-DATE     TO MHROADO.

           IF NOT BAD-DATA
               MOVE -1                TO MHTECHL.
           ELSE
           IF EIBAID = DFHENTER
               PERFORM 000-SAVE-EMPLOYEE
               IF NOT BAD-DATA
               AND EMPLFILE-RESP = DFHRESP(NORMAL)
               AND WS-LICENSE-NUMBER NOT = SPACE
                   PERFORM 000-SAVE-DRIVER-QUAL
               END-IF
           ELSE
           IF EIBAID = DFHPF5
               PERFORM 000-SET-ACTIVE-STATUS
               MOVE CH-ARRAY          TO WS-COMMISSION-RATE
               MOVE CH-ARRAY          TO MHCOMMI.

      * CDL number (Optional - keyed only for an employee who drives)
           IF MHLICNL = ZERO
               MOVE WS-LICENSE-NUMBER TO MHLICNI
           ELSE
               INSPECT MHLICNI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MHLICNI           TO WS-LICENSE-NUMBER.

      * CDL class A, B or C (Required with a license number)
           IF MHCLASL = ZERO
               MOVE WS-LICENSE-CLASS  TO MHCLASI
           ELSE
               INSPECT MHCLASI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MHCLASI           TO WS-LICENSE-CLASS.

           IF WS-LICENSE-NUMBER NOT = SPACE
           AND WS-LICENSE-CLASS NOT = 'A'
           AND WS-LICENSE-CLASS NOT = 'B'
           AND WS-LICENSE-CLASS NOT = 'C'
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MHCLASL
               MOVE 'CDL class must be A, B or C.'
                                      TO COMM-MESSAGE.

      * CDL expiry date (Optional)
           IF MHCDLXL = ZERO
               MOVE WS-CDL-EXPIRY     TO MHCDLXI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MHCDLXI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-CDL-EXPIRY
               MOVE CH-ARRAY          TO MHCDLXI.

      * Hazmat endorsement expiry date (Optional)
           IF MHHAZXL = ZERO
               MOVE WS-HAZMAT-EXPIRY  TO MHHAZXI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MHHAZXI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-HAZMAT-EXPIRY
               MOVE CH-ARRAY          TO MHHAZXI.

      * DOT medical card expiry date (Optional)
           IF MHMEDXL = ZERO
               MOVE WS-MEDICAL-EXPIRY TO MHMEDXI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MHMEDXI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-MEDICAL-EXPIRY
               MOVE CH-ARRAY          TO MHMEDXI.

      * Last drug test date (Optional)
           IF MHDRUGL = ZERO
               MOVE WS-DRUG-TEST-DATE TO MHDRUGI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MHDRUGI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-DRUG-TEST-DATE
               MOVE CH-ARRAY          TO MHDRUGI.

      * Road test date (Optional)
           IF MHROADL = ZERO
               MOVE WS-ROAD-TEST-DATE TO MHROADI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MHROADI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-ROAD-TEST-DATE
               MOVE CH-ARRAY          TO MHROADI.

      * Add, or update in place when the id is already on file.
       000-SAVE-EMPLOYEE.

               MOVE 'Employee updated.'
                                      TO COMM-MESSAGE.

      * The driver qualification record rides along with the
      * employee: added, or updated in place when already on file.
       000-SAVE-DRIVER-QUAL.

           MOVE WS-TECHNICIAN         TO DQ-TECHNICIAN-ID.

           EXEC CICS READ
               FILE      ('DRIVQUAL')
               INTO      (DRIVER-QUAL-RECORD)
               RIDFLD    (DQ-KEY)
               LENGTH    (DRQFILE-LENGTH)
               KEYLENGTH (DRQFILE-KEYLENGTH)
               RESP      (DRQFILE-RESP)
               RESP2     (DRQFILE-RESP2)
               UPDATE
           END-EXEC.

           IF DRQFILE-RESP = DFHRESP(NOTFND)
               MOVE SPACE             TO DRIVER-QUAL-RECORD
               MOVE WS-TECHNICIAN     TO DQ-TECHNICIAN-ID
               PERFORM 000-FILL-DRIVER-QUAL

               EXEC CICS WRITE
                   FILE       ('DRIVQUAL')
                   FROM       (DRIVER-QUAL-RECORD)
                   RIDFLD     (DQ-KEY)
                   LENGTH     (DRQFILE-LENGTH)
                   KEYLENGTH  (DRQFILE-KEYLENGTH)
                   RESP       (DRQFILE-RESP)
                   RESP2      (DRQFILE-RESP2)
               END-EXEC
           ELSE
           IF DRQFILE-RESP = DFHRESP(NORMAL)
               PERFORM 000-FILL-DRIVER-QUAL

               EXEC CICS REWRITE
                   FILE       ('DRIVQUAL')
                   FROM       (DRIVER-QUAL-RECORD)
                   LENGTH     (DRQFILE-LENGTH)
                   RESP       (DRQFILE-RESP)
                   RESP2      (DRQFILE-RESP2)
               END-EXEC.

           IF DRQFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE DRQFILE-RESP      TO ERROR-RESP
               MOVE DRQFILE-RESP2     TO ERROR-RESP2
               MOVE DQ-KEY            TO ERROR-KEY
               MOVE 'DrvqWrt'         TO ERROR-TYPE
               MOVE ERROR-MESSAGE     TO COMM-MESSAGE
           ELSE
               MOVE 'Employee and driver qualification saved.'
                                      TO COMM-MESSAGE.

       000-FILL-DRIVER-QUAL.

           MOVE WS-LICENSE-NUMBER     TO DQ-LICENSE-NUMBER.
           MOVE WS-LICENSE-CLASS      TO DQ-LICENSE-CLASS.
           MOVE WS-CDL-EXPIRY         TO DQ-CDL-EXPIRY.
           MOVE WS-HAZMAT-EXPIRY      TO DQ-HAZMAT-EXPIRY.
           MOVE WS-MEDICAL-EXPIRY     TO DQ-MEDICAL-EXPIRY.
           MOVE WS-DRUG-TEST-DATE     TO DQ-DRUG-TEST-DATE.
           MOVE WS-ROAD-TEST-DATE     TO DQ-ROAD-TEST-DATE.

      * PF5 deactivates, PF6 reactivates - never a delete.
       000-SET-ACTIVE-STATUS.

