       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPW.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Spill/Incident Log - the office's screen for the   *
      *             spill and leak incident file (INCIDENT, see        *
      *             INCFILE). Started with its own transaction (SLKW)  *
      *             from a clear screen, the same way the garage       *
      *             screen (SLICKPL) is.                               *
      *             An incident is keyed on account, tank (00 = the    *
      *             primary tank, 01-20 an additional tank on the      *
      *             account's tank record) and incident date (YYMMDD); *
      *             the account echoes its last name back and the      *
      *             truck and driver are checked against TRUCKFIL and  *
      *             EMPLOYEE the way every other screen checks them.   *
      *             The rest is what the state and the insurer ask     *
      *             for: gallons released, cause (O overfill, H hose   *
      *             or nozzle, T tank failure, L line or fitting leak, *
      *             V vehicle accident, X other), the cleanup          *
      *             contractor, cleanup and other costs, the insurer's *
      *             claim number, and the status (O open, R reported   *
      *             to the state, C cleanup under way, X closed out).  *
      *                                                                *
      *             ENTER adds the incident or changes the one on file *
      *             for the key; PF5 shows the account's first         *
      *             incident on or after the key and PF8 pages on to   *
      *             the next one. Opening an incident holds deliveries *
      *             to the tank (A-S-SPILL-HOLD for the primary tank,  *
      *             A-K-SPILL-HOLD for an additional one) and puts a   *
      *             spill alert on the account (A-S-ALERT-TEXT), so    *
      *             every account screen shows it and SLICKB4 prints   *
      *             it at the curb; the alert it replaced is kept on   *
      *             the incident. Keying status X closes the incident  *
      *             out: the close date is stamped, the tank's hold is *
      *             released, and once no tank on the account is still *
      *             held the kept alert goes back on the account.      *
      *             Re-opening a closed incident holds the tank again. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMW.

           COPY DFHAID.

           COPY ACCTFILE.

           COPY INCFILE.

           COPY TRKFILE.

           COPY EMPLFILE.

       01  WS-MAP-FIELDS.
           03  WS-ACCOUNT-ID                 PIC 9(05) VALUE ZERO.
           03  WS-TANK-NUMBER                PIC 9(02) VALUE ZERO.
           03  WS-INCIDENT-YYMMDD            PIC 9(06) VALUE ZERO.
           03  FILLER REDEFINES WS-INCIDENT-YYMMDD.
               05  WS-INCIDENT-YY            PIC 9(02).
               05  WS-INCIDENT-MM            PIC 9(02).
               05  WS-INCIDENT-DD            PIC 9(02).
           03  WS-NAME-LAST                  PIC X(16) VALUE SPACE.
           03  WS-TRUCK-ID                   PIC X(04) VALUE SPACE.
           03  WS-DRIVER                     PIC 9(04) VALUE ZERO.
           03  WS-GALLONS                    PIC 9(05) VALUE ZERO.
           03  WS-CAUSE                      PIC X(01) VALUE SPACE.
           03  WS-CONTRACTOR                 PIC X(20) VALUE SPACE.
           03  WS-CLEANUP-COST               PIC 9(08) VALUE ZERO.
           03  WS-OTHER-COST                 PIC 9(08) VALUE ZERO.
           03  WS-CLAIM-NUMBER               PIC X(15) VALUE SPACE.
           03  WS-STATUS                     PIC X(01) VALUE SPACE.
           03  WS-CLOSE-DATE                 PIC 9(08) VALUE ZERO.
           03  WS-LAST-CHANGED               PIC 9(08) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-PRIOR-STATUS                   PIC X(01) VALUE SPACE.
           88  PRIOR-CLOSED                  VALUE 'X'.

       01  WS-HOLD-ERROR-SW                  PIC X(01) VALUE 'N'.
           88  HOLD-FAILED                   VALUE 'Y'.

       01  WS-OTHER-HOLD-SW                  PIC X(01) VALUE 'N'.
           88  OTHER-TANK-HELD               VALUE 'Y'.

       01  WS-TANK-SUB                       PIC 9(02) VALUE ZERO.

       01  WS-TIME                           PIC S9(15) COMP-3.
       01  WS-TODAY                          PIC 9(08) VALUE ZERO.
       01  WS-INCIDENT-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-SEARCH-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-SAVED-ALERT                    PIC X(40) VALUE SPACE.

      * The alert put on the account while a tank is held; the
      * closeout recognizes it by its first eight characters.
       01  WS-SPILL-ALERT.
           03  WS-SA-PREFIX                  PIC X(08) VALUE
                                             'SPILL - '.
           03  FILLER                        PIC X(05) VALUE 'TANK '.
           03  WS-SA-TANK                    PIC 9(02) VALUE ZERO.
           03  FILLER                        PIC X(25) VALUE
                                             ' HELD - DO NOT FILL'.

       01  WS-EXIT                           PIC X(11) VALUE
                                             'Slick ended'.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03  FILLER                        PIC X(01)
                                             OCCURS 1 TO 4096 TIMES
                                             DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       000-START-PROCESSING.

           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA       TO SLICK-COMM.

           MOVE LOW-VALUES            TO SLICKMWI.

           PERFORM 000-GET-TODAY.

           IF EIBCALEN = ZERO
               SET COMM-INIT          TO TRUE.

           IF COMM-INIT
               PERFORM 000-INITIALIZATION

           ELSE
               MOVE COMM-SAVE         TO WS-MAP-FIELDS
               PERFORM 000-RECEIVE-MAP.

           MOVE WS-MAP-FIELDS         TO COMM-SAVE.

           IF EXIT-SCREEN
               EXEC CICS SEND TEXT
                   FROM (WS-EXIT)
                   LENGTH (11)
                   FREEKB
                   ERASE
               END-EXEC

               EXEC CICS RETURN
               END-EXEC

           ELSE
               PERFORM 000-SEND-MAP

               EXEC CICS RETURN
                   TRANSID (COMM-NEXT-TRAN)
                   COMMAREA (SLICK-COMM)
               END-EXEC.

      * Started from a clear screen, this transaction never passes
      * through the SLICKP0 menu that sets COMM-TRAN-DATE, so it
      * asks CICS for today's date itself - the close date and the
      * date a change is kept on the record under.
       000-GET-TODAY.

           EXEC CICS ASKTIME
               ABSTIME  (WS-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               YYYYMMDD (WS-TODAY)
           END-EXEC.

       000-INITIALIZATION.

           MOVE ZERO                  TO WS-ACCOUNT-ID.
           MOVE ZERO                  TO WS-TANK-NUMBER.
           MOVE WS-TODAY (3:6)        TO WS-INCIDENT-YYMMDD.
           MOVE SPACE                 TO WS-NAME-LAST.
           PERFORM 000-CLEAR-INCIDENT-FIELDS.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

       000-CLEAR-INCIDENT-FIELDS.

           MOVE SPACE                 TO WS-TRUCK-ID.
           MOVE ZERO                  TO WS-DRIVER.
           MOVE ZERO                  TO WS-GALLONS.
           MOVE SPACE                 TO WS-CAUSE.
           MOVE SPACE                 TO WS-CONTRACTOR.
           MOVE ZERO                  TO WS-CLEANUP-COST.
           MOVE ZERO                  TO WS-OTHER-COST.
           MOVE SPACE                 TO WS-CLAIM-NUMBER.
           MOVE SPACE                 TO WS-STATUS.
           MOVE ZERO                  TO WS-CLOSE-DATE.
           MOVE ZERO                  TO WS-LAST-CHANGED.

       000-SEND-MAP.

           MOVE COMM-MESSAGE          TO MWMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           MOVE WS-ACCOUNT-ID         TO MWACCTO.
           MOVE WS-TANK-NUMBER        TO MWTANKO.
           MOVE WS-INCIDENT-YYMMDD    TO MWDATEO.
           MOVE WS-NAME-LAST          TO MWNAMEO.
           MOVE WS-TRUCK-ID           TO MWTRKO.
           MOVE WS-DRIVER             TO MWDRVO.
           MOVE WS-GALLONS            TO MWGALO.
           MOVE WS-CAUSE              TO MWCAUSO.
           MOVE WS-CONTRACTOR         TO MWCONTO.

           MOVE WS-CLEANUP-COST       TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO MWCLNO.

           MOVE WS-OTHER-COST         TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO MWOTHO.

           MOVE WS-CLAIM-NUMBER       TO MWCLMO.
           MOVE WS-STATUS             TO MWSTATO.

           IF WS-CLOSE-DATE = ZERO
               MOVE SPACE             TO MWCLSDO
           ELSE
               MOVE WS-CLOSE-DATE     TO MWCLSDO.

           IF WS-LAST-CHANGED = ZERO
               MOVE SPACE             TO MWLCHGO
           ELSE
               MOVE WS-LAST-CHANGED   TO MWLCHGO.

           IF NOT BAD-DATA
               MOVE -1                TO MWACCTL.

           EXEC CICS SEND
               MAP ('SLICKMW')
               CURSOR
               ERASE
           END-EXEC.

           IF MWMSGO NOT = SPACE
               PERFORM 000-ALARM.

       000-RECEIVE-MAP.

           IF EIBAID = DFHPF12
           OR EIBAID = DFHPF24
               SET EXIT-SCREEN        TO TRUE
           ELSE
               PERFORM 000-PROCESS-FIELDS
               MOVE EIBAID            TO WS-LAST-AID.

       000-PROCESS-FIELDS.

           EXEC CICS RECEIVE
               MAP   ('SLICKMW')
               RESP  (COMM-RESP)
           END-EXEC.

           PERFORM 000-VALIDATE-MAP-FIELDS.
           SET MAP-RECEIVED           TO TRUE.

           IF BAD-DATA
               IF COMM-MESSAGE = SPACE
                   MOVE 'Enter required field(s).'
                                      TO COMM-MESSAGE
               END-IF
           ELSE
           IF EIBAID = DFHENTER
               PERFORM 000-SAVE-INCIDENT
           ELSE
           IF EIBAID = DFHPF5
               MOVE WS-INCIDENT-DATE  TO WS-SEARCH-DATE
               PERFORM 000-SHOW-INCIDENT
           ELSE
           IF EIBAID = DFHPF8
               COMPUTE WS-SEARCH-DATE = WS-INCIDENT-DATE + 1
               PERFORM 000-SHOW-INCIDENT
           ELSE
               MOVE 'Invalid Key.'    TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Account (Required, must be on file)
           IF MWACCTL = ZERO
               MOVE WS-ACCOUNT-ID     TO MWACCTI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE MWACCTI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-ACCOUNT-ID
               MOVE CH-ARRAY          TO MWACCTI.

      * Tank (00 = primary tank, 01-20 an additional tank)
           IF MWTANKL = ZERO
               MOVE WS-TANK-NUMBER    TO MWTANKI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 2                 TO WS-FIELD-SIZE
               MOVE MWTANKI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-TANK-NUMBER
               MOVE CH-ARRAY          TO MWTANKI.

           IF WS-ACCOUNT-ID = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MWACCTL
               MOVE SPACE             TO WS-NAME-LAST
           ELSE
               PERFORM 000-VALIDATE-ACCOUNT.

      * Incident date, YYMMDD (Required, defaults to today)
           IF MWDATEL = ZERO
               MOVE WS-INCIDENT-YYMMDD TO MWDATEI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MWDATEI           TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-INCIDENT-YYMMDD
               MOVE CH-ARRAY          TO MWDATEI.

           IF WS-INCIDENT-MM < 01
           OR WS-INCIDENT-MM > 12
           OR WS-INCIDENT-DD < 01
           OR WS-INCIDENT-DD > 31
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MWDATEL
               MOVE 'Incident date is YYMMDD.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-INCIDENT-YYMMDD TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE Y2K-DATE-1        TO WS-INCIDENT-DATE.

      * Truck (Optional, must be on file when keyed)
           IF MWTRKL = ZERO
               MOVE WS-TRUCK-ID       TO MWTRKI
           ELSE
               INSPECT MWTRKI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MWTRKI            TO WS-TRUCK-ID.

           IF WS-TRUCK-ID NOT = SPACE
               PERFORM 000-VALIDATE-TRUCK.

      * Driver (Optional, must be on file when keyed)
           IF MWDRVL = ZERO
               MOVE WS-DRIVER         TO MWDRVI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 4                 TO WS-FIELD-SIZE
               MOVE MWDRVI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-DRIVER
               MOVE CH-ARRAY          TO MWDRVI.

           IF WS-DRIVER NOT = ZERO
               PERFORM 000-VALIDATE-DRIVER.

      * Gallons released (Optional - often not known the first day)
           IF MWGALL = ZERO
               MOVE WS-GALLONS        TO MWGALI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE MWGALI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-GALLONS
               MOVE CH-ARRAY          TO MWGALI.

      * Cause (Required to save)
           IF MWCAUSL = ZERO
               MOVE WS-CAUSE          TO MWCAUSI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MWCAUSI           TO WS-CAUSE.

      * Cleanup contractor (Optional)
           IF MWCONTL = ZERO
               MOVE WS-CONTRACTOR     TO MWCONTI
           ELSE
               INSPECT MWCONTI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MWCONTI           TO WS-CONTRACTOR.

      * Cleanup and other costs to date (Optional)
           IF MWCLNL = ZERO
               MOVE WS-CLEANUP-COST   TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO MWCLNI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 8                 TO WS-FIELD-SIZE
               MOVE MWCLNI            TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-CLEANUP-COST
               MOVE DC-8              TO MWCLNI.

           IF MWOTHL = ZERO
               MOVE WS-OTHER-COST     TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO MWOTHI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 8                 TO WS-FIELD-SIZE
               MOVE MWOTHI            TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-OTHER-COST
               MOVE DC-8              TO MWOTHI.

      * Insurer claim number (Optional)
           IF MWCLML = ZERO
               MOVE WS-CLAIM-NUMBER   TO MWCLMI
           ELSE
               INSPECT MWCLMI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MWCLMI            TO WS-CLAIM-NUMBER.

      * Status (Optional, a new incident opens as O)
           IF MWSTATL = ZERO
               MOVE WS-STATUS         TO MWSTATI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MWSTATI           TO WS-STATUS.

      * The tank must exist: 00 is always the primary tank, 01-20
      * only up to the additional tanks counted on the account.
       000-VALIDATE-ACCOUNT.

           MOVE WS-ACCOUNT-ID         TO A-S-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO A-S-KEY-TYPE.
           MOVE ZERO                  TO A-S-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-STATISTICS-RECORD)
               RIDFLD    (A-S-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NOTFND)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MWACCTL
               MOVE SPACE             TO WS-NAME-LAST
               MOVE 'Unknown account number.' TO COMM-MESSAGE
           ELSE
           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               MOVE A-S-NAME-LAST     TO WS-NAME-LAST
               IF A-S-TANK-ENTRIES NOT NUMERIC
                   MOVE ZERO          TO A-S-TANK-ENTRIES
               END-IF
               IF WS-TANK-NUMBER > 20
               OR WS-TANK-NUMBER > A-S-TANK-ENTRIES
                   SET BAD-DATA       TO TRUE
                   MOVE -1            TO MWTANKL
                   MOVE 'No such tank on the account.'
                                      TO COMM-MESSAGE
               END-IF
           ELSE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MWACCTL
               MOVE 'Error reading account file.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-TRUCK.

           MOVE WS-TRUCK-ID           TO TK-TRUCK-ID.

           EXEC CICS READ
               FILE      ('TRUCKFIL')
               INTO      (TRUCK-RECORD)
               RIDFLD    (TK-KEY)
               LENGTH    (TRKFILE-LENGTH)
               KEYLENGTH (TRKFILE-KEYLENGTH)
               RESP      (TRKFILE-RESP)
               RESP2     (TRKFILE-RESP2)
           END-EXEC.

           IF TRKFILE-RESP = DFHRESP(NOTFND)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MWTRKL
               MOVE 'Unknown truck id.' TO COMM-MESSAGE.

      * A driver since let go still names the person who was on the
      * truck, so an inactive id is accepted here.
       000-VALIDATE-DRIVER.

           MOVE WS-DRIVER             TO E-TECHNICIAN-ID.

           EXEC CICS READ
               FILE      ('EMPLOYEE')
               INTO      (EMPLOYEE-RECORD)
               RIDFLD    (E-KEY)
               LENGTH    (EMPLFILE-LENGTH)
               KEYLENGTH (EMPLFILE-KEYLENGTH)
               RESP      (EMPLFILE-RESP)
               RESP2     (EMPLFILE-RESP2)
           END-EXEC.

           IF EMPLFILE-RESP = DFHRESP(NOTFND)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MWDRVL
               MOVE 'Unknown driver id.' TO COMM-MESSAGE.

       000-SAVE-INCIDENT.

           IF WS-STATUS = SPACE
               MOVE 'O'               TO WS-STATUS.

           MOVE WS-CAUSE              TO IN-CAUSE.
           MOVE WS-STATUS             TO IN-STATUS.

           IF NOT IN-CAUSE-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MWCAUSL
               MOVE 'Cause is O H T L V or X.'
                                      TO COMM-MESSAGE
           ELSE
           IF NOT IN-STATUS-VALID
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MWSTATL
               MOVE 'Status is O R C or X.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-WRITE-INCIDENT.

      * A new incident is written; one already on file for the
      * account, tank and date is changed in place.
       000-WRITE-INCIDENT.

           MOVE WS-ACCOUNT-ID         TO IN-ACCOUNT-ID.
           MOVE WS-TANK-NUMBER        TO IN-TANK-NUMBER.
           MOVE WS-INCIDENT-DATE      TO IN-DATE.

           EXEC CICS READ
               FILE      ('INCIDENT')
               INTO      (INCIDENT-RECORD)
               RIDFLD    (IN-KEY)
               LENGTH    (INCFILE-LENGTH)
               KEYLENGTH (INCFILE-KEYLENGTH)
               RESP      (INCFILE-RESP)
               RESP2     (INCFILE-RESP2)
               UPDATE
           END-EXEC.

           IF INCFILE-RESP = DFHRESP(NOTFND)
               PERFORM 000-ADD-INCIDENT
           ELSE
           IF INCFILE-RESP = DFHRESP(NORMAL)
               PERFORM 000-CHANGE-INCIDENT
           ELSE
               MOVE 'Error reading incident file.'
                                      TO COMM-MESSAGE.

       000-ADD-INCIDENT.

           MOVE 'N'                   TO WS-HOLD-ERROR-SW.
           MOVE SPACE                 TO WS-SAVED-ALERT.

           IF WS-STATUS NOT = 'X'
               PERFORM 000-SET-SPILL-HOLD.

           IF HOLD-FAILED
               PERFORM 000-BACK-OUT
               MOVE 'Error updating account hold.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE SPACE             TO INCIDENT-RECORD
               MOVE WS-ACCOUNT-ID     TO IN-ACCOUNT-ID
               MOVE WS-TANK-NUMBER    TO IN-TANK-NUMBER
               MOVE WS-INCIDENT-DATE  TO IN-DATE
               PERFORM 000-FILL-INCIDENT
               MOVE WS-SAVED-ALERT    TO IN-SAVED-ALERT
               IF IN-CLOSED
                   MOVE WS-TODAY      TO IN-CLOSE-DATE
               ELSE
                   MOVE ZERO          TO IN-CLOSE-DATE
               END-IF

               EXEC CICS WRITE
                   FILE       ('INCIDENT')
                   FROM       (INCIDENT-RECORD)
                   RIDFLD     (IN-KEY)
                   LENGTH     (INCFILE-LENGTH)
                   KEYLENGTH  (INCFILE-KEYLENGTH)
                   RESP       (INCFILE-RESP)
                   RESP2      (INCFILE-RESP2)
               END-EXEC

               IF INCFILE-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 000-BACK-OUT
                   MOVE 'Error writing incident file.'
                                      TO COMM-MESSAGE
               ELSE
               IF IN-CLOSED
                   MOVE 'Incident recorded as closed.'
                                      TO COMM-MESSAGE
                   PERFORM 000-SHOW-SAVED-DATES
               ELSE
                   MOVE 'Incident opened - tank held.'
                                      TO COMM-MESSAGE
                   PERFORM 000-SHOW-SAVED-DATES.

      * The incident is held for update. Closing it releases the
      * tank; re-opening a closed one holds the tank again.
       000-CHANGE-INCIDENT.

           MOVE 'N'                   TO WS-HOLD-ERROR-SW.
           MOVE IN-STATUS             TO WS-PRIOR-STATUS.

           PERFORM 000-FILL-INCIDENT.

           IF IN-CLOSED
           AND NOT PRIOR-CLOSED
               MOVE WS-TODAY          TO IN-CLOSE-DATE
               PERFORM 000-RELEASE-SPILL-HOLD
           ELSE
           IF PRIOR-CLOSED
           AND NOT IN-CLOSED
               MOVE ZERO              TO IN-CLOSE-DATE
               PERFORM 000-SET-SPILL-HOLD
               MOVE WS-SAVED-ALERT    TO IN-SAVED-ALERT.

           IF HOLD-FAILED
               PERFORM 000-BACK-OUT
               MOVE 'Error updating account hold.'
                                      TO COMM-MESSAGE
           ELSE
               EXEC CICS REWRITE
                   FILE       ('INCIDENT')
                   FROM       (INCIDENT-RECORD)
                   LENGTH     (INCFILE-LENGTH)
                   RESP       (INCFILE-RESP)
                   RESP2      (INCFILE-RESP2)
               END-EXEC

               IF INCFILE-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 000-BACK-OUT
                   MOVE 'Error writing incident file.'
                                      TO COMM-MESSAGE
               ELSE
               IF IN-CLOSED
               AND NOT PRIOR-CLOSED
                   MOVE 'Incident closed out - hold released.'
                                      TO COMM-MESSAGE
                   PERFORM 000-SHOW-SAVED-DATES
               ELSE
               IF PRIOR-CLOSED
               AND NOT IN-CLOSED
                   MOVE 'Incident re-opened - tank held.'
                                      TO COMM-MESSAGE
                   PERFORM 000-SHOW-SAVED-DATES
               ELSE
                   MOVE 'Incident changed.'
                                      TO COMM-MESSAGE
                   PERFORM 000-SHOW-SAVED-DATES.

       000-FILL-INCIDENT.

           MOVE WS-TRUCK-ID           TO IN-TRUCK-ID.
           MOVE WS-DRIVER             TO IN-DRIVER.
           MOVE WS-GALLONS            TO IN-GALLONS.
           MOVE WS-CAUSE              TO IN-CAUSE.
           MOVE WS-CONTRACTOR         TO IN-CONTRACTOR.
           MOVE WS-CLEANUP-COST       TO IN-CLEANUP-COST.
           MOVE WS-OTHER-COST         TO IN-OTHER-COST.
           MOVE WS-CLAIM-NUMBER       TO IN-CLAIM-NUMBER.
           MOVE WS-STATUS             TO IN-STATUS.
           MOVE WS-TODAY              TO IN-LAST-CHANGED.

       000-SHOW-SAVED-DATES.

           MOVE IN-CLOSE-DATE         TO WS-CLOSE-DATE.
           MOVE IN-LAST-CHANGED       TO WS-LAST-CHANGED.

      *---------------------------------------------------------------*
      * Holding a tank: an additional tank's entry on the tank record *
      * is marked first, then the statistics record takes the spill   *
      * alert (and the hold itself for the primary tank). The alert   *
      * already there is handed back in WS-SAVED-ALERT to be kept on  *
      * the incident - unless it is a spill alert from another open   *
      * incident on the account, which keeps the original itself.     *
      *---------------------------------------------------------------*
       000-SET-SPILL-HOLD.

           IF WS-TANK-NUMBER > ZERO
               PERFORM 000-READ-TANK-RECORD
               IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
                   SET HOLD-FAILED    TO TRUE
               ELSE
                   MOVE 'S'           TO
                       A-K-SPILL-HOLD (WS-TANK-NUMBER)
                   EXEC CICS REWRITE
                       FILE       ('ACCTFILE')
                       FROM       (ACCOUNT-TANK-RECORD)
                       LENGTH     (ACCTFILE-LENGTH)
                       RESP       (ACCTFILE-RESP)
                       RESP2      (ACCTFILE-RESP2)
                   END-EXEC
                   IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
                       SET HOLD-FAILED TO TRUE.

           IF NOT HOLD-FAILED
               PERFORM 000-READ-STATISTICS-RECORD
               IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
                   SET HOLD-FAILED    TO TRUE
               ELSE
                   IF A-S-ALERT-TEXT (1:8) = WS-SA-PREFIX
                       MOVE SPACE     TO WS-SAVED-ALERT
                   ELSE
                       MOVE A-S-ALERT-TEXT TO WS-SAVED-ALERT
                       MOVE WS-TANK-NUMBER TO WS-SA-TANK
                       MOVE WS-SPILL-ALERT TO A-S-ALERT-TEXT
                   END-IF
                   IF WS-TANK-NUMBER = ZERO
                       SET SPILL-HELD TO TRUE
                   END-IF
                   PERFORM 000-REWRITE-STATISTICS-RECORD.

      *---------------------------------------------------------------*
      * Releasing a tank: its own hold comes off, and when no other   *
      * tank on the account is still held the alert the incident      *
      * kept goes back on the account - provided the spill alert is   *
      * still what is there (a CSR may have keyed a newer alert).     *
      *---------------------------------------------------------------*
       000-RELEASE-SPILL-HOLD.

           MOVE 'N'                   TO WS-OTHER-HOLD-SW.

           PERFORM 000-READ-TANK-RECORD.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
               IF WS-TANK-NUMBER > ZERO
                   MOVE SPACE         TO
                       A-K-SPILL-HOLD (WS-TANK-NUMBER)
               END-IF
               PERFORM 000-CHECK-OTHER-TANK
                   VARYING WS-TANK-SUB FROM 1 BY 1
                     UNTIL WS-TANK-SUB > 20
               IF WS-TANK-NUMBER > ZERO
                   EXEC CICS REWRITE
                       FILE       ('ACCTFILE')
                       FROM       (ACCOUNT-TANK-RECORD)
                       LENGTH     (ACCTFILE-LENGTH)
                       RESP       (ACCTFILE-RESP)
                       RESP2      (ACCTFILE-RESP2)
                   END-EXEC
                   IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
                       SET HOLD-FAILED TO TRUE
                   END-IF
               ELSE
                   EXEC CICS UNLOCK
                       FILE ('ACCTFILE')
                   END-EXEC
               END-IF
           ELSE
           IF WS-TANK-NUMBER > ZERO
           OR ACCTFILE-RESP NOT = DFHRESP(NOTFND)
               SET HOLD-FAILED        TO TRUE.

           IF NOT HOLD-FAILED
               PERFORM 000-READ-STATISTICS-RECORD
               IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
                   SET HOLD-FAILED    TO TRUE
               ELSE
                   IF WS-TANK-NUMBER = ZERO
                       MOVE SPACE     TO A-S-SPILL-HOLD
                   ELSE
                   IF SPILL-HELD
                       SET OTHER-TANK-HELD TO TRUE
                   END-IF
                   END-IF
                   IF NOT OTHER-TANK-HELD
                   AND A-S-ALERT-TEXT (1:8) = WS-SA-PREFIX
                       MOVE IN-SAVED-ALERT TO A-S-ALERT-TEXT
                   END-IF
                   PERFORM 000-REWRITE-STATISTICS-RECORD.

       000-CHECK-OTHER-TANK.

           IF A-K-SPILL-HOLD (WS-TANK-SUB) = 'S'
               SET OTHER-TANK-HELD    TO TRUE.

      * The additional tanks all live on tank record 0.
       000-READ-TANK-RECORD.

           MOVE WS-ACCOUNT-ID         TO A-K-ACCOUNT-ID.
           MOVE A-K-RECORD-TYPE       TO A-K-KEY-TYPE.
           MOVE ZERO                  TO A-K-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-TANK-RECORD)
               RIDFLD    (A-K-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
               UPDATE
           END-EXEC.

       000-READ-STATISTICS-RECORD.

           MOVE WS-ACCOUNT-ID         TO A-S-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO A-S-KEY-TYPE.
           MOVE ZERO                  TO A-S-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-STATISTICS-RECORD)
               RIDFLD    (A-S-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
               UPDATE
           END-EXEC.

       000-REWRITE-STATISTICS-RECORD.

           EXEC CICS REWRITE
               FILE       ('ACCTFILE')
               FROM       (ACCOUNT-STATISTICS-RECORD)
               LENGTH     (ACCTFILE-LENGTH)
               RESP       (ACCTFILE-RESP)
               RESP2      (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP NOT = DFHRESP(NORMAL)
               SET HOLD-FAILED        TO TRUE.

      * The hold, the alert and the incident go together or not at
      * all: a failed write backs out whatever account records were
      * already changed, and releases the incident held for update.
       000-BACK-OUT.

           EXEC CICS SYNCPOINT
               ROLLBACK
           END-EXEC.

      * PF5/PF8: the account's first incident on or after the key -
      * one GTEQ read, the way SLICKPU pages the holiday calendar.
       000-SHOW-INCIDENT.

           MOVE WS-ACCOUNT-ID         TO IN-ACCOUNT-ID.
           MOVE WS-TANK-NUMBER        TO IN-TANK-NUMBER.
           MOVE WS-SEARCH-DATE        TO IN-DATE.

           EXEC CICS READ
               FILE      ('INCIDENT')
               INTO      (INCIDENT-RECORD)
               RIDFLD    (IN-KEY)
               LENGTH    (INCFILE-LENGTH)
               KEYLENGTH (INCFILE-KEYLENGTH)
               RESP      (INCFILE-RESP)
               RESP2     (INCFILE-RESP2)
               GTEQ
           END-EXEC.

           IF INCFILE-RESP = DFHRESP(NORMAL)
           AND IN-ACCOUNT-ID = WS-ACCOUNT-ID
               MOVE IN-TANK-NUMBER    TO WS-TANK-NUMBER
               MOVE IN-DATE (3:6)     TO WS-INCIDENT-YYMMDD
               MOVE IN-DATE           TO WS-INCIDENT-DATE
               MOVE IN-TRUCK-ID       TO WS-TRUCK-ID
               MOVE IN-DRIVER         TO WS-DRIVER
               MOVE IN-GALLONS        TO WS-GALLONS
               MOVE IN-CAUSE          TO WS-CAUSE
               MOVE IN-CONTRACTOR     TO WS-CONTRACTOR
               MOVE IN-CLEANUP-COST   TO WS-CLEANUP-COST
               MOVE IN-OTHER-COST     TO WS-OTHER-COST
               MOVE IN-CLAIM-NUMBER   TO WS-CLAIM-NUMBER
               MOVE IN-STATUS         TO WS-STATUS
               PERFORM 000-SHOW-SAVED-DATES
               MOVE 'Incident shown.' TO COMM-MESSAGE
           ELSE
               PERFORM 000-CLEAR-INCIDENT-FIELDS
               MOVE 'No more incidents on file for account.'
                                      TO COMM-MESSAGE.

       000-ALARM.

           EXEC CICS SEND CONTROL
               FREEKB
               ALARM
           END-EXEC.

           COPY SLICKNUM.
