       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCT.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Handheld Work-Order Import - a nightly batch job   *
      *             that reads the completed service calls the         *
      *             technicians closed out on their handhelds          *
      *             (WORKORD-DD) and posts each one with exactly the   *
      *             arithmetic SLICKP8 posts a paper ticket keyed the  *
      *             next morning:                                      *
      *               - the technician is validated against EMPLFILE  *
      *                 and every part against the parts master;       *
      *               - labor dated inside the account's service-plan  *
      *                 coverage is waived;                            *
      *               - a part going in again inside its warranty      *
      *                 window (PT-WARRANTY-MONTHS, against the        *
      *                 account's prior PARTUSE installs) is no-       *
      *                 charged and its usage record flags 'W';        *
      *               - state sales tax on labor plus parts comes from *
      *                 the SALESTAX rate in force on the service      *
      *                 date;                                          *
      *               - one type-space maintenance entry, an 'S' open  *
      *                 item for a billed call, a PARTUSE record per   *
      *                 part with PT-ON-HAND brought down;             *
      *               - the keyed tank entry gets the service date as  *
      *                 its last inspection, with any install year,    *
      *                 location and protection the technician         *
      *                 recorded;                                      *
      *               - the booked APTFILE appointment is flipped to   *
      *                 DONE - the slot the handheld carries, else     *
      *                 whichever of the technician's slots that day   *
      *                 is booked for the account;                     *
      *               - the customer's service notice is written in    *
      *                 the NTFY record format to NOTIFY-DD,           *
      *                 concatenated onto the queue dataset ahead of   *
      *                 the SLICKBO run as SLICKB2's e-statement feed  *
      *                 is.                                            *
      *             A call posted with no booked appointment to close  *
      *             is noted on the import report for dispatch.        *
      *                                                                *
      *             Every rejected work order is written, input image  *
      *             plus reason code, to the machine-readable reject   *
      *             dataset (REJECT-DD). A REPROCESS card on SYSIN     *
      *             (after the OVERRIDE card the rerun needs) makes    *
      *             the job read the CORRECTED reject file (REJIN-DD)  *
      *             instead of the handheld file, posting under the    *
      *             same run controls - as SLICKBJ and SLICKB9 do.     *
      *             Reject reasons:                                    *
      *               01 unknown technician   02 inactive technician   *
      *               03 no matching account  04 unknown part number   *
      *               05 tank entry over 20   06 zero charge, not      *
      *                                          covered               *
      *               07 appointment already  08 bad service date      *
      *                  posted DONE                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT EMPLOYEE-DD ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-KEY
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT PARTFILE-DD ASSIGN TO PARTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PARTFILE-STATUS.

           SELECT PARTUSE-DD ASSIGN TO PARTUSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS U-KEY
               FILE STATUS IS WS-PARTUSE-STATUS.

           SELECT SALESTAX-DD ASSIGN TO SALESTAX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS X-KEY
               FILE STATUS IS WS-SALESTAX-STATUS.

           SELECT APPTFILE-DD ASSIGN TO APPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPTFILE-STATUS.

           SELECT WORKORD-DD ASSIGN TO WORKORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORKORD-STATUS.

           SELECT IMPORT-DD ASSIGN TO WORKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.

           SELECT REJECT-DD ASSIGN TO REJOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REJECT-IN-DD ASSIGN TO REJIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-IN-STATUS.

           SELECT NOTIFY-DD ASSIGN TO WONTFY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  EMPLOYEE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY EMPLFILE.

       FD  PARTFILE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PRTFILE.

       FD  PARTUSE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PRTUSAGE.

       FD  SALESTAX-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY STXFILE.

       FD  APPTFILE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY APTFILE.

       FD  WORKORD-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WORKORD-INPUT-REC             PIC X(80).

       FD  IMPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  IMPORT-LINE                   PIC X(80).

       FD  REJECT-DD
           RECORD CONTAINS 82 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           03  RJX-IMAGE                 PIC X(80).
           03  RJX-REASON                PIC X(02).

       FD  REJECT-IN-DD
           RECORD CONTAINS 82 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REJECT-IN-RECORD.
           03  RJI-IMAGE                 PIC X(80).
           03  RJI-REASON                PIC X(02).

       FD  NOTIFY-DD
           RECORD CONTAINS 72 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-RECORD.
           03  NT-ACCOUNT-ID             PIC 9(05).
           03  NT-DATE                   PIC 9(06).
           03  NT-TYPE                   PIC X(01).
           03  NT-TEXT                   PIC X(60).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

      * The work-order record proper lives here so a REPROCESS run
      * can fill it from the corrected reject file instead of the
      * handheld file - the posting paragraphs never know the
      * difference. Charges are in cents; optional fields the
      * technician left empty come across as spaces.
       01  WORK-ORDER-RECORD.
           03  WO-ACCOUNT-ID             PIC 9(05).
           03  WO-SERVICE-DATE           PIC 9(06).
           03  WO-TECHNICIAN             PIC 9(04).
      * The APTFILE slot (1-8) the call was booked in; spaces for a
      * walk-up call the dispatcher never booked.
           03  WO-APPT-SLOT              PIC 9(02).
           03  WO-LABOR-CHARGE           PIC 9(08).
           03  WO-PART-LINE              OCCURS 3 TIMES.
               05  WO-PART-NUMBER        PIC 9(05).
               05  WO-PART-QTY           PIC 9(03).
      * Tank inspection: the tank entry (1-20) on the account's tank
      * record, and the equipment details the technician recorded,
      * coded as on SLICKP8.
           03  WO-TANK-NUMBER            PIC 9(02).
           03  WO-INSTALL-YEAR           PIC 9(04).
           03  WO-TANK-LOCATION          PIC X(01).
           03  WO-TANK-PROTECTION        PIC X(01).
           03  FILLER                    PIC X(23).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-EMPLOYEE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-EMPLOYEE-OK             VALUE '00'.
       01  WS-PARTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PARTFILE-OK             VALUE '00'.
       01  WS-PARTUSE-STATUS              PIC X(02) VALUE SPACE.
           88  WS-PARTUSE-OK              VALUE '00'.
           88  WS-PARTUSE-DUP             VALUE '22'.
       01  WS-SALESTAX-STATUS             PIC X(02) VALUE SPACE.
           88  WS-SALESTAX-OK             VALUE '00'.
       01  WS-APPTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-APPTFILE-OK             VALUE '00'.
       01  WS-WORKORD-STATUS              PIC X(02) VALUE SPACE.
           88  WS-WORKORD-OK              VALUE '00'.
           88  WS-WORKORD-EOF             VALUE '10'.
       01  WS-IMPORT-STATUS               PIC X(02) VALUE SPACE.
       01  WS-REJECT-STATUS               PIC X(02) VALUE SPACE.
       01  WS-REJECT-IN-STATUS            PIC X(02) VALUE SPACE.
           88  WS-REJECT-IN-OK            VALUE '00'.
           88  WS-REJECT-IN-EOF           VALUE '10'.
       01  WS-NOTIFY-STATUS               PIC X(02) VALUE SPACE.

      * REPROCESS on SYSIN (the card after OVERRIDE) swaps the
      * input to the corrected reject file.
       01  WS-RUN-MODE                    PIC X(09) VALUE SPACE.
           88  WS-REPROCESS-RUN           VALUE 'REPROCESS'.
       01  WS-REJECT-CODE                 PIC X(02) VALUE SPACE.

       01  WS-READ-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-POSTED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-POSTED-TOTAL                PIC 9(09) VALUE ZERO.
       01  WS-TAX-TOTAL                   PIC 9(09) VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-WAIVED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-WARRANTY-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-NO-APPT-COUNT               PIC 9(06) VALUE ZERO.

      * Work-order fields saved before the chain READs clobber
      * things, with the optional ones zeroed when left empty.
       01  WS-ACCOUNT-ID                  PIC 9(05) VALUE ZERO.
       01  WS-SERVICE-YYMMDD              PIC 9(06) VALUE ZERO.
       01  WS-SERVICE-DATE-8              PIC 9(08) VALUE ZERO.
       01  WS-TECHNICIAN                  PIC 9(04) VALUE ZERO.
       01  WS-APPT-SLOT                   PIC 9(02) VALUE ZERO.
       01  WS-SERVICE-CHARGE              PIC 9(08) VALUE ZERO.
       01  WS-TANK-NUMBER                 PIC 9(02) VALUE ZERO.
       01  WS-INSTALL-YEAR                PIC 9(04) VALUE ZERO.
       01  WS-TANK-LOCATION               PIC X(01) VALUE SPACE.
       01  WS-TANK-PROTECTION             PIC X(01) VALUE SPACE.
       01  WS-PART-LINES.
           03  WS-PART-NUMBER             PIC 9(05) OCCURS 3 TIMES.
           03  WS-PART-QTY                PIC 9(03) OCCURS 3 TIMES.
           03  WS-PART-WARRANTY           PIC X(01) OCCURS 3 TIMES.

       01  WS-REJECT-SW                   PIC X(01) VALUE 'N'.
           88  ORDER-REJECTED             VALUE 'Y'.

       01  WS-COVERED-SW                  PIC X(01) VALUE 'N'.
           88  PLAN-COVERS-CALL           VALUE 'Y'.
       01  WS-PLAN-START-8                PIC 9(08) VALUE ZERO.
       01  WS-PLAN-END-8                  PIC 9(08) VALUE ZERO.

      * Warranty-window work areas, as on SLICKP8: the cutoff is the
      * service date backed up by the part's warranty months; a
      * prior chargeable install of the same part on this account
      * dated on or after it makes the replacement a no-charge 'W'.
       01  WS-CUTOFF-DATE-8               PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-CUTOFF-DATE-8.
           03  WS-CUT-CCYY                PIC 9(04).
           03  WS-CUT-MM                  PIC 9(02).
           03  WS-CUT-DD                  PIC 9(02).
       01  WS-WTY-MONTHS                  PIC 9(02) VALUE ZERO.
       01  WS-WTY-DONE-SW                 PIC X(01) VALUE 'N'.
           88  WARRANTY-SCAN-DONE         VALUE 'Y'.

       01  WS-PART-SUB                    PIC 9(01) VALUE ZERO.
       01  WS-PARTS-CHARGE                PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-CHARGE                PIC 9(08) VALUE ZERO.

       01  WS-SALES-RATE                  PIC 9(02)V9(02) VALUE ZERO.
       01  WS-SALES-TAX                   PIC 9(06) VALUE ZERO.
       01  WS-LINE-SEQ                    PIC 9(02) VALUE ZERO.
       01  WS-USAGE-DONE-SW               PIC X(01) VALUE 'N'.
           88  USAGE-WRITTEN              VALUE 'Y'.

       01  WS-TEST-SLOT                   PIC 9(02) VALUE ZERO.
       01  WS-APPT-DONE-SW                PIC X(01) VALUE 'N'.
           88  APPT-MARKED-DONE           VALUE 'Y'.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-MAINTENANCE-RECORD          PIC 9(04) VALUE ZERO.
       01  WS-MAINTENANCE-SUB             PIC 9(02) VALUE ZERO.

       01  WS-OI-TYPE                     PIC X(01) VALUE SPACE.
       01  WS-OI-AMOUNT                   PIC 9(08) VALUE ZERO.
       01  WS-OI-NEW-ENTRY                PIC 9(04) VALUE ZERO.
       01  WS-OI-RECORD                   PIC 9(04) VALUE ZERO.
       01  WS-OI-SUB                      PIC 9(02) VALUE ZERO.
       01  WS-EXTEND-EXISTS-STATUS        PIC X(02) VALUE SPACE.
           88  WS-EXTEND-EXISTS           VALUE '00'.

       01  SERVICE-NOTICE-MESSAGE.
           03  FILLER                     PIC X(23) VALUE
                                          'Service call completed'.
           03  FILLER                     PIC X(13) VALUE
                                          '; charge was '.
           03  SN-SERVICE-CHARGE          PIC X(08).
           03  FILLER                     PIC X(01) VALUE '.'.

       01  WS-EXCEPTION-LINE.
           03  WS-X-ACCOUNT-ID            PIC ZZZZ9.
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-X-DATE                  PIC 9(06).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-X-TECHNICIAN            PIC 9(04).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-X-REASON                PIC X(24).
           03  FILLER                     PIC X(35) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  FILLER                     PIC X(07) VALUE 'POSTED '.
           03  WS-T-POSTED                PIC ZZZZZ9.
           03  FILLER                     PIC X(13) VALUE
                                          '  EXCEPTIONS '.
           03  WS-T-EXCEPTIONS            PIC ZZZZZ9.
           03  FILLER                     PIC X(10) VALUE
                                          '  NO APPT '.
           03  WS-T-NO-APPT               PIC ZZZZZ9.
           03  FILLER                     PIC X(32) VALUE SPACE.

       01  WS-CHARGE-LINE.
           03  FILLER                     PIC X(17) VALUE
                                          'CHARGES BILLED   '.
           03  WS-T-CHARGES               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(11) VALUE
                                          '  SALES TAX'.
           03  WS-T-TAX                   PIC Z,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(28) VALUE SPACE.

       01  WS-WAIVED-LINE.
           03  FILLER                     PIC X(17) VALUE
                                          'PLAN WAIVED      '.
           03  WS-T-WAIVED                PIC ZZZZZ9.
           03  FILLER                     PIC X(18) VALUE
                                          '  WARRANTY PARTS  '.
           03  WS-T-WARRANTY              PIC ZZZZZ9.
           03  FILLER                     PIC X(33) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCT ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-PROCESS-WORK-ORDER
               UNTIL NOT WS-WORKORD-OK.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-POSTED-COUNT        TO WS-RUN-ACCOUNTS.
           MOVE WS-POSTED-TOTAL        TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN I-O    PARTFILE-DD.
           OPEN I-O    PARTUSE-DD.
           OPEN I-O    APPTFILE-DD.
           OPEN INPUT  EMPLOYEE-DD.
           OPEN INPUT  SALESTAX-DD.
           ACCEPT WS-RUN-MODE.

           IF WS-REPROCESS-RUN
               OPEN INPUT REJECT-IN-DD
           ELSE
               OPEN INPUT WORKORD-DD.

           OPEN OUTPUT IMPORT-DD.
           OPEN OUTPUT REJECT-DD.
           OPEN OUTPUT NOTIFY-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           PERFORM 000-READ-NEXT-WORK-ORDER.

      * One reader, two sources: the handheld file, or the corrected
      * reject file with the reason code stripped. Either way the
      * record lands in WORK-ORDER-RECORD and end-of-file shows as
      * WS-WORKORD-EOF.
       000-READ-NEXT-WORK-ORDER.

           IF WS-REPROCESS-RUN
               READ REJECT-IN-DD
                   AT END SET WS-REJECT-IN-EOF TO TRUE
               END-READ
               IF WS-REJECT-IN-OK
                   MOVE '00'          TO WS-WORKORD-STATUS
                   MOVE RJI-IMAGE     TO WORK-ORDER-RECORD
               ELSE
                   SET WS-WORKORD-EOF TO TRUE
               END-IF
           ELSE
               READ WORKORD-DD INTO WORK-ORDER-RECORD
                   AT END SET WS-WORKORD-EOF TO TRUE
               END-READ.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE PARTFILE-DD.
           CLOSE PARTUSE-DD.
           CLOSE APPTFILE-DD.
           CLOSE EMPLOYEE-DD.
           CLOSE SALESTAX-DD.
           CLOSE IMPORT-DD.
           CLOSE REJECT-DD.
           CLOSE NOTIFY-DD.

           IF WS-REPROCESS-RUN
               CLOSE REJECT-IN-DD
           ELSE
               CLOSE WORKORD-DD.

       000-PROCESS-WORK-ORDER.

           ADD 1 TO WS-READ-COUNT.

           PERFORM 000-LOAD-WORK-ORDER.

           MOVE 'N'                   TO WS-REJECT-SW.

           PERFORM 000-VALIDATE-WORK-ORDER.

           IF NOT ORDER-REJECTED
               PERFORM 000-VALIDATE-PARTS
               PERFORM 000-CHECK-CHARGE.

           IF NOT ORDER-REJECTED
               PERFORM 000-POST-SERVICE.

           PERFORM 000-READ-NEXT-WORK-ORDER.

       000-LOAD-WORK-ORDER.

           MOVE WO-ACCOUNT-ID         TO WS-ACCOUNT-ID.
           MOVE WO-SERVICE-DATE       TO WS-SERVICE-YYMMDD.
           MOVE WO-TECHNICIAN         TO WS-TECHNICIAN.

           IF WO-APPT-SLOT NUMERIC
               MOVE WO-APPT-SLOT      TO WS-APPT-SLOT
           ELSE
               MOVE ZERO              TO WS-APPT-SLOT.

           IF WS-APPT-SLOT > 8
               MOVE ZERO              TO WS-APPT-SLOT.

           IF WO-LABOR-CHARGE NUMERIC
               MOVE WO-LABOR-CHARGE   TO WS-SERVICE-CHARGE
           ELSE
               MOVE ZERO              TO WS-SERVICE-CHARGE.

           IF WO-TANK-NUMBER NUMERIC
               MOVE WO-TANK-NUMBER    TO WS-TANK-NUMBER
           ELSE
               MOVE ZERO              TO WS-TANK-NUMBER.

           IF WO-INSTALL-YEAR NUMERIC
               MOVE WO-INSTALL-YEAR   TO WS-INSTALL-YEAR
           ELSE
               MOVE ZERO              TO WS-INSTALL-YEAR.

           MOVE WO-TANK-LOCATION      TO WS-TANK-LOCATION.
           MOVE WO-TANK-PROTECTION    TO WS-TANK-PROTECTION.

           PERFORM 000-LOAD-PART-LINE
               VARYING WS-PART-SUB FROM 1 BY 1
                 UNTIL WS-PART-SUB > 3.

       000-LOAD-PART-LINE.

           MOVE SPACE                 TO WS-PART-WARRANTY (WS-PART-SUB).

           IF WO-PART-NUMBER (WS-PART-SUB) NUMERIC
               MOVE WO-PART-NUMBER (WS-PART-SUB)
                                      TO WS-PART-NUMBER (WS-PART-SUB)
           ELSE
               MOVE ZERO              TO WS-PART-NUMBER (WS-PART-SUB).

           IF WO-PART-QTY (WS-PART-SUB) NUMERIC
               MOVE WO-PART-QTY (WS-PART-SUB)
                                      TO WS-PART-QTY (WS-PART-SUB)
           ELSE
               MOVE ZERO              TO WS-PART-QTY (WS-PART-SUB).

       000-VALIDATE-WORK-ORDER.

           IF WO-SERVICE-DATE NOT NUMERIC
           OR WO-SERVICE-DATE = ZERO
               SET ORDER-REJECTED     TO TRUE
               MOVE 'BAD SERVICE DATE      ' TO WS-X-REASON
               MOVE '08'              TO WS-REJECT-CODE
               PERFORM 000-WRITE-EXCEPTION
           ELSE
               MOVE WS-SERVICE-YYMMDD TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE Y2K-DATE-1        TO WS-SERVICE-DATE-8.

           IF NOT ORDER-REJECTED
               MOVE WS-TECHNICIAN     TO E-TECHNICIAN-ID
               READ EMPLOYEE-DD INTO EMPLOYEE-RECORD
               IF NOT WS-EMPLOYEE-OK
                   SET ORDER-REJECTED TO TRUE
                   MOVE 'UNKNOWN TECHNICIAN    ' TO WS-X-REASON
                   MOVE '01'          TO WS-REJECT-CODE
                   PERFORM 000-WRITE-EXCEPTION
               ELSE
               IF E-IS-INACTIVE
                   SET ORDER-REJECTED TO TRUE
                   MOVE 'INACTIVE TECHNICIAN   ' TO WS-X-REASON
                   MOVE '02'          TO WS-REJECT-CODE
                   PERFORM 000-WRITE-EXCEPTION.

           IF NOT ORDER-REJECTED
               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-S-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER
               READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD
               IF NOT WS-ACCTFILE-OK
                   SET ORDER-REJECTED TO TRUE
                   MOVE 'NO MATCHING ACCOUNT   ' TO WS-X-REASON
                   MOVE '03'          TO WS-REJECT-CODE
                   PERFORM 000-WRITE-EXCEPTION.

           IF NOT ORDER-REJECTED
           AND WS-TANK-NUMBER > 20
               SET ORDER-REJECTED     TO TRUE
               MOVE 'TANK ENTRY OVER 20    ' TO WS-X-REASON
               MOVE '05'              TO WS-REJECT-CODE
               PERFORM 000-WRITE-EXCEPTION.

      * A handheld that sends the same call twice finds its slot
      * already DONE for the account the second time round.
           IF NOT ORDER-REJECTED
           AND WS-APPT-SLOT > ZERO
               MOVE WS-TECHNICIAN     TO AP-TECHNICIAN
               MOVE WS-SERVICE-YYMMDD TO AP-DATE
               MOVE WS-APPT-SLOT      TO AP-SLOT
               READ APPTFILE-DD
               IF WS-APPTFILE-OK
               AND AP-DONE
               AND AP-ACCOUNT-ID = WS-ACCOUNT-ID
                   SET ORDER-REJECTED TO TRUE
                   MOVE 'ALREADY POSTED        ' TO WS-X-REASON
                   MOVE '07'          TO WS-REJECT-CODE
                   PERFORM 000-WRITE-EXCEPTION.

      * Parts lines, validated against the parts master as SLICKP8
      * validates them; the parts money is folded into the charge
      * that hits A-S-BALANCE.
       000-VALIDATE-PARTS.

           MOVE ZERO                  TO WS-PARTS-CHARGE.

           PERFORM 000-VALIDATE-PART-LINE
               VARYING WS-PART-SUB FROM 1 BY 1
                 UNTIL WS-PART-SUB > 3
                    OR ORDER-REJECTED.

       000-VALIDATE-PART-LINE.

           IF WS-PART-NUMBER (WS-PART-SUB) > ZERO
               MOVE WS-PART-NUMBER (WS-PART-SUB)
                                      TO PT-PART-NUMBER
               READ PARTFILE-DD
               IF NOT WS-PARTFILE-OK
                   SET ORDER-REJECTED TO TRUE
                   MOVE 'UNKNOWN PART NUMBER   ' TO WS-X-REASON
                   MOVE '04'          TO WS-REJECT-CODE
                   PERFORM 000-WRITE-EXCEPTION
               ELSE
                   IF WS-PART-QTY (WS-PART-SUB) = ZERO
                       MOVE 1         TO WS-PART-QTY (WS-PART-SUB)
                   END-IF
                   MOVE SPACE         TO
                       WS-PART-WARRANTY (WS-PART-SUB)
                   IF PT-WARRANTY-MONTHS NUMERIC
                   AND PT-WARRANTY-MONTHS > ZERO
                       PERFORM 000-CHECK-PART-WARRANTY
                   END-IF
                   IF WS-PART-WARRANTY (WS-PART-SUB) NOT = 'W'
                       COMPUTE WS-PARTS-CHARGE =
                           WS-PARTS-CHARGE +
                           (WS-PART-QTY (WS-PART-SUB) *
                            PT-UNIT-PRICE).

      * Browse the account's PARTUSE detail for a prior chargeable
      * install of this part dated inside the warranty window.
       000-CHECK-PART-WARRANTY.

           MOVE WS-SERVICE-DATE-8     TO WS-CUTOFF-DATE-8.
           MOVE PT-WARRANTY-MONTHS    TO WS-WTY-MONTHS.
           PERFORM 000-BACK-ONE-MONTH WS-WTY-MONTHS TIMES.

           MOVE 'N'                   TO WS-WTY-DONE-SW.

           MOVE WS-ACCOUNT-ID         TO U-ACCOUNT-ID.
           MOVE ZERO                  TO U-SERVICE-DATE.
           MOVE ZERO                  TO U-LINE-SEQ.

           START PARTUSE-DD KEY NOT < U-KEY.

           IF NOT WS-PARTUSE-OK
               SET WARRANTY-SCAN-DONE TO TRUE.

           PERFORM 000-SCAN-ONE-USAGE
               UNTIL WARRANTY-SCAN-DONE.

       000-SCAN-ONE-USAGE.

           READ PARTUSE-DD NEXT.

           IF NOT WS-PARTUSE-OK
               SET WARRANTY-SCAN-DONE TO TRUE
           ELSE
           IF U-ACCOUNT-ID NOT = WS-ACCOUNT-ID
               SET WARRANTY-SCAN-DONE TO TRUE
           ELSE
           IF U-PART-NUMBER = WS-PART-NUMBER (WS-PART-SUB)
           AND U-WARRANTY-FLAG NOT = 'W'
               MOVE U-SERVICE-DATE    TO Y2K-YYMMDD-3
               PERFORM 000-Y2K-WINDOW-3
               IF Y2K-DATE-3 NOT < WS-CUTOFF-DATE-8
                   MOVE 'W'           TO
                       WS-PART-WARRANTY (WS-PART-SUB)
                   SET WARRANTY-SCAN-DONE TO TRUE.

       000-BACK-ONE-MONTH.

           IF WS-CUT-MM = 1
               MOVE 12                TO WS-CUT-MM
               SUBTRACT 1             FROM WS-CUT-CCYY
           ELSE
               SUBTRACT 1             FROM WS-CUT-MM.

      * Work dated inside the account's service-plan coverage is on
      * the contract and its labor is waived; otherwise a call with
      * no charge at all is only valid when it was nothing but an
      * in-warranty replacement - the same rule SLICKP8 enforces.
       000-CHECK-CHARGE.

           PERFORM 000-CHECK-PLAN-COVERAGE.

           IF PLAN-COVERS-CALL
               IF WS-SERVICE-CHARGE > ZERO
                   MOVE ZERO          TO WS-SERVICE-CHARGE
                   ADD 1 TO WS-WAIVED-COUNT
               END-IF
           ELSE
               IF WS-SERVICE-CHARGE = ZERO
               AND WS-PARTS-CHARGE = ZERO
               AND WS-PART-WARRANTY (1) NOT = 'W'
               AND WS-PART-WARRANTY (2) NOT = 'W'
               AND WS-PART-WARRANTY (3) NOT = 'W'
                   SET ORDER-REJECTED TO TRUE
                   MOVE 'ZERO CHARGE NOT COVERED' TO WS-X-REASON
                   MOVE '06'          TO WS-REJECT-CODE
                   PERFORM 000-WRITE-EXCEPTION.

       000-CHECK-PLAN-COVERAGE.

           MOVE 'N'                   TO WS-COVERED-SW.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF A-S-SERVICE-PLAN NOT = SPACE
               MOVE A-S-PLAN-START    TO Y2K-YYMMDD-2
               PERFORM 000-Y2K-WINDOW-2
               MOVE Y2K-DATE-2        TO WS-PLAN-START-8
               MOVE A-S-PLAN-END      TO Y2K-YYMMDD-2
               PERFORM 000-Y2K-WINDOW-2
               MOVE Y2K-DATE-2        TO WS-PLAN-END-8

               IF WS-SERVICE-DATE-8 NOT < WS-PLAN-START-8
               AND WS-SERVICE-DATE-8 NOT > WS-PLAN-END-8
                   SET PLAN-COVERS-CALL TO TRUE.

      *---------------------------------------------------------------*
      * Posting - SLICKP8's 000-POST-SERVICE, a record at a time.     *
      *---------------------------------------------------------------*
       000-POST-SERVICE.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           COMPUTE WS-NEW-ENTRY = A-S-MAINTENANCE-ENTRIES + 1.
           COMPUTE WS-MAINTENANCE-RECORD =
               (WS-NEW-ENTRY - 1) / 10.
           COMPUTE WS-MAINTENANCE-SUB =
               WS-NEW-ENTRY - (WS-MAINTENANCE-RECORD * 10).

           ADD 1                      TO A-S-MAINTENANCE-ENTRIES.
           MOVE WS-SERVICE-YYMMDD     TO A-S-LAST-MAINTENANCE.

           COMPUTE WS-TOTAL-CHARGE =
               WS-SERVICE-CHARGE + WS-PARTS-CHARGE.

           MOVE ZERO                  TO WS-SALES-TAX.
           IF WS-TOTAL-CHARGE > ZERO
               PERFORM 000-LOOKUP-SALES-TAX
               COMPUTE WS-SALES-TAX ROUNDED =
                   (WS-TOTAL-CHARGE * WS-SALES-RATE) / 100.

           COMPUTE A-S-BALANCE =
               A-S-BALANCE + WS-TOTAL-CHARGE + WS-SALES-TAX.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-WRITE-MAINTENANCE-ENTRY.

           IF WS-TANK-NUMBER > ZERO
               PERFORM 000-STAMP-TANK-INSPECTION.

      * A billed call is also carried as its own open item, so
      * payments can be applied against this specific service charge.
           IF WS-TOTAL-CHARGE > ZERO
               MOVE 'S'               TO WS-OI-TYPE
               COMPUTE WS-OI-AMOUNT =
                   WS-TOTAL-CHARGE + WS-SALES-TAX
               PERFORM 000-ADD-OPEN-ITEM.

           PERFORM 000-RECORD-PARTS-USAGE.
           PERFORM 000-COMPLETE-APPOINTMENT.
           PERFORM 000-SEND-NOTIFICATION.

           ADD 1                      TO WS-POSTED-COUNT.
           COMPUTE WS-POSTED-TOTAL =
               WS-POSTED-TOTAL + WS-TOTAL-CHARGE + WS-SALES-TAX.
           ADD WS-SALES-TAX           TO WS-TAX-TOTAL.

      * Newest sales tax rate in effect on the service date: the
      * SALESTAX keys carry the effective date nines-complemented,
      * so a START and one READ NEXT land on it. No record for the
      * state means no sales tax.
       000-LOOKUP-SALES-TAX.

           MOVE ZERO                  TO WS-SALES-RATE.
           MOVE A-S-STATE             TO X-STATE.
           COMPUTE X-EFFECTIVE-COMP = 99999999 - WS-SERVICE-DATE-8.

           START SALESTAX-DD KEY NOT < X-KEY.

           IF WS-SALESTAX-OK
               READ SALESTAX-DD NEXT

               IF WS-SALESTAX-OK
                   IF X-STATE = A-S-STATE
                       MOVE X-RATE-PCT TO WS-SALES-RATE.

       000-WRITE-MAINTENANCE-ENTRY.

           IF WS-MAINTENANCE-SUB = 1
               MOVE SPACE             TO ACCOUNT-MAINTENANCE-RECORD
               MOVE WS-ACCOUNT-ID     TO A-M-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO A-M-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD
                                      TO A-M-RECORD-NUMBER
               PERFORM 000-FILL-MAINTENANCE-SLOT

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD
                                      TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-MAINTENANCE-RECORD

           ELSE
               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD
                                      TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-MAINTENANCE-RECORD

               PERFORM 000-FILL-MAINTENANCE-SLOT

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD
                                      TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-MAINTENANCE-RECORD.

       000-FILL-MAINTENANCE-SLOT.

           MOVE WS-TECHNICIAN         TO
               A-M-TECHNICIAN (WS-MAINTENANCE-SUB).
           MOVE WS-TOTAL-CHARGE       TO
               A-M-SERVICE-CHARGE (WS-MAINTENANCE-SUB).
           MOVE WS-SERVICE-YYMMDD     TO
               A-M-DATE-OF-SERVICE (WS-MAINTENANCE-SUB).
           MOVE SPACE                 TO
               A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB).
           MOVE WS-SALES-TAX          TO
               A-M-TAX-AMOUNT (WS-MAINTENANCE-SUB).

      * The inspected tank's entry gets the service date as its last
      * inspection, plus whatever equipment details were recorded;
      * a tank record not yet on file is built.
       000-STAMP-TANK-INSPECTION.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-K-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-TANK-RECORD.

           IF NOT WS-ACCTFILE-OK
               MOVE SPACE             TO ACCOUNT-TANK-RECORD
               MOVE WS-ACCOUNT-ID     TO A-K-ACCOUNT-ID
               MOVE A-K-RECORD-TYPE   TO A-K-KEY-TYPE
               MOVE ZERO              TO A-K-RECORD-NUMBER
               PERFORM 000-FILL-TANK-ENTRY

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-K-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-TANK-RECORD
           ELSE
               PERFORM 000-FILL-TANK-ENTRY

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-K-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-TANK-RECORD.

       000-FILL-TANK-ENTRY.

           MOVE WS-SERVICE-YYMMDD     TO
               A-K-LAST-INSPECTION (WS-TANK-NUMBER).

           IF WS-INSTALL-YEAR > ZERO
               MOVE WS-INSTALL-YEAR   TO
                   A-K-INSTALL-YEAR (WS-TANK-NUMBER).

           IF WS-TANK-LOCATION NOT = SPACE
               MOVE WS-TANK-LOCATION  TO
                   A-K-LOCATION (WS-TANK-NUMBER).

           IF WS-TANK-PROTECTION NOT = SPACE
               MOVE WS-TANK-PROTECTION TO
                   A-K-PROTECTION (WS-TANK-NUMBER).

      * Append the charge to the open-item chain, exactly as
      * SLICKBJ's 000-ADD-OPEN-ITEM does: the extension record
      * (built on demand) carries the chain count, and the item
      * packs 20 to a record like payment entries.
       000-ADD-OPEN-ITEM.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           MOVE WS-ACCTFILE-STATUS    TO WS-EXTEND-EXISTS-STATUS.

           IF NOT WS-EXTEND-EXISTS
               MOVE SPACE             TO ACCOUNT-EXTEND-RECORD
               MOVE WS-ACCOUNT-ID     TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE   TO A-E-KEY-TYPE
               MOVE ZERO              TO A-E-RECORD-NUMBER
               MOVE 1                 TO A-E-OPEN-ITEM-ENTRIES
               MOVE 1                 TO WS-OI-NEW-ENTRY
           ELSE
      * Extension records built before the open-item chain carry
      * spaces in the count, not zeros.
               IF A-E-OPEN-ITEM-ENTRIES NUMERIC
                   COMPUTE WS-OI-NEW-ENTRY =
                       A-E-OPEN-ITEM-ENTRIES + 1
               ELSE
                   MOVE 1             TO WS-OI-NEW-ENTRY
               END-IF
               MOVE WS-OI-NEW-ENTRY   TO A-E-OPEN-ITEM-ENTRIES.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF WS-EXTEND-EXISTS
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-EXTEND-RECORD
           ELSE
               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-EXTEND-RECORD.

           COMPUTE WS-OI-RECORD = (WS-OI-NEW-ENTRY - 1) / 20.
           COMPUTE WS-OI-SUB =
               WS-OI-NEW-ENTRY - (WS-OI-RECORD * 20).

           PERFORM 000-WRITE-OPEN-ITEM-ENTRY.

       000-WRITE-OPEN-ITEM-ENTRY.

           IF WS-OI-SUB = 1
               MOVE SPACE             TO ACCOUNT-OPEN-ITEM-RECORD
               MOVE WS-ACCOUNT-ID     TO A-O-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO A-O-KEY-TYPE
               MOVE WS-OI-RECORD      TO A-O-RECORD-NUMBER
               PERFORM 000-FILL-OPEN-ITEM-SLOT

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-OI-RECORD      TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-OPEN-ITEM-RECORD

           ELSE
               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-OI-RECORD      TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-OPEN-ITEM-RECORD

               PERFORM 000-FILL-OPEN-ITEM-SLOT

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-O-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-OI-RECORD      TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-OPEN-ITEM-RECORD.

       000-FILL-OPEN-ITEM-SLOT.

           MOVE WS-OI-TYPE            TO A-O-SOURCE-TYPE (WS-OI-SUB).
           MOVE WS-SERVICE-YYMMDD     TO A-O-CHARGE-DATE (WS-OI-SUB).
           MOVE WS-OI-AMOUNT          TO A-O-AMOUNT (WS-OI-SUB).
           MOVE ZERO                  TO A-O-PAID (WS-OI-SUB).
           MOVE SPACE                 TO A-O-STATUS (WS-OI-SUB).

      * One PARTUSE detail record per part line, and the on-hand
      * count comes down as the part goes out the door.
       000-RECORD-PARTS-USAGE.

           MOVE ZERO                  TO WS-LINE-SEQ.

           PERFORM 000-RECORD-ONE-PART
               VARYING WS-PART-SUB FROM 1 BY 1
                 UNTIL WS-PART-SUB > 3.

       000-RECORD-ONE-PART.

           IF WS-PART-NUMBER (WS-PART-SUB) > ZERO
               MOVE WS-PART-NUMBER (WS-PART-SUB)
                                      TO PT-PART-NUMBER

               READ PARTFILE-DD

               IF WS-PARTFILE-OK
                   SUBTRACT WS-PART-QTY (WS-PART-SUB)
                       FROM PT-ON-HAND

                   REWRITE PART-RECORD

                   ADD 1              TO WS-LINE-SEQ

                   MOVE SPACE         TO PART-USAGE-RECORD
                   MOVE WS-ACCOUNT-ID TO U-ACCOUNT-ID
                   MOVE WS-SERVICE-YYMMDD
                                      TO U-SERVICE-DATE
                   MOVE WS-PART-NUMBER (WS-PART-SUB)
                                      TO U-PART-NUMBER
                   MOVE WS-PART-QTY (WS-PART-SUB)
                                      TO U-QUANTITY
      * An in-warranty replacement goes out the door free and flags
      * 'W' for the vendor claim report.
                   IF WS-PART-WARRANTY (WS-PART-SUB) = 'W'
                       MOVE ZERO      TO U-AMOUNT
                       MOVE 'W'       TO U-WARRANTY-FLAG
                       ADD 1 TO WS-WARRANTY-COUNT
                   ELSE
                       COMPUTE U-AMOUNT =
                           WS-PART-QTY (WS-PART-SUB) * PT-UNIT-PRICE
                       MOVE SPACE     TO U-WARRANTY-FLAG
                   END-IF
                   MOVE WS-TECHNICIAN TO U-TECHNICIAN

      * A second call the same day starts where the first left off -
      * slide past any line sequence already on file.
                   MOVE 'N'           TO WS-USAGE-DONE-SW
                   PERFORM 000-WRITE-USAGE-RECORD
                       UNTIL USAGE-WRITTEN
                          OR WS-LINE-SEQ > 98.

       000-WRITE-USAGE-RECORD.

           MOVE WS-LINE-SEQ           TO U-LINE-SEQ.

           WRITE PART-USAGE-RECORD.

           IF WS-PARTUSE-DUP
               ADD 1                  TO WS-LINE-SEQ
           ELSE
               SET USAGE-WRITTEN      TO TRUE.

      * The completed call closes out the booked appointment: the
      * slot the handheld carries when it is booked for this
      * account, else the technician's slots that day 1 through 8,
      * as SLICKP8 checks them. No booked slot is noted for dispatch.
       000-COMPLETE-APPOINTMENT.

           MOVE 'N'                   TO WS-APPT-DONE-SW.

           IF WS-APPT-SLOT > ZERO
               MOVE WS-APPT-SLOT      TO WS-TEST-SLOT
               PERFORM 000-CHECK-APPT-SLOT.

           PERFORM 000-CHECK-APPT-SLOT
               VARYING WS-TEST-SLOT FROM 1 BY 1
                 UNTIL WS-TEST-SLOT > 8
                    OR APPT-MARKED-DONE.

           IF NOT APPT-MARKED-DONE
               ADD 1 TO WS-NO-APPT-COUNT
               MOVE 'POSTED - NO BOOKED APPT' TO WS-X-REASON
               PERFORM 000-WRITE-REPORT-LINE.

       000-CHECK-APPT-SLOT.

           MOVE WS-TECHNICIAN         TO AP-TECHNICIAN.
           MOVE WS-SERVICE-YYMMDD     TO AP-DATE.
           MOVE WS-TEST-SLOT          TO AP-SLOT.

           READ APPTFILE-DD.

           IF WS-APPTFILE-OK
               IF AP-BOOKED
               AND AP-ACCOUNT-ID = WS-ACCOUNT-ID
                   SET AP-DONE        TO TRUE
                   REWRITE APPOINTMENT-RECORD
                   SET APPT-MARKED-DONE TO TRUE.

       000-SEND-NOTIFICATION.

           MOVE WS-SERVICE-CHARGE     TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO SN-SERVICE-CHARGE.

           MOVE SPACE                 TO NOTICE-RECORD.
           MOVE WS-ACCOUNT-ID         TO NT-ACCOUNT-ID.
           MOVE WS-SERVICE-YYMMDD     TO NT-DATE.
           MOVE 'S'                   TO NT-TYPE.
           MOVE SERVICE-NOTICE-MESSAGE TO NT-TEXT.

           WRITE NOTICE-RECORD.

       000-WRITE-EXCEPTION.

           PERFORM 000-WRITE-REPORT-LINE.

           ADD 1                      TO WS-EXCEPTION-COUNT.

           IF WS-REJECT-CODE NOT = SPACE
               MOVE WORK-ORDER-RECORD TO RJX-IMAGE
               MOVE WS-REJECT-CODE    TO RJX-REASON
               WRITE REJECT-RECORD
               MOVE SPACE             TO WS-REJECT-CODE.

       000-WRITE-REPORT-LINE.

           MOVE WS-ACCOUNT-ID         TO WS-X-ACCOUNT-ID.
           MOVE WS-SERVICE-YYMMDD     TO WS-X-DATE.
           MOVE WS-TECHNICIAN         TO WS-X-TECHNICIAN.

           MOVE WS-EXCEPTION-LINE     TO IMPORT-LINE.
           WRITE IMPORT-LINE.

       000-WRITE-TOTALS.

           MOVE WS-BLANK-LINE         TO IMPORT-LINE.
           WRITE IMPORT-LINE.

           MOVE WS-POSTED-COUNT       TO WS-T-POSTED.
           MOVE WS-EXCEPTION-COUNT    TO WS-T-EXCEPTIONS.
           MOVE WS-NO-APPT-COUNT      TO WS-T-NO-APPT.

           MOVE WS-TOTAL-LINE         TO IMPORT-LINE.
           WRITE IMPORT-LINE.

           MOVE WS-POSTED-TOTAL       TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-CHARGES.

           MOVE WS-TAX-TOTAL          TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-TAX.

           MOVE WS-CHARGE-LINE        TO IMPORT-LINE.
           WRITE IMPORT-LINE.

           MOVE WS-WAIVED-COUNT       TO WS-T-WAIVED.
           MOVE WS-WARRANTY-COUNT     TO WS-T-WARRANTY.

           MOVE WS-WAIVED-LINE        TO IMPORT-LINE.
           WRITE IMPORT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
