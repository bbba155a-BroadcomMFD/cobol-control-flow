      ******************************************************************
      *DESCRIPTION: Daily Technician Schedule - a batch job run each   *
      *             morning that reads the schedule date from a        *
      *             control record (BATCHPRM), pulls that day's booked *
      *             appointments from the appointment book (APTFILE,   *
      *             the file SLICKPE maintains), and prints one        *
      *             schedule per technician in slot order, with the    *
      *             The night's on-call technician (ONCALLFL, keyed   *
      *             from SLICKPE's PF8) heads the report so the       *
      *             answering service knows who to page, and a        *
      *             priority no-heat booking prints tagged EMERGENCY, *
      *             or RUN-OUT when it was booked as one.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS OC-KEY
               FILE STATUS IS WS-ONCALL-STATUS.

           SELECT SCHEDULE-DD ASSIGN TO SCHEDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY OCLFILE.

       FD  SCHEDULE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-SCHEDULE-DATE         PIC 9(06).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-APPTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-APPTFILE-OK             VALUE '00'.
       01  WS-EMPLOYEE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-EMPLOYEE-OK             VALUE '00'.
       01  WS-ONCALL-STATUS               PIC X(02) VALUE SPACE.
           88  WS-ONCALL-OK               VALUE '00'.
       01  WS-SCHEDULE-STATUS             PIC X(02) VALUE SPACE.
       000-MAIN-PROCESS.

           MOVE 'SLICKBH ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           OPEN INPUT  ACCTFILE-DD.
           OPEN INPUT  APPTFILE-DD.
           OPEN INPUT  EMPLOYEE-DD.
           OPEN INPUT  ONCALLFL-DD.
           OPEN OUTPUT SCHEDULE-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-SCHEDULE-DATE    TO WS-SCHEDULE-DATE.

           PERFORM 000-PRINT-ON-CALL.

           MOVE AP-ACCOUNT-ID         TO WS-D-ACCOUNT-ID.
           MOVE AP-NOTE               TO WS-D-NOTE.

           IF AP-EMERGENCY
           AND AP-RUN-OUT
               MOVE 'RUN-OUT'         TO WS-D-TAG
           ELSE
           IF AP-EMERGENCY
               MOVE 'EMERGENCY'       TO WS-D-TAG
           ELSE
