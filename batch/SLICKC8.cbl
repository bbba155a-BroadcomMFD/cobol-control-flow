      ******************************************************************
      *DESCRIPTION: Truck DOT Compliance Report - a batch job in the   *
      *             style of SLICKBM's tank inspection report: reads   *
      *             an as-of date from the control record (BATCHPRM),  *
      *             walks the truck master (TRUCKFIL-DD), finds each   *
      *             truck's newest DOT inspection and hose             *
      *             certification on the maintenance log (TRKMAINT,    *
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TRKMAINT-STATUS.

           SELECT REPORT-DD ASSIGN TO DOTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY TMTFILE.

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-ASOF-DATE             PIC 9(06).

       01  WS-TRUCKFIL-STATUS             PIC X(02) VALUE SPACE.
           88  WS-TRUCKFIL-OK             VALUE '00'.
       01  WS-TRKMAINT-STATUS             PIC X(02) VALUE SPACE.
           88  WS-TRKMAINT-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

      * Certification intervals: DOT and hose run a year, and the
       000-MAIN-PROCESS.

           MOVE 'SLICKC8 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           OPEN INPUT  TRUCKFIL-DD.
           OPEN INPUT  TRKMAINT-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-ASOF-DATE        TO H-ASOF-DATE.

           MOVE PARM-ASOF-DATE        TO Y2K-YYMMDD-1.
           PERFORM 000-DAY-NUMBER.
           MOVE WS-WORK-DAY           TO WS-ASOF-DAY.


           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
