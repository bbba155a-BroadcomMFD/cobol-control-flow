      *DESCRIPTION: Technician Productivity/Commission Report - a      *
      *             batch job that sweeps every account's delivery     *
      *             and maintenance entries for a date range read      *
      *             from a control record (BATCHPRM), and totals       *
      *             gallons delivered, deliveries made, service calls  *
      *             made, and service charges collected per            *
      *             A-D-TECHNICIAN/A-M-TECHNICIAN, so commissions and  *
               RECORD KEY IS E-KEY
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT SORT-WORK-DD ASSIGN TO SORTWORK.

           SELECT REPORT-DD ASSIGN TO RPTOUT
           LABEL RECORDS ARE STANDARD.
           COPY EMPLFILE.

       SD  SORT-WORK-DD.
       01  SORT-WORK-RECORD.
           03  SW-BRANCH                    PIC X(02).

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-FROM-DATE              PIC 9(06).
           03  PARM-TO-DATE                PIC 9(06).

       01  WS-ACCTFILE-STATUS               PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK                VALUE '00'.
       01  WS-EMPLOYEE-STATUS               PIC X(02) VALUE SPACE.
           88  WS-EMPLOYEE-OK                VALUE '00'.
       01  WS-REPORT-STATUS                 PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID             PIC 9(05) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKB6 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN INPUT  EMPLOYEE-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-FROM-DATE     TO WS-FROM-YYMMDD.
           MOVE PARM-TO-DATE       TO WS-TO-YYMMDD.


           MOVE WS-FROM-YYMMDD     TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
