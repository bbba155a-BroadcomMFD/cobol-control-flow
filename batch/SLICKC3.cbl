      *             the failure. The report (REPORT-DD) counts what    *
      *             was reapplied by posting program, so the operator  *
      *             can say out loud what came back.                   *
      *             The BATCHPRM entry must carry the literal REBUILD  *
      *             as confirmation - this utility writes over the     *
      *             account file and is not run casually (the same     *
      *             guard the SLICKBN merge carries).                  *

           COPY RUNCVSAM.

           SELECT POSTLOG-DD ASSIGN TO POSTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTLOG-STATUS.

           COPY RUNCVSFD.

       FD  POSTLOG-DD
           RECORD CONTAINS 532 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-CONFIRM               PIC X(07).
               88  REBUILD-CONFIRMED      VALUE 'REBUILD'.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
           88  WS-ACCTFILE-DUP            VALUE '22'.
       01  WS-POSTLOG-STATUS              PIC X(02) VALUE SPACE.
           88  WS-POSTLOG-OK              VALUE '00'.
           88  WS-POSTLOG-EOF             VALUE '10'.
       000-MAIN-PROCESS.

           MOVE 'SLICKC3 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN INPUT  POSTLOG-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.

           IF NOT REBUILD-CONFIRMED
               MOVE 'REBUILD NOT CONFIRMED - NOTHING DONE'

           WRITE REPORT-LINE FROM WS-PROGRAM-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
