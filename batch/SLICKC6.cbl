      *                benefit - how the season's award letters get    *
      *                onto the payer file (ASSTFILE).                 *
      *                                                                *
      *             2. The statement month (YYMM) comes from BATCHPRM, *
      *                and one billing statement per agency prints     *
      *                from the ASSTDETL delivery detail the posting   *
      *                programs wrote: every delivery charged to the   *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRANT-STATUS.

           SELECT STMT-DD ASSIGN TO AGYSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           03  GR-AGENCY-NAME            PIC X(24).
           03  FILLER                    PIC X(41).

       FD  STMT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-STMT-YYMM            PIC 9(04).

       01  WS-ASSTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ASSTFILE-OK             VALUE '00'.
           88  WS-ASSTFILE-DUP            VALUE '22'.
       01  WS-GRANT-STATUS                PIC X(02) VALUE SPACE.
           88  WS-GRANT-OK                VALUE '00'.
           88  WS-GRANT-EOF               VALUE '10'.
       01  WS-STMT-STATUS                 PIC X(02) VALUE SPACE.

       01  WS-STMT-YYMM                   PIC 9(04) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKC6 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
           OPEN I-O    ASSTFILE-DD.
           OPEN INPUT  ASSTDETL-DD.
           OPEN INPUT  GRANT-DD.
           OPEN OUTPUT STMT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-STMT-YYMM        TO WS-STMT-YYMM.

           READ GRANT-DD
               AT END SET WS-GRANT-EOF TO TRUE.
