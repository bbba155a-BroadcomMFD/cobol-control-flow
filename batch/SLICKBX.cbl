      ******************************************************************
      *DESCRIPTION: Vendor Warranty Claim Report - a monthly batch job *
      *             that reads the claim month (YYMM) from a control   *
      *             record (BATCHPRM) and walks the parts-usage detail *
      *             (PARTUSE-DD) front to back for the in-warranty     *
      *             replacements SLICKP8 flagged 'W' that month. Each  *
      *             claim line carries the part, its description, the  *
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PARTFILE-STATUS.

           SELECT CLAIM-DD ASSIGN TO CLAIMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY PRTFILE.

       FD  CLAIM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-CLAIM-YYMM            PIC 9(04).

       01  WS-PARTUSE-STATUS              PIC X(02) VALUE SPACE.
           88  WS-PARTUSE-OK              VALUE '00'.
       01  WS-PARTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PARTFILE-OK             VALUE '00'.
       01  WS-CLAIM-STATUS                PIC X(02) VALUE SPACE.

       01  WS-CLAIM-YYMM                  PIC 9(04) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKBX ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           OPEN INPUT  PARTUSE-DD.
           OPEN INPUT  PARTFILE-DD.
           OPEN OUTPUT CLAIM-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-CLAIM-YYMM       TO WS-CLAIM-YYMM.

           MOVE WS-CLAIM-YYMM         TO H-YYMM.
           WRITE CLAIM-LINE FROM WS-HEADING-LINE.
