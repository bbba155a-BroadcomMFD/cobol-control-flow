      ******************************************************************
      *DESCRIPTION: Duplicate Account Merge - a supervised batch       *
      *             utility that moves one account's history onto      *
      *             another. The control record (BATCHPRM) names the   *
      *             losing and surviving account ids and must carry   *
      *             the literal MERGE as its confirmation - this      *
      *             utility rewires chains and is not run casually.   *

           COPY RUNCVSAM.

           SELECT OPERFILE-DD ASSIGN TO OPERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           COPY RUNCVSFD.

       FD  OPERFILE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-LOSER-ID              PIC 9(05).
           03  PARM-WINNER-ID             PIC 9(05).
           03  PARM-CONFIRM               PIC X(05).
               88  MERGE-CONFIRMED        VALUE 'MERGE'.
      * The supervisor running the merge - checked against the
      * operator security master for level-3 authority.
           03  PARM-OPERATOR              PIC X(08).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-OPERFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-OPERFILE-OK             VALUE '00'.
       01  WS-MERGE-OPERATOR              PIC X(08) VALUE SPACE.
       01  WS-MERGE-RPT-STATUS            PIC X(02) VALUE SPACE.

       01  WS-LOSER-ID                    PIC 9(05) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKBN ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN INPUT  OPERFILE-DD.
           OPEN OUTPUT MERGE-RPT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.

           MOVE PARM-LOSER-ID         TO WS-LOSER-ID.
           MOVE PARM-WINNER-ID        TO WS-WINNER-ID.
           MOVE PARM-CONFIRM          TO WS-CONFIRM.
           MOVE PARM-OPERATOR         TO WS-MERGE-OPERATOR.


           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
                                      TO WS-ABORT-MESSAGE.

      * The merge runs only under a named supervisor: the operator
      * on the parameters must hold level 3 on the security master.
           IF WS-ABORT-MESSAGE = SPACE
               PERFORM 000-CHECK-MERGE-AUTHORITY.

