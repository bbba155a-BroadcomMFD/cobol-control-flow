      ******************************************************************
      *DESCRIPTION: Year-End Credit-Balance Summary Extract - a batch  *
      *             job that reads a target year from a control        *
      *             record (BATCHPRM) and, for every account from      *
      *             A-C-MIN-ACCOUNT-ID to A-C-MAX-ACCOUNT-ID, replays  *
      *             its delivery/payment/maintenance entries in        *
      *             chronological order (entry order already IS post-  *

           COPY RUNCVSAM.

           SELECT CREDIT-DD ASSIGN TO CREDITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.

           COPY RUNCVSFD.

       FD  CREDIT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-TARGET-YEAR           PIC 9(04).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-CREDIT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKB8 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN OUTPUT CREDIT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.

           MOVE PARM-TARGET-YEAR      TO WS-YEAR-START-DATE (1:4).
           MOVE '0101'                TO WS-YEAR-START-DATE (5:4).
           MOVE PARM-TARGET-YEAR (3:2) TO WS-YEAR-START-YYMMDD (1:2).
           MOVE '0101'                TO WS-YEAR-START-YYMMDD (3:4).


           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
               IF A-P-ENTRY-TYPE (WS-P-SUB) = 'R' OR 'F'
                   MOVE A-P-AMOUNT (WS-P-SUB)         TO WS-ENTRY-DELTA
               ELSE
      * A recovery ('C') was cash against debt already written off,
      * a deposit ('D') is held apart, a finance payment ('E') went
      * against the finance contract - none touched the balance.
               IF A-P-ENTRY-TYPE (WS-P-SUB) = 'C' OR 'D' OR 'E'
                   MOVE ZERO                          TO WS-ENTRY-DELTA
               ELSE
                   COMPUTE WS-ENTRY-DELTA =
