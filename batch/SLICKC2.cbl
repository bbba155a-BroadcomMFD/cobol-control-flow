      *DESCRIPTION: Credit-Balance Interest Accrual - a monthly batch  *
      *             job that reads the accrual month (YYMM) and the    *
      *             annual rate (percent, two decimals - 0600 = 6.00)  *
      *             from the control record (BATCHPRM) and pays the    *
      *             interest the state requires on prepaid fuel money: *
      *               - the account's average credit balance for the   *
      *                 month is approximated as the mean of the       *
      *                 one (the same guard SLICKBC's late fees use);  *
      *               - an accrual register (REGISTER-DD) goes to      *
      *                 the accountant.                                *
      *             The sweep may be split into account-range streams  *
      *             (SLICKRCT): each stream writes only its register   *
      *             lines, and the merge step copies the streams'      *
      *             lines (REGSTR, concatenated in stream order) to    *
      *             REGISTER-DD and prints the totals of them all.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY RUNCVSAM.

           SELECT REGISTER-DD ASSIGN TO REGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REGISTER-STREAM-DD ASSIGN TO REGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  REGISTER-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE                 PIC X(80).

       FD  REGISTER-STREAM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-STREAM-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-ACCRUAL-YYMM          PIC 9(04).
           03  PARM-ANNUAL-RATE           PIC 9(02)V9(02).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-REGISTER-STATUS             PIC X(02) VALUE SPACE.
       01  WS-REGISTER-STREAM-STATUS      PIC X(02) VALUE SPACE.
           88  WS-REGISTER-STREAM-OK      VALUE '00'.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-ACCRUAL-YYMM                PIC 9(04) VALUE ZERO.
       01  WS-ACCRUED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-ACCRUED-TOTAL               PIC 9(09) VALUE ZERO.

      * The totals as a stream files them for the merge step.
       01  WS-STREAM-TOTALS.
           03  WS-ST-ACCRUED-COUNT        PIC 9(06).
           03  WS-ST-ACCRUED-TOTAL        PIC 9(09).

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKC2 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-STREAMS-ALLOWED TO TRUE.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-ACCRUE-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM WS-RUN-FIRST-ACCOUNT BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > WS-RUN-LAST-ACCOUNT.

           IF WS-RUN-MERGING
               PERFORM 000-MERGE-STREAMS.

           IF WS-RUN-STREAMING
               PERFORM 000-SAVE-STREAM-TOTALS
           ELSE
               PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN OUTPUT REGISTER-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-ACCRUAL-YYMM     TO WS-ACCRUAL-YYMM.
           MOVE PARM-ANNUAL-RATE      TO WS-ANNUAL-RATE.

      * The accrual posts dated the last day of the accrual month
      * (day 30, the shop's 30-day calendar), so the rerun guard's

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE A-C-MIN-ACCOUNT-ID    TO WS-RUN-FIRST-ACCOUNT.
           MOVE A-C-MAX-ACCOUNT-ID    TO WS-RUN-LAST-ACCOUNT.
           PERFORM 000-RUN-CONTROL-RANGE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
                   ADD A-P-AMOUNT (WS-RECORD-NUM)
                       TO WS-MONTH-NET
               ELSE
               IF A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'C' OR 'D' OR 'E'
                   CONTINUE
               ELSE
                   SUBTRACT A-P-AMOUNT (WS-RECORD-NUM)
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

      * Merge step: every stream's register lines onto the night's
      * register ahead of the totals, and every stream's totals
      * added into this run's.
       000-MERGE-STREAMS.

           OPEN INPUT REGISTER-STREAM-DD.

           PERFORM 000-COPY-STREAM-LINE
               UNTIL NOT WS-REGISTER-STREAM-OK.

           CLOSE REGISTER-STREAM-DD.

           PERFORM 000-ADD-STREAM-TOTALS
               VARYING WS-RUN-STREAM-SUB FROM 1 BY 1
                 UNTIL WS-RUN-STREAM-SUB > WS-RUN-STREAM-COUNT.

       000-COPY-STREAM-LINE.

           READ REGISTER-STREAM-DD.

           IF WS-REGISTER-STREAM-OK
               MOVE REGISTER-STREAM-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE.

       000-ADD-STREAM-TOTALS.

           MOVE WS-RUN-STREAM-SAVED (WS-RUN-STREAM-SUB)
                                      TO WS-STREAM-TOTALS.
           ADD WS-ST-ACCRUED-COUNT    TO WS-ACCRUED-COUNT.
           ADD WS-ST-ACCRUED-TOTAL    TO WS-ACCRUED-TOTAL.

       000-SAVE-STREAM-TOTALS.

           MOVE WS-ACCRUED-COUNT      TO WS-ST-ACCRUED-COUNT.
           MOVE WS-ACCRUED-TOTAL      TO WS-ST-ACCRUED-TOTAL.
           MOVE WS-STREAM-TOTALS      TO WS-RUN-STREAM-TOTALS.

           COPY SLICKNUM.

           COPY SLICKRCT.
