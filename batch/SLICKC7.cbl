      *             double-bill. The charge is also carried as its     *
      *             own open item, and a register (REGISTER-DD) lists  *
      *             every account billed.                              *
      *             The sweep may be split into account-range streams  *
      *             (SLICKRCT): each stream writes only its register   *
      *             lines, and the merge step copies the streams'      *
      *             lines (REGSTR, concatenated in stream order) to    *
      *             REGISTER-DD and prints the totals of them all.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REGISTER-STREAM-DD ASSIGN TO REGSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE                 PIC X(80).

       FD  REGISTER-STREAM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-STREAM-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.
       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-REGISTER-STATUS             PIC X(02) VALUE SPACE.
       01  WS-REGISTER-STREAM-STATUS      PIC X(02) VALUE SPACE.
           88  WS-REGISTER-STREAM-OK      VALUE '00'.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-BILLED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-BILLED-TOTAL                PIC 9(09) VALUE ZERO.

      * The totals as a stream files them for the merge step.
       01  WS-STREAM-TOTALS.
           03  WS-ST-BILLED-COUNT         PIC 9(06).
           03  WS-ST-BILLED-TOTAL         PIC 9(09).

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKC7 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-STREAMS-ALLOWED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-BILL-ACCOUNT
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


           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE A-C-MIN-ACCOUNT-ID    TO WS-RUN-FIRST-ACCOUNT.
           MOVE A-C-MAX-ACCOUNT-ID    TO WS-RUN-LAST-ACCOUNT.
           PERFORM 000-RUN-CONTROL-RANGE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
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
           ADD WS-ST-BILLED-COUNT     TO WS-BILLED-COUNT.
           ADD WS-ST-BILLED-TOTAL     TO WS-BILLED-TOTAL.

       000-SAVE-STREAM-TOTALS.

           MOVE WS-BILLED-COUNT       TO WS-ST-BILLED-COUNT.
           MOVE WS-BILLED-TOTAL       TO WS-ST-BILLED-TOTAL.
           MOVE WS-STREAM-TOTALS      TO WS-RUN-STREAM-TOTALS.

           COPY SLICKNUM.

           COPY SLICKRCT.
