      *             half-finished update is found the night it        *
      *             happens instead of when the customer calls.       *
      *             The audit only reads; nothing is repaired here.   *
      *             The sweep may be split into account-range streams  *
      *             (SLICKRCT): each stream writes only its mismatch   *
      *             lines, and the merge step copies the streams'      *
      *             lines (AUDITSTR, concatenated in stream order) to  *
      *             AUDIT-DD and prints the totals of them all.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-STREAM-DD ASSIGN TO AUDITSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE                        PIC X(80).

       FD  AUDIT-STREAM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-STREAM-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.
           88  WS-ACCTFILE-OK                 VALUE '00'.
           88  WS-ACCTFILE-NOTFND             VALUE '23'.
       01  WS-AUDIT-STATUS                   PIC X(02) VALUE SPACE.
       01  WS-AUDIT-STREAM-STATUS            PIC X(02) VALUE SPACE.
           88  WS-AUDIT-STREAM-OK             VALUE '00'.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-MISMATCH-COUNT              PIC 9(06) VALUE ZERO.

      * The counts as a stream files them for the merge step.
       01  WS-STREAM-TOTALS.
           03  WS-ST-ACCOUNT-COUNT        PIC 9(06).
           03  WS-ST-MISMATCH-COUNT       PIC 9(06).

      * One digit wider than AFR-RECORD-NUMBER so the chain-walk
      * bound below can actually exceed 9999 and stop.
       01  WS-RECORD-NUM                  PIC 9(05) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKBA ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-STREAMS-ALLOWED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-AUDIT-ACCOUNT
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
                           WS-REPLAYED-BALANCE +
                           A-P-AMOUNT (WS-SLOT-SUB)
                   ELSE
      * A recovery ('C'), a deposit ('D') or a finance payment
      * ('E') never touched the balance.
                   IF A-P-ENTRY-TYPE (WS-SLOT-SUB) = 'C' OR 'D' OR 'E'
                       CONTINUE
                   ELSE
      * Everything else came off it - a credit memo ('M') from the
      * adjustment screens just as a payment did.
                       COMPUTE WS-REPLAYED-BALANCE =
                           WS-REPLAYED-BALANCE -
                           A-P-AMOUNT (WS-SLOT-SUB).

      *---------------------------------------------------------------*
      * Maintenance chain: count filled slots, add each service        *
      * charge (SLICKP8's 000-POST-SERVICE formula) - every fee type   *
      * and a debit memo ('D', no tax) add the same way.               *
      *---------------------------------------------------------------*
       000-COUNT-MAINTENANCE.

           MOVE WS-AUDIT-TOTAL-LINE       TO AUDIT-LINE.
           WRITE AUDIT-LINE.

      * Merge step: every stream's mismatch lines onto the night's
      * report ahead of the totals, and every stream's counts added
      * into this run's.
       000-MERGE-STREAMS.

           OPEN INPUT AUDIT-STREAM-DD.

           PERFORM 000-COPY-STREAM-LINE
               UNTIL NOT WS-AUDIT-STREAM-OK.

           CLOSE AUDIT-STREAM-DD.

           PERFORM 000-ADD-STREAM-TOTALS
               VARYING WS-RUN-STREAM-SUB FROM 1 BY 1
                 UNTIL WS-RUN-STREAM-SUB > WS-RUN-STREAM-COUNT.

       000-COPY-STREAM-LINE.

           READ AUDIT-STREAM-DD.

           IF WS-AUDIT-STREAM-OK
               MOVE AUDIT-STREAM-LINE     TO AUDIT-LINE
               WRITE AUDIT-LINE.

       000-ADD-STREAM-TOTALS.

           MOVE WS-RUN-STREAM-SAVED (WS-RUN-STREAM-SUB)
                                          TO WS-STREAM-TOTALS.
           ADD WS-ST-ACCOUNT-COUNT        TO WS-ACCOUNT-COUNT.
           ADD WS-ST-MISMATCH-COUNT       TO WS-MISMATCH-COUNT.

       000-SAVE-STREAM-TOTALS.

           MOVE WS-ACCOUNT-COUNT          TO WS-ST-ACCOUNT-COUNT.
           MOVE WS-MISMATCH-COUNT         TO WS-ST-MISMATCH-COUNT.
           MOVE WS-STREAM-TOTALS          TO WS-RUN-STREAM-TOTALS.

           COPY SLICKNUM.

           COPY SLICKRCT.
