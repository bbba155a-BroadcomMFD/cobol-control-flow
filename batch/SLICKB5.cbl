      ******************************************************************
      *DESCRIPTION: Shop-Wide Unit Price / Budget Re-estimate - a      *
      *             batch job that reads a new unit price from a       *
      *             control record (BATCHPRM) and, for every active    *
      *             account from A-C-MIN-ACCOUNT-ID to                 *
      *             A-C-MAX-ACCOUNT-ID, stores the new A-S-UNIT-PRICE  *
      *             and re-runs the exact estimated-cost/budget-amount *

           COPY RUNCVSAM.

           SELECT PRICEPGM-DD ASSIGN TO PRICEPGM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           COPY RUNCVSFD.

       FD  PRICEPGM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-NEW-UNIT-PRICE        PIC 9(05).

       01  WS-ACCTFILE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK                 VALUE '00'.
       01  WS-PRICEPGM-STATUS                PIC X(02) VALUE SPACE.
           88  WS-PRICEPGM-OK                 VALUE '00'.

       000-MAIN-PROCESS.

           MOVE 'SLICKB5 ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN INPUT  PRICEPGM-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-NEW-UNIT-PRICE  TO WS-NEW-UNIT-PRICE.


           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
