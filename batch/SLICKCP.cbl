       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCP.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Outstanding Refund Check Report - a monthly batch  *
      *             job that lists every refund check still            *
      *             outstanding on the refund check register           *
      *             (REFCHECK-DD, see RFCFILE) - printed by SLICKBS,   *
      *             never paid by the bank (SLICKCO), voided           *
      *             (SLICKPT) or escheated (SLICKCQ) - and ages each   *
      *             one by whole months since it was issued, counted   *
      *             the way SLICKB3 ages a receivable:                 *
      *               CURRENT    under 3 months                        *
      *               3-5 MOS    3 to 5 months                         *
      *               6-11 MOS   6 to 11 months - stale-dated; the     *
      *                          bank may refuse it, so these are the  *
      *                          customers to call about a reissue     *
      *               12+ MOS    a year or more - on its way to the    *
      *                          state as unclaimed property           *
      *             Each line carries the payee and, for a             *
      *             replacement, the check it replaced. Totals per     *
      *             bucket and overall close the report (REPORT-DD).   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNCVSAM.

           SELECT REFCHECK-DD ASSIGN TO REFCHECK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-REFCHECK-STATUS.

           SELECT REPORT-DD ASSIGN TO REPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNCVSFD.

       FD  REFCHECK-DD
           RECORD CONTAINS 240 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY RFCFILE.

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

       01  WS-REFCHECK-STATUS             PIC X(02) VALUE SPACE.
           88  WS-REFCHECK-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

       01  WS-TODAY-CCYY                  PIC 9(04) VALUE ZERO.
       01  WS-TODAY-MM                    PIC 9(02) VALUE ZERO.
       01  WS-TODAY-DD                    PIC 9(02) VALUE ZERO.
       01  WS-ISSUE-CCYY                  PIC 9(04) VALUE ZERO.
       01  WS-ISSUE-MM                    PIC 9(02) VALUE ZERO.
       01  WS-ISSUE-DD                    PIC 9(02) VALUE ZERO.
       01  WS-MONTHS-OUT                  PIC S9(04) VALUE ZERO.
       01  WS-BUCKET                      PIC 9(01) VALUE ZERO.

       01  WS-BUCKET-TABLE.
           03  WS-BUCKET-COUNT            PIC 9(06) OCCURS 4 TIMES.
           03  WS-BUCKET-TOTAL            PIC 9(09) OCCURS 4 TIMES.
       01  WS-BUCKET-NAMES                PIC X(40) VALUE
               'CURRENT   3-5 MOS   6-11 MOS  12+ MOS   '.
       01  FILLER REDEFINES WS-BUCKET-NAMES.
           03  WS-BUCKET-NAME             PIC X(10) OCCURS 4 TIMES.
       01  WS-BUCKET-SUB                  PIC 9(01) VALUE ZERO.

       01  WS-OUTSTANDING-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL           PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                      PIC X(40) VALUE
               'OUTSTANDING REFUND CHECKS               '.
           03  FILLER                      PIC X(05) VALUE 'DATE '.
           03  WS-H-DATE                   PIC 9(06).
           03  FILLER                      PIC X(29) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                      PIC X(40) VALUE
               'CHECK  ACCT  PAYEE            ISSUED    '.
           03  FILLER                      PIC X(40) VALUE
               '  AMOUNT MOS AGE        REPLACES        '.

       01  WS-REPORT-DETAIL-LINE.
           03  WS-R-CHECK-NO               PIC 9(06).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-ACCOUNT-ID             PIC ZZZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-PAYEE                  PIC X(16).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-ISSUE-DATE             PIC 9(06).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-AMOUNT                 PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-MONTHS                 PIC ZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-BUCKET                 PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-REPLACES               PIC X(06).
           03  FILLER                      PIC X(10) VALUE SPACE.

       01  WS-BUCKET-LINE.
           03  WS-B-NAME                   PIC X(10).
           03  FILLER                      PIC X(04) VALUE SPACE.
           03  WS-B-COUNT                  PIC ZZZZZ9.
           03  FILLER                      PIC X(05) VALUE ' FOR '.
           03  WS-B-TOTAL                  PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(43) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCP ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           MOVE ZERO                  TO RC-CHECK-NO.

           START REFCHECK-DD KEY NOT < RC-KEY.

           IF WS-REFCHECK-OK
               READ REFCHECK-DD NEXT RECORD
               PERFORM 000-CHECK-REGISTER-ENTRY
                   UNTIL NOT WS-REFCHECK-OK.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-OUTSTANDING-COUNT   TO WS-RUN-ACCOUNTS.
           MOVE WS-OUTSTANDING-TOTAL   TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  REFCHECK-DD.
           OPEN OUTPUT REPORT-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.

           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1 (1:4)      TO WS-TODAY-CCYY.
           MOVE Y2K-DATE-1 (5:2)      TO WS-TODAY-MM.
           MOVE Y2K-DATE-1 (7:2)      TO WS-TODAY-DD.

           MOVE ZERO                  TO WS-BUCKET-TABLE.

           MOVE WS-TODAY-YYMMDD       TO WS-H-DATE.
           MOVE WS-HEADING-LINE       TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BLANK-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.

       000-TERMINATION.

           CLOSE REFCHECK-DD.
           CLOSE REPORT-DD.

       000-CHECK-REGISTER-ENTRY.

           IF RC-OUTSTANDING
               PERFORM 000-AGE-CHECK
               PERFORM 000-WRITE-REPORT-LINE
               ADD 1                  TO WS-BUCKET-COUNT (WS-BUCKET)
               ADD RC-AMOUNT          TO WS-BUCKET-TOTAL (WS-BUCKET)
               ADD 1                  TO WS-OUTSTANDING-COUNT
               ADD RC-AMOUNT          TO WS-OUTSTANDING-TOTAL.

           READ REFCHECK-DD NEXT RECORD.

      * Whole months from the issue date to today, SLICKB3's
      * arithmetic: a month is not complete until its day comes
      * round again.
       000-AGE-CHECK.

           MOVE RC-ISSUE-DATE         TO Y2K-YYMMDD-2.
           PERFORM 000-Y2K-WINDOW-2.
           MOVE Y2K-DATE-2 (1:4)      TO WS-ISSUE-CCYY.
           MOVE Y2K-DATE-2 (5:2)      TO WS-ISSUE-MM.
           MOVE Y2K-DATE-2 (7:2)      TO WS-ISSUE-DD.

           COMPUTE WS-MONTHS-OUT =
                   (WS-TODAY-CCYY - WS-ISSUE-CCYY) * 12 +
                   (WS-TODAY-MM - WS-ISSUE-MM).

           IF WS-TODAY-DD < WS-ISSUE-DD
               SUBTRACT 1 FROM WS-MONTHS-OUT.

           IF WS-MONTHS-OUT < ZERO
               MOVE ZERO TO WS-MONTHS-OUT.

           IF WS-MONTHS-OUT < 3
               MOVE 1                  TO WS-BUCKET
           ELSE
               IF WS-MONTHS-OUT < 6
                   MOVE 2              TO WS-BUCKET
               ELSE
                   IF WS-MONTHS-OUT < 12
                       MOVE 3          TO WS-BUCKET
                   ELSE
                       MOVE 4          TO WS-BUCKET.

       000-WRITE-REPORT-LINE.

           MOVE RC-CHECK-NO           TO WS-R-CHECK-NO.
           MOVE RC-ACCOUNT-ID         TO WS-R-ACCOUNT-ID.
           MOVE RC-PAYEE-LAST         TO WS-R-PAYEE.
           MOVE RC-ISSUE-DATE         TO WS-R-ISSUE-DATE.

           MOVE RC-AMOUNT             TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-R-AMOUNT.

           MOVE WS-MONTHS-OUT         TO WS-R-MONTHS.
           MOVE WS-BUCKET-NAME (WS-BUCKET) TO WS-R-BUCKET.

           IF RC-REPLACES-CHECK NUMERIC
           AND RC-REPLACES-CHECK > ZERO
               MOVE RC-REPLACES-CHECK TO WS-R-REPLACES
           ELSE
               MOVE SPACE             TO WS-R-REPLACES.

           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       000-WRITE-TOTALS.

           MOVE WS-BLANK-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 000-WRITE-BUCKET-LINE
               VARYING WS-BUCKET-SUB FROM 1 BY 1
                 UNTIL WS-BUCKET-SUB > 4.

           MOVE 'TOTAL'               TO WS-B-NAME.
           MOVE WS-OUTSTANDING-COUNT  TO WS-B-COUNT.
           MOVE WS-OUTSTANDING-TOTAL  TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-B-TOTAL.
           MOVE WS-BUCKET-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.

       000-WRITE-BUCKET-LINE.

           MOVE WS-BUCKET-NAME (WS-BUCKET-SUB)  TO WS-B-NAME.
           MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO WS-B-COUNT.
           MOVE WS-BUCKET-TOTAL (WS-BUCKET-SUB) TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-B-TOTAL.
           MOVE WS-BUCKET-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
