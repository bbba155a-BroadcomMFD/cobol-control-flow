       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCO.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Paid Refund Check Import - a batch job run each    *
      *             time the bank sends its paid-items file for the    *
      *             refund checking account (PAID-DD, PAID-CHECK-      *
      *             RECORD in PPAYFILE). Each check the bank paid is   *
      *             looked up on the refund check register (REFCHECK-  *
      *             DD, see RFCFILE):                                  *
      *               - an outstanding check is marked paid (status    *
      *                 'P') with the date and the amount the bank     *
      *                 paid it for - cleared, and off the SLICKCP     *
      *                 outstanding-check report for good;             *
      *               - one paid for other than its face amount is     *
      *                 still marked paid, but listed;                 *
      *               - one not on the register, already paid, or      *
      *                 already voided or escheated is left alone and  *
      *                 listed - positive pay should have stopped it,  *
      *                 and accounting takes it up with the bank.      *
      *             Nothing posts to ACCTFILE: the refund's 'F' entry  *
      *             took the money off the account the day the check   *
      *             was cut. The report (REPORT-DD) lists every        *
      *             exception and totals what cleared.                 *
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

           SELECT PAID-DD ASSIGN TO PAIDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.

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

       FD  PAID-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAID-LINE                     PIC X(80).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

           COPY PPAYFILE.

       01  WS-REFCHECK-STATUS             PIC X(02) VALUE SPACE.
           88  WS-REFCHECK-OK             VALUE '00'.
       01  WS-PAID-STATUS                 PIC X(02) VALUE SPACE.
           88  WS-PAID-OK                 VALUE '00'.
           88  WS-PAID-EOF                VALUE '10'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

       01  WS-CLEARED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-CLEARED-TOTAL               PIC 9(09) VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-TOTAL             PIC 9(09) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                      PIC X(40) VALUE
               'PAID REFUND CHECK IMPORT                '.
           03  FILLER                      PIC X(05) VALUE 'DATE '.
           03  WS-H-DATE                   PIC 9(06).
           03  FILLER                      PIC X(29) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                      PIC X(40) VALUE
               'CHECK NO   ACCT  ISSUED   FACE AMT PAID '.
           03  FILLER                      PIC X(40) VALUE
               '    PAID AMT  ACTION                    '.

       01  WS-REPORT-DETAIL-LINE.
           03  WS-R-CHECK-NO               PIC Z(09)9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-ACCOUNT-ID             PIC ZZZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-ISSUE-DATE             PIC 9(06).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-AMOUNT                 PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-PAID-DATE              PIC 9(06).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-PAID-AMOUNT            PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-ACTION                 PIC X(20).
           03  FILLER                      PIC X(06) VALUE SPACE.

       01  WS-CLEARED-LINE.
           03  FILLER                      PIC X(14) VALUE
                                           'CLEARED       '.
           03  WS-T-CLEARED-COUNT          PIC ZZZZZ9.
           03  FILLER                      PIC X(05) VALUE ' FOR '.
           03  WS-T-CLEARED-TOTAL          PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(43) VALUE SPACE.

       01  WS-EXCEPTION-LINE.
           03  FILLER                      PIC X(14) VALUE
                                           'EXCEPTIONS    '.
           03  WS-T-EXCEPTION-COUNT        PIC ZZZZZ9.
           03  FILLER                      PIC X(05) VALUE ' FOR '.
           03  WS-T-EXCEPTION-TOTAL        PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(43) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCO ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-PROCESS-PAID-CHECK
               UNTIL NOT WS-PAID-OK.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-CLEARED-COUNT       TO WS-RUN-ACCOUNTS.
           MOVE WS-CLEARED-TOTAL       TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    REFCHECK-DD.
           OPEN INPUT  PAID-DD.
           OPEN OUTPUT REPORT-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.

           MOVE WS-TODAY-YYMMDD       TO WS-H-DATE.
           MOVE WS-HEADING-LINE       TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BLANK-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 000-READ-PAID-CHECK.

       000-READ-PAID-CHECK.

           READ PAID-DD INTO PAID-CHECK-RECORD
               AT END SET WS-PAID-EOF TO TRUE.

       000-TERMINATION.

           CLOSE REFCHECK-DD.
           CLOSE PAID-DD.
           CLOSE REPORT-DD.

      * Our check numbers run six digits; a higher number the bank
      * paid was never one of ours.
       000-PROCESS-PAID-CHECK.

           MOVE SPACE                 TO REFUND-CHECK-RECORD.
           MOVE ZERO                  TO RC-ACCOUNT-ID.
           MOVE ZERO                  TO RC-ISSUE-DATE.
           MOVE ZERO                  TO RC-AMOUNT.

           IF PD-CHECK-NO NOT NUMERIC
           OR PD-CHECK-NO > 999999
               MOVE '99'              TO WS-REFCHECK-STATUS
           ELSE
               MOVE PD-CHECK-NO       TO RC-CHECK-NO
               READ REFCHECK-DD.

           IF NOT WS-REFCHECK-OK
               MOVE ZERO              TO RC-ACCOUNT-ID
               MOVE ZERO              TO RC-ISSUE-DATE
               MOVE ZERO              TO RC-AMOUNT
               MOVE 'NOT ON REGISTER     ' TO WS-R-ACTION
               PERFORM 000-LIST-EXCEPTION
           ELSE
           IF RC-PAID
               MOVE 'ALREADY PAID        ' TO WS-R-ACTION
               PERFORM 000-LIST-EXCEPTION
           ELSE
           IF RC-VOIDED
               MOVE 'PAID AFTER VOID     ' TO WS-R-ACTION
               PERFORM 000-LIST-EXCEPTION
           ELSE
           IF RC-ESCHEATED
               MOVE 'PAID AFTER ESCHEAT  ' TO WS-R-ACTION
               PERFORM 000-LIST-EXCEPTION
           ELSE
               PERFORM 000-MARK-PAID.

           PERFORM 000-READ-PAID-CHECK.

       000-MARK-PAID.

           SET RC-PAID                TO TRUE.
           MOVE PD-PAID-DATE          TO RC-STATUS-DATE.
           MOVE PD-AMOUNT             TO RC-PAID-AMOUNT.

           REWRITE REFUND-CHECK-RECORD.

           ADD 1                      TO WS-CLEARED-COUNT.
           ADD PD-AMOUNT              TO WS-CLEARED-TOTAL.

           IF PD-AMOUNT NOT = RC-AMOUNT
               MOVE 'CLEARED-AMT DIFFERS ' TO WS-R-ACTION
               PERFORM 000-WRITE-REPORT-LINE.

       000-LIST-EXCEPTION.

           PERFORM 000-WRITE-REPORT-LINE.

           ADD 1                      TO WS-EXCEPTION-COUNT.
           ADD PD-AMOUNT              TO WS-EXCEPTION-TOTAL.

       000-WRITE-REPORT-LINE.

           MOVE PD-CHECK-NO           TO WS-R-CHECK-NO.
           MOVE RC-ACCOUNT-ID         TO WS-R-ACCOUNT-ID.
           MOVE RC-ISSUE-DATE         TO WS-R-ISSUE-DATE.

           MOVE RC-AMOUNT             TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-R-AMOUNT.

           MOVE PD-PAID-DATE          TO WS-R-PAID-DATE.

           MOVE PD-AMOUNT             TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-R-PAID-AMOUNT.

           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       000-WRITE-TOTALS.

           MOVE WS-BLANK-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CLEARED-COUNT      TO WS-T-CLEARED-COUNT.
           MOVE WS-CLEARED-TOTAL      TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-CLEARED-TOTAL.
           MOVE WS-CLEARED-LINE       TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-EXCEPTION-COUNT    TO WS-T-EXCEPTION-COUNT.
           MOVE WS-EXCEPTION-TOTAL    TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-EXCEPTION-TOTAL.
           MOVE WS-EXCEPTION-LINE     TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
