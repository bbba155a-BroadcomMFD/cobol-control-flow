      *             to remember to:                                    *
      *               - prints a refund check per account (CHECK-DD)   *
      *                 numbered from the starting check number on     *
      *                 the BATCHPRM control record, plus one check    *
      *                 register line per check (REGISTER-DD);         *
      *               - posts the offsetting payment-chain entry,      *
      *                 typed 'F' with operator REFUND, which ADDS     *
      *                 as an 'R' reversal);                           *
      *               - clears A-S-REFUND-DUE so the account is not    *
      *                 refunded twice and stops showing as a stale    *
      *                 customer credit at year end;                   *
      *               - enters the check on the refund check register  *
      *                 (REFCHECK-DD, see RFCFILE) as outstanding and  *
      *                 writes its issue record to the bank's positive-*
      *                 pay file (PPAY-DD, see PPAYFILE), under the    *
      *                 bank account number on the control record.     *
      *             After the sweep it makes one pass over the check   *
      *             register: every check voided on SLICKPT or         *
      *             escheated by SLICKCQ since the last run goes to    *
      *             the bank as a positive-pay void, and every check   *
      *             voided for reissue gets its replacement printed    *
      *             under the next number for the same amount (no      *
      *             posting - the 'F' entry already stands for it),    *
      *             listed on the register as a reissue and totaled    *
      *             apart from the new refund money.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY RUNCVSAM.

           SELECT CHECK-DD ASSIGN TO CHECKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REFCHECK-DD ASSIGN TO REFCHECK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-REFCHECK-STATUS.

           SELECT PPAY-DD ASSIGN TO PPAYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  CHECK-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE                 PIC X(80).

       FD  REFCHECK-DD
           RECORD CONTAINS 240 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY RFCFILE.

       FD  PPAY-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PPAY-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-START-CHECK-NO        PIC 9(06).
           03  PARM-BANK-ACCOUNT          PIC X(12).

           COPY PPAYFILE.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-CHECK-STATUS                PIC X(02) VALUE SPACE.
       01  WS-REGISTER-STATUS             PIC X(02) VALUE SPACE.
       01  WS-REFCHECK-STATUS             PIC X(02) VALUE SPACE.
           88  WS-REFCHECK-OK             VALUE '00'.
       01  WS-PPAY-STATUS                 PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-CHECK-NUMBER                PIC 9(06) VALUE ZERO.
       01  WS-BANK-ACCOUNT                PIC X(12) VALUE SPACE.

       01  WS-REFUND-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-REFUND-TOTAL                PIC 9(09) VALUE ZERO.

       01  WS-REISSUE-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-REISSUE-TOTAL               PIC 9(09) VALUE ZERO.
       01  WS-VOID-SENT-COUNT             PIC 9(06) VALUE ZERO.

       01  WS-REFUND-AMOUNT               PIC 9(08) VALUE ZERO.

      * The check a replacement stands in for - zero on a new refund.
       01  WS-ORIGINAL-CHECK-NO           PIC 9(06) VALUE ZERO.
       01  WS-REISSUE-SW                  PIC X(01) VALUE 'N'.
           88  REISSUE-THIS-CHECK         VALUE 'Y'.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-SUB                 PIC 9(02) VALUE ZERO.
           03  WS-R-NAME-FIRST             PIC X(16).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-AMOUNT                 PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-NOTE                   PIC X(18).

       01  WS-REISSUE-NOTE.
           03  FILLER                      PIC X(11) VALUE
                                           'REISSUE OF '.
           03  WS-N-CHECK-NO               PIC 9(06).
           03  FILLER                      PIC X(01) VALUE SPACE.

       01  WS-REGISTER-TOTAL-LINE.
           03  FILLER                      PIC X(09) VALUE 'REFUNDED '.
           03  WS-T-TOTAL                  PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(39) VALUE SPACE.

       01  WS-REISSUE-TOTAL-LINE.
           03  FILLER                      PIC X(09) VALUE 'REISSUED '.
           03  WS-T-REISSUE-COUNT          PIC ZZZZZ9.
           03  FILLER                      PIC X(14) VALUE
                                           ' CHECKS FOR   '.
           03  WS-T-REISSUE-TOTAL          PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(39) VALUE SPACE.

       01  WS-VOID-TOTAL-LINE.
           03  FILLER                      PIC X(09) VALUE 'VOIDED   '.
           03  WS-T-VOID-COUNT             PIC ZZZZZ9.
           03  FILLER                      PIC X(30) VALUE
                                  ' CHECKS SENT TO BANK AS VOIDS '.
           03  FILLER                      PIC X(35) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.

           MOVE 'SLICKBS ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-SCAN-CHECK-REGISTER.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.
       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN OUTPUT CHECK-DD.
           OPEN OUTPUT REGISTER-DD.
           OPEN I-O    REFCHECK-DD.
           OPEN OUTPUT PPAY-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-START-CHECK-NO   TO WS-CHECK-NUMBER.
           MOVE PARM-BANK-ACCOUNT     TO WS-BANK-ACCOUNT.


           ACCEPT WS-TODAY-YYMMDD FROM DATE.

           CLOSE ACCTFILE-DD.
           CLOSE CHECK-DD.
           CLOSE REGISTER-DD.
           CLOSE REFCHECK-DD.
           CLOSE PPAY-DD.

       000-CHECK-ACCOUNT.


           PERFORM 000-WRITE-REFUND-ENTRY.

           MOVE ZERO                  TO WS-ORIGINAL-CHECK-NO.

           PERFORM 000-PRINT-CHECK.
           PERFORM 000-ISSUE-CHECK.

           ADD 1                      TO WS-REFUND-COUNT.
           ADD WS-REFUND-AMOUNT       TO WS-REFUND-TOTAL.
           MOVE WS-CHECK-RULE-LINE    TO CHECK-LINE.
           WRITE CHECK-LINE.

      * Every check printed - new refund or replacement - goes on
      * the refund check register as outstanding and to the bank as
      * an issue record, then onto the printed register.
       000-ISSUE-CHECK.

           MOVE SPACE                 TO WS-R-NOTE.
           IF WS-ORIGINAL-CHECK-NO > ZERO
               MOVE WS-ORIGINAL-CHECK-NO TO WS-N-CHECK-NO
               MOVE WS-REISSUE-NOTE   TO WS-R-NOTE.

           PERFORM 000-WRITE-CHECK-RECORD.
           IF NOT WS-REFCHECK-OK
               MOVE '** NOT REGISTERED' TO WS-R-NOTE.

           PERFORM 000-WRITE-ISSUE-RECORD.
           PERFORM 000-WRITE-REGISTER-LINE.

       000-WRITE-CHECK-RECORD.

           MOVE SPACE                 TO REFUND-CHECK-RECORD.
           MOVE WS-CHECK-NUMBER       TO RC-CHECK-NO.
           MOVE WS-CURRENT-ACCOUNT-ID TO RC-ACCOUNT-ID.
           MOVE WS-REFUND-AMOUNT      TO RC-AMOUNT.
           MOVE WS-TODAY-YYMMDD       TO RC-ISSUE-DATE.
           SET RC-OUTSTANDING         TO TRUE.
           MOVE WS-TODAY-YYMMDD       TO RC-STATUS-DATE.
           MOVE ZERO                  TO RC-PAID-AMOUNT.
           MOVE WS-NAME-LAST          TO RC-PAYEE-LAST.
           MOVE WS-NAME-FIRST         TO RC-PAYEE-FIRST.
           MOVE WS-ADDRESS            TO RC-PAYEE-ADDRESS.
           MOVE WS-CITY               TO RC-PAYEE-CITY.
           MOVE WS-STATE              TO RC-PAYEE-STATE.
           MOVE WS-ZIP                TO RC-PAYEE-ZIP.
           MOVE WS-ORIGINAL-CHECK-NO  TO RC-REPLACES-CHECK.
           MOVE ZERO                  TO RC-REPLACED-BY.

           WRITE REFUND-CHECK-RECORD.

       000-WRITE-ISSUE-RECORD.

           MOVE SPACE                 TO POSITIVE-PAY-RECORD.
           SET PPY-ISSUE              TO TRUE.
           MOVE WS-BANK-ACCOUNT       TO PPY-BANK-ACCOUNT.
           MOVE WS-CHECK-NUMBER       TO PPY-CHECK-NO.
           MOVE WS-TODAY-YYMMDD       TO PPY-ISSUE-DATE.
           MOVE WS-REFUND-AMOUNT      TO PPY-AMOUNT.
           STRING WS-NAME-FIRST DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  WS-NAME-LAST  DELIMITED BY '  '
                  INTO PPY-PAYEE.

           MOVE POSITIVE-PAY-RECORD   TO PPAY-LINE.
           WRITE PPAY-LINE.

      * One pass over the whole check register after the sweep. The
      * checks this run just printed are outstanding and pass by
      * untouched; new numbers only ever land past the ones already
      * read, so the browse never loses its place.
       000-SCAN-CHECK-REGISTER.

           MOVE ZERO                  TO RC-CHECK-NO.

           START REFCHECK-DD KEY NOT < RC-KEY.

           IF WS-REFCHECK-OK
               READ REFCHECK-DD NEXT RECORD
               PERFORM 000-CHECK-REGISTER-ENTRY
                   UNTIL NOT WS-REFCHECK-OK.

       000-CHECK-REGISTER-ENTRY.

           IF RC-VOID-TO-SEND
           OR RC-REISSUE-WANTED
               PERFORM 000-WORK-REGISTER-ENTRY.

           READ REFCHECK-DD NEXT RECORD.

      * A voided or escheated check goes to the bank as a void - the
      * bank must refuse it if it ever turns up. A reissue request
      * is marked done and pointed at the replacement's number
      * before the replacement is printed.
       000-WORK-REGISTER-ENTRY.

           MOVE 'N'                   TO WS-REISSUE-SW.

           IF RC-VOID-TO-SEND
               PERFORM 000-WRITE-VOID-RECORD
               SET RC-VOID-SENT       TO TRUE
               ADD 1                  TO WS-VOID-SENT-COUNT.

           IF RC-REISSUE-WANTED
               SET REISSUE-THIS-CHECK TO TRUE
               SET RC-REISSUE-DONE    TO TRUE
               MOVE WS-CHECK-NUMBER   TO RC-REPLACED-BY.

           REWRITE REFUND-CHECK-RECORD.

           IF REISSUE-THIS-CHECK
               PERFORM 000-REISSUE-CHECK.

       000-WRITE-VOID-RECORD.

           MOVE SPACE                 TO POSITIVE-PAY-RECORD.
           SET PPY-VOID               TO TRUE.
           MOVE WS-BANK-ACCOUNT       TO PPY-BANK-ACCOUNT.
           MOVE RC-CHECK-NO           TO PPY-CHECK-NO.
           MOVE RC-ISSUE-DATE         TO PPY-ISSUE-DATE.
           MOVE RC-AMOUNT             TO PPY-AMOUNT.
           STRING RC-PAYEE-FIRST DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  RC-PAYEE-LAST  DELIMITED BY '  '
                  INTO PPY-PAYEE.

           MOVE POSITIVE-PAY-RECORD   TO PPAY-LINE.
           WRITE PPAY-LINE.

      * The replacement is made out for the same amount to the name
      * and address now on the account - a customer who lost a check
      * has usually called in a new address with it - or to the
      * original payee when the account record is gone.
       000-REISSUE-CHECK.

           MOVE RC-CHECK-NO           TO WS-ORIGINAL-CHECK-NO.
           MOVE RC-ACCOUNT-ID         TO WS-CURRENT-ACCOUNT-ID.
           MOVE RC-AMOUNT             TO WS-REFUND-AMOUNT.

           MOVE RC-PAYEE-LAST         TO WS-NAME-LAST.
           MOVE RC-PAYEE-FIRST        TO WS-NAME-FIRST.
           MOVE RC-PAYEE-ADDRESS      TO WS-ADDRESS.
           MOVE RC-PAYEE-CITY         TO WS-CITY.
           MOVE RC-PAYEE-STATE        TO WS-STATE.
           MOVE RC-PAYEE-ZIP          TO WS-ZIP.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-NAME-LAST     TO WS-NAME-LAST
               MOVE A-S-NAME-FIRST    TO WS-NAME-FIRST
               MOVE A-S-ADDRESS       TO WS-ADDRESS
               MOVE A-S-CITY          TO WS-CITY
               MOVE A-S-STATE         TO WS-STATE
               MOVE A-S-ZIP           TO WS-ZIP.

           PERFORM 000-PRINT-CHECK.
           PERFORM 000-ISSUE-CHECK.

           ADD 1                      TO WS-REISSUE-COUNT.
           ADD WS-REFUND-AMOUNT       TO WS-REISSUE-TOTAL.
           ADD 1                      TO WS-CHECK-NUMBER.

       000-WRITE-REGISTER-LINE.

           MOVE WS-CHECK-NUMBER       TO WS-R-CHECK-NO.
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-REISSUE-COUNT      TO WS-T-REISSUE-COUNT.
           MOVE WS-REISSUE-TOTAL      TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-REISSUE-TOTAL.

           MOVE WS-REISSUE-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-VOID-SENT-COUNT    TO WS-T-VOID-COUNT.
           MOVE WS-VOID-TOTAL-LINE    TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
