       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCQ.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Unclaimed Property (Escheat) Run - an annual batch *
      *             job that turns over to the state every refund      *
      *             check still outstanding on the refund check        *
      *             register (REFCHECK-DD, see RFCFILE) once it has    *
      *             gone uncashed for the state's dormancy period.     *
      *             The parameter entry (BATCHPRM) carries the report  *
      *             date the period is measured to (zero = today),     *
      *             the dormancy period in months (zero = 36), the     *
      *             state being reported to (only payees with an       *
      *             address in that state go on its report - spaces    *
      *             takes them all), the state's property type code    *
      *             for the checks (spaces = CK12, credit checks) and  *
      *             our holder tax id and name.                        *
      *             For each check past the period:                    *
      *               - writes the owner's property record to the      *
      *                 state's holder report (ESCH-DD, see ESCFILE),  *
      *                 between a holder header and a trailer;         *
      *               - reverses the check back onto the account as a  *
      *                 'Q' payment-chain entry (operator ESCHEAT) -   *
      *                 the refund never left the bank, so the credit  *
      *                 is the customer's again - and then transfers   *
      *                 that credit to the state as a type-'E'         *
      *                 maintenance entry, which SLICKBW books to the  *
      *                 unclaimed-property liability line. The two     *
      *                 net to nothing on A-S-BALANCE;                 *
      *               - marks the check escheated ('E') with its void  *
      *                 queued, so the next SLICKBS run tells the bank *
      *                 not to pay it.                                 *
      *             A check whose account is no longer on file still   *
      *             goes to the state; the report flags it for         *
      *             accounting to book by hand.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT REFCHECK-DD ASSIGN TO REFCHECK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-REFCHECK-STATUS.

           SELECT ESCH-DD ASSIGN TO ESCHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCH-STATUS.

           SELECT REPORT-DD ASSIGN TO REPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  REFCHECK-DD
           RECORD CONTAINS 240 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY RFCFILE.

       FD  ESCH-DD
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ESCH-LINE                     PIC X(200).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-REPORT-DATE           PIC 9(06).
           03  PARM-DORMANCY-MONTHS       PIC 9(03).
           03  PARM-STATE                 PIC X(02).
           03  PARM-PROPERTY-TYPE         PIC X(04).
           03  PARM-HOLDER-TAX-ID         PIC X(09).
           03  PARM-HOLDER-NAME           PIC X(40).
           03  FILLER                     PIC X(16).

           COPY ESCFILE.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-REFCHECK-STATUS             PIC X(02) VALUE SPACE.
           88  WS-REFCHECK-OK             VALUE '00'.
       01  WS-ESCH-STATUS                 PIC X(02) VALUE SPACE.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-REPORT-DATE                 PIC 9(06) VALUE ZERO.
       01  WS-DORMANCY-MONTHS             PIC 9(03) VALUE ZERO.
       01  WS-STATE                       PIC X(02) VALUE SPACE.
       01  WS-PROPERTY-TYPE               PIC X(04) VALUE SPACE.

       01  WS-REPORT-CCYY                 PIC 9(04) VALUE ZERO.
       01  WS-REPORT-MM                   PIC 9(02) VALUE ZERO.
       01  WS-REPORT-DD                   PIC 9(02) VALUE ZERO.
       01  WS-ISSUE-CCYY                  PIC 9(04) VALUE ZERO.
       01  WS-ISSUE-MM                    PIC 9(02) VALUE ZERO.
       01  WS-ISSUE-DD                    PIC 9(02) VALUE ZERO.
       01  WS-MONTHS-OUT                  PIC S9(04) VALUE ZERO.

       01  WS-ESCHEAT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-ESCHEAT-TOTAL               PIC 9(09) VALUE ZERO.
       01  WS-UNPOSTED-COUNT              PIC 9(06) VALUE ZERO.

       01  WS-ACCOUNT-ID                  PIC 9(05) VALUE ZERO.
       01  WS-AMOUNT                      PIC 9(08) VALUE ZERO.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-SUB                 PIC 9(02) VALUE ZERO.
       01  WS-MAINT-RECORD                PIC 9(04) VALUE ZERO.
       01  WS-MAINT-SUB                   PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                      PIC X(40) VALUE
               'UNCLAIMED PROPERTY (ESCHEAT) REPORT     '.
           03  FILLER                      PIC X(05) VALUE 'DATE '.
           03  WS-H-DATE                   PIC 9(06).
           03  FILLER                      PIC X(08) VALUE '  STATE '.
           03  WS-H-STATE                  PIC X(02).
           03  FILLER                      PIC X(19) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                      PIC X(40) VALUE
               'CHECK  ACCT  PAYEE            ISSUED    '.
           03  FILLER                      PIC X(40) VALUE
               '  AMOUNT ST NOTE                        '.

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
           03  WS-R-STATE                  PIC X(02).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-R-NOTE                   PIC X(28).

       01  WS-TOTAL-LINE.
           03  FILLER                      PIC X(14) VALUE
                                           'ESCHEATED     '.
           03  WS-T-COUNT                  PIC ZZZZZ9.
           03  FILLER                      PIC X(05) VALUE ' FOR '.
           03  WS-T-TOTAL                  PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(13) VALUE
                                           '  NOT POSTED '.
           03  WS-T-UNPOSTED               PIC ZZZZZ9.
           03  FILLER                      PIC X(24) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCQ ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-OPTIONAL TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           MOVE ZERO                  TO RC-CHECK-NO.

           START REFCHECK-DD KEY NOT < RC-KEY.

           IF WS-REFCHECK-OK
               READ REFCHECK-DD NEXT RECORD
               PERFORM 000-CHECK-REGISTER-ENTRY
                   UNTIL NOT WS-REFCHECK-OK.

           PERFORM 000-WRITE-TRAILER.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-ESCHEAT-COUNT       TO WS-RUN-ACCOUNTS.
           MOVE WS-ESCHEAT-TOTAL       TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN I-O    REFCHECK-DD.
           OPEN OUTPUT ESCH-DD.
           OPEN OUTPUT REPORT-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.

           IF PARM-REPORT-DATE NUMERIC
           AND PARM-REPORT-DATE > ZERO
               MOVE PARM-REPORT-DATE  TO WS-REPORT-DATE
           ELSE
               MOVE WS-TODAY-YYMMDD   TO WS-REPORT-DATE.

           IF PARM-DORMANCY-MONTHS NUMERIC
           AND PARM-DORMANCY-MONTHS > ZERO
               MOVE PARM-DORMANCY-MONTHS TO WS-DORMANCY-MONTHS
           ELSE
               MOVE 36                TO WS-DORMANCY-MONTHS.

           MOVE PARM-STATE            TO WS-STATE.

           IF PARM-PROPERTY-TYPE = SPACE
               MOVE 'CK12'            TO WS-PROPERTY-TYPE
           ELSE
               MOVE PARM-PROPERTY-TYPE TO WS-PROPERTY-TYPE.


           MOVE WS-REPORT-DATE        TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1 (1:4)      TO WS-REPORT-CCYY.
           MOVE Y2K-DATE-1 (5:2)      TO WS-REPORT-MM.
           MOVE Y2K-DATE-1 (7:2)      TO WS-REPORT-DD.

           MOVE WS-REPORT-DATE        TO WS-H-DATE.
           MOVE WS-STATE              TO WS-H-STATE.
           MOVE WS-HEADING-LINE       TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BLANK-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACE                 TO ESCHEAT-RECORD.
           SET ES-HOLDER-HEADER       TO TRUE.
           MOVE PARM-HOLDER-TAX-ID    TO ES-H-HOLDER-TAX-ID.
           MOVE PARM-HOLDER-NAME      TO ES-H-HOLDER-NAME.
           MOVE WS-STATE              TO ES-H-HOLDER-STATE.
           MOVE WS-REPORT-CCYY        TO ES-H-REPORT-YEAR.
           MOVE Y2K-DATE-1            TO ES-H-REPORT-DATE.
           MOVE ESCHEAT-RECORD        TO ESCH-LINE.
           WRITE ESCH-LINE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE REFCHECK-DD.
           CLOSE ESCH-DD.
           CLOSE REPORT-DD.

       000-CHECK-REGISTER-ENTRY.

           IF RC-OUTSTANDING
           AND (WS-STATE = SPACE
                OR RC-PAYEE-STATE = WS-STATE)
               PERFORM 000-AGE-CHECK
               IF WS-MONTHS-OUT NOT < WS-DORMANCY-MONTHS
                   PERFORM 000-ESCHEAT-CHECK.

           READ REFCHECK-DD NEXT RECORD.

      * Whole months from the check date to the report date, the
      * way SLICKB3 ages a receivable.
       000-AGE-CHECK.

           MOVE RC-ISSUE-DATE         TO Y2K-YYMMDD-2.
           PERFORM 000-Y2K-WINDOW-2.
           MOVE Y2K-DATE-2 (1:4)      TO WS-ISSUE-CCYY.
           MOVE Y2K-DATE-2 (5:2)      TO WS-ISSUE-MM.
           MOVE Y2K-DATE-2 (7:2)      TO WS-ISSUE-DD.

           COMPUTE WS-MONTHS-OUT =
                   (WS-REPORT-CCYY - WS-ISSUE-CCYY) * 12 +
                   (WS-REPORT-MM - WS-ISSUE-MM).

           IF WS-REPORT-DD < WS-ISSUE-DD
               SUBTRACT 1 FROM WS-MONTHS-OUT.

      * The register record is rewritten first, while the browse is
      * still on it; the account postings and the state's record
      * follow.
       000-ESCHEAT-CHECK.

           MOVE RC-ACCOUNT-ID         TO WS-ACCOUNT-ID.
           MOVE RC-AMOUNT             TO WS-AMOUNT.
           MOVE SPACE                 TO WS-R-NOTE.

           SET RC-ESCHEATED           TO TRUE.
           MOVE WS-TODAY-YYMMDD       TO RC-STATUS-DATE.
           SET RC-VOID-TO-SEND        TO TRUE.

           REWRITE REFUND-CHECK-RECORD.

           PERFORM 000-WRITE-PROPERTY-RECORD.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               PERFORM 000-POST-ESCHEAT
           ELSE
               MOVE 'ACCOUNT GONE - BOOK BY HAND' TO WS-R-NOTE
               ADD 1                  TO WS-UNPOSTED-COUNT.

           PERFORM 000-WRITE-REPORT-LINE.

           ADD 1                      TO WS-ESCHEAT-COUNT.
           ADD WS-AMOUNT              TO WS-ESCHEAT-TOTAL.

       000-WRITE-PROPERTY-RECORD.

           MOVE SPACE                 TO ESCHEAT-RECORD.
           SET ES-PROPERTY-DETAIL     TO TRUE.
           COMPUTE ES-D-SEQUENCE = WS-ESCHEAT-COUNT + 1.
           MOVE RC-PAYEE-LAST         TO ES-D-OWNER-LAST.
           MOVE RC-PAYEE-FIRST        TO ES-D-OWNER-FIRST.
           MOVE RC-PAYEE-ADDRESS      TO ES-D-OWNER-ADDRESS.
           MOVE RC-PAYEE-CITY         TO ES-D-OWNER-CITY.
           MOVE RC-PAYEE-STATE        TO ES-D-OWNER-STATE.
           MOVE RC-PAYEE-ZIP          TO ES-D-OWNER-ZIP.
           MOVE WS-PROPERTY-TYPE      TO ES-D-PROPERTY-TYPE.
           MOVE WS-AMOUNT             TO ES-D-AMOUNT.
           MOVE Y2K-DATE-2            TO ES-D-LAST-ACTIVITY.
           MOVE WS-ACCOUNT-ID         TO ES-D-ACCOUNT-ID.
           MOVE RC-CHECK-NO           TO ES-D-CHECK-NO.

           MOVE ESCHEAT-RECORD        TO ESCH-LINE.
           WRITE ESCH-LINE.

      * Both entries are appended with the slot arithmetic SLICKBS
      * uses for the refund itself: the 'Q' takes the credit back
      * onto the account and the 'E' charges it away to the state,
      * so A-S-BALANCE ends where it started.
       000-POST-ESCHEAT.

           COMPUTE WS-NEW-ENTRY = A-S-PAYMENT-ENTRIES + 1.
           COMPUTE WS-PAYMENT-RECORD =
               (WS-NEW-ENTRY - 1) / 20.
           COMPUTE WS-PAYMENT-SUB =
               WS-NEW-ENTRY - (WS-PAYMENT-RECORD * 20).

           COMPUTE WS-NEW-ENTRY = A-S-MAINTENANCE-ENTRIES + 1.
           COMPUTE WS-MAINT-RECORD =
               (WS-NEW-ENTRY - 1) / 10.
           COMPUTE WS-MAINT-SUB =
               WS-NEW-ENTRY - (WS-MAINT-RECORD * 10).

           ADD 1                      TO A-S-PAYMENT-ENTRIES.
           MOVE WS-TODAY-YYMMDD       TO A-S-LAST-PAYMENT.
           ADD 1                      TO A-S-MAINTENANCE-ENTRIES.
           MOVE WS-TODAY-YYMMDD       TO A-S-LAST-MAINTENANCE.

           MOVE WS-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-WRITE-REVERSAL-ENTRY.
           PERFORM 000-WRITE-TRANSFER-ENTRY.

       000-WRITE-REVERSAL-ENTRY.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-ACCOUNT-ID     TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO A-P-RECORD-NUMBER
               PERFORM 000-FILL-REVERSAL-SLOT

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-PAYMENT-RECORD

           ELSE
               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-RECORD

               PERFORM 000-FILL-REVERSAL-SLOT

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-PAYMENT-RECORD.

       000-FILL-REVERSAL-SLOT.

           MOVE WS-AMOUNT             TO A-P-AMOUNT (WS-PAYMENT-SUB).
           MOVE WS-TODAY-YYMMDD       TO
               A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB).
           MOVE 'Q'                   TO
               A-P-ENTRY-TYPE (WS-PAYMENT-SUB).
           MOVE 'ESCHEAT '            TO
               A-P-OPERATOR (WS-PAYMENT-SUB).
           MOVE SPACE                 TO A-P-TENDER (WS-PAYMENT-SUB).

      * Technician 0 and no sales tax, like every other office charge.
       000-WRITE-TRANSFER-ENTRY.

           IF WS-MAINT-SUB = 1
               MOVE SPACE             TO ACCOUNT-MAINTENANCE-RECORD
               MOVE WS-ACCOUNT-ID     TO A-M-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO A-M-KEY-TYPE
               MOVE WS-MAINT-RECORD   TO A-M-RECORD-NUMBER
               PERFORM 000-FILL-TRANSFER-SLOT

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-MAINT-RECORD   TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-MAINTENANCE-RECORD

           ELSE
               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-MAINT-RECORD   TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-MAINTENANCE-RECORD

               PERFORM 000-FILL-TRANSFER-SLOT

               MOVE WS-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-MAINT-RECORD   TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-MAINTENANCE-RECORD.

       000-FILL-TRANSFER-SLOT.

           MOVE ZERO                  TO A-M-TECHNICIAN (WS-MAINT-SUB).
           MOVE WS-AMOUNT             TO
               A-M-SERVICE-CHARGE (WS-MAINT-SUB).
           MOVE WS-TODAY-YYMMDD       TO
               A-M-DATE-OF-SERVICE (WS-MAINT-SUB).
           MOVE 'E'                   TO A-M-ENTRY-TYPE (WS-MAINT-SUB).
           MOVE ZERO                  TO A-M-TAX-AMOUNT (WS-MAINT-SUB).

       000-WRITE-REPORT-LINE.

           MOVE RC-CHECK-NO           TO WS-R-CHECK-NO.
           MOVE WS-ACCOUNT-ID         TO WS-R-ACCOUNT-ID.
           MOVE RC-PAYEE-LAST         TO WS-R-PAYEE.
           MOVE RC-ISSUE-DATE         TO WS-R-ISSUE-DATE.

           MOVE WS-AMOUNT             TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-R-AMOUNT.

           MOVE RC-PAYEE-STATE        TO WS-R-STATE.

           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       000-WRITE-TRAILER.

           MOVE SPACE                 TO ESCHEAT-RECORD.
           SET ES-HOLDER-TRAILER      TO TRUE.
           MOVE WS-ESCHEAT-COUNT      TO ES-T-RECORD-COUNT.
           MOVE WS-ESCHEAT-TOTAL      TO ES-T-TOTAL-AMOUNT.
           MOVE ESCHEAT-RECORD        TO ESCH-LINE.
           WRITE ESCH-LINE.

       000-WRITE-TOTALS.

           MOVE WS-BLANK-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ESCHEAT-COUNT      TO WS-T-COUNT.
           MOVE WS-ESCHEAT-TOTAL      TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-TOTAL.
           MOVE WS-UNPOSTED-COUNT     TO WS-T-UNPOSTED.
           MOVE WS-TOTAL-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
