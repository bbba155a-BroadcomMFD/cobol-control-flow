       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCB.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Monthly Security Deposit Review - a month-end      *
      *             batch job, run after SLICKBC has assessed the      *
      *             month's late fees, that counts on-time months for  *
      *             every active account holding a security deposit   *
      *             (A-E-DEPOSIT-HELD, taken at the counter by SLICKP7 *
      *             PF6). A month is on time when the account is not   *
      *             overdue by SLICKB3's test (positive A-S-BALANCE,   *
      *             A-S-PAYMENT-DUE already past) and carries no       *
      *             type-'L' late fee dated in the month; an on-time   *
      *             month adds one to A-E-ONTIME-MONTHS, a late one    *
      *             starts the count over at zero.                     *
      *             A-E-ONTIME-CHECKED keeps the month last counted,   *
      *             so an extra run inside the month counts nothing.   *
      *             On the twelfth straight on-time month the deposit  *
      *             is credited back to the fuel balance as a payment- *
      *             chain entry typed 'G' (operator DEPOSIT) - a       *
      *             credit, never cash - A-E-DEPOSIT-HELD drops to     *
      *             zero, and the refund register (REGISTER-DD) lists  *
      *             the account.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT REGISTER-DD ASSIGN TO REGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  REGISTER-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-REGISTER-STATUS             PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

      * Straight on-time months that earn the deposit back.
       01  WS-REFUND-MONTHS               PIC 9(02) VALUE 12.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
           03  WS-END-MM                  PIC 9(02) VALUE ZERO.
           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

       01  WS-NAME-LAST                   PIC X(16) VALUE SPACE.
       01  WS-DEPOSIT-HELD                PIC 9(08) VALUE ZERO.
       01  WS-ONTIME-MONTHS               PIC 9(02) VALUE ZERO.

       01  WS-HOLDING-SW                  PIC X(01) VALUE 'N'.
           88  DEPOSIT-ON-HAND            VALUE 'Y'.
       01  WS-ONTIME-SW                   PIC X(01) VALUE 'Y'.
           88  MONTH-ON-TIME              VALUE 'Y'.
       01  WS-REFUND-SW                   PIC X(01) VALUE 'N'.
           88  DEPOSIT-REFUNDED           VALUE 'Y'.

      * Shadow copies of the statistics record's chain counts, taken
      * before the chain READs clobber the shared ACCTFILE storage.
       01  WS-MAINT-ENTRIES-COUNT         PIC 9(04) VALUE ZERO.

       01  WS-SCAN-DONE-SW                PIC X(01) VALUE 'N'.
           88  MONTH-SCAN-DONE            VALUE 'Y'.
       01  WS-SCAN-ENTRY                  PIC S9(05) VALUE ZERO.
       01  WS-SCANNED-RECORD              PIC 9(05) VALUE ZERO.
       01  WS-MAINTENANCE-RECORD          PIC 9(04) VALUE ZERO.
       01  WS-MAINTENANCE-SUB             PIC 9(02) VALUE ZERO.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-SUB                 PIC 9(02) VALUE ZERO.

       01  WS-REVIEWED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-REFUNDED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-REFUNDED-TOTAL              PIC 9(09) VALUE ZERO.

       01  WS-REGISTER-DETAIL-LINE.
           03  WS-R-ACCOUNT-ID             PIC ZZZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-NAME-LAST              PIC X(16).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  FILLER                      PIC X(17) VALUE
                                           'DEPOSIT REFUNDED '.
           03  WS-R-AMOUNT                 PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(28) VALUE SPACE.

       01  WS-REGISTER-TOTAL-LINE.
           03  FILLER                      PIC X(09) VALUE 'REVIEWED '.
           03  WS-T-REVIEWED               PIC ZZZZZ9.
           03  FILLER                      PIC X(20) VALUE
                                           ' ACCOUNTS, REFUNDED '.
           03  WS-T-COUNT                  PIC ZZZZZ9.
           03  FILLER                      PIC X(05) VALUE ' FOR '.
           03  WS-T-TOTAL                  PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(22) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCB ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-REVIEW-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-REFUNDED-COUNT      TO WS-RUN-ACCOUNTS.
           COMPUTE WS-RUN-TOTAL-AMOUNT =
               ZERO - WS-REFUNDED-TOTAL.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN OUTPUT REGISTER-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE REGISTER-DD.

       000-REVIEW-ACCOUNT.

      * The deposit check reads the extension record, so it runs
      * before the statistics read fills the shared buffer.
           PERFORM 000-CHECK-DEPOSIT-HELD.

           IF DEPOSIT-ON-HAND
               MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID
               MOVE A-S-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD

               IF WS-ACCTFILE-OK
                   MOVE A-S-END-OF-CONTRACT TO WS-END-OF-CONTRACT
                   IF ACCOUNT-ACTIVE
                       PERFORM 000-CHECK-MONTH-ON-TIME
                       PERFORM 000-COUNT-ONTIME-MONTH.

      * Only an extension record with money actually held, and not
      * yet counted for this month, is worth the statistics read.
       000-CHECK-DEPOSIT-HELD.

           MOVE 'N'                   TO WS-HOLDING-SW.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
           AND A-E-DEPOSIT-HELD NUMERIC
           AND A-E-DEPOSIT-HELD > ZERO
               IF A-E-ONTIME-CHECKED NUMERIC
               AND A-E-ONTIME-CHECKED = WS-TODAY-YYMMDD (1:4)
                   CONTINUE
               ELSE
                   SET DEPOSIT-ON-HAND TO TRUE
                   MOVE A-E-DEPOSIT-HELD  TO WS-DEPOSIT-HELD
                   IF A-E-ONTIME-MONTHS NUMERIC
                       MOVE A-E-ONTIME-MONTHS TO WS-ONTIME-MONTHS
                   ELSE
                       MOVE ZERO          TO WS-ONTIME-MONTHS.

      * Overdue by the aging report's test, or a late fee posted
      * this month, and the month does not count.
       000-CHECK-MONTH-ON-TIME.

           MOVE 'Y'                   TO WS-ONTIME-SW.

           MOVE A-S-NAME-LAST         TO WS-NAME-LAST.
           MOVE A-S-MAINTENANCE-ENTRIES
                                      TO WS-MAINT-ENTRIES-COUNT.

           IF A-S-BALANCE > ZERO
               MOVE A-S-PAYMENT-DUE   TO Y2K-YYMMDD-2
               PERFORM 000-Y2K-WINDOW-2
               IF Y2K-DATE-2 < Y2K-DATE-1
                   MOVE 'N'           TO WS-ONTIME-SW.

           IF MONTH-ON-TIME
               PERFORM 000-CHECK-LATE-FEE.

      * The SLICKBC rerun scan: walk the maintenance chain BACKWARD
      * through the current month's entries looking for a type-'L'
      * fee, and stop at the first entry dated before the month.
       000-CHECK-LATE-FEE.

           MOVE 'N'                   TO WS-SCAN-DONE-SW.
           MOVE 99999                 TO WS-SCANNED-RECORD.

           IF WS-MAINT-ENTRIES-COUNT > ZERO
               PERFORM 000-SCAN-ONE-MONTH-ENTRY
                   VARYING WS-SCAN-ENTRY
                       FROM WS-MAINT-ENTRIES-COUNT BY -1
                         UNTIL WS-SCAN-ENTRY < 1
                            OR NOT MONTH-ON-TIME
                            OR MONTH-SCAN-DONE.

       000-SCAN-ONE-MONTH-ENTRY.

           COMPUTE WS-MAINTENANCE-RECORD =
               (WS-SCAN-ENTRY - 1) / 10.
           COMPUTE WS-MAINTENANCE-SUB =
               WS-SCAN-ENTRY - (WS-MAINTENANCE-RECORD * 10).

           IF WS-MAINTENANCE-RECORD NOT = WS-SCANNED-RECORD
               MOVE WS-MAINTENANCE-RECORD
                                      TO WS-SCANNED-RECORD
               MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE       TO AFR-KEY-TYPE
               MOVE WS-MAINTENANCE-RECORD TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-MAINTENANCE-RECORD

               IF NOT WS-ACCTFILE-OK
                   SET MONTH-SCAN-DONE TO TRUE.

           IF NOT MONTH-SCAN-DONE
               IF A-M-DATE-OF-SERVICE (WS-MAINTENANCE-SUB) (1:4)
                   NOT = WS-TODAY-YYMMDD (1:4)
                   SET MONTH-SCAN-DONE TO TRUE
               ELSE
               IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'L'
                   MOVE 'N'           TO WS-ONTIME-SW.

       000-COUNT-ONTIME-MONTH.

           MOVE 'N'                   TO WS-REFUND-SW.
           ADD 1                      TO WS-REVIEWED-COUNT.

           IF MONTH-ON-TIME
               ADD 1                  TO WS-ONTIME-MONTHS
           ELSE
               MOVE ZERO              TO WS-ONTIME-MONTHS.

           IF WS-ONTIME-MONTHS NOT < WS-REFUND-MONTHS
               PERFORM 000-POST-DEPOSIT-REFUND.

      * The late-fee scan and the refund posting both rolled other
      * records through the shared buffer, so the extension record
      * comes back before the count is stamped on it.
           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           MOVE WS-ONTIME-MONTHS      TO A-E-ONTIME-MONTHS.
           MOVE WS-TODAY-YYMMDD (1:4) TO A-E-ONTIME-CHECKED.

           IF DEPOSIT-REFUNDED
               MOVE ZERO              TO A-E-DEPOSIT-HELD
               MOVE ZERO              TO A-E-ONTIME-MONTHS.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-EXTEND-RECORD.

       000-POST-DEPOSIT-REFUND.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           COMPUTE WS-NEW-ENTRY = A-S-PAYMENT-ENTRIES + 1.
           COMPUTE WS-PAYMENT-RECORD =
               (WS-NEW-ENTRY - 1) / 20.
           COMPUTE WS-PAYMENT-SUB =
               WS-NEW-ENTRY - (WS-PAYMENT-RECORD * 20).

           ADD 1                      TO A-S-PAYMENT-ENTRIES.
           COMPUTE A-S-BALANCE =
               A-S-BALANCE - WS-DEPOSIT-HELD.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-WRITE-REFUND-ENTRY.
           PERFORM 000-WRITE-REGISTER-LINE.

           SET DEPOSIT-REFUNDED       TO TRUE.
           ADD 1                      TO WS-REFUNDED-COUNT.
           ADD WS-DEPOSIT-HELD        TO WS-REFUNDED-TOTAL.

       000-WRITE-REFUND-ENTRY.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO A-P-RECORD-NUMBER
               MOVE WS-DEPOSIT-HELD   TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE WS-TODAY-YYMMDD
                   TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'G'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE 'DEPOSIT '        TO A-P-OPERATOR (WS-PAYMENT-SUB)

               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-PAYMENT-RECORD

           ELSE
               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-RECORD

               MOVE WS-DEPOSIT-HELD   TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE WS-TODAY-YYMMDD
                   TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'G'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE 'DEPOSIT '        TO A-P-OPERATOR (WS-PAYMENT-SUB)

               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-PAYMENT-RECORD.

       000-WRITE-REGISTER-LINE.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-R-ACCOUNT-ID.
           MOVE WS-NAME-LAST          TO WS-R-NAME-LAST.

           MOVE WS-DEPOSIT-HELD       TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO WS-R-AMOUNT.

           MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       000-WRITE-TOTALS.

           MOVE WS-BLANK-LINE         TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE WS-REVIEWED-COUNT     TO WS-T-REVIEWED.
           MOVE WS-REFUNDED-COUNT     TO WS-T-COUNT.
           MOVE WS-REFUNDED-TOTAL     TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-TOTAL.

           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
