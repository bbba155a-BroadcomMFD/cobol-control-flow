       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCY.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Win-Back Extract - a batch job run ahead of the    *
      *             fall mailing that finds the former customers worth *
      *             asking back: accounts closed within the last 24    *
      *             months (or the number of months staged on          *
      *             BATCHPRM) whose closure reason on SLICKP3 was      *
      *             price (P) or a service complaint (S). Each goes to *
      *             the mailing extract (WINBACK-DD, see WBKFILE) with *
      *             the address, the competitor they went to, the last *
      *             price they paid and their latest contact-log       *
      *             entries, and to a listing (REPORT-DD) the office   *
      *             reads before the letters go out.                   *
      *             An account whose mailing address is flagged bad    *
      *             (A-E-ADDRESS-STATUS, returned mail or NCOA) is     *
      *             listed but not extracted; an account merged away   *
      *             as a duplicate (A-S-MERGED-TO) is skipped.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT WINBACK-DD ASSIGN TO WINBKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINBACK-STATUS.

           SELECT REPORT-DD ASSIGN TO WINBKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  WINBACK-DD
           RECORD CONTAINS 420 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WINBACK-LINE                  PIC X(420).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

           COPY WBKFILE.

       01  PARM-RECORD.
           03  PARM-LOOKBACK-MONTHS       PIC 9(02).
           03  FILLER                     PIC X(78).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-WINBACK-STATUS              PIC X(02) VALUE SPACE.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.

       01  WS-LOOKBACK-MONTHS             PIC 9(02) VALUE 24.
       01  WS-MONTH-NUMBER                PIC 9(06) VALUE ZERO.
       01  WS-CUTOFF-DATE.
           03  WS-CUTOFF-CCYY             PIC 9(04) VALUE ZERO.
           03  WS-CUTOFF-MM               PIC 9(02) VALUE ZERO.
           03  WS-CUTOFF-DD               PIC 9(02) VALUE ZERO.
       01  WS-CUTOFF-CCYYMMDD REDEFINES WS-CUTOFF-DATE
                                          PIC 9(08).

       01  WS-END-OF-CONTRACT             PIC 9(08) VALUE ZERO.

       01  WS-TELEPHONE.
           03  WS-TEL-A                   PIC 9(03) VALUE ZERO.
           03  WS-TEL-B                   PIC 9(03) VALUE ZERO.
           03  WS-TEL-C                   PIC 9(04) VALUE ZERO.

       01  WS-ADDRESS-SW                  PIC X(01) VALUE 'N'.
           88  ADDRESS-BAD                VALUE 'Y'.

       01  WS-DELIVERY-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-CONTACT-ENTRY               PIC 9(04) VALUE ZERO.
       01  WS-ENTRY-RECORD                PIC 9(04) VALUE ZERO.
       01  WS-ENTRY-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-WB-SUB                      PIC 9(02) VALUE ZERO.

       01  WS-LISTED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-EXTRACT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-BAD-ADDRESS-COUNT           PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                      PIC X(40) VALUE
               'WIN-BACK EXTRACT  -  CLOSED FOR PRICE OR'.
           03  FILLER                      PIC X(23) VALUE
               ' SERVICE ON OR AFTER   '.
           03  WS-H-CUTOFF                 PIC 9(08).
           03  FILLER                      PIC X(09) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                      PIC X(40) VALUE
               'ACCT  NAME             CLOSED   R COMPET'.
           03  FILLER                      PIC X(40) VALUE
               'ITOR           PRICE                    '.

       01  WS-DETAIL-LINE.
           03  WS-D-ACCOUNT-ID             PIC 9(05).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-NAME                   PIC X(16).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-CLOSED                 PIC 9(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-REASON                 PIC X(01).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-COMPETITOR             PIC X(20).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-PRICE                  PIC X(05).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-NOTE                   PIC X(19).

       01  WS-CONTACT-LINE.
           03  FILLER                      PIC X(06) VALUE SPACE.
           03  WS-C-DATE                   PIC 9(06).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-C-NOTE                   PIC X(60).
           03  FILLER                      PIC X(07) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  WS-T-LISTED                 PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(17) VALUE
                                           ' FORMER CUSTOMERS'.
           03  FILLER                      PIC X(02) VALUE ', '.
           03  WS-T-EXTRACTED              PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(10) VALUE
                                           ' EXTRACTED'.
           03  FILLER                      PIC X(02) VALUE ', '.
           03  WS-T-BAD-ADDRESS            PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(28) VALUE
                                           ' HELD BACK FOR BAD ADDRESS'.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCY ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-OPTIONAL TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-CHECK-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-EXTRACT-COUNT      TO WS-RUN-ACCOUNTS.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

      * The window reaches back the given number of whole months
      * from the run date, to the same day of the month.
       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN OUTPUT WINBACK-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           IF WS-RUN-PARM-FOUND
               MOVE WS-RUN-PARM-DATA  TO PARM-RECORD
               IF PARM-LOOKBACK-MONTHS NUMERIC
               AND PARM-LOOKBACK-MONTHS > ZERO
                   MOVE PARM-LOOKBACK-MONTHS
                                      TO WS-LOOKBACK-MONTHS.

           MOVE WS-RUN-CCYYMMDD       TO WS-CUTOFF-CCYYMMDD.

           COMPUTE WS-MONTH-NUMBER =
               (WS-CUTOFF-CCYY * 12) + WS-CUTOFF-MM - 1
                   - WS-LOOKBACK-MONTHS.

           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-CCYY
               REMAINDER WS-CUTOFF-MM.

           ADD 1                      TO WS-CUTOFF-MM.

           MOVE WS-CUTOFF-CCYYMMDD    TO WS-H-CUTOFF.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE WINBACK-DD.
           CLOSE REPORT-DD.

       000-CHECK-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT TO WS-END-OF-CONTRACT
               IF WS-END-OF-CONTRACT NOT = ZERO
               AND WS-END-OF-CONTRACT NOT < WS-CUTOFF-CCYYMMDD
               AND (A-S-MERGED-TO NOT NUMERIC
                    OR A-S-MERGED-TO = ZERO)
                   PERFORM 000-CHECK-CLOSED-ACCOUNT.

      * Everything wanted off the statistics record is taken before
      * the extension, delivery and contact records are read over
      * it.
       000-CHECK-CLOSED-ACCOUNT.

           INITIALIZE WINBACK-RECORD.

           MOVE WS-CURRENT-ACCOUNT-ID TO WB-ACCOUNT-ID.
           MOVE A-S-NAME-LAST         TO WB-NAME-LAST.
           MOVE A-S-NAME-FIRST        TO WB-NAME-FIRST.
           MOVE A-S-NAME-INITIAL      TO WB-NAME-INITIAL.
           MOVE A-S-ADDRESS           TO WB-ADDRESS.
           MOVE A-S-CITY              TO WB-CITY.
           MOVE A-S-STATE             TO WB-STATE.
           MOVE A-S-ZIP               TO WB-ZIP.
           MOVE A-S-ZIP-EX            TO WB-ZIP-EX.
           MOVE A-S-TEL-1A            TO WS-TEL-A.
           MOVE A-S-TEL-1B            TO WS-TEL-B.
           MOVE A-S-TEL-1C            TO WS-TEL-C.
           MOVE WS-TELEPHONE          TO WB-TELEPHONE.
           MOVE WS-END-OF-CONTRACT    TO WB-CLOSE-DATE.
           MOVE A-S-PRICE-PROGRAM     TO WB-PRICE-PROGRAM.
           MOVE A-S-UNIT-PRICE        TO WB-LAST-PRICE.
           MOVE A-S-ESTIMATED-USAGE   TO WB-ANNUAL-GALLONS.
           MOVE A-S-CONTACT-ENTRIES   TO WB-CONTACT-COUNT.
           MOVE A-S-DELIVERY-ENTRIES  TO WS-DELIVERY-ENTRIES.
           MOVE A-S-CONTACT-ENTRIES   TO WS-CONTACT-ENTRY.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
           AND (A-E-CLOSED-FOR-PRICE OR A-E-CLOSED-FOR-SERVICE)
               MOVE A-E-CLOSE-REASON  TO WB-CLOSE-REASON
               MOVE A-E-COMPETITOR    TO WB-COMPETITOR
               IF A-E-ADDRESS-BAD
                   SET ADDRESS-BAD    TO TRUE
               ELSE
                   MOVE 'N'           TO WS-ADDRESS-SW
               END-IF
               PERFORM 000-WRITE-WINBACK.

       000-WRITE-WINBACK.

           IF WS-DELIVERY-ENTRIES > ZERO
               PERFORM 000-READ-LAST-DELIVERY.

           PERFORM 000-TAKE-CONTACT
               VARYING WS-WB-SUB FROM 1 BY 1
                 UNTIL WS-WB-SUB > 3
                    OR WS-CONTACT-ENTRY = ZERO.

           ADD 1                      TO WS-LISTED-COUNT.

           IF ADDRESS-BAD
               ADD 1                  TO WS-BAD-ADDRESS-COUNT
               MOVE 'BAD ADDRESS-NO MAIL'
                                      TO WS-D-NOTE
           ELSE
               ADD 1                  TO WS-EXTRACT-COUNT
               MOVE SPACE             TO WS-D-NOTE
               MOVE WINBACK-RECORD    TO WINBACK-LINE
               WRITE WINBACK-LINE.

           MOVE WB-ACCOUNT-ID         TO WS-D-ACCOUNT-ID.
           MOVE WB-NAME-LAST          TO WS-D-NAME.
           MOVE WB-CLOSE-DATE         TO WS-D-CLOSED.
           MOVE WB-CLOSE-REASON       TO WS-D-REASON.
           MOVE WB-COMPETITOR         TO WS-D-COMPETITOR.
           MOVE WB-LAST-PRICE         TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO WS-D-PRICE.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           PERFORM 000-WRITE-CONTACT-LINE
               VARYING WS-WB-SUB FROM 1 BY 1
                 UNTIL WS-WB-SUB > 3.

      * The newest delivery is the last entry on the chain, twenty
      * to a record.
       000-READ-LAST-DELIVERY.

           COMPUTE WS-ENTRY-RECORD = (WS-DELIVERY-ENTRIES - 1) / 20.
           COMPUTE WS-ENTRY-SUB =
               WS-DELIVERY-ENTRIES - (WS-ENTRY-RECORD * 20).

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-D-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-ENTRY-RECORD       TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-DELIVERY-RECORD.

           IF WS-ACCTFILE-OK
           AND A-D-UNIT-PRICE (WS-ENTRY-SUB) NUMERIC
           AND A-D-UNIT-PRICE (WS-ENTRY-SUB) > ZERO
               MOVE A-D-UNIT-PRICE (WS-ENTRY-SUB)
                                      TO WB-LAST-PRICE
               MOVE A-D-DATE-OF-DELIVERY (WS-ENTRY-SUB)
                                      TO WB-LAST-PRICE-DATE.

      * Contacts are taken newest first, five to a record.
       000-TAKE-CONTACT.

           COMPUTE WS-ENTRY-RECORD = (WS-CONTACT-ENTRY - 1) / 5.
           COMPUTE WS-ENTRY-SUB =
               WS-CONTACT-ENTRY - (WS-ENTRY-RECORD * 5).

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-X-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-ENTRY-RECORD       TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTACT-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-X-CONTACT-DATE (WS-ENTRY-SUB)
                                      TO WB-CONTACT-DATE (WS-WB-SUB)
               MOVE A-X-HANDLED-BY (WS-ENTRY-SUB)
                                      TO WB-CONTACT-BY (WS-WB-SUB)
               MOVE A-X-NOTE (WS-ENTRY-SUB)
                                      TO WB-CONTACT-NOTE (WS-WB-SUB).

           SUBTRACT 1                 FROM WS-CONTACT-ENTRY.

       000-WRITE-CONTACT-LINE.

           IF WB-CONTACT-NOTE (WS-WB-SUB) NOT = SPACE
               MOVE WB-CONTACT-DATE (WS-WB-SUB) TO WS-C-DATE
               MOVE WB-CONTACT-NOTE (WS-WB-SUB) TO WS-C-NOTE
               WRITE REPORT-LINE FROM WS-CONTACT-LINE.

       000-WRITE-TOTALS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-LISTED-COUNT       TO WS-T-LISTED.
           MOVE WS-EXTRACT-COUNT      TO WS-T-EXTRACTED.
           MOVE WS-BAD-ADDRESS-COUNT  TO WS-T-BAD-ADDRESS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
