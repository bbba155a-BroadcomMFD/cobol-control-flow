       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCK.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Collection Agency Placement - a monthly batch job  *
      *             that turns over to the outside collection agency   *
      *             every account the SLICKBI letters have run out on: *
      *             the level-3 final notice has gone out (A-S-LETTER- *
      *             LEVEL 3), a balance is still owed, and the oldest  *
      *             payment due is at least the BATCHPRM number of     *
      *             months behind (four when none is staged). An       *
      *             account under a kept payment arrangement (A-E-     *
      *             ARRANGE-STATUS 'K') is left alone, and so is one   *
      *             already placed or closed out by the agency; one    *
      *             the agency recalled is placed again only after a   *
      *             fresh final notice. Closed accounts are placed     *
      *             too - a final bill nobody paid is exactly what the *
      *             agency is for. A multi-site customer is placed     *
      *             once, through the parent, for the whole group's    *
      *             balance (SLICKBTG); an active site is never placed *
      *             on its own.                                        *
      *             Each placement writes the agency's record (AGYFILE *
      *             AGENCY-PLACEMENT-RECORD) to PLACE-DD, marks the    *
      *             extension record placed (A-E-AGENCY-xxx) and logs  *
      *             an A-X contact entry so a CSR on the phone knows   *
      *             where the account went. REPORT-DD lists what was   *
      *             placed, and the final-notice accounts held back    *
      *             and why, for the credit manager. Payments, recalls *
      *             and returns from the agency come back through      *
      *             SLICKCL.                                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT PLACE-DD ASSIGN TO AGYPLACE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLACE-STATUS.

           SELECT REPORT-DD ASSIGN TO AGYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  PLACE-DD
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PLACE-LINE                    PIC X(200).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-PLACE-MONTHS          PIC 9(02).

           COPY BTGRPWS.

           COPY AGYFILE.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-PLACE-STATUS                PIC X(02) VALUE SPACE.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-TODAY-DATE                  PIC 9(08) VALUE ZERO.

      * Months past the oldest payment due before a final-notice
      * account goes to the agency.
       01  WS-PLACE-MONTHS                PIC 9(02) VALUE ZERO.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
           03  WS-END-MM                  PIC 9(02) VALUE ZERO.
           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

      * The extension record's say, taken before the bill-to checks
      * read over the shared buffer.
       01  WS-ARRANGE-SW                  PIC X(01) VALUE 'N'.
           88  ARRANGEMENT-KEPT           VALUE 'Y'.
       01  WS-AGENCY-STATUS               PIC X(01) VALUE SPACE.
           88  AGENCY-PLACED              VALUE 'P'.
           88  AGENCY-RECALLED            VALUE 'R'.
           88  AGENCY-CLOSED              VALUE 'C'.
       01  WS-AGENCY-RETURN-DATE          PIC 9(08) VALUE ZERO.
       01  WS-EXTEND-EXISTS-STATUS        PIC X(02) VALUE SPACE.
           88  WS-EXTEND-EXISTS           VALUE '00'.

       01  WS-PLACE-BALANCE               PIC S9(09) VALUE ZERO.
       01  WS-PLACE-DUE                   PIC 9(06) VALUE ZERO.
       01  WS-MONTHS-OVERDUE              PIC S9(04) VALUE ZERO.
       01  WS-LETTER-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-HOLD-REASON                 PIC X(24) VALUE SPACE.

       01  WS-TODAY-CCYY                  PIC 9(04) VALUE ZERO.
       01  WS-TODAY-MM                    PIC 9(02) VALUE ZERO.
       01  WS-TODAY-DD                    PIC 9(02) VALUE ZERO.
       01  WS-DUE-CCYY                    PIC 9(04) VALUE ZERO.
       01  WS-DUE-MM                      PIC 9(02) VALUE ZERO.
       01  WS-DUE-DD                      PIC 9(02) VALUE ZERO.

       01  WS-CONTACT-ENTRIES-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-CONTACT-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-CONTACT-SUB                 PIC 9(02) VALUE ZERO.

       01  WS-CONTACT-NOTE                PIC X(60) VALUE
           'PLACED WITH OUTSIDE COLLECTION AGENCY'.

       01  WS-PLACED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-PLACED-TOTAL                PIC 9(09) VALUE ZERO.
       01  WS-HELD-COUNT                  PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'COLLECTION AGENCY PLACEMENTS            '.
           03  FILLER                     PIC X(08) VALUE ' AS OF  '.
           03  H-ASOF-DATE                PIC 9(06).
           03  FILLER                     PIC X(26) VALUE SPACE.

       01  WS-DETAIL-LINE.
           03  WS-D-ACCOUNT-ID            PIC ZZZZ9.
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-NAME-LAST             PIC X(16).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-BALANCE               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-MONTHS                PIC ZZZ9.
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-NOTE                  PIC X(24).
           03  FILLER                     PIC X(11) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  FILLER                     PIC X(07) VALUE 'PLACED '.
           03  WS-T-PLACED-COUNT          PIC ZZZZZ9.
           03  FILLER                     PIC X(05) VALUE ' FOR '.
           03  WS-T-PLACED-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           03  FILLER                     PIC X(11) VALUE
                                          '  HELD BACK'.
           03  WS-T-HELD-COUNT            PIC ZZZZZ9.
           03  FILLER                     PIC X(32) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCK ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-OPTIONAL TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-CHECK-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-PLACED-COUNT        TO WS-RUN-ACCOUNTS.
           MOVE WS-PLACED-TOTAL        TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN OUTPUT PLACE-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           IF WS-RUN-PARM-FOUND
           AND PARM-PLACE-MONTHS NUMERIC
           AND PARM-PLACE-MONTHS > ZERO
               MOVE PARM-PLACE-MONTHS TO WS-PLACE-MONTHS
           ELSE
               MOVE 4                 TO WS-PLACE-MONTHS.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-TODAY-DATE.
           MOVE Y2K-DATE-1 (1:4)      TO WS-TODAY-CCYY.
           MOVE Y2K-DATE-1 (5:2)      TO WS-TODAY-MM.
           MOVE Y2K-DATE-1 (7:2)      TO WS-TODAY-DD.

           MOVE WS-TODAY-YYMMDD       TO H-ASOF-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE PLACE-DD.
           CLOSE REPORT-DD.

       000-CHECK-ACCOUNT.

      * The extension and bill-to checks read over the shared
      * buffer, so they run before the statistics read. A parent
      * answers for the group's balance and oldest due date.
           PERFORM 000-CHECK-EXTENSION.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-GRP-ACCOUNT-ID.
           PERFORM 000-CHECK-BILL-TO.

           IF BILL-TO-PARENT
               PERFORM 000-SUM-BILL-TO-GROUP.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
           AND A-S-LETTER-LEVEL NUMERIC
           AND A-S-LETTER-LEVEL = 3
               MOVE A-S-END-OF-CONTRACT   TO WS-END-OF-CONTRACT
               MOVE A-S-BALANCE           TO WS-PLACE-BALANCE
               MOVE A-S-PAYMENT-DUE       TO WS-PLACE-DUE
               IF BILL-TO-PARENT
                   MOVE WS-GRP-BALANCE    TO WS-PLACE-BALANCE
                   IF GROUP-DUE-FOUND
                       MOVE WS-GRP-OLDEST-DUE TO WS-PLACE-DUE
                   END-IF
               END-IF

               IF A-S-MERGED-TO NUMERIC
               AND A-S-MERGED-TO > ZERO
                   CONTINUE
               ELSE
               IF BILL-TO-CHILD
               AND ACCOUNT-ACTIVE
                   CONTINUE
               ELSE
               IF WS-PLACE-BALANCE > ZERO
                   PERFORM 000-CHECK-PLACEMENT.

      * The arrangement and agency standing ride the extension
      * record; an account without one has neither.
       000-CHECK-EXTENSION.

           MOVE 'N'                   TO WS-ARRANGE-SW.
           MOVE SPACE                 TO WS-AGENCY-STATUS.
           MOVE ZERO                  TO WS-AGENCY-RETURN-DATE.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
               IF A-E-ARRANGE-KEPT
                   SET ARRANGEMENT-KEPT TO TRUE
               END-IF
               MOVE A-E-AGENCY-STATUS TO WS-AGENCY-STATUS
               IF A-E-AGENCY-RETURN-DATE NUMERIC
                   MOVE A-E-AGENCY-RETURN-DATE
                                      TO WS-AGENCY-RETURN-DATE
               END-IF
           END-IF.

      * Months behind are counted the way SLICKBI counts them for
      * the letters, from the oldest payment due.
       000-CHECK-PLACEMENT.

           MOVE WS-PLACE-DUE          TO Y2K-YYMMDD-2.
           PERFORM 000-Y2K-WINDOW-2.
           MOVE Y2K-DATE-2 (1:4)      TO WS-DUE-CCYY.
           MOVE Y2K-DATE-2 (5:2)      TO WS-DUE-MM.
           MOVE Y2K-DATE-2 (7:2)      TO WS-DUE-DD.

           COMPUTE WS-MONTHS-OVERDUE =
                   (WS-TODAY-CCYY - WS-DUE-CCYY) * 12 +
                   (WS-TODAY-MM - WS-DUE-MM).

           IF WS-TODAY-DD < WS-DUE-DD
               SUBTRACT 1 FROM WS-MONTHS-OVERDUE.

           MOVE A-S-LETTER-DATE       TO Y2K-YYMMDD-3.
           PERFORM 000-Y2K-WINDOW-3.
           MOVE Y2K-DATE-3            TO WS-LETTER-DATE.

           MOVE SPACE                 TO WS-HOLD-REASON.

           IF WS-MONTHS-OVERDUE < WS-PLACE-MONTHS
           OR AGENCY-PLACED
           OR AGENCY-CLOSED
               CONTINUE
           ELSE
           IF AGENCY-RECALLED
           AND WS-LETTER-DATE NOT > WS-AGENCY-RETURN-DATE
               MOVE 'RECALLED BY AGENCY      ' TO WS-HOLD-REASON
           ELSE
           IF ARRANGEMENT-KEPT
               MOVE 'PAYMENT ARRANGEMENT KEPT' TO WS-HOLD-REASON
           ELSE
               PERFORM 000-PLACE-ACCOUNT.

           IF WS-HOLD-REASON NOT = SPACE
               MOVE WS-HOLD-REASON    TO WS-D-NOTE
               PERFORM 000-WRITE-DETAIL-LINE
               ADD 1                  TO WS-HELD-COUNT.

       000-PLACE-ACCOUNT.

           PERFORM 000-WRITE-PLACEMENT.

           MOVE A-S-CONTACT-ENTRIES   TO WS-CONTACT-ENTRIES-COUNT.

           COMPUTE WS-NEW-ENTRY = WS-CONTACT-ENTRIES-COUNT + 1.
           COMPUTE WS-CONTACT-RECORD =
               (WS-NEW-ENTRY - 1) / 5.
           COMPUTE WS-CONTACT-SUB =
               WS-NEW-ENTRY - (WS-CONTACT-RECORD * 5).

           ADD 1                      TO A-S-CONTACT-ENTRIES.
           MOVE WS-TODAY-YYMMDD       TO A-S-LAST-CONTACT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           MOVE 'PLACED WITH AGENCY      ' TO WS-D-NOTE.
           PERFORM 000-WRITE-DETAIL-LINE.

           PERFORM 000-WRITE-CONTACT-ENTRY.

           PERFORM 000-MARK-PLACED.

           ADD 1                      TO WS-PLACED-COUNT.
           ADD WS-PLACE-BALANCE       TO WS-PLACED-TOTAL.

      * The agency's record, built while the statistics record is
      * still in hand. Dates go out with the century.
       000-WRITE-PLACEMENT.

           MOVE SPACE                 TO AGENCY-PLACEMENT-RECORD.
           MOVE WS-CURRENT-ACCOUNT-ID TO AP-ACCOUNT-ID.
           MOVE A-S-NAME-LAST         TO AP-NAME-LAST.
           MOVE A-S-NAME-FIRST        TO AP-NAME-FIRST.
           MOVE A-S-NAME-INITIAL      TO AP-NAME-INITIAL.
           MOVE A-S-ADDRESS           TO AP-ADDRESS.
           MOVE A-S-CITY              TO AP-CITY.
           MOVE A-S-STATE             TO AP-STATE.
           MOVE A-S-ZIP               TO AP-ZIP.
           MOVE A-S-ZIP-EX            TO AP-ZIP-EX.
           MOVE A-S-TEL-1A            TO AP-TEL-1A.
           MOVE A-S-TEL-1B            TO AP-TEL-1B.
           MOVE A-S-TEL-1C            TO AP-TEL-1C.
           MOVE A-S-TEL-2A            TO AP-TEL-2A.
           MOVE A-S-TEL-2B            TO AP-TEL-2B.
           MOVE A-S-TEL-2C            TO AP-TEL-2C.
           MOVE WS-PLACE-BALANCE      TO AP-BALANCE.
           MOVE Y2K-DATE-2            TO AP-PAYMENT-DUE.
           MOVE WS-LETTER-DATE        TO AP-FINAL-NOTICE.
           MOVE WS-TODAY-DATE         TO AP-PLACED-DATE.

           IF A-S-LAST-PAYMENT NUMERIC
           AND A-S-LAST-PAYMENT > ZERO
               MOVE A-S-LAST-PAYMENT  TO Y2K-YYMMDD-3
               PERFORM 000-Y2K-WINDOW-3
               MOVE Y2K-DATE-3        TO AP-LAST-PAYMENT
           ELSE
               MOVE ZERO              TO AP-LAST-PAYMENT.

           WRITE PLACE-LINE FROM AGENCY-PLACEMENT-RECORD.

       000-WRITE-CONTACT-ENTRY.

           IF WS-CONTACT-SUB = 1
               MOVE SPACE             TO ACCOUNT-CONTACT-RECORD
               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO A-X-ACCOUNT-ID
               MOVE A-X-RECORD-TYPE   TO A-X-KEY-TYPE
               MOVE WS-CONTACT-RECORD TO A-X-RECORD-NUMBER
               MOVE WS-TODAY-YYMMDD   TO
                   A-X-CONTACT-DATE (WS-CONTACT-SUB)
               MOVE ZERO              TO
                   A-X-HANDLED-BY (WS-CONTACT-SUB)
               MOVE WS-CONTACT-NOTE   TO
                   A-X-NOTE (WS-CONTACT-SUB)

               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-X-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-CONTACT-RECORD TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-CONTACT-RECORD

           ELSE
               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-X-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-CONTACT-RECORD TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-CONTACT-RECORD

               MOVE WS-TODAY-YYMMDD   TO
                   A-X-CONTACT-DATE (WS-CONTACT-SUB)
               MOVE ZERO              TO
                   A-X-HANDLED-BY (WS-CONTACT-SUB)
               MOVE WS-CONTACT-NOTE   TO
                   A-X-NOTE (WS-CONTACT-SUB)

               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-X-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-CONTACT-RECORD TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-CONTACT-RECORD.

      * A new placement starts the collected figure over.
       000-MARK-PLACED.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           MOVE WS-ACCTFILE-STATUS    TO WS-EXTEND-EXISTS-STATUS.

           IF NOT WS-EXTEND-EXISTS
               MOVE SPACE             TO ACCOUNT-EXTEND-RECORD
               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE   TO A-E-KEY-TYPE
               MOVE ZERO              TO A-E-RECORD-NUMBER
               MOVE ZERO              TO A-E-OPEN-ITEM-ENTRIES.

           SET A-E-AGENCY-PLACED      TO TRUE.
           MOVE WS-TODAY-DATE         TO A-E-AGENCY-DATE.
           MOVE WS-PLACE-BALANCE      TO A-E-AGENCY-AMOUNT.
           MOVE ZERO                  TO A-E-AGENCY-COLLECTED.
           MOVE ZERO                  TO A-E-AGENCY-RETURN-DATE.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF WS-EXTEND-EXISTS
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-EXTEND-RECORD
           ELSE
               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-EXTEND-RECORD.

       000-WRITE-DETAIL-LINE.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-D-ACCOUNT-ID.
           MOVE A-S-NAME-LAST         TO WS-D-NAME-LAST.
           MOVE WS-MONTHS-OVERDUE     TO WS-D-MONTHS.

           MOVE WS-PLACE-BALANCE      TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-D-BALANCE.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       000-WRITE-TOTALS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-PLACED-COUNT       TO WS-T-PLACED-COUNT.
           MOVE WS-PLACED-TOTAL       TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-PLACED-AMOUNT.
           MOVE WS-HELD-COUNT         TO WS-T-HELD-COUNT.

           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           COPY SLICKNUM.

           COPY SLICKBTG.

           COPY SLICKBTS.

           COPY SLICKRCT.
