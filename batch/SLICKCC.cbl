       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCC.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Weekly Prospect and Quote Report - a weekly batch  *
      *             job over the prospect file (PROSPECT-DD, see       *
      *             PRSFILE) the sales desk keeps on SLICKPN.          *
      *             First it settles referral credits: a won prospect  *
      *             that named a referring customer, and whose new     *
      *             account (PR-ACCOUNT-ID) has taken its first        *
      *             delivery, earns the referrer WS-REFERRAL-CREDIT,   *
      *             posted to the referrer's payment chain as a type-  *
      *             'K' entry (operator REFERRAL) - a credit against   *
      *             the fuel balance, never cash. A referrer whose     *
      *             account has since closed gets nothing. Either way  *
      *             the prospect is marked (PR-REFERRAL-CREDITED) so   *
      *             the credit is settled once only, and the report    *
      *             lists it.                                          *
      *             Then every quoted prospect is sorted by            *
      *             salesperson and listed with its program, price and *
      *             status, and each salesperson's section ends with   *
      *             the count of quotes outstanding (an accepted quote *
      *             waiting on SLICKP1 counts as outstanding), won,    *
      *             lost and expired - an outstanding quote past its   *
      *             expiration date.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT PROSPECT-DD ASSIGN TO PROSPECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PROSPECT-STATUS.

           SELECT SORT-WORK-DD ASSIGN TO SORTWORK.

           SELECT REPORT-DD ASSIGN TO PRSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  PROSPECT-DD
           RECORD CONTAINS 320 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PRSFILE.

       SD  SORT-WORK-DD.
       01  SORT-WORK-RECORD.
           03  SW-SALESPERSON            PIC X(08).
           03  SW-PROSPECT-ID            PIC 9(05).
           03  SW-NAME-LAST              PIC X(16).
           03  SW-QUOTE-PROGRAM          PIC X(02).
           03  SW-QUOTE-PRICE            PIC 9(05).
           03  SW-QUOTE-DATE             PIC 9(06).
           03  SW-QUOTE-EXPIRES          PIC 9(06).
           03  SW-STATUS                 PIC X(01).
               88  SW-OUTSTANDING        VALUE 'O'.
               88  SW-WON                VALUE 'W'.
               88  SW-LOST               VALUE 'L'.
               88  SW-EXPIRED            VALUE 'E'.
           03  SW-ACCOUNT-ID             PIC 9(05).
           03  FILLER                    PIC X(26).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-PROSPECT-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PROSPECT-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-SORT-EOF                    PIC X(01) VALUE 'N'.
           88  SORT-AT-END                VALUE 'Y'.

       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

      * What the referring customer is credited per new account.
       01  WS-REFERRAL-CREDIT             PIC 9(08) VALUE 2500.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
           03  WS-END-MM                  PIC 9(02) VALUE ZERO.
           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

       01  WS-REFERRER-ID                 PIC 9(05) VALUE ZERO.
       01  WS-REFERRER-NAME               PIC X(16) VALUE SPACE.

       01  WS-DELIVERED-SW                PIC X(01) VALUE 'N'.
           88  FIRST-DELIVERY-TAKEN       VALUE 'Y'.
       01  WS-REFERRER-SW                 PIC X(01) VALUE 'N'.
           88  REFERRER-ACTIVE            VALUE 'Y'.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-SUB                 PIC 9(02) VALUE ZERO.

       01  WS-REFERRAL-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-CREDITED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-CREDITED-TOTAL              PIC 9(09) VALUE ZERO.

       01  WS-LAST-SALESPERSON            PIC X(08) VALUE SPACE.
       01  WS-FIRST-TIME                  PIC X(01) VALUE 'Y'.
           88  IS-FIRST-TIME              VALUE 'Y'.

      * Salesperson counts, cleared at each salesperson break.
       01  WS-SLS-OUTSTANDING             PIC 9(04) VALUE ZERO.
       01  WS-SLS-WON                     PIC 9(04) VALUE ZERO.
       01  WS-SLS-LOST                    PIC 9(04) VALUE ZERO.
       01  WS-SLS-EXPIRED                 PIC 9(04) VALUE ZERO.

       01  WS-GRAND-OUTSTANDING           PIC 9(06) VALUE ZERO.
       01  WS-GRAND-WON                   PIC 9(06) VALUE ZERO.
       01  WS-GRAND-LOST                  PIC 9(06) VALUE ZERO.
       01  WS-GRAND-EXPIRED               PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           03  FILLER                     PIC X(80) VALUE
               'WEEKLY PROSPECT AND QUOTE REPORT'.
       01  WS-HEADING-LINE-2.
           03  FILLER                     PIC X(06) VALUE 'DATE: '.
           03  H-RUN-DATE                 PIC 9(06).
           03  FILLER                     PIC X(68) VALUE SPACE.

       01  WS-REFERRAL-HEADING-LINE       PIC X(80) VALUE
           'REFERRAL CREDITS'.

       01  WS-REFERRAL-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'PROS.  ACCT   REFERRER NAME             '.
           03  FILLER                     PIC X(40) VALUE
               '     CREDIT'.

       01  WS-REFERRAL-LINE.
           03  RL-PROSPECT-ID             PIC 9(05).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  RL-ACCOUNT-ID              PIC 9(05).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  RL-REFERRER-ID             PIC 9(05).
           03  FILLER                     PIC X(04) VALUE SPACE.
           03  RL-NAME-LAST               PIC X(16).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  RL-AMOUNT                  PIC X(10).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  RL-RESULT                  PIC X(28).

       01  WS-REFERRAL-TOTAL-LINE.
           03  FILLER                     PIC X(10) VALUE 'CREDITED '.
           03  RT-COUNT                   PIC ZZZZZ9.
           03  FILLER                     PIC X(05) VALUE ' FOR '.
           03  RT-TOTAL                   PIC X(12).
           03  FILLER                     PIC X(47) VALUE SPACE.

       01  WS-NO-REFERRAL-LINE            PIC X(80) VALUE
           'NO REFERRAL CREDITS DUE THIS WEEK'.

       01  WS-QUOTE-HEADING-LINE          PIC X(80) VALUE
           'QUOTES BY SALESPERSON'.

       01  WS-QUOTE-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'PROS.  NAME             PGM PRICE QUOTED'.
           03  FILLER                     PIC X(40) VALUE
               ' EXPIRES STATUS       ACCT'.

       01  WS-SALESPERSON-HEADER-LINE.
           03  FILLER                     PIC X(12) VALUE
                                          'SALESPERSON '.
           03  SH-SALESPERSON             PIC X(08).
           03  FILLER                     PIC X(60) VALUE SPACE.

       01  WS-QUOTE-LINE.
           03  QL-PROSPECT-ID             PIC 9(05).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  QL-NAME-LAST               PIC X(16).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  QL-QUOTE-PROGRAM           PIC X(02).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  QL-QUOTE-PRICE             PIC X(05).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  QL-QUOTE-DATE              PIC 9(06).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  QL-QUOTE-EXPIRES           PIC 9(06).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  QL-STATUS                  PIC X(11).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  QL-ACCOUNT-ID              PIC X(05).
           03  FILLER                     PIC X(13) VALUE SPACE.

       01  WS-COUNT-LINE.
           03  CL-LABEL                   PIC X(20).
           03  CL-OUTSTANDING             PIC ZZZZZ9.
           03  FILLER                     PIC X(13) VALUE
                                          ' OUTSTANDING '.
           03  CL-WON                     PIC ZZZZZ9.
           03  FILLER                     PIC X(05) VALUE ' WON '.
           03  CL-LOST                    PIC ZZZZZ9.
           03  FILLER                     PIC X(06) VALUE ' LOST '.
           03  CL-EXPIRED                 PIC ZZZZZ9.
           03  FILLER                     PIC X(08) VALUE ' EXPIRED'.
           03  FILLER                     PIC X(04) VALUE SPACE.

       01  WS-NO-QUOTE-LINE               PIC X(80) VALUE
           'NO QUOTES ON THE PROSPECT FILE'.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCC ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-SETTLE-REFERRALS.

           SORT SORT-WORK-DD
               ON ASCENDING KEY SW-SALESPERSON, SW-PROSPECT-ID
               INPUT PROCEDURE 000-EXTRACT-QUOTES
               OUTPUT PROCEDURE 000-PRINT-QUOTES.

           PERFORM 000-TERMINATION.

           MOVE WS-CREDITED-COUNT      TO WS-RUN-ACCOUNTS.
           COMPUTE WS-RUN-TOTAL-AMOUNT =
               ZERO - WS-CREDITED-TOTAL.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN I-O    PROSPECT-DD.
           OPEN OUTPUT REPORT-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

           MOVE WS-RUN-DATE           TO H-RUN-DATE.

           WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE PROSPECT-DD.
           CLOSE REPORT-DD.

      * Referral credits, in one pass over the prospect file.
       000-SETTLE-REFERRALS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-REFERRAL-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-REFERRAL-COLUMN-LINE.

           MOVE LOW-VALUES            TO PR-KEY.
           START PROSPECT-DD KEY NOT < PR-KEY.

           IF WS-PROSPECT-OK
               PERFORM 000-CHECK-REFERRAL
                   UNTIL NOT WS-PROSPECT-OK.

           IF WS-REFERRAL-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NO-REFERRAL-LINE
           ELSE
               MOVE WS-CREDITED-COUNT TO RT-COUNT
               MOVE WS-CREDITED-TOTAL TO NUM-9
               MOVE DOLLARS-9         TO D-9
               MOVE CENTS-9           TO C-9
               MOVE DC-9              TO RT-TOTAL
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               WRITE REPORT-LINE FROM WS-REFERRAL-TOTAL-LINE.

      * Prospect 00000 is the control record, not a lead.
       000-CHECK-REFERRAL.

           READ PROSPECT-DD NEXT.

           IF WS-PROSPECT-OK
           AND PR-PROSPECT-ID NOT = ZERO
           AND PR-QUOTE-WON
           AND PR-REFERRED
           AND PR-REFERRER-ID NOT = ZERO
           AND NOT PR-REFERRAL-SETTLED
               PERFORM 000-CHECK-FIRST-DELIVERY
               IF FIRST-DELIVERY-TAKEN
                   PERFORM 000-SETTLE-ONE-REFERRAL.

       000-CHECK-FIRST-DELIVERY.

           MOVE 'N'                   TO WS-DELIVERED-SW.

           MOVE PR-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
           AND A-S-DELIVERY-ENTRIES > ZERO
               SET FIRST-DELIVERY-TAKEN TO TRUE.

       000-SETTLE-ONE-REFERRAL.

           MOVE PR-REFERRER-ID        TO WS-REFERRER-ID.
           MOVE 'N'                   TO WS-REFERRER-SW.
           MOVE SPACE                 TO WS-REFERRER-NAME.

           MOVE WS-REFERRER-ID        TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-NAME-LAST     TO WS-REFERRER-NAME
               MOVE A-S-END-OF-CONTRACT TO WS-END-OF-CONTRACT
               IF ACCOUNT-ACTIVE
                   SET REFERRER-ACTIVE TO TRUE.

           IF REFERRER-ACTIVE
               PERFORM 000-POST-REFERRAL-CREDIT
               MOVE 'Y'               TO PR-REFERRAL-CREDITED
               MOVE 'CREDITED'        TO RL-RESULT
               ADD 1                  TO WS-CREDITED-COUNT
               ADD WS-REFERRAL-CREDIT TO WS-CREDITED-TOTAL
           ELSE
               MOVE 'X'               TO PR-REFERRAL-CREDITED
               MOVE 'REFERRER NOT ACTIVE - NONE' TO RL-RESULT.

           MOVE WS-TODAY-YYMMDD       TO PR-REFERRAL-DATE.

           REWRITE PROSPECT-RECORD.

           MOVE PR-PROSPECT-ID        TO RL-PROSPECT-ID.
           MOVE PR-ACCOUNT-ID         TO RL-ACCOUNT-ID.
           MOVE WS-REFERRER-ID        TO RL-REFERRER-ID.
           MOVE WS-REFERRER-NAME      TO RL-NAME-LAST.

           IF REFERRER-ACTIVE
               MOVE WS-REFERRAL-CREDIT TO NUM-8
               MOVE DOLLARS-8         TO D-8
               MOVE CENTS-8           TO C-8
               MOVE DC-8              TO RL-AMOUNT
           ELSE
               MOVE SPACE             TO RL-AMOUNT.

           WRITE REPORT-LINE FROM WS-REFERRAL-LINE.

           ADD 1                      TO WS-REFERRAL-COUNT.

      * The SLICKC5 posting: bump the referrer's payment chain and
      * take the credit off the balance, then write the entry.
       000-POST-REFERRAL-CREDIT.

           COMPUTE WS-NEW-ENTRY = A-S-PAYMENT-ENTRIES + 1.
           COMPUTE WS-PAYMENT-RECORD =
               (WS-NEW-ENTRY - 1) / 20.
           COMPUTE WS-PAYMENT-SUB =
               WS-NEW-ENTRY - (WS-PAYMENT-RECORD * 20).

           ADD 1                      TO A-S-PAYMENT-ENTRIES.
           COMPUTE A-S-BALANCE =
               A-S-BALANCE - WS-REFERRAL-CREDIT.

           MOVE WS-REFERRER-ID        TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-WRITE-REFERRAL-ENTRY.

       000-WRITE-REFERRAL-ENTRY.

           IF WS-PAYMENT-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-REFERRER-ID    TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO A-P-RECORD-NUMBER
               MOVE WS-REFERRAL-CREDIT
                                      TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE WS-TODAY-YYMMDD
                   TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'K'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE 'REFERRAL'        TO A-P-OPERATOR (WS-PAYMENT-SUB)

               MOVE WS-REFERRER-ID    TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-PAYMENT-RECORD

           ELSE
               MOVE WS-REFERRER-ID    TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-RECORD

               MOVE WS-REFERRAL-CREDIT
                                      TO A-P-AMOUNT (WS-PAYMENT-SUB)
               MOVE WS-TODAY-YYMMDD
                   TO A-P-DATE-OF-PAYMENT (WS-PAYMENT-SUB)
               MOVE 'K'               TO A-P-ENTRY-TYPE (WS-PAYMENT-SUB)
               MOVE 'REFERRAL'        TO A-P-OPERATOR (WS-PAYMENT-SUB)

               MOVE WS-REFERRER-ID    TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAYMENT-RECORD TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-PAYMENT-RECORD.

      * Quotes by salesperson, in a second pass through the sort.
       000-EXTRACT-QUOTES.

           MOVE LOW-VALUES            TO PR-KEY.
           START PROSPECT-DD KEY NOT < PR-KEY.

           IF WS-PROSPECT-OK
               PERFORM 000-RELEASE-QUOTE
                   UNTIL NOT WS-PROSPECT-OK.

      * A lead never quoted has nothing to report yet.
       000-RELEASE-QUOTE.

           READ PROSPECT-DD NEXT.

           IF WS-PROSPECT-OK
           AND PR-PROSPECT-ID NOT = ZERO
           AND NOT PR-NOT-QUOTED
               MOVE SPACE             TO SORT-WORK-RECORD
               MOVE PR-SALESPERSON    TO SW-SALESPERSON
               MOVE PR-PROSPECT-ID    TO SW-PROSPECT-ID
               MOVE PR-NAME-LAST      TO SW-NAME-LAST
               MOVE PR-QUOTE-PROGRAM  TO SW-QUOTE-PROGRAM
               MOVE PR-QUOTE-PRICE    TO SW-QUOTE-PRICE
               MOVE PR-QUOTE-DATE     TO SW-QUOTE-DATE
               MOVE PR-QUOTE-EXPIRES  TO SW-QUOTE-EXPIRES
               MOVE PR-ACCOUNT-ID     TO SW-ACCOUNT-ID
               PERFORM 000-SET-QUOTE-STATUS
               RELEASE SORT-WORK-RECORD.

      * Outstanding and accepted quotes both still wait on the
      * customer; an outstanding one past its date has expired.
       000-SET-QUOTE-STATUS.

           IF PR-QUOTE-WON
               MOVE 'W'               TO SW-STATUS
           ELSE
           IF PR-QUOTE-LOST
               MOVE 'L'               TO SW-STATUS
           ELSE
           IF PR-QUOTE-ACCEPTED
               MOVE 'O'               TO SW-STATUS
           ELSE
               MOVE 'O'               TO SW-STATUS
               IF PR-QUOTE-EXPIRES NOT = ZERO
                   MOVE PR-QUOTE-EXPIRES TO Y2K-YYMMDD-2
                   PERFORM 000-Y2K-WINDOW-2
                   IF Y2K-DATE-2 < Y2K-DATE-1
                       MOVE 'E'       TO SW-STATUS.

       000-PRINT-QUOTES.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-QUOTE-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-QUOTE-COLUMN-LINE.

           PERFORM UNTIL SORT-AT-END
               RETURN SORT-WORK-DD
                   AT END
                       SET SORT-AT-END TO TRUE
                   NOT AT END
                       PERFORM 000-PRINT-QUOTE
               END-RETURN
           END-PERFORM.

           IF IS-FIRST-TIME
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               WRITE REPORT-LINE FROM WS-NO-QUOTE-LINE
           ELSE
               PERFORM 000-WRITE-SALESPERSON-TOTAL
               PERFORM 000-WRITE-GRAND-TOTAL.

       000-PRINT-QUOTE.

           IF IS-FIRST-TIME
               MOVE SW-SALESPERSON    TO WS-LAST-SALESPERSON
               PERFORM 000-WRITE-SALESPERSON-HEADER
               MOVE 'N'               TO WS-FIRST-TIME
           ELSE
               IF SW-SALESPERSON NOT = WS-LAST-SALESPERSON
                   PERFORM 000-WRITE-SALESPERSON-TOTAL
                   MOVE SW-SALESPERSON TO WS-LAST-SALESPERSON
                   PERFORM 000-WRITE-SALESPERSON-HEADER
               END-IF
           END-IF.

           MOVE SW-PROSPECT-ID        TO QL-PROSPECT-ID.
           MOVE SW-NAME-LAST          TO QL-NAME-LAST.
           MOVE SW-QUOTE-PROGRAM      TO QL-QUOTE-PROGRAM.

           MOVE SW-QUOTE-PRICE        TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO QL-QUOTE-PRICE.

           MOVE SW-QUOTE-DATE         TO QL-QUOTE-DATE.
           MOVE SW-QUOTE-EXPIRES      TO QL-QUOTE-EXPIRES.

           IF SW-WON
               MOVE 'WON'             TO QL-STATUS
               MOVE SW-ACCOUNT-ID     TO QL-ACCOUNT-ID
               ADD 1                  TO WS-SLS-WON
           ELSE
           IF SW-LOST
               MOVE 'LOST'            TO QL-STATUS
               MOVE SPACE             TO QL-ACCOUNT-ID
               ADD 1                  TO WS-SLS-LOST
           ELSE
           IF SW-EXPIRED
               MOVE 'EXPIRED'         TO QL-STATUS
               MOVE SPACE             TO QL-ACCOUNT-ID
               ADD 1                  TO WS-SLS-EXPIRED
           ELSE
               MOVE 'OUTSTANDING'     TO QL-STATUS
               MOVE SPACE             TO QL-ACCOUNT-ID
               ADD 1                  TO WS-SLS-OUTSTANDING.

           WRITE REPORT-LINE FROM WS-QUOTE-LINE.

       000-WRITE-SALESPERSON-HEADER.

           MOVE WS-LAST-SALESPERSON   TO SH-SALESPERSON.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-SALESPERSON-HEADER-LINE.

       000-WRITE-SALESPERSON-TOTAL.

           MOVE '  SALESPERSON TOTAL' TO CL-LABEL.
           MOVE WS-SLS-OUTSTANDING    TO CL-OUTSTANDING.
           MOVE WS-SLS-WON            TO CL-WON.
           MOVE WS-SLS-LOST           TO CL-LOST.
           MOVE WS-SLS-EXPIRED        TO CL-EXPIRED.

           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           ADD WS-SLS-OUTSTANDING     TO WS-GRAND-OUTSTANDING.
           ADD WS-SLS-WON             TO WS-GRAND-WON.
           ADD WS-SLS-LOST            TO WS-GRAND-LOST.
           ADD WS-SLS-EXPIRED         TO WS-GRAND-EXPIRED.

           MOVE ZERO                  TO WS-SLS-OUTSTANDING.
           MOVE ZERO                  TO WS-SLS-WON.
           MOVE ZERO                  TO WS-SLS-LOST.
           MOVE ZERO                  TO WS-SLS-EXPIRED.

       000-WRITE-GRAND-TOTAL.

           MOVE 'GRAND TOTAL'         TO CL-LABEL.
           MOVE WS-GRAND-OUTSTANDING  TO CL-OUTSTANDING.
           MOVE WS-GRAND-WON          TO CL-WON.
           MOVE WS-GRAND-LOST         TO CL-LOST.
           MOVE WS-GRAND-EXPIRED      TO CL-EXPIRED.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
