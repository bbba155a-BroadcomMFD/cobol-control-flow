       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCZ.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Price Program Renewal Offers - the summer campaign *
      *             run that mails next season's fixed-price and       *
      *             capped-price offers. Every fixed or capped program *
      *             on PGMFILE with an enrollment deadline             *
      *             (G-ENROLL-DEADLINE) not yet passed is on offer;    *
      *             each active account in good standing - no dunning  *
      *             letter level, not on credit hold, not placed with  *
      *             the collection agency, not merged away - is sent   *
      *             a personalized letter (LETTER-DD) showing its      *
      *             projected gallons for the season (A-S-ESTIMATED-   *
      *             USAGE) and, for each program, the price per gallon *
      *             and, where it is a prepay program, the prepayment  *
      *             those gallons come to and the date to reply by.    *
      *             The account is marked offered (A-E-RENEWAL-STATUS  *
      *             'O', with the projected gallons) and a contact-log *
      *             entry records the mailing, so a re-run does not    *
      *             mail it twice: an account already offered, or      *
      *             already enrolled in or declined a program still on *
      *             offer, is passed over. Replies are taken on        *
      *             SLICKPY and through the SLICKBQ web loader;        *
      *             SLICKD1 switches the enrolled accounts at the      *
      *             season start.                                      *
      *             The listing (REPORT-DD) shows the programs on      *
      *             offer and every account selected - those with a    *
      *             bad mailing address (A-E-ADDRESS-STATUS) or no     *
      *             usage estimate are listed but not mailed or        *
      *             marked, so they go out on a later run once fixed.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT PRICEPGM-DD ASSIGN TO PRICEPGM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-PRICEPGM-STATUS.

           SELECT LETTER-DD ASSIGN TO OFFRLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT REPORT-DD ASSIGN TO OFFRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  PRICEPGM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PGMFILE.

       FD  LETTER-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LETTER-LINE                   PIC X(80).

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
       01  WS-PRICEPGM-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PRICEPGM-OK             VALUE '00'.
       01  WS-LETTER-STATUS               PIC X(02) VALUE SPACE.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.
       01  WS-EXTEND-EXISTS-STATUS        PIC X(02) VALUE SPACE.
           88  WS-EXTEND-EXISTS           VALUE '00'.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-YEAR-AGO                    PIC 9(08) VALUE ZERO.

      * The programs on offer this season, loaded once from PGMFILE.
       01  WS-OFFER-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-OFFER-OVER-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-OFFER-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-OFFER-TABLE.
           03  WS-OFFER-ENTRY OCCURS 10 TIMES.
               05  WS-OF-PROGRAM          PIC X(02).
               05  WS-OF-TYPE             PIC X(01).
               05  WS-OF-PRICE            PIC 9(05).
               05  WS-OF-DEADLINE         PIC 9(08).
               05  WS-OF-PREPAY           PIC X(01).
               05  WS-OF-DESCRIPTION      PIC X(20).

       01  WS-PGM-EOF-SW                  PIC X(01) VALUE 'N'.
           88  PGM-EOF                    VALUE 'Y'.
       01  WS-OFFER-FOUND-SW              PIC X(01) VALUE 'N'.
           88  OFFER-FOUND                VALUE 'Y'.

       01  WS-END-OF-CONTRACT             PIC 9(08) VALUE ZERO.

      * Shadow copies taken before the extension and contact READs
      * clobber the shared ACCTFILE storage.
       01  WS-NAME-LAST                   PIC X(16) VALUE SPACE.
       01  WS-NAME-FIRST                  PIC X(16) VALUE SPACE.
       01  WS-ADDRESS                     PIC X(64) VALUE SPACE.
       01  WS-CITY                        PIC X(24) VALUE SPACE.
       01  WS-STATE                       PIC X(02) VALUE SPACE.
       01  WS-ZIP                         PIC 9(05) VALUE ZERO.
       01  WS-PROJECTED-GALLONS           PIC 9(05) VALUE ZERO.
       01  WS-PREPAY-AMOUNT               PIC 9(09) VALUE ZERO.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-CONTACT-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-CONTACT-SUB                 PIC 9(02) VALUE ZERO.

       01  WS-SELECTED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-MAILED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-HELD-COUNT                  PIC 9(06) VALUE ZERO.

       01  WS-DEADLINE-DATE.
           03  WS-DL-CCYY                 PIC 9(04).
           03  WS-DL-MM                   PIC 9(02).
           03  WS-DL-DD                   PIC 9(02).
       01  WS-DEADLINE-CCYYMMDD REDEFINES WS-DEADLINE-DATE
                                          PIC 9(08).

       01  WS-OFFER-NOTE.
           03  FILLER                     PIC X(34) VALUE
               'PRICE PROGRAM RENEWAL OFFER MAILED'.
           03  FILLER                     PIC X(26) VALUE SPACE.

      * The letter.
       01  WS-LETTER-NAME-LINE.
           03  WS-L-NAME-FIRST            PIC X(16).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-L-NAME-LAST             PIC X(16).
           03  FILLER                     PIC X(47) VALUE SPACE.

       01  WS-LETTER-ADDR-LINE.
           03  WS-L-ADDRESS               PIC X(64).
           03  FILLER                     PIC X(16) VALUE SPACE.

       01  WS-LETTER-CITY-LINE.
           03  WS-L-CITY                  PIC X(24).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-L-STATE                 PIC X(02).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-L-ZIP                   PIC 9(05).
           03  FILLER                     PIC X(47) VALUE SPACE.

       01  WS-LETTER-TITLE                PIC X(80) VALUE
           'PRICE PROTECTION FOR THE COMING HEATING SEASON'.

       01  WS-LETTER-GALLONS-LINE.
           03  FILLER                     PIC X(13) VALUE
               'YOUR ACCOUNT '.
           03  WS-L-ACCOUNT-ID            PIC 9(05).
           03  FILLER                     PIC X(32) VALUE
               ' - BASED ON YOUR USAGE WE EXPECT'.
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-L-GALLONS               PIC ZZ,ZZ9.
           03  FILLER                     PIC X(08) VALUE ' GALLONS'.
           03  FILLER                     PIC X(15) VALUE SPACE.

       01  WS-LETTER-BODY-1.
           03  FILLER                     PIC X(40) VALUE
               'THIS SEASON. LOCK IN YOUR PRICE WITH ONE'.
           03  FILLER                     PIC X(40) VALUE
               ' OF THESE PROGRAMS:                     '.

       01  WS-LETTER-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'PLAN DESCRIPTION          TYPE    PER GA'.
           03  FILLER                     PIC X(40) VALUE
               'L  PREPAY AMOUNT  REPLY BY              '.

       01  WS-LETTER-OFFER-LINE.
           03  WS-L-PROGRAM               PIC X(02).
           03  FILLER                     PIC X(03) VALUE SPACE.
           03  WS-L-DESCRIPTION           PIC X(20).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-L-TYPE                  PIC X(06).
           03  FILLER                     PIC X(04) VALUE SPACE.
           03  WS-L-PRICE                 PIC X(05).
           03  FILLER                     PIC X(03) VALUE SPACE.
           03  WS-L-PREPAY                PIC X(12).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-L-DEADLINE.
               05  WS-L-DL-MM             PIC 9(02).
               05  FILLER                 PIC X(01) VALUE '/'.
               05  WS-L-DL-DD             PIC 9(02).
               05  FILLER                 PIC X(01) VALUE '/'.
               05  WS-L-DL-CCYY           PIC 9(04).
           03  FILLER                     PIC X(12) VALUE SPACE.

       01  WS-LETTER-BODY-2.
           03  FILLER                     PIC X(40) VALUE
               'A CAPPED PRICE NEVER GOES ABOVE THE PRIC'.
           03  FILLER                     PIC X(40) VALUE
               'E SHOWN AND FOLLOWS THE MARKET DOWN.    '.

       01  WS-LETTER-BODY-3.
           03  FILLER                     PIC X(40) VALUE
               'A PREPAY PLAN IS BILLED FOR THE GALLONS '.
           03  FILLER                     PIC X(40) VALUE
               'SHOWN ON THE DAY THE SEASON STARTS.     '.

       01  WS-LETTER-BODY-4.
           03  FILLER                     PIC X(40) VALUE
               'TO ENROLL, CALL US, MAIL BACK THE REPLY '.
           03  FILLER                     PIC X(40) VALUE
               'CARD OR SIGN UP ON OUR WEB SITE         '.

       01  WS-LETTER-BODY-5               PIC X(80) VALUE
           'BY THE REPLY DATE, QUOTING YOUR ACCOUNT NUMBER.'.

      * The listing.
       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'PRICE PROGRAM RENEWAL OFFERS  -  RUN OF '.
           03  WS-H-RUN-DATE              PIC 9(08).
           03  FILLER                     PIC X(32) VALUE SPACE.

       01  WS-PROGRAM-LINE.
           03  FILLER                     PIC X(11) VALUE
               'ON OFFER: '.
           03  WS-P-PROGRAM               PIC X(02).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-P-DESCRIPTION           PIC X(20).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-P-TYPE                  PIC X(06).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-P-PRICE                 PIC X(05).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-P-PREPAY                PIC X(06).
           03  FILLER                     PIC X(10) VALUE
               ' REPLY BY '.
           03  WS-P-DEADLINE              PIC 9(08).
           03  FILLER                     PIC X(08) VALUE SPACE.

       01  WS-NO-OFFER-LINE               PIC X(80) VALUE
           'NO FIXED OR CAPPED PROGRAM IS ON OFFER - NO LETTERS MAILED'.

       01  WS-OVER-LINE.
           03  WS-O-OVER-COUNT            PIC Z9.
           03  FILLER                     PIC X(48) VALUE
               ' MORE PROGRAMS ON OFFER NOT PRINTED (TABLE FULL)'.
           03  FILLER                     PIC X(30) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'ACCT  NAME              GALLONS  NOTE   '.
           03  FILLER                     PIC X(40) VALUE SPACE.

       01  WS-DETAIL-LINE.
           03  WS-D-ACCOUNT-ID            PIC 9(05).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-D-NAME                  PIC X(16).
           03  FILLER                     PIC X(02) VALUE SPACE.
           03  WS-D-GALLONS               PIC ZZ,ZZ9.
           03  FILLER                     PIC X(03) VALUE SPACE.
           03  WS-D-NOTE                  PIC X(24).
           03  FILLER                     PIC X(23) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  WS-T-SELECTED              PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(09) VALUE
                                          ' SELECTED'.
           03  FILLER                     PIC X(02) VALUE ', '.
           03  WS-T-MAILED                PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(07) VALUE ' MAILED'.
           03  FILLER                     PIC X(02) VALUE ', '.
           03  WS-T-HELD                  PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(12) VALUE
                                          ' HELD BACK  '.
           03  FILLER                     PIC X(27) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.
       01  WS-DASH-LINE                   PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCZ ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           IF WS-OFFER-COUNT > ZERO
               PERFORM 000-CHECK-ACCOUNT
                   VARYING WS-CURRENT-ACCOUNT-ID
                       FROM A-C-MIN-ACCOUNT-ID BY 1
                         UNTIL WS-CURRENT-ACCOUNT-ID >
                               A-C-MAX-ACCOUNT-ID
           ELSE
               WRITE REPORT-LINE FROM WS-NO-OFFER-LINE.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-MAILED-COUNT       TO WS-RUN-ACCOUNTS.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN INPUT  PRICEPGM-DD.
           OPEN OUTPUT LETTER-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           MOVE WS-RUN-CCYYMMDD (3:6) TO WS-TODAY-YYMMDD.
           COMPUTE WS-YEAR-AGO = WS-RUN-CCYYMMDD - 10000.

           MOVE WS-RUN-CCYYMMDD       TO WS-H-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           PERFORM 000-LOAD-OFFERS.

           IF WS-OFFER-OVER-COUNT > ZERO
               MOVE WS-OFFER-OVER-COUNT TO WS-O-OVER-COUNT
               WRITE REPORT-LINE FROM WS-OVER-LINE.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE PRICEPGM-DD.
           CLOSE LETTER-DD.
           CLOSE REPORT-DD.

       000-LOAD-OFFERS.

           MOVE ZERO                  TO WS-OFFER-COUNT.
           MOVE 'N'                   TO WS-PGM-EOF-SW.

           MOVE LOW-VALUES            TO G-KEY.
           START PRICEPGM-DD KEY NOT < G-KEY.

           IF NOT WS-PRICEPGM-OK
               SET PGM-EOF            TO TRUE.

           PERFORM 000-LOAD-OFFER
               UNTIL PGM-EOF.

      * A market program protects nothing, so only fixed and capped
      * programs are offered.
       000-LOAD-OFFER.

           READ PRICEPGM-DD NEXT.

           IF NOT WS-PRICEPGM-OK
               SET PGM-EOF            TO TRUE
           ELSE
           IF (G-TYPE-FIXED OR G-TYPE-CAPPED)
           AND G-ENROLL-DEADLINE NUMERIC
           AND G-ENROLL-DEADLINE NOT < WS-RUN-CCYYMMDD
               IF WS-OFFER-COUNT < 10
                   ADD 1              TO WS-OFFER-COUNT
                   PERFORM 000-STORE-OFFER
               ELSE
                   ADD 1              TO WS-OFFER-OVER-COUNT.

      * A capped program's prepay is figured at its cap.
       000-STORE-OFFER.

           MOVE WS-OFFER-COUNT        TO WS-OFFER-SUB.

           MOVE G-PROGRAM-CODE        TO WS-OF-PROGRAM (WS-OFFER-SUB).
           MOVE G-PROGRAM-TYPE        TO WS-OF-TYPE (WS-OFFER-SUB).
           IF G-TYPE-FIXED
               MOVE G-RATE            TO WS-OF-PRICE (WS-OFFER-SUB)
           ELSE
               MOVE G-CAP             TO WS-OF-PRICE (WS-OFFER-SUB).
           MOVE G-ENROLL-DEADLINE     TO WS-OF-DEADLINE (WS-OFFER-SUB).
           MOVE G-PREPAY              TO WS-OF-PREPAY (WS-OFFER-SUB).
           MOVE G-DESCRIPTION         TO
                WS-OF-DESCRIPTION (WS-OFFER-SUB).

           MOVE G-PROGRAM-CODE        TO WS-P-PROGRAM.
           MOVE G-DESCRIPTION         TO WS-P-DESCRIPTION.
           IF G-TYPE-FIXED
               MOVE 'FIXED '          TO WS-P-TYPE
           ELSE
               MOVE 'CAPPED'          TO WS-P-TYPE.
           MOVE WS-OF-PRICE (WS-OFFER-SUB) TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO WS-P-PRICE.
           IF G-PREPAY-OFFER
               MOVE 'PREPAY'          TO WS-P-PREPAY
           ELSE
               MOVE SPACE             TO WS-P-PREPAY.
           MOVE G-ENROLL-DEADLINE     TO WS-P-DEADLINE.

           WRITE REPORT-LINE FROM WS-PROGRAM-LINE.

       000-CHECK-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

      * Accounts from before the dunning fields carry spaces in the
      * letter level.
           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT TO WS-END-OF-CONTRACT
               IF WS-END-OF-CONTRACT = ZERO
               AND NOT CREDIT-HELD
               AND (A-S-LETTER-LEVEL NOT NUMERIC
                    OR A-S-LETTER-LEVEL = ZERO)
               AND (A-S-MERGED-TO NOT NUMERIC
                    OR A-S-MERGED-TO = ZERO)
                   PERFORM 000-CHECK-EXTENSION.

      * Everything wanted off the statistics record is taken before
      * the extension record is read over it.
       000-CHECK-EXTENSION.

           MOVE A-S-NAME-LAST         TO WS-NAME-LAST.
           MOVE A-S-NAME-FIRST        TO WS-NAME-FIRST.
           MOVE A-S-ADDRESS           TO WS-ADDRESS.
           MOVE A-S-CITY              TO WS-CITY.
           MOVE A-S-STATE             TO WS-STATE.
           MOVE A-S-ZIP               TO WS-ZIP.
           IF A-S-ESTIMATED-USAGE NUMERIC
               MOVE A-S-ESTIMATED-USAGE TO WS-PROJECTED-GALLONS
           ELSE
               MOVE ZERO              TO WS-PROJECTED-GALLONS.

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

      * An account offered, enrolled or declined within the year
      * for a program still on offer has had its letter this season;
      * a program code used again a later season is offered again.
           MOVE 'N'                   TO WS-OFFER-FOUND-SW.
           IF (A-E-RENEWAL-OFFERED
               OR A-E-RENEWAL-ENROLLED
               OR A-E-RENEWAL-DECLINED)
           AND A-E-RENEWAL-DATE NUMERIC
           AND A-E-RENEWAL-DATE > WS-YEAR-AGO
               PERFORM 000-FIND-OFFER
                   VARYING WS-OFFER-SUB FROM 1 BY 1
                     UNTIL WS-OFFER-SUB > WS-OFFER-COUNT
                        OR OFFER-FOUND.

           IF A-E-AGENCY-PLACED
           OR OFFER-FOUND
               CONTINUE
           ELSE
               ADD 1                  TO WS-SELECTED-COUNT
               IF A-E-ADDRESS-BAD
                   ADD 1              TO WS-HELD-COUNT
                   MOVE 'BAD ADDRESS - NOT MAILED'
                                      TO WS-D-NOTE
               ELSE
               IF WS-PROJECTED-GALLONS = ZERO
                   ADD 1              TO WS-HELD-COUNT
                   MOVE 'NO USAGE ESTIMATE'
                                      TO WS-D-NOTE
               ELSE
                   PERFORM 000-MAIL-OFFER
                   MOVE 'OFFER MAILED'
                                      TO WS-D-NOTE
               END-IF
               END-IF
               PERFORM 000-WRITE-DETAIL-LINE.

       000-FIND-OFFER.

           IF WS-OF-PROGRAM (WS-OFFER-SUB) = A-E-RENEWAL-PROGRAM
               SET OFFER-FOUND        TO TRUE.

      * The extension record is still in the buffer: it is marked
      * offered with the first program on the letter, then the
      * statistics record is read back for the contact count.
       000-MAIL-OFFER.

           MOVE WS-OF-PROGRAM (1)     TO A-E-RENEWAL-PROGRAM.
           SET A-E-RENEWAL-OFFERED    TO TRUE.
           MOVE SPACE                 TO A-E-RENEWAL-SOURCE.
           MOVE WS-RUN-CCYYMMDD       TO A-E-RENEWAL-DATE.
           MOVE WS-PROJECTED-GALLONS  TO A-E-RENEWAL-GALLONS.
           MOVE WS-RUN-JOB-NAME       TO A-E-RENEWAL-OPERATOR.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF WS-EXTEND-EXISTS
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-EXTEND-RECORD
           ELSE
               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-EXTEND-RECORD.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           COMPUTE WS-NEW-ENTRY = A-S-CONTACT-ENTRIES + 1.
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

           PERFORM 000-WRITE-CONTACT-ENTRY.

           PERFORM 000-PRINT-LETTER.

           ADD 1                      TO WS-MAILED-COUNT.

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
               MOVE WS-OFFER-NOTE     TO
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
               MOVE WS-OFFER-NOTE     TO
                   A-X-NOTE (WS-CONTACT-SUB)

               MOVE WS-CURRENT-ACCOUNT-ID
                                      TO AFR-ACCOUNT-ID
               MOVE A-X-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-CONTACT-RECORD TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-CONTACT-RECORD.

       000-PRINT-LETTER.

           WRITE LETTER-LINE FROM WS-DASH-LINE.

           MOVE WS-NAME-FIRST         TO WS-L-NAME-FIRST.
           MOVE WS-NAME-LAST          TO WS-L-NAME-LAST.
           WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE.

           MOVE WS-ADDRESS            TO WS-L-ADDRESS.
           WRITE LETTER-LINE FROM WS-LETTER-ADDR-LINE.

           MOVE WS-CITY               TO WS-L-CITY.
           MOVE WS-STATE              TO WS-L-STATE.
           MOVE WS-ZIP                TO WS-L-ZIP.
           WRITE LETTER-LINE FROM WS-LETTER-CITY-LINE.

           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LETTER-TITLE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-L-ACCOUNT-ID.
           MOVE WS-PROJECTED-GALLONS  TO WS-L-GALLONS.
           WRITE LETTER-LINE FROM WS-LETTER-GALLONS-LINE.
           WRITE LETTER-LINE FROM WS-LETTER-BODY-1.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LETTER-COLUMN-LINE.

           PERFORM 000-PRINT-OFFER-LINE
               VARYING WS-OFFER-SUB FROM 1 BY 1
                 UNTIL WS-OFFER-SUB > WS-OFFER-COUNT.

           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LETTER-BODY-2.
           WRITE LETTER-LINE FROM WS-LETTER-BODY-3.
           WRITE LETTER-LINE FROM WS-LETTER-BODY-4.
           WRITE LETTER-LINE FROM WS-LETTER-BODY-5.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.

       000-PRINT-OFFER-LINE.

           MOVE WS-OF-PROGRAM (WS-OFFER-SUB)  TO WS-L-PROGRAM.
           MOVE WS-OF-DESCRIPTION (WS-OFFER-SUB)
                                      TO WS-L-DESCRIPTION.
           IF WS-OF-TYPE (WS-OFFER-SUB) = 'F'
               MOVE 'FIXED '          TO WS-L-TYPE
           ELSE
               MOVE 'CAPPED'          TO WS-L-TYPE.

           MOVE WS-OF-PRICE (WS-OFFER-SUB) TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO WS-L-PRICE.

           IF WS-OF-PREPAY (WS-OFFER-SUB) = 'Y'
               COMPUTE WS-PREPAY-AMOUNT =
                   WS-PROJECTED-GALLONS * WS-OF-PRICE (WS-OFFER-SUB)
               MOVE WS-PREPAY-AMOUNT  TO NUM-9
               MOVE DOLLARS-9         TO D-9
               MOVE CENTS-9           TO C-9
               MOVE DC-9              TO WS-L-PREPAY
           ELSE
               MOVE SPACE             TO WS-L-PREPAY.

           MOVE WS-OF-DEADLINE (WS-OFFER-SUB) TO WS-DEADLINE-CCYYMMDD.
           MOVE WS-DL-MM              TO WS-L-DL-MM.
           MOVE WS-DL-DD              TO WS-L-DL-DD.
           MOVE WS-DL-CCYY            TO WS-L-DL-CCYY.

           WRITE LETTER-LINE FROM WS-LETTER-OFFER-LINE.

       000-WRITE-DETAIL-LINE.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-D-ACCOUNT-ID.
           MOVE WS-NAME-LAST          TO WS-D-NAME.
           MOVE WS-PROJECTED-GALLONS  TO WS-D-GALLONS.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       000-WRITE-TOTALS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-SELECTED-COUNT     TO WS-T-SELECTED.
           MOVE WS-MAILED-COUNT       TO WS-T-MAILED.
           MOVE WS-HELD-COUNT         TO WS-T-HELD.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
