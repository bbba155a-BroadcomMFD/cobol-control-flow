      *DESCRIPTION: Web Request Loader - a nightly batch job that      *
      *             loads the vendor's file of web-submitted requests  *
      *             (WEBREQ-DD: payment promises, delivery requests,   *
      *             address changes, card payments the web site took)  *
      *             into the pending-work file                         *
      *             (PENDWORK, see PNDFILE) for a CSR to review and    *
      *             apply from the SLICKPJ worklist screen, instead    *
      *             of the vendor emailing screenshots to re-key.      *
      *             Request ids are assigned from the control          *
      *             record's P-W-NEXT-ID; a request naming an          *
      *             account not on file is rejected to the exception   *
      *             report, and so is a card payment missing its       *
      *             amount or authorization code - the CSR could not   *
      *             post it.                                           *
      *             A price-program renewal answer (type 'R', from the *
      *             web reply to the SLICKCZ offer letter) carries the *
      *             program, the date the customer sent it (YYMMDD)    *
      *             and E to enroll or D to decline; it needs no CSR,  *
      *             so it is posted straight onto the account's        *
      *             extension record (A-E-RENEWAL-, source W) the way  *
      *             SLICKPY posts a phoned-in answer. It is rejected   *
      *             if the program is unknown or not on offer, if it   *
      *             was sent after the program's enrollment deadline   *
      *             (G-ENROLL-DEADLINE), if the account is closed, or  *
      *             if a prepay program has no season gallons to bill. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS P-W-KEY
               FILE STATUS IS WS-PENDWORK-STATUS.

           SELECT PRICEPGM-DD ASSIGN TO PRICEPGM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-PRICEPGM-STATUS.

           SELECT WEBREQ-DD ASSIGN TO WEBREQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WEBREQ-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY PNDFILE.

       FD  PRICEPGM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PGMFILE.

       FD  WEBREQ-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           03  WRQ-ACCOUNT-ID            PIC 9(05).
           03  WRQ-TYPE                  PIC X(01).
           03  WRQ-TEXT                  PIC X(60).
           03  WRQ-CARD-DETAIL REDEFINES WRQ-TEXT.
               05  WRQ-CARD-AMOUNT       PIC X(08).
               05  WRQ-CARD-AUTH-CODE    PIC X(08).
               05  FILLER                PIC X(44).
           03  WRQ-RENEWAL-DETAIL REDEFINES WRQ-TEXT.
               05  WRQ-RENEWAL-PROGRAM   PIC X(02).
               05  WRQ-RENEWAL-SENT      PIC X(06).
               05  WRQ-RENEWAL-ANSWER    PIC X(01).
               05  FILLER                PIC X(51).
           03  FILLER                    PIC X(14).

       FD  EXCEPT-DD
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-PENDWORK-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PENDWORK-OK             VALUE '00'.
       01  WS-PRICEPGM-STATUS             PIC X(02) VALUE SPACE.
           88  WS-PRICEPGM-OK             VALUE '00'.
       01  WS-EXTEND-EXISTS-STATUS        PIC X(02) VALUE SPACE.
           88  WS-EXTEND-EXISTS           VALUE '00'.
       01  WS-WEBREQ-STATUS               PIC X(02) VALUE SPACE.
           88  WS-WEBREQ-OK               VALUE '00'.
           88  WS-WEBREQ-EOF              VALUE '10'.
       01  WS-NEXT-ID                     PIC 9(06) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

      * Renewal answers.
       01  WS-RENEWAL-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-SENT-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-END-OF-CONTRACT             PIC 9(08) VALUE ZERO.
       01  WS-ESTIMATED-USAGE             PIC 9(05) VALUE ZERO.
       01  WS-RENEWAL-GALLONS             PIC 9(05) VALUE ZERO.
       01  WS-RENEWAL-ANSWER              PIC X(01) VALUE SPACE.

       01  WS-EXCEPTION-LINE.
           03  WS-X-ACCOUNT-ID             PIC ZZZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN I-O    PENDWORK-DD.
           OPEN INPUT  PRICEPGM-DD.
           OPEN INPUT  WEBREQ-DD.
           OPEN OUTPUT EXCEPT-DD.


           CLOSE ACCTFILE-DD.
           CLOSE PENDWORK-DD.
           CLOSE PRICEPGM-DD.
           CLOSE WEBREQ-DD.
           CLOSE EXCEPT-DD.

               MOVE WS-EXCEPTION-LINE TO EXCEPT-LINE
               WRITE EXCEPT-LINE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
           IF WRQ-TYPE = 'R'
               PERFORM 000-LOAD-RENEWAL
           ELSE
           IF WRQ-TYPE = 'C'
           AND (WRQ-CARD-AMOUNT NOT NUMERIC
                OR WRQ-CARD-AMOUNT = ZERO
                OR WRQ-CARD-AUTH-CODE = SPACE)
               MOVE WRQ-ACCOUNT-ID    TO WS-X-ACCOUNT-ID
               MOVE WRQ-TYPE          TO WS-X-TYPE
               MOVE 'CARD PAYMENT INCOMPLETE' TO WS-X-REASON
               MOVE WS-EXCEPTION-LINE TO EXCEPT-LINE
               WRITE EXCEPT-LINE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE SPACE             TO PENDING-WORK-RECORD
               MOVE WS-NEXT-ID        TO P-W-ID
           READ WEBREQ-DD
               AT END SET WS-WEBREQ-EOF TO TRUE.

      * The statistics record is in the buffer; what is wanted off
      * it is kept before the program and extension records are
      * read. The deadline is checked against the day the customer
      * sent the answer, not the night it was loaded; with no date
      * sent it is checked against today.
       000-LOAD-RENEWAL.

           MOVE A-S-END-OF-CONTRACT   TO WS-END-OF-CONTRACT.
           IF A-S-ESTIMATED-USAGE NUMERIC
               MOVE A-S-ESTIMATED-USAGE TO WS-ESTIMATED-USAGE
           ELSE
               MOVE ZERO              TO WS-ESTIMATED-USAGE.

           IF WRQ-RENEWAL-ANSWER = 'D'
               MOVE 'D'               TO WS-RENEWAL-ANSWER
           ELSE
               MOVE 'E'               TO WS-RENEWAL-ANSWER.

           IF WRQ-RENEWAL-SENT NUMERIC
           AND WRQ-RENEWAL-SENT NOT = ZERO
               MOVE WRQ-RENEWAL-SENT  TO Y2K-YYMMDD-1
           ELSE
               MOVE WS-TODAY-YYMMDD   TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-SENT-DATE.

           MOVE WRQ-RENEWAL-PROGRAM   TO G-PROGRAM-CODE.

           READ PRICEPGM-DD.

           IF WS-END-OF-CONTRACT NOT = ZERO
               MOVE 'ACCOUNT CLOSED          ' TO WS-X-REASON
               PERFORM 000-REJECT-REQUEST
           ELSE
           IF NOT WS-PRICEPGM-OK
               MOVE 'UNKNOWN PRICE PROGRAM   ' TO WS-X-REASON
               PERFORM 000-REJECT-REQUEST
           ELSE
           IF (NOT G-TYPE-FIXED AND NOT G-TYPE-CAPPED)
           OR G-ENROLL-DEADLINE NOT NUMERIC
           OR G-ENROLL-DEADLINE = ZERO
               MOVE 'PROGRAM NOT ON OFFER    ' TO WS-X-REASON
               PERFORM 000-REJECT-REQUEST
           ELSE
           IF WS-SENT-DATE > G-ENROLL-DEADLINE
               MOVE 'ENROLLMENT DEADLINE PAST' TO WS-X-REASON
               PERFORM 000-REJECT-REQUEST
           ELSE
               PERFORM 000-POST-RENEWAL.

      * The extension record is built if the account has none. The
      * season gallons are what the offer letter projected, else the
      * usage estimate.
       000-POST-RENEWAL.

           MOVE WRQ-ACCOUNT-ID        TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           MOVE WS-ACCTFILE-STATUS    TO WS-EXTEND-EXISTS-STATUS.

           IF NOT WS-EXTEND-EXISTS
               MOVE SPACE             TO ACCOUNT-EXTEND-RECORD
               MOVE WRQ-ACCOUNT-ID    TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE   TO A-E-KEY-TYPE
               MOVE ZERO              TO A-E-RECORD-NUMBER
               MOVE ZERO              TO A-E-OPEN-ITEM-ENTRIES.

           IF A-E-RENEWAL-GALLONS NUMERIC
           AND A-E-RENEWAL-GALLONS > ZERO
               MOVE A-E-RENEWAL-GALLONS TO WS-RENEWAL-GALLONS
           ELSE
               MOVE WS-ESTIMATED-USAGE  TO WS-RENEWAL-GALLONS.

           IF WS-RENEWAL-ANSWER = 'E'
           AND G-PREPAY-OFFER
           AND WS-RENEWAL-GALLONS = ZERO
               MOVE 'NO SEASON GALLONS       ' TO WS-X-REASON
               PERFORM 000-REJECT-REQUEST
           ELSE
               MOVE WRQ-RENEWAL-PROGRAM TO A-E-RENEWAL-PROGRAM
               MOVE WS-RENEWAL-ANSWER TO A-E-RENEWAL-STATUS
               MOVE 'W'               TO A-E-RENEWAL-SOURCE
               MOVE WS-RUN-CCYYMMDD   TO A-E-RENEWAL-DATE
               MOVE WS-RENEWAL-GALLONS TO A-E-RENEWAL-GALLONS
               MOVE WS-RUN-JOB-NAME   TO A-E-RENEWAL-OPERATOR
               PERFORM 000-WRITE-EXTENSION
               ADD 1                  TO WS-RENEWAL-COUNT
               ADD 1                  TO WS-LOADED-COUNT.

       000-WRITE-EXTENSION.

           MOVE WRQ-ACCOUNT-ID        TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF WS-EXTEND-EXISTS
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-EXTEND-RECORD
           ELSE
               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-EXTEND-RECORD.

       000-REJECT-REQUEST.

           MOVE WRQ-ACCOUNT-ID        TO WS-X-ACCOUNT-ID.
           MOVE WRQ-TYPE              TO WS-X-TYPE.
           MOVE WS-EXCEPTION-LINE     TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           ADD 1                      TO WS-REJECT-COUNT.

           COPY SLICKNUM.

           COPY SLICKRCT.
