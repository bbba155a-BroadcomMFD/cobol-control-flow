      *             SLICKP3) gets NO letter while the arrangement     *
      *             holds - the SLICKC9 review breaks it when the     *
      *             promised payments stop, and the letters resume.   *
      *             A multi-site customer gets one letter, to the      *
      *             parent, for the whole group's balance (the parent  *
      *             plus its active sites), overdue from the earliest  *
      *             payment-due among the sites that owe; the active   *
      *             sites get none of their own.                       *
      *             No letter is printed to an address flagged bad     *
      *             (A-E-ADDRESS-STATUS - NCOA no match, vacant, moved *
      *             with no forwarding, or returned mail marked on     *
      *             SLICKP3). An account opted into e-statements is    *
      *             sent the letter by email instead, as 'B' billing   *
      *             records on ESTMT-DD in the NTFY queue format the   *
      *             SLICKBO gateway run picks up (the same feed as     *
      *             SLICKB2's e-statements), and escalates as usual.   *
      *             Any other goes on the mail review list (MAILREV-   *
      *             DD, see MRVFILE) with its level left where it was, *
      *             so the letter goes out once the address is fixed.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT ESTMT-DD ASSIGN TO ESTMTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTMT-STATUS.

           SELECT MAILREV-DD ASSIGN TO MAILREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAILREV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.
           LABEL RECORDS ARE STANDARD.
       01  LETTER-LINE                       PIC X(80).

       FD  ESTMT-DD
           RECORD CONTAINS 72 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ESTMT-RECORD.
           03  ES-ACCOUNT-ID             PIC 9(05).
           03  ES-DATE                   PIC 9(06).
           03  ES-TYPE                   PIC X(01).
           03  ES-TEXT                   PIC X(60).

       FD  MAILREV-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MAILREV-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

           COPY BTGRPWS.

           COPY MRVFILE.

       01  WS-ACCTFILE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK                 VALUE '00'.
       01  WS-LETTER-STATUS                  PIC X(02) VALUE SPACE.
       01  WS-ESTMT-STATUS                   PIC X(02) VALUE SPACE.
       01  WS-MAILREV-STATUS                 PIC X(02) VALUE SPACE.

      * A bad mailing address: the letter is emailed or held back
      * for review.
       01  WS-ADDRESS-STATUS                 PIC X(01) VALUE SPACE.
       01  WS-ADDRESS-SW                     PIC X(01) VALUE 'N'.
           88  ADDRESS-BAD                   VALUE 'Y'.
       01  WS-EMAIL-SW                       PIC X(01) VALUE 'N'.
           88  E-MAIL-ACCOUNT                VALUE 'Y'.
       01  WS-REVIEW-COUNT                   PIC 9(06) VALUE ZERO.
       01  WS-REVIEW-DOCUMENT.
           03  FILLER                        PIC X(11) VALUE
                                             'DUN LETTER '.
           03  WS-R-LEVEL                    PIC 9(01).

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.

           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

       01  WS-MONTHS-OVERDUE               PIC S9(04) VALUE ZERO.
       01  WS-DUN-BALANCE                  PIC S9(09) VALUE ZERO.
       01  WS-DUN-DUE                      PIC 9(06) VALUE ZERO.
       01  WS-NEEDED-LEVEL                 PIC 9(01) VALUE ZERO.

       01  WS-TODAY-CCYY                   PIC 9(04) VALUE ZERO.

           OPEN I-O    ACCTFILE-DD.
           OPEN OUTPUT LETTER-DD.
           OPEN OUTPUT ESTMT-DD.
           OPEN OUTPUT MAILREV-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.

           CLOSE ACCTFILE-DD.
           CLOSE LETTER-DD.
           CLOSE ESTMT-DD.
           CLOSE MAILREV-DD.

       000-CHECK-ACCOUNT.

      * The arrangement and bill-to checks read the extension and
      * group records, so they run before the statistics read fills
      * the shared buffer. An active site is dunned through its
      * parent, which answers for the group's balance.
           PERFORM 000-CHECK-ARRANGEMENT.

           MOVE WS-CURRENT-ACCOUNT-ID TO WS-GRP-ACCOUNT-ID.
           PERFORM 000-CHECK-BILL-TO.

           IF BILL-TO-PARENT
               PERFORM 000-SUM-BILL-TO-GROUP.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF WS-ACCTFILE-OK
               MOVE A-S-END-OF-CONTRACT   TO WS-END-OF-CONTRACT
               MOVE A-S-BALANCE           TO WS-DUN-BALANCE
               MOVE A-S-PAYMENT-DUE       TO WS-DUN-DUE
               IF BILL-TO-PARENT
                   MOVE WS-GRP-BALANCE    TO WS-DUN-BALANCE
                   IF GROUP-DUE-FOUND
                       MOVE WS-GRP-OLDEST-DUE TO WS-DUN-DUE
                   END-IF
               END-IF

               IF ARRANGEMENT-KEPT
                   CONTINUE
               ELSE
               IF ACCOUNT-ACTIVE
               AND NOT BILL-TO-CHILD
               AND WS-DUN-BALANCE > ZERO
                   MOVE WS-DUN-DUE        TO Y2K-YYMMDD-2
                   PERFORM 000-Y2K-WINDOW-2

                   IF Y2K-DATE-2 < Y2K-DATE-1
               ELSE
                   PERFORM 000-RESET-IF-CURRENT.

      * The mailing-address flag rides the same extension record;
      * only a bad address needs the notify record read for an
      * email to send the letter to.
       000-CHECK-ARRANGEMENT.

           MOVE 'N'                   TO WS-ARRANGE-SW.
           MOVE 'N'                   TO WS-ADDRESS-SW.
           MOVE 'N'                   TO WS-EMAIL-SW.
           MOVE SPACE                 TO WS-ADDRESS-STATUS.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           AND A-E-ARRANGE-KEPT
               SET ARRANGEMENT-KEPT   TO TRUE.

           IF WS-ACCTFILE-OK
           AND A-E-ADDRESS-BAD
               SET ADDRESS-BAD        TO TRUE
               MOVE A-E-ADDRESS-STATUS TO WS-ADDRESS-STATUS
               PERFORM 000-CHECK-E-MAIL.

       000-CHECK-E-MAIL.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-N-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-NOTIFY-RECORD.

           IF WS-ACCTFILE-OK
           AND A-N-OPT-ESTMT = 'Y'
           AND A-N-EMAIL NOT = SPACE
               SET E-MAIL-ACCOUNT     TO TRUE.

       000-RESET-IF-CURRENT.

           IF A-S-LETTER-LEVEL NUMERIC
               MOVE ZERO               TO A-S-LETTER-LEVEL.

           IF WS-NEEDED-LEVEL > A-S-LETTER-LEVEL
               IF ADDRESS-BAD
               AND NOT E-MAIL-ACCOUNT
                   PERFORM 000-WRITE-MAIL-REVIEW
               ELSE
                   PERFORM 000-MAIL-LETTER.

       000-MAIL-LETTER.

           MOVE A-S-CITY              TO WS-CITY.
           MOVE A-S-STATE             TO WS-STATE.
           MOVE A-S-ZIP               TO WS-ZIP.
           MOVE WS-DUN-BALANCE        TO WS-BALANCE.
           MOVE A-S-CONTACT-ENTRIES   TO WS-CONTACT-ENTRIES-COUNT.

           MOVE WS-NEEDED-LEVEL       TO A-S-LETTER-LEVEL.

           PERFORM 000-WRITE-CONTACT-ENTRY.

           IF ADDRESS-BAD
               PERFORM 000-EMAIL-LETTER
           ELSE
               PERFORM 000-PRINT-LETTER.

           ADD 1                      TO WS-LETTER-COUNT.

           MOVE WS-BLANK-LINE         TO LETTER-LINE.
           WRITE LETTER-LINE.

      * The letter's body and amount as 'B' records for the gateway;
      * the feed's text is 60 wide, which holds both lines.
       000-EMAIL-LETTER.

           MOVE SPACE                 TO ESTMT-RECORD.
           MOVE WS-CURRENT-ACCOUNT-ID TO ES-ACCOUNT-ID.
           MOVE WS-TODAY-YYMMDD       TO ES-DATE.
           MOVE 'B'                   TO ES-TYPE.

           IF WS-NEEDED-LEVEL = 1
               MOVE WS-LETTER-BODY-1  TO ES-TEXT
           ELSE
           IF WS-NEEDED-LEVEL = 2
               MOVE WS-LETTER-BODY-2  TO ES-TEXT
           ELSE
               MOVE WS-LETTER-BODY-3  TO ES-TEXT.
           WRITE ESTMT-RECORD.

           MOVE WS-BALANCE            TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-L-BALANCE.
           MOVE WS-LETTER-BAL-LINE    TO ES-TEXT.
           WRITE ESTMT-RECORD.

      * A letter held back from a bad address, for the review list.
      * Its level is not recorded, so it is due again next run.
       000-WRITE-MAIL-REVIEW.

           MOVE SPACE                 TO MAIL-REVIEW-RECORD.
           MOVE WS-CURRENT-ACCOUNT-ID TO MR-ACCOUNT-ID.
           MOVE A-S-NAME-LAST         TO MR-NAME-LAST.
           MOVE A-S-NAME-FIRST        TO MR-NAME-FIRST.
           MOVE WS-NEEDED-LEVEL       TO WS-R-LEVEL.
           MOVE WS-REVIEW-DOCUMENT    TO MR-DOCUMENT.
           MOVE WS-ADDRESS-STATUS     TO MR-STATUS.
           MOVE WS-TODAY-YYMMDD       TO MR-DATE.

           IF WS-ADDRESS-STATUS = 'U'
               MOVE 'NCOA NO MATCH'   TO MR-REASON
           ELSE
           IF WS-ADDRESS-STATUS = 'V'
               MOVE 'NCOA VACANT'     TO MR-REASON
           ELSE
           IF WS-ADDRESS-STATUS = 'N'
               MOVE 'MOVED NO FORWARD' TO MR-REASON
           ELSE
               MOVE 'RETURNED MAIL'   TO MR-REASON.

           WRITE MAILREV-LINE FROM MAIL-REVIEW-RECORD.

           ADD 1                      TO WS-REVIEW-COUNT.

           COPY SLICKNUM.

           COPY SLICKBTG.

           COPY SLICKBTS.

           COPY SLICKRCT.
