      ******************************************************************
      *DESCRIPTION: ACH Autopay Draft Build - a monthly batch job that *
      *             reads the draft month (YYMM) from a control record *
      *             (BATCHPRM) and, for every active budget account    *
      *             enrolled in ACH autopay (A-E-ACH-ACTIVE on the     *
      *             extension record), drafts the open amount of the   *
      *             installment due that month off the twelve-month   *
      *             A draft the bank later bounces comes back through *
      *             SLICKBU, which reverses it the way SLICKP7's PF5  *
      *             path reverses an NSF check.                       *
      *             The bank cannot settle a draft on a weekend or a  *
      *             bank holiday, so the effective date sent on the   *
      *             ACH record is the installment due date rolled     *
      *             forward to the next day the bank is open on the   *
      *             company calendar (HOLIDAY-DD); the register shows *
      *             both dates.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY RUNCVSAM.

           SELECT ACH-DD ASSIGN TO ACHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           COPY RUNCVSFD.

       FD  ACH-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-DRAFT-YYMM            PIC 9(04).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-ACH-STATUS                  PIC X(02) VALUE SPACE.
       01  WS-REGISTER-STATUS             PIC X(02) VALUE SPACE.


       01  WS-AMOUNT                      PIC 9(08) VALUE ZERO.
       01  WS-DUE-DATE                    PIC 9(06) VALUE ZERO.
       01  WS-DRAFT-DATE                  PIC 9(06) VALUE ZERO.

       01  WS-NEW-ENTRY                   PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-RECORD              PIC 9(04) VALUE ZERO.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-DUE-DATE               PIC 9(06).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-DRAFT-DATE             PIC 9(06).
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-R-AMOUNT                 PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(18) VALUE SPACE.

       01  WS-REGISTER-TOTAL-LINE.
           03  FILLER                      PIC X(08) VALUE 'DRAFTED '.
       000-MAIN-PROCESS.

           MOVE 'SLICKBT ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN OUTPUT ACH-DD.
           OPEN OUTPUT REGISTER-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-DRAFT-YYMM       TO WS-DRAFT-YYMM.


           ACCEPT WS-TODAY-YYMMDD FROM DATE.


           PERFORM 000-APPLY-TO-OPEN-ITEMS.

           PERFORM 000-SET-DRAFT-DATE.
           PERFORM 000-WRITE-ACH-RECORD.
           PERFORM 000-WRITE-REGISTER-LINE.

               SET OPEN-ITEM-CHANGED  TO TRUE
           END-IF.

      * The draft settles on the due date, or the first bank day
      * after it when the bank is shut that day.
       000-SET-DRAFT-DATE.

           MOVE WS-DUE-DATE           TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.

           MOVE Y2K-DATE-1            TO WS-CAL-DATE.
           MOVE SPACE                 TO WS-CAL-BRANCH.
           PERFORM 000-CAL-NEXT-BANK-DAY.

           MOVE WS-CAL-DATE (3:6)     TO WS-DRAFT-DATE.

       000-WRITE-ACH-RECORD.

           MOVE SPACE                 TO ACH-RECORD.
           MOVE WS-SAVE-BANK-ACCOUNT  TO ACH-BANK-ACCOUNT.
           MOVE WS-AMOUNT             TO ACH-AMOUNT.
           MOVE WS-CURRENT-ACCOUNT-ID TO ACH-ACCOUNT-ID.
           MOVE WS-DRAFT-DATE         TO ACH-DRAFT-DATE.
           MOVE WS-NAME-LAST          TO ACH-NAME-LAST.

           WRITE ACH-RECORD.
           MOVE WS-NAME-LAST          TO WS-R-NAME-LAST.
           MOVE WS-SAVE-ROUTING       TO WS-R-ROUTING.
           MOVE WS-DUE-DATE           TO WS-R-DUE-DATE.
           MOVE WS-DRAFT-DATE         TO WS-R-DRAFT-DATE.

           MOVE WS-AMOUNT             TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
