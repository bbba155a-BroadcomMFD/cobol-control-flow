       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCJ.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: NCOA/CASS Return Update - the second leg of the    *
      *             quarterly address run. Reads the postal vendor's   *
      *             return file (NCOA-RETURN-RECORD in NCOAFILE, one   *
      *             per account SLICKCI sent) and applies it:          *
      *                                                                *
      *             AA/AS/MV - the address the vendor hands back (the  *
      *             CASS-standardized form, or the forwarding address  *
      *             of a move) replaces A-S-ADDRESS/CITY/STATE/ZIP/    *
      *             ZIP-EX wherever it differs, A-S-NX-ADDRESS is kept *
      *             in step for the name/address search path, and the *
      *             change is journaled to ACCTJRNL exactly as a CSR's *
      *             SLICKP3 update would be - A-S-CHANGE-SEQ bumped,   *
      *             before and after images - under action NCO and     *
      *             operator NCOA. A new address clears any bad-       *
      *             address flag; a confirmed one clears the vendor's  *
      *             old flag but leaves a CSR's returned-mail mark.    *
      *                                                                *
      *             MN/NM/VA - the address is flagged bad on the       *
      *             extension record (A-E-ADDRESS-STATUS N, U or V),   *
      *             which stops SLICKB2 and SLICKBI mailing to it.     *
      *                                                                *
      *             The journal is written before the statistics       *
      *             record is rewritten, so an address change the      *
      *             journal will not take (a duplicate change seq) is  *
      *             left unapplied and reported rather than applied    *
      *             with no history. Every return record prints on     *
      *             REPORT-DD with what was done about it.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT NCOA-DD ASSIGN TO NCOAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCOA-STATUS.

           SELECT ACCTJRNL-DD ASSIGN TO ACCTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRA-KEY
               FILE STATUS IS WS-ACCTJRNL-STATUS.

           SELECT REPORT-DD ASSIGN TO NCOARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  NCOA-DD
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NCOA-LINE                     PIC X(150).

      * The journal record proper is JOURNAL-RECORD (JRNLFILE) in
      * working storage; the record area only exposes the key.
       FD  ACCTJRNL-DD
           RECORD CONTAINS 512 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD-AREA.
           03  JRA-KEY.
               05  JRA-ACCOUNT-ID        PIC 9(05).
               05  JRA-CHANGE-SEQ        PIC 9(08).
           03  FILLER                    PIC X(499).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

           COPY JRNLFILE.

           COPY NCOAFILE.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-NCOA-STATUS                 PIC X(02) VALUE SPACE.
           88  WS-NCOA-OK                 VALUE '00'.
           88  WS-NCOA-EOF                VALUE '10'.
       01  WS-ACCTJRNL-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTJRNL-OK             VALUE '00'.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.
       01  WS-EXTEND-EXISTS-STATUS        PIC X(02) VALUE SPACE.
           88  WS-EXTEND-EXISTS           VALUE '00'.

       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.
       01  WS-TODAY-CCYYMMDD              PIC 9(08) VALUE ZERO.

      * What the return record does to the bad-address flag: clear
      * it whatever it is (the address changed), clear only a flag
      * the vendor set (the address was confirmed), or set it to
      * WS-NEW-ADDRESS-STATUS.
       01  WS-STATUS-ACTION-SW            PIC X(01) VALUE SPACE.
           88  STATUS-CLEAR-ALL           VALUE 'A'.
           88  STATUS-CLEAR-VENDOR        VALUE 'V'.
           88  STATUS-SET-BAD             VALUE 'B'.
       01  WS-NEW-ADDRESS-STATUS          PIC X(01) VALUE SPACE.

       01  WS-ACTION-TEXT                 PIC X(30) VALUE SPACE.

       01  WS-READ-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-CHANGED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-CONFIRMED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-FLAGGED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-ERROR-COUNT                 PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'NCOA/CASS RETURN UPDATE                 '.
           03  FILLER                     PIC X(08) VALUE ' AS OF  '.
           03  H-ASOF-DATE                PIC 9(06).
           03  FILLER                     PIC X(26) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'ACCT  NAME             RS ACTION        '.
           03  FILLER                     PIC X(40) VALUE SPACE.

       01  WS-DETAIL-LINE.
           03  WS-D-ACCOUNT-ID            PIC 9(05).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-D-NAME-LAST             PIC X(16).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-D-RESULT                PIC X(02).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-D-ACTION                PIC X(30).
           03  FILLER                     PIC X(24) VALUE SPACE.

       01  WS-COUNT-LINE.
           03  WS-C-LABEL                 PIC X(30).
           03  WS-C-COUNT                 PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(43) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCJ ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-PROCESS-RETURN-RECORD
               UNTIL NOT WS-NCOA-OK.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-READ-COUNT          TO WS-RUN-ACCOUNTS.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN I-O    ACCTFILE-DD.
           OPEN I-O    ACCTJRNL-DD.
           OPEN INPUT  NCOA-DD.
           OPEN OUTPUT REPORT-DD.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-TODAY-CCYYMMDD.

           MOVE WS-TODAY-YYMMDD       TO H-ASOF-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 000-READ-NEXT-RETURN.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE ACCTJRNL-DD.
           CLOSE NCOA-DD.
           CLOSE REPORT-DD.

       000-READ-NEXT-RETURN.

           READ NCOA-DD INTO NCOA-RETURN-RECORD
               AT END SET WS-NCOA-EOF TO TRUE
           END-READ.

       000-PROCESS-RETURN-RECORD.

           ADD 1                      TO WS-READ-COUNT.
           MOVE SPACE                 TO WS-STATUS-ACTION-SW.
           MOVE SPACE                 TO WS-D-NAME-LAST.

           MOVE NR-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF NOT WS-ACCTFILE-OK
               MOVE 'NOT ON FILE - SKIPPED'   TO WS-ACTION-TEXT
               ADD 1                  TO WS-ERROR-COUNT
           ELSE
               MOVE A-S-NAME-LAST     TO WS-D-NAME-LAST
               IF NR-CONFIRMED
               OR NR-STANDARDIZED
               OR NR-MOVED
                   PERFORM 000-CHECK-NEW-ADDRESS
               ELSE
               IF NR-MOVED-NO-FORWARD
                   MOVE 'N'           TO WS-NEW-ADDRESS-STATUS
                   MOVE 'FLAGGED - MOVED, NO FORWARD'
                                      TO WS-ACTION-TEXT
                   SET STATUS-SET-BAD TO TRUE
               ELSE
               IF NR-NO-MATCH
                   MOVE 'U'           TO WS-NEW-ADDRESS-STATUS
                   MOVE 'FLAGGED - NO MATCH'  TO WS-ACTION-TEXT
                   SET STATUS-SET-BAD TO TRUE
               ELSE
               IF NR-VACANT
                   MOVE 'V'           TO WS-NEW-ADDRESS-STATUS
                   MOVE 'FLAGGED - VACANT'    TO WS-ACTION-TEXT
                   SET STATUS-SET-BAD TO TRUE
               ELSE
                   MOVE 'UNKNOWN RESULT - SKIPPED'
                                      TO WS-ACTION-TEXT
                   ADD 1              TO WS-ERROR-COUNT.

           IF STATUS-SET-BAD
               ADD 1                  TO WS-FLAGGED-COUNT.

           IF STATUS-CLEAR-ALL
           OR STATUS-CLEAR-VENDOR
           OR STATUS-SET-BAD
               PERFORM 000-UPDATE-ADDRESS-STATUS.

           MOVE NR-ACCOUNT-ID         TO WS-D-ACCOUNT-ID.
           MOVE NR-RESULT             TO WS-D-RESULT.
           MOVE WS-ACTION-TEXT        TO WS-D-ACTION.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           PERFORM 000-READ-NEXT-RETURN.

      * A confirmed, standardized or forwarding address is applied
      * only where it differs from what is on file - a confirmation
      * of the address as sent changes nothing but the flag.
       000-CHECK-NEW-ADDRESS.

           IF NR-ADDRESS = SPACE
               MOVE 'NO ADDRESS RETURNED - SKIPPED'
                                      TO WS-ACTION-TEXT
               ADD 1                  TO WS-ERROR-COUNT
           ELSE
           IF NR-ADDRESS = A-S-ADDRESS
           AND NR-CITY = A-S-CITY
           AND NR-STATE = A-S-STATE
           AND NR-ZIP = A-S-ZIP
           AND NR-ZIP-EX = A-S-ZIP-EX
               MOVE 'CONFIRMED'       TO WS-ACTION-TEXT
               SET STATUS-CLEAR-VENDOR TO TRUE
               ADD 1                  TO WS-CONFIRMED-COUNT
           ELSE
               PERFORM 000-APPLY-NEW-ADDRESS.

       000-APPLY-NEW-ADDRESS.

           PERFORM 000-SAVE-BEFORE-IMAGE.

           MOVE NR-ADDRESS            TO A-S-ADDRESS.
           MOVE NR-CITY               TO A-S-CITY.
           MOVE NR-STATE              TO A-S-STATE.
           MOVE NR-ZIP                TO A-S-ZIP.
           MOVE NR-ZIP-EX             TO A-S-ZIP-EX.
           MOVE A-S-NAME-LAST         TO A-S-NX-NAME-LAST.
           MOVE A-S-ADDRESS           TO A-S-NX-ADDRESS.
           ADD 1                      TO A-S-CHANGE-SEQ.
           MOVE 'NCOA'                TO A-S-LAST-OPERATOR.

           PERFORM 000-WRITE-JOURNAL-ENTRY.

           IF NOT WS-ACCTJRNL-OK
               MOVE 'JOURNAL WRITE FAILED - SKIPPED'
                                      TO WS-ACTION-TEXT
               ADD 1                  TO WS-ERROR-COUNT
           ELSE
               MOVE NR-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-S-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-STATISTICS-RECORD

               IF NR-MOVED
                   MOVE 'MOVE APPLIED'        TO WS-ACTION-TEXT
               ELSE
                   MOVE 'ADDRESS STANDARDIZED' TO WS-ACTION-TEXT
               END-IF
               SET STATUS-CLEAR-ALL   TO TRUE
               ADD 1                  TO WS-CHANGED-COUNT.

       000-SAVE-BEFORE-IMAGE.

           MOVE SPACE                 TO JOURNAL-RECORD.

           MOVE A-S-NAME-LAST         TO JB-NAME-LAST.
           MOVE A-S-NAME-FIRST        TO JB-NAME-FIRST.
           MOVE A-S-NAME-INITIAL      TO JB-NAME-INITIAL.
           MOVE A-S-ADDRESS           TO JB-ADDRESS.
           MOVE A-S-CITY              TO JB-CITY.
           MOVE A-S-STATE             TO JB-STATE.
           MOVE A-S-ZIP               TO JB-ZIP.
           MOVE A-S-ZIP-EX            TO JB-ZIP-EX.
           MOVE A-S-TEL-1A            TO JB-TEL-1A.
           MOVE A-S-TEL-1B            TO JB-TEL-1B.
           MOVE A-S-TEL-1C            TO JB-TEL-1C.
           MOVE A-S-SIZE-OF-TANK      TO JB-SIZE-OF-TANK.
           MOVE A-S-SIZE-OF-HOME      TO JB-SIZE-OF-HOME.
           MOVE A-S-UNIT-PRICE        TO JB-UNIT-PRICE.
           MOVE A-S-ESTIMATED-USAGE   TO JB-ESTIMATED-USAGE.
           MOVE A-S-ESTIMATED-COST    TO JB-ESTIMATED-COST.
           MOVE A-S-BUDGET-AMOUNT     TO JB-BUDGET-AMOUNT.
           MOVE A-S-END-OF-CONTRACT   TO JB-END-OF-CONTRACT.
           MOVE A-S-ROUTE-CODE        TO JB-ROUTE-CODE.

      * Keyed by the change seq the rewrite will carry, the same as
      * SLICKP3's journal entry.
       000-WRITE-JOURNAL-ENTRY.

           MOVE NR-ACCOUNT-ID         TO J-ACCOUNT-ID.
           MOVE A-S-CHANGE-SEQ        TO J-CHANGE-SEQ.
           MOVE 'NCO'                 TO J-ACTION.
           MOVE WS-TODAY-CCYYMMDD     TO J-DATE.
           MOVE 'NCOA'                TO J-OPERATOR.

           MOVE A-S-NAME-LAST         TO JA-NAME-LAST.
           MOVE A-S-NAME-FIRST        TO JA-NAME-FIRST.
           MOVE A-S-NAME-INITIAL      TO JA-NAME-INITIAL.
           MOVE A-S-ADDRESS           TO JA-ADDRESS.
           MOVE A-S-CITY              TO JA-CITY.
           MOVE A-S-STATE             TO JA-STATE.
           MOVE A-S-ZIP               TO JA-ZIP.
           MOVE A-S-ZIP-EX            TO JA-ZIP-EX.
           MOVE A-S-TEL-1A            TO JA-TEL-1A.
           MOVE A-S-TEL-1B            TO JA-TEL-1B.
           MOVE A-S-TEL-1C            TO JA-TEL-1C.
           MOVE A-S-SIZE-OF-TANK      TO JA-SIZE-OF-TANK.
           MOVE A-S-SIZE-OF-HOME      TO JA-SIZE-OF-HOME.
           MOVE A-S-UNIT-PRICE        TO JA-UNIT-PRICE.
           MOVE A-S-ESTIMATED-USAGE   TO JA-ESTIMATED-USAGE.
           MOVE A-S-ESTIMATED-COST    TO JA-ESTIMATED-COST.
           MOVE A-S-BUDGET-AMOUNT     TO JA-BUDGET-AMOUNT.
           MOVE A-S-END-OF-CONTRACT   TO JA-END-OF-CONTRACT.
           MOVE A-S-ROUTE-CODE        TO JA-ROUTE-CODE.

           WRITE JOURNAL-RECORD-AREA FROM JOURNAL-RECORD.

      * The flag, its date and the vendor's result live on the
      * extension record, built here for an account that has none.
       000-UPDATE-ADDRESS-STATUS.

           MOVE NR-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           MOVE WS-ACCTFILE-STATUS    TO WS-EXTEND-EXISTS-STATUS.

           IF NOT WS-EXTEND-EXISTS
               MOVE SPACE             TO ACCOUNT-EXTEND-RECORD
               MOVE NR-ACCOUNT-ID     TO A-E-ACCOUNT-ID
               MOVE A-E-RECORD-TYPE   TO A-E-KEY-TYPE
               MOVE ZERO              TO A-E-RECORD-NUMBER
               MOVE ZERO              TO A-E-OPEN-ITEM-ENTRIES.

           IF STATUS-SET-BAD
               MOVE WS-NEW-ADDRESS-STATUS TO A-E-ADDRESS-STATUS
               MOVE WS-TODAY-CCYYMMDD TO A-E-ADDRESS-DATE
           ELSE
           IF STATUS-CLEAR-ALL
           OR A-E-ADDRESS-STATUS NOT = 'R'
               IF A-E-ADDRESS-STATUS NOT = SPACE
                   MOVE SPACE         TO A-E-ADDRESS-STATUS
                   MOVE WS-TODAY-CCYYMMDD TO A-E-ADDRESS-DATE.

           MOVE NR-RESULT             TO A-E-NCOA-RESULT.

           MOVE NR-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           IF WS-EXTEND-EXISTS
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-EXTEND-RECORD
           ELSE
               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-EXTEND-RECORD.

       000-WRITE-TOTALS.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE 'RETURN RECORDS READ           ' TO WS-C-LABEL.
           MOVE WS-READ-COUNT         TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'ADDRESSES CHANGED             ' TO WS-C-LABEL.
           MOVE WS-CHANGED-COUNT      TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'ADDRESSES CONFIRMED           ' TO WS-C-LABEL.
           MOVE WS-CONFIRMED-COUNT    TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'FLAGGED BAD ADDRESS           ' TO WS-C-LABEL.
           MOVE WS-FLAGGED-COUNT      TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'SKIPPED                       ' TO WS-C-LABEL.
           MOVE WS-ERROR-COUNT        TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
