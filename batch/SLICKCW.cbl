       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCW.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Annual Spill Summary - a batch job run once a year *
      *             that files the year's spill and leak incidents     *
      *             with the state environmental agency. The parameter *
      *             entry (BATCHPRM) carries the year reported (CCYY), *
      *             the registration number the agency knows us by,    *
      *             and our name as registered.                        *
      *             It walks the incident log (INCIDENT-DD, see        *
      *             INCFILE, keyed from SLICKPW) and, for every        *
      *             incident dated in the year - open or closed -      *
      *             writes an incident record to the agency's file     *
      *             (SPILL-DD, see SPLFILE) between a header and a     *
      *             trailer: the site address off the account, the     *
      *             product and tank (the primary tank from the        *
      *             statistics record, an additional one from its      *
      *             entry on the tank record), gallons, cause, status, *
      *             closeout date, contractor, total cost to date and  *
      *             whether an insurance claim was filed.              *
      *             A control listing (REPORT-DD) shows each record    *
      *             sent and the totals the trailer carries, so the    *
      *             filing can be checked before it goes; an incident  *
      *             whose account is no longer on file still goes, and *
      *             the listing flags it for the address to be filled  *
      *             in by hand.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT INCIDENT-DD ASSIGN TO INCIDENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT SPILL-DD ASSIGN TO SPILLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPILL-STATUS.

           SELECT REPORT-DD ASSIGN TO REPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  INCIDENT-DD
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY INCFILE.

       FD  SPILL-DD
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SPILL-LINE                    PIC X(200).

       FD  REPORT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-REPORT-YEAR           PIC 9(04).
           03  FILLER                     PIC X(01).
           03  PARM-REGISTRATION          PIC X(12).
           03  FILLER                     PIC X(01).
           03  PARM-COMPANY-NAME          PIC X(40).
           03  FILLER                     PIC X(22).

           COPY SPLFILE.

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-INCIDENT-STATUS             PIC X(02) VALUE SPACE.
           88  WS-INCIDENT-OK             VALUE '00'.
       01  WS-SPILL-STATUS                PIC X(02) VALUE SPACE.
       01  WS-REPORT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-INCIDENT-EOF-SW             PIC X(01) VALUE 'N'.
           88  INCIDENT-EOF               VALUE 'Y'.

       01  WS-ACCOUNT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  ACCOUNT-FOUND              VALUE 'Y'.

       01  WS-REPORT-YEAR                 PIC 9(04) VALUE ZERO.
       01  WS-TANK-NUMBER                 PIC 9(02) VALUE ZERO.

       01  WS-INCIDENT-COST               PIC 9(09) VALUE ZERO.
       01  WS-RECORD-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-GALLONS               PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-COST                  PIC 9(09) VALUE ZERO.
       01  WS-OPEN-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-NO-ACCOUNT-COUNT            PIC 9(06) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                      PIC X(40) VALUE
               'ANNUAL SPILL SUMMARY TO STATE  -  YEAR  '.
           03  WS-H-YEAR                   PIC 9(04).
           03  FILLER                      PIC X(15) VALUE
                                           '  REGISTRATION '.
           03  WS-H-REGISTRATION           PIC X(12).
           03  FILLER                      PIC X(09) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                      PIC X(40) VALUE
               'SEQ    ACCT  TK DATE        GALS  C S CL'.
           03  FILLER                      PIC X(40) VALUE
               'OSED      TOTAL COST                    '.

       01  WS-DETAIL-LINE.
           03  WS-D-SEQUENCE               PIC 9(06).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-ACCOUNT-ID             PIC 9(05).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-TANK-NUMBER            PIC 9(02).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-DATE                   PIC 9(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-GALLONS                PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-CAUSE                  PIC X(01).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-STATUS                 PIC X(01).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-CLOSE-DATE             PIC X(08).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-TOTAL                  PIC X(12).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-D-NOTE                   PIC X(21).

       01  WS-TOTAL-LINE.
           03  WS-T-COUNT                  PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(18) VALUE
                                           ' INCIDENT RECORDS,'.
           03  WS-T-OPEN                   PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(17) VALUE
                                           ' STILL OPEN,     '.
           03  WS-T-GALLONS                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(08) VALUE
                                           ' GALLONS'.
           03  FILLER                      PIC X(12) VALUE SPACE.

       01  WS-COST-TOTAL-LINE.
           03  FILLER                      PIC X(24) VALUE
                                           'TOTAL COST TO DATE      '.
           03  WS-T-TOTAL                  PIC X(12).
           03  FILLER                      PIC X(44) VALUE SPACE.

       01  WS-NO-ACCOUNT-LINE.
           03  WS-T-NO-ACCOUNT             PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(73) VALUE
               ' RECORD(S) SENT WITHOUT A SITE ADDRESS - ACCOUNT NOT ON
      -        'FILE'.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCW ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           PERFORM 000-CHECK-INCIDENT
               UNTIL INCIDENT-EOF.

           PERFORM 000-WRITE-TRAILER.

           PERFORM 000-TERMINATION.

           MOVE WS-RECORD-COUNT       TO WS-RUN-ACCOUNTS.
           MOVE WS-TOTAL-COST         TO WS-RUN-TOTAL-AMOUNT.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN INPUT  INCIDENT-DD.
           OPEN OUTPUT SPILL-DD.
           OPEN OUTPUT REPORT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-REPORT-YEAR      TO WS-REPORT-YEAR.

           MOVE WS-REPORT-YEAR        TO WS-H-YEAR.
           MOVE PARM-REGISTRATION     TO WS-H-REGISTRATION.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           MOVE SPACE                 TO SPILL-REPORT-RECORD.
           SET SP-HEADER              TO TRUE.
           MOVE PARM-REGISTRATION     TO SP-H-REGISTRATION.
           MOVE PARM-COMPANY-NAME     TO SP-H-COMPANY-NAME.
           MOVE WS-REPORT-YEAR        TO SP-H-REPORT-YEAR.
           MOVE WS-RUN-CCYYMMDD       TO SP-H-REPORT-DATE.
           MOVE SPILL-REPORT-RECORD   TO SPILL-LINE.
           WRITE SPILL-LINE.

           MOVE LOW-VALUES            TO IN-KEY.
           START INCIDENT-DD KEY NOT < IN-KEY.

           IF NOT WS-INCIDENT-OK
               SET INCIDENT-EOF       TO TRUE.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE INCIDENT-DD.
           CLOSE SPILL-DD.
           CLOSE REPORT-DD.

       000-CHECK-INCIDENT.

           READ INCIDENT-DD NEXT.

           IF NOT WS-INCIDENT-OK
               SET INCIDENT-EOF       TO TRUE
           ELSE
           IF IN-DATE (1:4) = WS-REPORT-YEAR
               PERFORM 000-WRITE-INCIDENT.

       000-WRITE-INCIDENT.

           IF IN-GALLONS NOT NUMERIC
               MOVE ZERO              TO IN-GALLONS.
           IF IN-CLEANUP-COST NOT NUMERIC
               MOVE ZERO              TO IN-CLEANUP-COST.
           IF IN-OTHER-COST NOT NUMERIC
               MOVE ZERO              TO IN-OTHER-COST.
           IF IN-CLOSE-DATE NOT NUMERIC
               MOVE ZERO              TO IN-CLOSE-DATE.

           COMPUTE WS-INCIDENT-COST =
               IN-CLEANUP-COST + IN-OTHER-COST.

           ADD 1                      TO WS-RECORD-COUNT.

           MOVE SPACE                 TO SPILL-REPORT-RECORD.
           SET SP-INCIDENT-DETAIL     TO TRUE.
           MOVE WS-RECORD-COUNT       TO SP-D-SEQUENCE.
           MOVE IN-DATE               TO SP-D-INCIDENT-DATE.
           MOVE ZERO                  TO SP-D-SITE-ZIP.
           MOVE ZERO                  TO SP-D-TANK-SIZE.
           MOVE IN-GALLONS            TO SP-D-GALLONS.
           MOVE IN-CAUSE              TO SP-D-CAUSE.
           MOVE IN-STATUS             TO SP-D-STATUS.
           MOVE IN-CLOSE-DATE         TO SP-D-CLOSE-DATE.
           MOVE IN-CONTRACTOR         TO SP-D-CONTRACTOR.
           MOVE WS-INCIDENT-COST      TO SP-D-TOTAL-COST.
           MOVE IN-ACCOUNT-ID         TO SP-D-ACCOUNT-ID.
           MOVE IN-TANK-NUMBER        TO SP-D-TANK-NUMBER.

           IF IN-CLAIM-NUMBER = SPACE
               MOVE 'N'               TO SP-D-CLAIM-FILED
           ELSE
               MOVE 'Y'               TO SP-D-CLAIM-FILED.

           PERFORM 000-FILL-SITE.

           MOVE SPILL-REPORT-RECORD   TO SPILL-LINE.
           WRITE SPILL-LINE.

           ADD IN-GALLONS             TO WS-TOTAL-GALLONS.
           ADD WS-INCIDENT-COST       TO WS-TOTAL-COST.

           IF IN-OPEN
               ADD 1                  TO WS-OPEN-COUNT.

           PERFORM 000-WRITE-DETAIL-LINE.

      * The site is the account's service address. The primary tank
      * is described on the statistics record; an additional tank
      * on its own entry of the tank record, read after the address
      * is taken since both records share the one buffer.
       000-FILL-SITE.

           MOVE 'N'                   TO WS-ACCOUNT-FOUND-SW.

           MOVE IN-ACCOUNT-ID         TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               SET ACCOUNT-FOUND      TO TRUE
               MOVE A-S-ADDRESS       TO SP-D-SITE-ADDRESS
               MOVE A-S-CITY          TO SP-D-SITE-CITY
               MOVE A-S-STATE         TO SP-D-SITE-STATE
               MOVE A-S-ZIP           TO SP-D-SITE-ZIP
               IF IN-TANK-NUMBER = ZERO
                   MOVE A-S-FUEL-TYPE TO SP-D-PRODUCT
                   MOVE A-S-SIZE-OF-TANK TO SP-D-TANK-SIZE
               END-IF
           ELSE
               ADD 1                  TO WS-NO-ACCOUNT-COUNT.

           IF ACCOUNT-FOUND
           AND IN-TANK-NUMBER > ZERO
           AND IN-TANK-NUMBER NOT > 20
               MOVE IN-TANK-NUMBER    TO WS-TANK-NUMBER
               MOVE IN-ACCOUNT-ID     TO AFR-ACCOUNT-ID
               MOVE A-K-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER
               READ ACCTFILE-DD INTO ACCOUNT-TANK-RECORD
               IF WS-ACCTFILE-OK
                   MOVE A-K-FUEL-TYPE (WS-TANK-NUMBER)
                                      TO SP-D-PRODUCT
                   MOVE A-K-SIZE-OF-TANK (WS-TANK-NUMBER)
                                      TO SP-D-TANK-SIZE
                   MOVE A-K-LOCATION (WS-TANK-NUMBER)
                                      TO SP-D-TANK-LOCATION.

       000-WRITE-DETAIL-LINE.

           MOVE WS-RECORD-COUNT       TO WS-D-SEQUENCE.
           MOVE IN-ACCOUNT-ID         TO WS-D-ACCOUNT-ID.
           MOVE IN-TANK-NUMBER        TO WS-D-TANK-NUMBER.
           MOVE IN-DATE               TO WS-D-DATE.
           MOVE IN-GALLONS            TO WS-D-GALLONS.
           MOVE IN-CAUSE              TO WS-D-CAUSE.
           MOVE IN-STATUS             TO WS-D-STATUS.

           IF IN-CLOSE-DATE = ZERO
               MOVE SPACE             TO WS-D-CLOSE-DATE
           ELSE
               MOVE IN-CLOSE-DATE     TO WS-D-CLOSE-DATE.

           MOVE WS-INCIDENT-COST      TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-D-TOTAL.

           IF ACCOUNT-FOUND
               MOVE SPACE             TO WS-D-NOTE
           ELSE
               MOVE 'ACCOUNT NOT ON FILE' TO WS-D-NOTE.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       000-WRITE-TRAILER.

           MOVE SPACE                 TO SPILL-REPORT-RECORD.
           SET SP-TRAILER             TO TRUE.
           MOVE WS-RECORD-COUNT       TO SP-T-RECORD-COUNT.
           MOVE WS-TOTAL-GALLONS      TO SP-T-TOTAL-GALLONS.
           MOVE WS-TOTAL-COST         TO SP-T-TOTAL-COST.
           MOVE SPILL-REPORT-RECORD   TO SPILL-LINE.
           WRITE SPILL-LINE.

           WRITE REPORT-LINE FROM WS-BLANK-LINE.

           MOVE WS-RECORD-COUNT       TO WS-T-COUNT.
           MOVE WS-OPEN-COUNT         TO WS-T-OPEN.
           MOVE WS-TOTAL-GALLONS      TO WS-T-GALLONS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE WS-TOTAL-COST         TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-TOTAL.
           WRITE REPORT-LINE FROM WS-COST-TOTAL-LINE.

           IF WS-NO-ACCOUNT-COUNT > ZERO
               MOVE WS-NO-ACCOUNT-COUNT TO WS-T-NO-ACCOUNT
               WRITE REPORT-LINE FROM WS-NO-ACCOUNT-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
