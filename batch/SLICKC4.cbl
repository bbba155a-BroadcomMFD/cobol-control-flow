      *             that is how monitored accounts run dry.            *
      *             Unknown accounts and nonsense percentages go to    *
      *             the same report unposted.                          *
      *                                                                *
      *             The vendor keeps sending a gauge under the old     *
      *             account id after the house is sold: a reading for  *
      *             an account whose premises SLICKPQ transferred      *
      *             (A-E-PREMISES-TO) posts to the buyer's account     *
      *             instead, and the report lists it so the vendor can *
      *             be given the new id.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-POSTED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-SILENT-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-FORWARDED-COUNT             PIC 9(06) VALUE ZERO.

       01  WS-FORWARD-FROM                PIC 9(05) VALUE ZERO.
       01  WS-FORWARD-SW                  PIC X(01) VALUE 'N'.
           88  READING-FORWARDED          VALUE 'Y'.

       01  WS-FORWARD-FINDING.
           03  FILLER                      PIC X(23) VALUE
                                           'HOUSE SOLD - POSTED TO '.
           03  WS-F-ACCOUNT-ID             PIC 9(05).

       01  WS-READING-ACCOUNT             PIC 9(05) VALUE ZERO.
       01  WS-READING-DATE                PIC 9(06) VALUE ZERO.
           03  WS-T-EXCEPTIONS             PIC ZZZZZ9.
           03  FILLER                      PIC X(09) VALUE '  SILENT '.
           03  WS-T-SILENT                 PIC ZZZZZ9.
           03  FILLER                      PIC X(11) VALUE
                                           '  FORWARDED'.
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  WS-T-FORWARDED              PIC ZZZZZ9.
           03  FILLER                      PIC X(15) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

           MOVE RDG-DATE              TO WS-READING-DATE.
           MOVE RDG-PERCENT           TO WS-READING-PERCENT.

           PERFORM 000-CHECK-FORWARDING.

           MOVE WS-READING-ACCOUNT    TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.
                   WS-TANK-SIZE *
                   ((100 - WS-READING-PERCENT) / 100)
               PERFORM 000-STORE-READING
               ADD 1                  TO WS-POSTED-COUNT
               IF READING-FORWARDED
                   PERFORM 000-WRITE-FORWARDED-LINE.

           READ READING-DD
               AT END SET WS-READING-EOF TO TRUE.

      * A gauge still reporting under the seller's id after a premises
      * transfer: the reading belongs to whoever owns the tank now.
       000-CHECK-FORWARDING.

           MOVE 'N'                   TO WS-FORWARD-SW.

           MOVE WS-READING-ACCOUNT    TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
           AND A-E-PREMISES-TO NUMERIC
           AND A-E-PREMISES-TO > ZERO
               MOVE WS-READING-ACCOUNT TO WS-FORWARD-FROM
               MOVE A-E-PREMISES-TO   TO WS-READING-ACCOUNT
               SET READING-FORWARDED  TO TRUE.

       000-WRITE-FORWARDED-LINE.

           MOVE WS-FORWARD-FROM       TO WS-D-ACCOUNT-ID.
           MOVE WS-NAME-LAST          TO WS-D-NAME-LAST.
           MOVE WS-READING-DATE       TO WS-D-DATE.
           MOVE WS-READING-ACCOUNT    TO WS-F-ACCOUNT-ID.
           MOVE WS-FORWARD-FINDING    TO WS-D-FINDING.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           ADD 1                      TO WS-FORWARDED-COUNT.

       000-STORE-READING.

           MOVE WS-READING-ACCOUNT    TO AFR-ACCOUNT-ID.
           MOVE WS-POSTED-COUNT       TO WS-T-POSTED.
           MOVE WS-EXCEPTION-COUNT    TO WS-T-EXCEPTIONS.
           MOVE WS-SILENT-COUNT       TO WS-T-SILENT.
           MOVE WS-FORWARDED-COUNT    TO WS-T-FORWARDED.

           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

