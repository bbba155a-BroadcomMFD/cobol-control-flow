       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKCR.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Cross-File Referential Integrity Sweep - a weekly  *
      *             batch job that checks what SLICKBA does not: the   *
      *             files that point INTO ACCTFILE from outside it,    *
      *             and the ACCTFILE chains that ride alongside the    *
      *             entry chains. Merges (SLICKBN), archive runs       *
      *             (SLICKB1) and forward recoveries (SLICKC3) can     *
      *             each leave a record behind pointing at an account  *
      *             that is no longer what the record thinks it is.    *
      *             The job only reads; every finding is written to    *
      *             INTEGRITY-DD (INTGRPT) for someone to look at, and *
      *             nothing is repaired here.                          *
      *                                                                *
      *             First, every account from A-C-MIN-ACCOUNT-ID to    *
      *             A-C-MAX-ACCOUNT-ID:                                *
      *               - A-S-ROUTE-CODE, when set, must be on RTEFILE.  *
      *               - every technician on the delivery and service   *
      *                 entries (A-D/A-M, zero = none) must be on      *
      *                 EMPLFILE.                                      *
      *               - the check-number chain (A-Q) and the truck /   *
      *                 cost-of-goods chain (A-T) ride slot-for-slot   *
      *                 with the payment and delivery entries, so a    *
      *                 filled slot past A-S-PAYMENT-ENTRIES or        *
      *                 A-S-DELIVERY-ENTRIES has no entry under it.    *
      *               - an open item (A-O) past A-E-OPEN-ITEM-ENTRIES  *
      *                 is outside the chain the same way.             *
      *             Then every record on each side file keyed by       *
      *             account id - PRTUSAGE, ASTDETL, ASTFILE, STMFILE,  *
      *             NTFLOG, ORDFILE, APTFILE, PNDFILE and ACCTJRNL -   *
      *             has its account looked up, and is reported when    *
      *             the account is:                                    *
      *               MISSING   no statistics record on file           *
      *               MERGED    A-S-MERGED-TO set by SLICKBN           *
      *               ARCHIVED  closed, final bill printed             *
      *                         (CLOSURE-BILLED) and every entry       *
      *                         purged off by SLICKB1 - nothing left   *
      *                         on file for the record to belong to    *
      *             An ASTFILE agency master (account zero) and the    *
      *             PNDFILE control record are not account records and *
      *             are passed over. An open will-call order or a      *
      *             booked appointment for a closed account (A-S-END-  *
      *             OF-CONTRACT set) is reported too, as are the       *
      *             technicians on part-usage and appointment records  *
      *             and the drivers on RTEFILE that are not on         *
      *             EMPLFILE. A side file that will not open is named  *
      *             on the report as not checked and the sweep goes    *
      *             on to the next.                                    *
      *                                                                *
      *             The side files are account-major, so one stale     *
      *             account's records come together; a run of them     *
      *             with the same finding prints its first record and  *
      *             a count of the rest instead of a line apiece.      *
      *             EMPLFILE lookups are remembered by technician id   *
      *             for the run, so each id is read once.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACCTVSAM.

           COPY RUNCVSAM.

           SELECT ROUTE-DD ASSIGN TO ROUTEFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT EMPLOYEE-DD ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-KEY
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT PARTUSE-DD ASSIGN TO PARTUSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS U-KEY
               FILE STATUS IS WS-PARTUSE-STATUS.

           SELECT ASSTDETL-DD ASSIGN TO ASSTDETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AY-KEY
               FILE STATUS IS WS-ASSTDETL-STATUS.

           SELECT ASSTFILE-DD ASSIGN TO ASSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Y-KEY
               FILE STATUS IS WS-ASSTFILE-STATUS.

           SELECT SNAPSHOT-DD ASSIGN TO STMTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT NTFYLOG-DD ASSIGN TO NTFYLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-L-KEY
               FILE STATUS IS WS-NTFYLOG-STATUS.

           SELECT ORDER-DD ASSIGN TO ORDRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-KEY
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT APPTFILE-DD ASSIGN TO APPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPTFILE-STATUS.

           SELECT PENDWORK-DD ASSIGN TO PENDWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-W-KEY
               FILE STATUS IS WS-PENDWORK-STATUS.

           SELECT ACCTJRNL-DD ASSIGN TO ACCTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRA-KEY
               FILE STATUS IS WS-ACCTJRNL-STATUS.

           SELECT INTEGRITY-DD ASSIGN TO INTGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.

           COPY RUNCVSFD.

       FD  ROUTE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY RTEFILE.

       FD  EMPLOYEE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY EMPLFILE.

       FD  PARTUSE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PRTUSAGE.

       FD  ASSTDETL-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY ASTDETL.

       FD  ASSTFILE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY ASTFILE.

       FD  SNAPSHOT-DD
           RECORD CONTAINS 96 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY STMFILE.

       FD  NTFYLOG-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY NTFLOG.

       FD  ORDER-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY ORDFILE.

       FD  APPTFILE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY APTFILE.

       FD  PENDWORK-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PNDFILE.

      * Only the key of the journal record matters here.
       FD  ACCTJRNL-DD
           RECORD CONTAINS 512 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD-AREA.
           03  JRA-KEY.
               05  JRA-ACCOUNT-ID        PIC 9(05).
               05  JRA-CHANGE-SEQ        PIC 9(08).
           03  FILLER                    PIC X(499).

       FD  INTEGRITY-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  INTEGRITY-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY ACCTFILE.

           COPY RUNCTLWS.

       01  WS-ACCTFILE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK                 VALUE '00'.
       01  WS-ROUTE-STATUS                   PIC X(02) VALUE SPACE.
           88  WS-ROUTE-OK                    VALUE '00'.
       01  WS-EMPLOYEE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-EMPLOYEE-OK                 VALUE '00'.
       01  WS-PARTUSE-STATUS                 PIC X(02) VALUE SPACE.
           88  WS-PARTUSE-OK                  VALUE '00'.
       01  WS-ASSTDETL-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ASSTDETL-OK                 VALUE '00'.
       01  WS-ASSTFILE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ASSTFILE-OK                 VALUE '00'.
       01  WS-SNAPSHOT-STATUS                PIC X(02) VALUE SPACE.
           88  WS-SNAPSHOT-OK                 VALUE '00'.
       01  WS-NTFYLOG-STATUS                 PIC X(02) VALUE SPACE.
           88  WS-NTFYLOG-OK                  VALUE '00'.
       01  WS-ORDER-STATUS                   PIC X(02) VALUE SPACE.
           88  WS-ORDER-OK                    VALUE '00'.
       01  WS-APPTFILE-STATUS                PIC X(02) VALUE SPACE.
           88  WS-APPTFILE-OK                 VALUE '00'.
       01  WS-PENDWORK-STATUS                PIC X(02) VALUE SPACE.
           88  WS-PENDWORK-OK                 VALUE '00'.
       01  WS-ACCTJRNL-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ACCTJRNL-OK                 VALUE '00'.
       01  WS-INTEGRITY-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-TODAY-YYMMDD                PIC 9(06) VALUE ZERO.

      * One digit wider than AFR-RECORD-NUMBER so the chain-walk
      * bound below can actually exceed 9999 and stop.
       01  WS-RECORD-NUM                  PIC 9(05) VALUE ZERO.
       01  WS-SLOT-SUB                    PIC 9(02) VALUE ZERO.
       01  WS-ENTRY-NUM                   PIC 9(06) VALUE ZERO.
       01  WS-CHAIN-DONE-SW               PIC X(01) VALUE 'N'.
           88  CHAIN-DONE                 VALUE 'Y'.

      * Shadow copies of the statistics record's fields, taken before
      * the chain READs clobber the shared ACCTFILE storage.
       01  WS-DELIVERY-ENTRIES-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-PAYMENT-ENTRIES-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-MAINTENANCE-ENTRIES-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-OPEN-ITEM-ENTRIES-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-ROUTE-CODE                  PIC X(04) VALUE SPACE.

      * What the last side-file account looked up turned out to be.
      * Side files are account-major, so the next record is usually
      * the same account and needs no second read.
       01  WS-LOOKUP-ACCOUNT-ID           PIC 9(06) VALUE 999999.
       01  WS-LOOKUP-MERGED-TO            PIC 9(05) VALUE ZERO.
       01  WS-LOOKUP-STATE-SW             PIC X(01) VALUE SPACE.
           88  LOOKUP-MISSING             VALUE 'M'.
           88  LOOKUP-MERGED              VALUE 'G'.
           88  LOOKUP-ARCHIVED            VALUE 'A'.
           88  LOOKUP-CLOSED              VALUE 'C'.
           88  LOOKUP-ACTIVE              VALUE 'O'.
       01  WS-SIDE-ACCOUNT-ID             PIC 9(05) VALUE ZERO.

       01  WS-END-OF-CONTRACT.
           03  WS-END-CCYY                PIC 9(04) VALUE ZERO.
               88  ACCOUNT-ACTIVE         VALUE ZERO.
           03  WS-END-MM                  PIC 9(02) VALUE ZERO.
           03  WS-END-DD                  PIC 9(02) VALUE ZERO.

      * EMPLFILE answers by technician id: space = not yet read,
      * 'Y' on file, 'N' not on file.
       01  WS-TECHNICIAN-TABLE.
           03  WS-TECH-ON-FILE            PIC X(01) OCCURS 9999 TIMES.
       01  WS-CHECK-TECHNICIAN            PIC 9(04) VALUE ZERO.
       01  WS-TECH-MISSING-SW             PIC X(01) VALUE 'N'.
           88  TECH-MISSING               VALUE 'Y'.

      * The run of findings being collapsed: the file, account and
      * problem of the last line printed, and how many more records
      * since have come up the same.
       01  WS-LAST-FILE                   PIC X(08) VALUE SPACE.
       01  WS-LAST-ACCOUNT-ID             PIC 9(05) VALUE ZERO.
       01  WS-LAST-PROBLEM                PIC X(28) VALUE SPACE.
       01  WS-REPEAT-COUNT                PIC 9(06) VALUE ZERO.

       01  WS-FILE-READ-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-FILE-EXCEPTION-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE.
           03  FILLER                     PIC X(40) VALUE
               'CROSS-FILE REFERENTIAL INTEGRITY SWEEP  '.
           03  FILLER                     PIC X(08) VALUE ' AS OF  '.
           03  H-ASOF-DATE                PIC 9(06).
           03  FILLER                     PIC X(26) VALUE SPACE.

       01  WS-COLUMN-LINE.
           03  FILLER                     PIC X(40) VALUE
               'FILE     RECORD KEY           ACCT  PROB'.
           03  FILLER                     PIC X(40) VALUE
               'LEM                      DETAIL         '.

       01  WS-EXCEPTION-LINE.
           03  WS-X-FILE                  PIC X(08).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-X-KEY                   PIC X(20).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-X-ACCOUNT-ID            PIC ZZZZ9.
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-X-PROBLEM               PIC X(28).
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-X-DETAIL                PIC X(15).

      * The record key column for a finding on an ACCTFILE chain.
       01  WS-CHAIN-KEY.
           03  WS-CK-CHAIN                PIC X(04).
           03  FILLER                     PIC X(04) VALUE 'REC '.
           03  WS-CK-RECORD               PIC 9(04).
           03  FILLER                     PIC X(06) VALUE ' SLOT '.
           03  WS-CK-SLOT                 PIC 9(02).

       01  WS-ENTRY-DETAIL.
           03  FILLER                     PIC X(06) VALUE 'ENTRY '.
           03  WS-ED-ENTRY                PIC ZZZZZ9.
           03  FILLER                     PIC X(03) VALUE SPACE.

       01  WS-TECH-DETAIL.
           03  FILLER                     PIC X(05) VALUE 'TECH '.
           03  WS-TD-TECHNICIAN           PIC 9(04).
           03  FILLER                     PIC X(06) VALUE SPACE.

       01  WS-MERGED-DETAIL.
           03  FILLER                     PIC X(03) VALUE 'TO '.
           03  WS-MD-ACCOUNT-ID           PIC 9(05).
           03  FILLER                     PIC X(07) VALUE SPACE.

       01  WS-REPEAT-LINE.
           03  FILLER                     PIC X(30) VALUE SPACE.
           03  FILLER                     PIC X(04) VALUE 'AND '.
           03  WS-RP-COUNT                PIC ZZZ,ZZ9.
           03  FILLER                     PIC X(39) VALUE
               ' MORE RECORDS, SAME ACCOUNT AND PROBLEM'.

       01  WS-NOT-CHECKED-LINE.
           03  WS-NC-FILE                 PIC X(08).
           03  FILLER                     PIC X(40) VALUE
               ' NOT CHECKED - FILE DID NOT OPEN, STATUS'.
           03  FILLER                     PIC X(01) VALUE SPACE.
           03  WS-NC-STATUS               PIC X(02).
           03  FILLER                     PIC X(29) VALUE SPACE.

       01  WS-FILE-TOTAL-LINE.
           03  WS-FT-FILE                 PIC X(08).
           03  FILLER                     PIC X(10) VALUE
               ' RECORDS  '.
           03  WS-FT-READ-COUNT           PIC Z,ZZZ,ZZ9.
           03  FILLER                     PIC X(14) VALUE
               '   EXCEPTIONS '.
           03  WS-FT-EXCEPTION-COUNT      PIC Z,ZZZ,ZZ9.
           03  FILLER                     PIC X(30) VALUE SPACE.

       01  WS-TOTAL-LINE.
           03  FILLER                     PIC X(08) VALUE 'CHECKED '.
           03  WS-T-ACCOUNT-COUNT         PIC ZZZZZ9.
           03  FILLER                     PIC X(22) VALUE
               ' ACCOUNTS, EXCEPTIONS '.
           03  WS-T-EXCEPTION-COUNT       PIC Z,ZZZ,ZZ9.
           03  FILLER                     PIC X(35) VALUE SPACE.

       01  WS-BLANK-LINE                  PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.

       000-MAIN-PROCESS.

           MOVE 'SLICKCR ' TO WS-RUN-JOB-NAME.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.

           MOVE 'ACCTFILE'            TO WS-FT-FILE.
           PERFORM 000-CHECK-ACCOUNT
               VARYING WS-CURRENT-ACCOUNT-ID
                   FROM A-C-MIN-ACCOUNT-ID BY 1
                     UNTIL WS-CURRENT-ACCOUNT-ID > A-C-MAX-ACCOUNT-ID.
           MOVE WS-ACCOUNT-COUNT      TO WS-FILE-READ-COUNT.
           PERFORM 000-END-OF-FILE-PASS.

           PERFORM 000-SWEEP-ROUTES.
           PERFORM 000-SWEEP-PART-USAGE.
           PERFORM 000-SWEEP-ASSIST-DETAIL.
           PERFORM 000-SWEEP-ASSIST-PAYERS.
           PERFORM 000-SWEEP-SNAPSHOTS.
           PERFORM 000-SWEEP-NOTIFY-LOG.
           PERFORM 000-SWEEP-ORDERS.
           PERFORM 000-SWEEP-APPOINTMENTS.
           PERFORM 000-SWEEP-PENDING-WORK.
           PERFORM 000-SWEEP-JOURNAL.

           PERFORM 000-WRITE-TOTALS.

           PERFORM 000-TERMINATION.

           MOVE WS-ACCOUNT-COUNT       TO WS-RUN-ACCOUNTS.
           PERFORM 000-RUN-CONTROL-END.

           STOP RUN.

       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN INPUT  ROUTE-DD.
           OPEN INPUT  EMPLOYEE-DD.
           OPEN OUTPUT INTEGRITY-DD.

           MOVE SPACE                 TO WS-TECHNICIAN-TABLE.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD       TO H-ASOF-DATE.
           WRITE INTEGRITY-LINE FROM WS-HEADING-LINE.
           WRITE INTEGRITY-LINE FROM WS-BLANK-LINE.
           WRITE INTEGRITY-LINE FROM WS-COLUMN-LINE.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
           CLOSE ROUTE-DD.
           CLOSE EMPLOYEE-DD.
           CLOSE INTEGRITY-DD.

      *---------------------------------------------------------------*
      * Account sweep: the route, the technicians on the entries, and  *
      * the parallel chains against the entry counts.                  *
      *---------------------------------------------------------------*
       000-CHECK-ACCOUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-S-DELIVERY-ENTRIES
                                    TO WS-DELIVERY-ENTRIES-COUNT
               MOVE A-S-PAYMENT-ENTRIES
                                    TO WS-PAYMENT-ENTRIES-COUNT
               MOVE A-S-MAINTENANCE-ENTRIES
                                    TO WS-MAINTENANCE-ENTRIES-COUNT
               MOVE A-S-ROUTE-CODE  TO WS-ROUTE-CODE

               MOVE 'ACCTFILE'      TO WS-X-FILE

               PERFORM 000-CHECK-ROUTE-CODE
               PERFORM 000-CHECK-DELIVERIES
               PERFORM 000-CHECK-MAINTENANCE
               PERFORM 000-CHECK-CHECK-NUMBERS
               PERFORM 000-CHECK-TRUCKS
               PERFORM 000-CHECK-OPEN-ITEMS

               ADD 1 TO WS-ACCOUNT-COUNT.

       000-CHECK-ROUTE-CODE.

           IF WS-ROUTE-CODE NOT = SPACE
               MOVE WS-ROUTE-CODE     TO R-ROUTE-CODE
               READ ROUTE-DD
               IF NOT WS-ROUTE-OK
                   MOVE 'STATISTICS RECORD   ' TO WS-X-KEY
                   MOVE WS-CURRENT-ACCOUNT-ID  TO WS-SIDE-ACCOUNT-ID
                   MOVE 'ROUTE CODE NOT ON RTEFILE'
                                               TO WS-X-PROBLEM
                   MOVE WS-ROUTE-CODE          TO WS-X-DETAIL
                   PERFORM 000-WRITE-EXCEPTION.

      * Deliveries: the technician on every entry the account counts.
       000-CHECK-DELIVERIES.

           MOVE 'N'                   TO WS-CHAIN-DONE-SW.

           PERFORM 000-CHECK-DELIVERY-RECORD
               VARYING WS-RECORD-NUM FROM ZERO BY 1
                 UNTIL CHAIN-DONE
                    OR WS-RECORD-NUM > 9999
                    OR WS-RECORD-NUM * 20 >= WS-DELIVERY-ENTRIES-COUNT.

       000-CHECK-DELIVERY-RECORD.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-D-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-RECORD-NUM         TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-DELIVERY-RECORD.

           IF NOT WS-ACCTFILE-OK
               SET CHAIN-DONE TO TRUE
           ELSE
               MOVE 'A-D '            TO WS-CK-CHAIN
               PERFORM 000-CHECK-DELIVERY-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                     UNTIL WS-SLOT-SUB > 20.

       000-CHECK-DELIVERY-SLOT.

           COMPUTE WS-ENTRY-NUM = (WS-RECORD-NUM * 20) + WS-SLOT-SUB.

           IF WS-ENTRY-NUM NOT > WS-DELIVERY-ENTRIES-COUNT
           AND A-D-TECHNICIAN (WS-SLOT-SUB) NUMERIC
               MOVE A-D-TECHNICIAN (WS-SLOT-SUB)
                                      TO WS-CHECK-TECHNICIAN
               PERFORM 000-CHECK-TECHNICIAN
               IF TECH-MISSING
                   PERFORM 000-WRITE-CHAIN-TECHNICIAN.

      * Service calls: the same, ten entries to a record.
       000-CHECK-MAINTENANCE.

           MOVE 'N'                   TO WS-CHAIN-DONE-SW.

           PERFORM 000-CHECK-MAINTENANCE-RECORD
               VARYING WS-RECORD-NUM FROM ZERO BY 1
                 UNTIL CHAIN-DONE
                    OR WS-RECORD-NUM > 9999
                    OR WS-RECORD-NUM * 10 >=
                       WS-MAINTENANCE-ENTRIES-COUNT.

       000-CHECK-MAINTENANCE-RECORD.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-M-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-RECORD-NUM         TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-MAINTENANCE-RECORD.

           IF NOT WS-ACCTFILE-OK
               SET CHAIN-DONE TO TRUE
           ELSE
               MOVE 'A-M '            TO WS-CK-CHAIN
               PERFORM 000-CHECK-MAINTENANCE-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                     UNTIL WS-SLOT-SUB > 10.

       000-CHECK-MAINTENANCE-SLOT.

           COMPUTE WS-ENTRY-NUM = (WS-RECORD-NUM * 10) + WS-SLOT-SUB.

           IF WS-ENTRY-NUM NOT > WS-MAINTENANCE-ENTRIES-COUNT
           AND A-M-TECHNICIAN (WS-SLOT-SUB) NUMERIC
               MOVE A-M-TECHNICIAN (WS-SLOT-SUB)
                                      TO WS-CHECK-TECHNICIAN
               PERFORM 000-CHECK-TECHNICIAN
               IF TECH-MISSING
                   PERFORM 000-WRITE-CHAIN-TECHNICIAN.

       000-WRITE-CHAIN-TECHNICIAN.

           MOVE WS-RECORD-NUM         TO WS-CK-RECORD.
           MOVE WS-SLOT-SUB           TO WS-CK-SLOT.
           MOVE WS-CHAIN-KEY          TO WS-X-KEY.
           MOVE WS-CURRENT-ACCOUNT-ID TO WS-SIDE-ACCOUNT-ID.
           MOVE 'TECHNICIAN NOT ON EMPLFILE' TO WS-X-PROBLEM.
           MOVE WS-CHECK-TECHNICIAN   TO WS-TD-TECHNICIAN.
           MOVE WS-TECH-DETAIL        TO WS-X-DETAIL.
           PERFORM 000-WRITE-EXCEPTION.

      * Check numbers: a filled slot past the last payment entry has
      * no payment under it. The whole chain is walked, not just the
      * counted part - the stale slots are the point.
       000-CHECK-CHECK-NUMBERS.

           MOVE 'N'                   TO WS-CHAIN-DONE-SW.

           PERFORM 000-CHECK-CHECK-NO-RECORD
               VARYING WS-RECORD-NUM FROM ZERO BY 1
                 UNTIL CHAIN-DONE
                    OR WS-RECORD-NUM > 9999.

       000-CHECK-CHECK-NO-RECORD.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-Q-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-RECORD-NUM         TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-DETAIL-RECORD.

           IF NOT WS-ACCTFILE-OK
               SET CHAIN-DONE TO TRUE
           ELSE
               MOVE 'A-Q '            TO WS-CK-CHAIN
               PERFORM 000-CHECK-CHECK-NO-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                     UNTIL WS-SLOT-SUB > 20.

       000-CHECK-CHECK-NO-SLOT.

           COMPUTE WS-ENTRY-NUM = (WS-RECORD-NUM * 20) + WS-SLOT-SUB.

           IF WS-ENTRY-NUM > WS-PAYMENT-ENTRIES-COUNT
           AND A-Q-CHECK-NO (WS-SLOT-SUB) NOT = SPACE
           AND A-Q-CHECK-NO (WS-SLOT-SUB) NOT = LOW-VALUES
               MOVE 'CHECK NO WITH NO PAYMENT' TO WS-X-PROBLEM
               PERFORM 000-WRITE-CHAIN-SLOT.

      * Trucks and cost of goods: the same against the deliveries.
       000-CHECK-TRUCKS.

           MOVE 'N'                   TO WS-CHAIN-DONE-SW.

           PERFORM 000-CHECK-TRUCK-RECORD
               VARYING WS-RECORD-NUM FROM ZERO BY 1
                 UNTIL CHAIN-DONE
                    OR WS-RECORD-NUM > 9999.

       000-CHECK-TRUCK-RECORD.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-T-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-RECORD-NUM         TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-DELIVERY-TRUCK-RECORD.

           IF NOT WS-ACCTFILE-OK
               SET CHAIN-DONE TO TRUE
           ELSE
               MOVE 'A-T '            TO WS-CK-CHAIN
               PERFORM 000-CHECK-TRUCK-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                     UNTIL WS-SLOT-SUB > 20.

       000-CHECK-TRUCK-SLOT.

           COMPUTE WS-ENTRY-NUM = (WS-RECORD-NUM * 20) + WS-SLOT-SUB.

           IF WS-ENTRY-NUM > WS-DELIVERY-ENTRIES-COUNT
               IF A-T-TRUCK-ID (WS-SLOT-SUB) NOT = SPACE
               AND A-T-TRUCK-ID (WS-SLOT-SUB) NOT = LOW-VALUES
                   MOVE 'TRUCK WITH NO DELIVERY' TO WS-X-PROBLEM
                   PERFORM 000-WRITE-CHAIN-SLOT
               ELSE
               IF A-T-COST-OF-GOODS (WS-SLOT-SUB) NUMERIC
               AND A-T-COST-OF-GOODS (WS-SLOT-SUB) > ZERO
                   MOVE 'COST WITH NO DELIVERY' TO WS-X-PROBLEM
                   PERFORM 000-WRITE-CHAIN-SLOT.

      * Open items: a charged item past A-E-OPEN-ITEM-ENTRIES. No
      * extension record (or no count on it) means no open items.
       000-CHECK-OPEN-ITEMS.

           MOVE ZERO                  TO WS-OPEN-ITEM-ENTRIES-COUNT.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
           AND A-E-OPEN-ITEM-ENTRIES NUMERIC
               MOVE A-E-OPEN-ITEM-ENTRIES
                                    TO WS-OPEN-ITEM-ENTRIES-COUNT.

           MOVE 'N'                   TO WS-CHAIN-DONE-SW.

           PERFORM 000-CHECK-OPEN-ITEM-RECORD
               VARYING WS-RECORD-NUM FROM ZERO BY 1
                 UNTIL CHAIN-DONE
                    OR WS-RECORD-NUM > 9999.

       000-CHECK-OPEN-ITEM-RECORD.

           MOVE WS-CURRENT-ACCOUNT-ID TO AFR-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-RECORD-NUM         TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-OPEN-ITEM-RECORD.

           IF NOT WS-ACCTFILE-OK
               SET CHAIN-DONE TO TRUE
           ELSE
               MOVE 'A-O '            TO WS-CK-CHAIN
               PERFORM 000-CHECK-OPEN-ITEM-SLOT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                     UNTIL WS-SLOT-SUB > 20.

       000-CHECK-OPEN-ITEM-SLOT.

           COMPUTE WS-ENTRY-NUM = (WS-RECORD-NUM * 20) + WS-SLOT-SUB.

           IF WS-ENTRY-NUM > WS-OPEN-ITEM-ENTRIES-COUNT
           AND A-O-CHARGE-DATE (WS-SLOT-SUB) NUMERIC
           AND A-O-CHARGE-DATE (WS-SLOT-SUB) > ZERO
               MOVE 'OPEN ITEM PAST ITEM COUNT' TO WS-X-PROBLEM
               PERFORM 000-WRITE-CHAIN-SLOT.

       000-WRITE-CHAIN-SLOT.

           MOVE WS-RECORD-NUM         TO WS-CK-RECORD.
           MOVE WS-SLOT-SUB           TO WS-CK-SLOT.
           MOVE WS-CHAIN-KEY          TO WS-X-KEY.
           MOVE WS-CURRENT-ACCOUNT-ID TO WS-SIDE-ACCOUNT-ID.
           MOVE WS-ENTRY-NUM          TO WS-ED-ENTRY.
           MOVE WS-ENTRY-DETAIL       TO WS-X-DETAIL.
           PERFORM 000-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * Side files: one front-to-back browse of each.                  *
      *---------------------------------------------------------------*
       000-SWEEP-ROUTES.

           MOVE 'RTEFILE '            TO WS-FT-FILE.
           MOVE LOW-VALUES            TO R-KEY.

           START ROUTE-DD KEY NOT < R-KEY.

           PERFORM 000-CHECK-ROUTE-RECORD
               UNTIL NOT WS-ROUTE-OK.

           PERFORM 000-END-OF-FILE-PASS.

      * A route's driver is a technician id like any other; zero is a
      * route with nobody assigned yet.
       000-CHECK-ROUTE-RECORD.

           READ ROUTE-DD NEXT.

           IF WS-ROUTE-OK
               ADD 1 TO WS-FILE-READ-COUNT
               MOVE WS-FT-FILE        TO WS-X-FILE
               IF R-DRIVER NUMERIC
                   MOVE R-DRIVER      TO WS-CHECK-TECHNICIAN
                   PERFORM 000-CHECK-TECHNICIAN
                   IF TECH-MISSING
                       MOVE R-KEY     TO WS-X-KEY
                       MOVE ZERO      TO WS-SIDE-ACCOUNT-ID
                       MOVE 'DRIVER NOT ON EMPLFILE'
                                      TO WS-X-PROBLEM
                       MOVE R-DRIVER  TO WS-TD-TECHNICIAN
                       MOVE WS-TECH-DETAIL TO WS-X-DETAIL
                       PERFORM 000-WRITE-EXCEPTION.

       000-SWEEP-PART-USAGE.

           MOVE 'PRTUSAGE'            TO WS-FT-FILE.

           OPEN INPUT PARTUSE-DD.

           IF NOT WS-PARTUSE-OK
               MOVE WS-PARTUSE-STATUS TO WS-NC-STATUS
               PERFORM 000-WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES        TO U-KEY
               START PARTUSE-DD KEY NOT < U-KEY
               PERFORM 000-CHECK-PART-USAGE
                   UNTIL NOT WS-PARTUSE-OK
               CLOSE PARTUSE-DD
               PERFORM 000-END-OF-FILE-PASS.

       000-CHECK-PART-USAGE.

           READ PARTUSE-DD NEXT.

           IF WS-PARTUSE-OK
               ADD 1 TO WS-FILE-READ-COUNT
               MOVE U-KEY             TO WS-X-KEY
               MOVE U-ACCOUNT-ID      TO WS-SIDE-ACCOUNT-ID
               PERFORM 000-CHECK-SIDE-ACCOUNT
               IF U-TECHNICIAN NUMERIC
                   MOVE U-TECHNICIAN  TO WS-CHECK-TECHNICIAN
                   PERFORM 000-CHECK-TECHNICIAN
                   IF TECH-MISSING
                       PERFORM 000-WRITE-SIDE-TECHNICIAN.

       000-SWEEP-ASSIST-DETAIL.

           MOVE 'ASTDETL '            TO WS-FT-FILE.

           OPEN INPUT ASSTDETL-DD.

           IF NOT WS-ASSTDETL-OK
               MOVE WS-ASSTDETL-STATUS TO WS-NC-STATUS
               PERFORM 000-WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES        TO AY-KEY
               START ASSTDETL-DD KEY NOT < AY-KEY
               PERFORM 000-CHECK-ASSIST-DETAIL
                   UNTIL NOT WS-ASSTDETL-OK
               CLOSE ASSTDETL-DD
               PERFORM 000-END-OF-FILE-PASS.

       000-CHECK-ASSIST-DETAIL.

           READ ASSTDETL-DD NEXT.

           IF WS-ASSTDETL-OK
               ADD 1 TO WS-FILE-READ-COUNT
               MOVE AY-KEY            TO WS-X-KEY
               MOVE AY-ACCOUNT-ID     TO WS-SIDE-ACCOUNT-ID
               PERFORM 000-CHECK-SIDE-ACCOUNT.

       000-SWEEP-ASSIST-PAYERS.

           MOVE 'ASTFILE '            TO WS-FT-FILE.

           OPEN INPUT ASSTFILE-DD.

           IF NOT WS-ASSTFILE-OK
               MOVE WS-ASSTFILE-STATUS TO WS-NC-STATUS
               PERFORM 000-WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES        TO Y-KEY
               START ASSTFILE-DD KEY NOT < Y-KEY
               PERFORM 000-CHECK-ASSIST-PAYER
                   UNTIL NOT WS-ASSTFILE-OK
               CLOSE ASSTFILE-DD
               PERFORM 000-END-OF-FILE-PASS.

      * Account zero is the agency's own master record.
       000-CHECK-ASSIST-PAYER.

           READ ASSTFILE-DD NEXT.

           IF WS-ASSTFILE-OK
           AND Y-ACCOUNT-ID NOT = ZERO
               ADD 1 TO WS-FILE-READ-COUNT
               MOVE Y-KEY             TO WS-X-KEY
               MOVE Y-ACCOUNT-ID      TO WS-SIDE-ACCOUNT-ID
               PERFORM 000-CHECK-SIDE-ACCOUNT.

       000-SWEEP-SNAPSHOTS.

           MOVE 'STMFILE '            TO WS-FT-FILE.

           OPEN INPUT SNAPSHOT-DD.

           IF NOT WS-SNAPSHOT-OK
               MOVE WS-SNAPSHOT-STATUS TO WS-NC-STATUS
               PERFORM 000-WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES        TO SM-KEY
               START SNAPSHOT-DD KEY NOT < SM-KEY
               PERFORM 000-CHECK-SNAPSHOT
                   UNTIL NOT WS-SNAPSHOT-OK
               CLOSE SNAPSHOT-DD
               PERFORM 000-END-OF-FILE-PASS.

       000-CHECK-SNAPSHOT.

           READ SNAPSHOT-DD NEXT.

           IF WS-SNAPSHOT-OK
               ADD 1 TO WS-FILE-READ-COUNT
               MOVE SM-KEY            TO WS-X-KEY
               MOVE SM-ACCOUNT-ID     TO WS-SIDE-ACCOUNT-ID
               PERFORM 000-CHECK-SIDE-ACCOUNT.

       000-SWEEP-NOTIFY-LOG.

           MOVE 'NTFLOG  '            TO WS-FT-FILE.

           OPEN INPUT NTFYLOG-DD.

           IF NOT WS-NTFYLOG-OK
               MOVE WS-NTFYLOG-STATUS TO WS-NC-STATUS
               PERFORM 000-WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES        TO N-L-KEY
               START NTFYLOG-DD KEY NOT < N-L-KEY
               PERFORM 000-CHECK-NOTIFY-LOG
                   UNTIL NOT WS-NTFYLOG-OK
               CLOSE NTFYLOG-DD
               PERFORM 000-END-OF-FILE-PASS.

       000-CHECK-NOTIFY-LOG.

           READ NTFYLOG-DD NEXT.

           IF WS-NTFYLOG-OK
               ADD 1 TO WS-FILE-READ-COUNT
               MOVE N-L-KEY           TO WS-X-KEY
               MOVE N-L-ACCOUNT-ID    TO WS-SIDE-ACCOUNT-ID
               PERFORM 000-CHECK-SIDE-ACCOUNT.

       000-SWEEP-ORDERS.

           MOVE 'ORDFILE '            TO WS-FT-FILE.

           OPEN INPUT ORDER-DD.

           IF NOT WS-ORDER-OK
               MOVE WS-ORDER-STATUS   TO WS-NC-STATUS
               PERFORM 000-WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES        TO O-KEY
               START ORDER-DD KEY NOT < O-KEY
               PERFORM 000-CHECK-ORDER
                   UNTIL NOT WS-ORDER-OK
               CLOSE ORDER-DD
               PERFORM 000-END-OF-FILE-PASS.

      * An open order for a merged or archived account is already on
      * the report as that; one for an account merely closed is not.
       000-CHECK-ORDER.

           READ ORDER-DD NEXT.

           IF WS-ORDER-OK
               ADD 1 TO WS-FILE-READ-COUNT
               MOVE O-KEY             TO WS-X-KEY
               MOVE O-ACCOUNT-ID      TO WS-SIDE-ACCOUNT-ID
               PERFORM 000-CHECK-SIDE-ACCOUNT
               IF O-OPEN
               AND LOOKUP-CLOSED
                   MOVE 'OPEN ORDER, ACCOUNT CLOSED'
                                      TO WS-X-PROBLEM
                   MOVE O-REQUEST-DATE TO WS-X-DETAIL
                   PERFORM 000-WRITE-EXCEPTION.

       000-SWEEP-APPOINTMENTS.

           MOVE 'APTFILE '            TO WS-FT-FILE.

           OPEN INPUT APPTFILE-DD.

           IF NOT WS-APPTFILE-OK
               MOVE WS-APPTFILE-STATUS TO WS-NC-STATUS
               PERFORM 000-WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES        TO AP-KEY
               START APPTFILE-DD KEY NOT < AP-KEY
               PERFORM 000-CHECK-APPOINTMENT
                   UNTIL NOT WS-APPTFILE-OK
               CLOSE APPTFILE-DD
               PERFORM 000-END-OF-FILE-PASS.

       000-CHECK-APPOINTMENT.

           READ APPTFILE-DD NEXT.

           IF WS-APPTFILE-OK
               ADD 1 TO WS-FILE-READ-COUNT
               MOVE AP-KEY            TO WS-X-KEY
               MOVE AP-ACCOUNT-ID     TO WS-SIDE-ACCOUNT-ID
               PERFORM 000-CHECK-SIDE-ACCOUNT
               IF AP-BOOKED
               AND LOOKUP-CLOSED
                   MOVE 'BOOKED APPT, ACCOUNT CLOSED'
                                      TO WS-X-PROBLEM
                   MOVE AP-DATE       TO WS-X-DETAIL
                   PERFORM 000-WRITE-EXCEPTION
               END-IF
               IF AP-TECHNICIAN NUMERIC
                   MOVE AP-TECHNICIAN TO WS-CHECK-TECHNICIAN
                   PERFORM 000-CHECK-TECHNICIAN
                   IF TECH-MISSING
                       PERFORM 000-WRITE-SIDE-TECHNICIAN.

       000-SWEEP-PENDING-WORK.

           MOVE 'PNDFILE '            TO WS-FT-FILE.

           OPEN INPUT PENDWORK-DD.

           IF NOT WS-PENDWORK-OK
               MOVE WS-PENDWORK-STATUS TO WS-NC-STATUS
               PERFORM 000-WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES        TO P-W-KEY
               START PENDWORK-DD KEY NOT < P-W-KEY
               PERFORM 000-CHECK-PENDING-WORK
                   UNTIL NOT WS-PENDWORK-OK
               CLOSE PENDWORK-DD
               PERFORM 000-END-OF-FILE-PASS.

      * Id zero is the control record that hands out the next id.
       000-CHECK-PENDING-WORK.

           READ PENDWORK-DD NEXT.

           IF WS-PENDWORK-OK
           AND P-W-ID NOT = ZERO
               ADD 1 TO WS-FILE-READ-COUNT
               MOVE P-W-KEY           TO WS-X-KEY
               MOVE P-W-ACCOUNT-ID    TO WS-SIDE-ACCOUNT-ID
               PERFORM 000-CHECK-SIDE-ACCOUNT.

       000-SWEEP-JOURNAL.

           MOVE 'ACCTJRNL'            TO WS-FT-FILE.

           OPEN INPUT ACCTJRNL-DD.

           IF NOT WS-ACCTJRNL-OK
               MOVE WS-ACCTJRNL-STATUS TO WS-NC-STATUS
               PERFORM 000-WRITE-NOT-CHECKED
           ELSE
               MOVE LOW-VALUES        TO JRA-KEY
               START ACCTJRNL-DD KEY NOT < JRA-KEY
               PERFORM 000-CHECK-JOURNAL
                   UNTIL NOT WS-ACCTJRNL-OK
               CLOSE ACCTJRNL-DD
               PERFORM 000-END-OF-FILE-PASS.

       000-CHECK-JOURNAL.

           READ ACCTJRNL-DD NEXT.

           IF WS-ACCTJRNL-OK
               ADD 1 TO WS-FILE-READ-COUNT
               MOVE JRA-KEY           TO WS-X-KEY
               MOVE JRA-ACCOUNT-ID    TO WS-SIDE-ACCOUNT-ID
               PERFORM 000-CHECK-SIDE-ACCOUNT.

      *---------------------------------------------------------------*
      * The account a side-file record points at. The caller has set   *
      * WS-FT-FILE, WS-X-KEY and WS-SIDE-ACCOUNT-ID.                   *
      *---------------------------------------------------------------*
       000-CHECK-SIDE-ACCOUNT.

           MOVE WS-FT-FILE            TO WS-X-FILE.

           PERFORM 000-LOOKUP-ACCOUNT.

           IF LOOKUP-MISSING
               MOVE 'ACCOUNT NOT ON FILE'      TO WS-X-PROBLEM
               MOVE SPACE                      TO WS-X-DETAIL
               PERFORM 000-WRITE-EXCEPTION
           ELSE
           IF LOOKUP-MERGED
               MOVE 'ACCOUNT MERGED AWAY'      TO WS-X-PROBLEM
               MOVE WS-LOOKUP-MERGED-TO        TO WS-MD-ACCOUNT-ID
               MOVE WS-MERGED-DETAIL           TO WS-X-DETAIL
               PERFORM 000-WRITE-EXCEPTION
           ELSE
           IF LOOKUP-ARCHIVED
               MOVE 'ACCOUNT CLOSED AND ARCHIVED' TO WS-X-PROBLEM
               MOVE SPACE                      TO WS-X-DETAIL
               PERFORM 000-WRITE-EXCEPTION.

       000-LOOKUP-ACCOUNT.

           IF WS-SIDE-ACCOUNT-ID NOT = WS-LOOKUP-ACCOUNT-ID
               MOVE WS-SIDE-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
               PERFORM 000-READ-LOOKUP-ACCOUNT.

       000-READ-LOOKUP-ACCOUNT.

           MOVE WS-SIDE-ACCOUNT-ID    TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           IF NOT WS-ACCTFILE-OK
               SET LOOKUP-MISSING     TO TRUE
           ELSE
               MOVE A-S-END-OF-CONTRACT TO WS-END-OF-CONTRACT
               IF A-S-MERGED-TO NUMERIC
               AND A-S-MERGED-TO > ZERO
                   SET LOOKUP-MERGED  TO TRUE
                   MOVE A-S-MERGED-TO TO WS-LOOKUP-MERGED-TO
               ELSE
               IF CLOSURE-BILLED
               AND A-S-DELIVERY-ENTRIES = ZERO
               AND A-S-PAYMENT-ENTRIES = ZERO
               AND A-S-MAINTENANCE-ENTRIES = ZERO
                   SET LOOKUP-ARCHIVED TO TRUE
               ELSE
               IF ACCOUNT-ACTIVE
                   SET LOOKUP-ACTIVE  TO TRUE
               ELSE
                   SET LOOKUP-CLOSED  TO TRUE.

       000-WRITE-SIDE-TECHNICIAN.

           MOVE 'TECHNICIAN NOT ON EMPLFILE' TO WS-X-PROBLEM.
           MOVE WS-CHECK-TECHNICIAN   TO WS-TD-TECHNICIAN.
           MOVE WS-TECH-DETAIL        TO WS-X-DETAIL.
           PERFORM 000-WRITE-EXCEPTION.

      * Sets TECH-MISSING for a non-zero id EMPLFILE does not have,
      * reading each id at most once a run.
       000-CHECK-TECHNICIAN.

           MOVE 'N'                   TO WS-TECH-MISSING-SW.

           IF WS-CHECK-TECHNICIAN NOT = ZERO
               IF WS-TECH-ON-FILE (WS-CHECK-TECHNICIAN) = SPACE
                   MOVE WS-CHECK-TECHNICIAN TO E-TECHNICIAN-ID
                   READ EMPLOYEE-DD
                   IF WS-EMPLOYEE-OK
                       MOVE 'Y' TO WS-TECH-ON-FILE (WS-CHECK-TECHNICIAN)
                   ELSE
                       MOVE 'N' TO WS-TECH-ON-FILE (WS-CHECK-TECHNICIAN)
                   END-IF
               END-IF
               IF WS-TECH-ON-FILE (WS-CHECK-TECHNICIAN) = 'N'
                   SET TECH-MISSING   TO TRUE.

      *---------------------------------------------------------------*
      * Report lines                                                   *
      *---------------------------------------------------------------*
      * A finding for the same file, account and problem as the line
      * just printed is only counted; the count goes out when the run
      * of them ends.
       000-WRITE-EXCEPTION.

           ADD 1 TO WS-FILE-EXCEPTION-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.

           IF WS-X-FILE = WS-LAST-FILE
           AND WS-SIDE-ACCOUNT-ID = WS-LAST-ACCOUNT-ID
           AND WS-X-PROBLEM = WS-LAST-PROBLEM
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               PERFORM 000-WRITE-REPEAT-COUNT
               MOVE WS-X-FILE          TO WS-LAST-FILE
               MOVE WS-SIDE-ACCOUNT-ID TO WS-LAST-ACCOUNT-ID
               MOVE WS-X-PROBLEM       TO WS-LAST-PROBLEM
               MOVE WS-SIDE-ACCOUNT-ID TO WS-X-ACCOUNT-ID
               WRITE INTEGRITY-LINE FROM WS-EXCEPTION-LINE.

       000-WRITE-REPEAT-COUNT.

           IF WS-REPEAT-COUNT > ZERO
               MOVE WS-REPEAT-COUNT   TO WS-RP-COUNT
               WRITE INTEGRITY-LINE FROM WS-REPEAT-LINE
               MOVE ZERO              TO WS-REPEAT-COUNT.

       000-WRITE-NOT-CHECKED.

           PERFORM 000-WRITE-REPEAT-COUNT.
           MOVE SPACE                 TO WS-LAST-FILE.
           MOVE WS-FT-FILE            TO WS-NC-FILE.
           WRITE INTEGRITY-LINE FROM WS-NOT-CHECKED-LINE.

      * Each file's pass ends with its own count line, and the next
      * file's findings never collapse into this one's.
       000-END-OF-FILE-PASS.

           PERFORM 000-WRITE-REPEAT-COUNT.
           MOVE SPACE                 TO WS-LAST-FILE.

           MOVE WS-FILE-READ-COUNT    TO WS-FT-READ-COUNT.
           MOVE WS-FILE-EXCEPTION-COUNT TO WS-FT-EXCEPTION-COUNT.
           WRITE INTEGRITY-LINE FROM WS-FILE-TOTAL-LINE.

           MOVE ZERO                  TO WS-FILE-READ-COUNT.
           MOVE ZERO                  TO WS-FILE-EXCEPTION-COUNT.

       000-WRITE-TOTALS.

           WRITE INTEGRITY-LINE FROM WS-BLANK-LINE.

           MOVE WS-ACCOUNT-COUNT      TO WS-T-ACCOUNT-COUNT.
           MOVE WS-EXCEPTION-COUNT    TO WS-T-EXCEPTION-COUNT.
           WRITE INTEGRITY-LINE FROM WS-TOTAL-LINE.

           COPY SLICKNUM.

           COPY SLICKRCT.
