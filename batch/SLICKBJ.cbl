      *             under the same run controls. Reject reasons:      *
      *             01 unknown technician, 02 inactive technician,    *
      *             03 no matching account, 04 zero gallons,          *
      *             05 unknown truck id, 06 over credit limit.        *
      *                                                                *
      *             Money the driver took at the curb rides the ticket *
      *             (TKT-CASH-COLLECTED, TKT-CHECK-COLLECTED and TKT-  *
      *             CHECK-NO) and posts as an ordinary payment, one    *
      *             entry per tender, with DRV- plus the driver's      *
      *             technician id as A-P-OPERATOR, paid against the    *
      *             open items oldest-first. Every C.O.D. stop (A-E-   *
      *             COD-TERMS), and any other ticket that brought      *
      *             money back, is written to the settlement feed      *
      *             (SETTLE-DD) with what the account owed once the    *
      *             delivery posted - the input to SLICKCA's driver    *
      *             settlement report.                                 *
      *                                                                *
      *             A ticket that would push A-S-BALANCE past the      *
      *             account's credit limit (A-E-CREDIT-LIMIT, zero =   *
      *             none) is rejected 06 rather than posted. To post   *
      *             it anyway a supervisor keys their operator id into *
      *             TKT-LIMIT-OVERRIDE on the corrected reject record; *
      *             the REPROCESS run checks it against the security   *
      *             master (OPERFILE-DD, active level 3) and stamps    *
      *             the override on the extension record.              *
      *                                                                *
      *             Delivery surcharges come off the branch fee table  *
      *             (DLVFEES-DD, see FEEFILE) once the ticket has      *
      *             posted and closed its order: a will-call account's *
      *             delivery under the branch minimum gallons bills    *
      *             the minimum-delivery fee ('M'), closing a same-day *
      *             rush order taken on SLICKPK bills the rush fee     *
      *             ('U'), and a delivery on a Saturday or Sunday, or  *
      *             metered outside the branch hours (TKT-DELIVERY-    *
      *             TIME, HHMM - spaces on meters that do not stamp    *
      *             the time), bills the after-hours fee ('H'). Each   *
      *             posts as its own maintenance entry, technician 0,  *
      *             with an open item of the same type, ahead of the   *
      *             curb collection so a C.O.D. driver collects it     *
      *             with the load.                                     *
      *                                                                *
      *             A market ticket bills the posted price (POSTPRIC,  *
      *             see PRCFILE) for the account's branch, fuel and    *
      *             zone on the ticket date in place of the price in   *
      *             the meter, which only stands when nothing is       *
      *             posted; the contract price program is applied      *
      *             after it, exactly as before.                       *
      *                                                                *
      *             A ticket pumped by a driver who was not DOT-       *
      *             qualified on the ticket date (SLICKDQC against     *
      *             DRIVQUAL-DD - expired CDL, hazmat endorsement,     *
      *             medical card or drug test, no road test, or no     *
      *             qualification record) still posts - the fuel is in *
      *             the customer's tank - but prints as a DRIVER:      *
      *             exception naming the lapsed credential, for the    *
      *             safety manager.                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS E-KEY
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPERFILE-DD ASSIGN TO OPERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPERFILE-STATUS.

           SELECT PRICEPGM-DD ASSIGN TO PRICEPGM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS T-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT POSTPRIC-DD ASSIGN TO POSTPRIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-POSTPRIC-STATUS.

           SELECT DLVFEES-DD ASSIGN TO DLVFEES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-DLVFEES-STATUS.

           SELECT TRUCKFIL-DD ASSIGN TO TRUCKFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-KEY
               FILE STATUS IS WS-TRUCKFIL-STATUS.

           SELECT DRIVQUAL-DD ASSIGN TO DRIVQUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-KEY
               FILE STATUS IS WS-DRIVQUAL-STATUS.

           SELECT ORDER-DD ASSIGN TO ORDRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKIP-STATUS.

           SELECT SETTLE-DD ASSIGN TO CODSETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ACCTVSFD.
           LABEL RECORDS ARE STANDARD.
           COPY EMPLFILE.

       FD  OPERFILE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY OPRFILE.

       FD  PRICEPGM-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY TAXFILE.

       FD  POSTPRIC-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY PRCFILE.

       FD  DLVFEES-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY FEEFILE.

       FD  TRUCKFIL-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY TRKFILE.

       FD  DRIVQUAL-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY DRQFILE.

       FD  ORDER-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  SKIP-LINE                     PIC X(80).

      * One record per ticket that carried money (or should have):
      * the driver settlement feed SLICKCA sorts and balances.
       FD  SETTLE-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-RECORD.
           03  STL-TECHNICIAN            PIC 9(04).
           03  STL-ACCOUNT-ID            PIC 9(05).
           03  STL-NAME-LAST             PIC X(16).
           03  STL-DATE                  PIC 9(06).
           03  STL-COD-TERMS             PIC X(01).
           03  STL-DUE                   PIC 9(08).
           03  STL-CASH                  PIC 9(08).
           03  STL-CHECK                 PIC 9(08).
           03  STL-CHECK-NO              PIC X(08).
           03  STL-TRUCK-ID              PIC X(04).
           03  FILLER                    PIC X(12).

       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY RUNCTLWS.

           COPY DRQUALWS.

      * The ticket record proper lives here so a REPROCESS run can
      * fill it from the corrected reject file instead of the
      * meter file - the posting paragraphs never know the
      * Which truck's meter pumped the load, for SLICKBK's per-
      * truck reconciliation.
           03  TKT-TRUCK-ID              PIC X(04).
      * Money the driver took at the curb, in cents - cash and a
      * check (with its number) may both ride one ticket. Spaces on
      * tickets from meters that don't key collections.
           03  TKT-CASH-COLLECTED        PIC 9(06).
           03  TKT-CHECK-COLLECTED       PIC 9(06).
           03  TKT-CHECK-NO              PIC X(08).
      * Keyed by the office onto a corrected reject record only: the
      * supervisor's operator id that lets an over-limit delivery
      * post on the REPROCESS run. Spaces from the meters.
           03  TKT-LIMIT-OVERRIDE        PIC X(08).
      * When the meter printed the ticket, HHMM on a 24-hour clock,
      * for the after-hours fee. Spaces from meters that don't
      * stamp the time.
           03  TKT-DELIVERY-TIME         PIC 9(04).
           03  FILLER                    PIC X(19).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
           88  WS-PRICEPGM-OK             VALUE '00'.
       01  WS-TAXRATE-STATUS              PIC X(02) VALUE SPACE.
           88  WS-TAXRATE-OK              VALUE '00'.
       01  WS-POSTPRIC-STATUS             PIC X(02) VALUE SPACE.
           88  WS-POSTPRIC-OK             VALUE '00'.
       01  WS-DLVFEES-STATUS              PIC X(02) VALUE SPACE.
           88  WS-DLVFEES-OK              VALUE '00'.
       01  WS-TRUCKFIL-STATUS             PIC X(02) VALUE SPACE.
           88  WS-TRUCKFIL-OK             VALUE '00'.
       01  WS-DRIVQUAL-STATUS             PIC X(02) VALUE SPACE.
           88  WS-DRIVQUAL-OK             VALUE '00'.
       01  WS-OPERFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-OPERFILE-OK             VALUE '00'.
       01  WS-ORDER-STATUS                PIC X(02) VALUE SPACE.
           88  WS-ORDER-OK                VALUE '00'.
       01  WS-ASSTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-DISPATCH-OK             VALUE '00'.
       01  WS-IMPORT-STATUS               PIC X(02) VALUE SPACE.
       01  WS-SKIP-STATUS                 PIC X(02) VALUE SPACE.
       01  WS-SETTLE-STATUS               PIC X(02) VALUE SPACE.
       01  WS-REJECT-STATUS               PIC X(02) VALUE SPACE.
       01  WS-REJECT-IN-STATUS            PIC X(02) VALUE SPACE.
           88  WS-REJECT-IN-OK            VALUE '00'.
       01  WS-EXCEPTION-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-MISSED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-SKIPPED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-COLLECTED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-COLLECTED-TOTAL             PIC 9(09) VALUE ZERO.
       01  WS-FEE-COUNT                   PIC 9(06) VALUE ZERO.
       01  WS-FEE-TOTAL                   PIC 9(09) VALUE ZERO.

       01  WS-SKIP-CODE                   PIC X(01) VALUE SPACE.
       01  WS-SKIP-REASON                 PIC X(24) VALUE SPACE.
       01  WS-TECHNICIAN                  PIC 9(04) VALUE ZERO.
       01  WS-TICKET-DATE                 PIC 9(06) VALUE ZERO.
       01  WS-TRUCK-ID                    PIC X(04) VALUE SPACE.
       01  WS-CASH-COLLECTED              PIC 9(08) VALUE ZERO.
       01  WS-CHECK-COLLECTED             PIC 9(08) VALUE ZERO.
       01  WS-CHECK-NO                    PIC X(08) VALUE SPACE.
       01  WS-DELIVERY-TIME               PIC 9(04) VALUE ZERO.
       01  WS-DELIVERY-TIME-SW            PIC X(01) VALUE 'N'.
           88  DELIVERY-TIME-KNOWN        VALUE 'Y'.

       01  WS-TICKET-DATE-8               PIC 9(08) VALUE ZERO.

       01  WS-PRICE-PROGRAM               PIC X(02) VALUE SPACE.
       01  WS-ACCOUNT-STATE               PIC X(02) VALUE SPACE.
       01  WS-ACCOUNT-FUEL                PIC X(01) VALUE SPACE.
       01  WS-ACCOUNT-BRANCH              PIC X(02) VALUE SPACE.
       01  WS-ACCOUNT-ZONE                PIC X(04) VALUE SPACE.

       01  WS-POSTING-TIER                PIC 9(01) VALUE ZERO.
       01  WS-POSTING-BRANCH              PIC X(02) VALUE SPACE.
       01  WS-POSTING-ZONE                PIC X(04) VALUE SPACE.
       01  WS-POSTED-SW                   PIC X(01) VALUE 'N'.
           88  POSTED-PRICE-FOUND         VALUE 'Y'.

       01  WS-TAX-RATE                    PIC 9(05) VALUE ZERO.
       01  WS-TAX-AMOUNT                  PIC 9(06) VALUE ZERO.
       01  WS-TAX-EXEMPT-SW               PIC X(01) VALUE 'N'.
           88  TAX-EXEMPT                 VALUE 'Y'.

      * Credit limit from the extension record (zero = none) and the
      * balance the ticket would leave; a supervisor override on a
      * reprocessed ticket lets it post anyway.
       01  WS-CREDIT-LIMIT                PIC 9(08) VALUE ZERO.
       01  WS-LIMIT-GALLONS               PIC 9(04) VALUE ZERO.
       01  WS-LIMIT-BALANCE               PIC S9(09) VALUE ZERO.
       01  WS-OVER-LIMIT-SW               PIC X(01) VALUE 'N'.
           88  OVER-CREDIT-LIMIT          VALUE 'Y'.

      * Energy-assistance split, mirroring SLICKP6: the agency's
      * grant covers what it can of the billed charge.
       01  WS-ASSIST-AGENCY               PIC X(02) VALUE SPACE.
       01  WS-EXTEND-EXISTS-STATUS        PIC X(02) VALUE SPACE.
           88  WS-EXTEND-EXISTS           VALUE '00'.

      * Curb collection: what the C.O.D. account owed once the
      * delivery posted, and each tender posted as its own payment
      * under the driver (DRV- plus the technician id), paid down
      * against the open items oldest-first as SLICKB9 does.
       01  WS-COD-TERMS                   PIC X(01) VALUE SPACE.
           88  COD-ACCOUNT                VALUE 'Y'.
       01  WS-COD-DUE                     PIC 9(08) VALUE ZERO.
       01  WS-COD-NAME-LAST               PIC X(16) VALUE SPACE.
       01  WS-DRIVER-OPERATOR             PIC X(08) VALUE SPACE.
       01  WS-PAY-AMOUNT                  PIC 9(08) VALUE ZERO.
       01  WS-PAY-TENDER                  PIC X(01) VALUE SPACE.
       01  WS-PAY-NEW-ENTRY               PIC 9(04) VALUE ZERO.
       01  WS-PAY-RECORD                  PIC 9(04) VALUE ZERO.
       01  WS-PAY-SUB                     PIC 9(02) VALUE ZERO.
       01  WS-OI-APPLY-AMOUNT             PIC 9(08) VALUE ZERO.
       01  WS-OI-OPEN-AMOUNT              PIC 9(08) VALUE ZERO.
       01  WS-OI-ENTRIES                  PIC 9(04) VALUE ZERO.
       01  WS-OI-LAST-RECORD              PIC 9(04) VALUE ZERO.
       01  WS-OI-REC-HIGH                 PIC 9(02) VALUE ZERO.
       01  WS-OI-CHANGED-SW               PIC X(01) VALUE 'N'.
           88  OPEN-ITEM-CHANGED          VALUE 'Y'.

      * Delivery surcharges: the account's delivery plan, whether
      * the order this ticket closed was a same-day rush, and the
      * fee being posted to the maintenance chain.
       01  WS-DELIVERY-PLAN               PIC X(01) VALUE SPACE.
           88  WILL-CALL-PLAN             VALUE 'W'.
       01  WS-RUSH-ORDER-SW               PIC X(01) VALUE 'N'.
           88  RUSH-ORDER-CLOSED          VALUE 'Y'.
       01  WS-AFTER-HOURS-SW              PIC X(01) VALUE 'N'.
           88  AFTER-HOURS-DELIVERY       VALUE 'Y'.
       01  WS-FEE-TYPE                    PIC X(01) VALUE SPACE.
       01  WS-FEE-AMOUNT                  PIC 9(08) VALUE ZERO.
       01  WS-FEE-NEW-ENTRY               PIC 9(04) VALUE ZERO.
       01  WS-FEE-RECORD                  PIC 9(04) VALUE ZERO.
       01  WS-FEE-SUB                     PIC 9(02) VALUE ZERO.

       01  WS-EXCEPTION-LINE.
           03  WS-X-ACCOUNT-ID             PIC ZZZZ9.
           03  FILLER                      PIC X(02) VALUE SPACE.
           03  WS-T-SKIPPED                PIC ZZZZZ9.
           03  FILLER                      PIC X(17) VALUE SPACE.

       01  WS-COLLECTED-LINE.
           03  FILLER                      PIC X(17) VALUE
                                           'CURB COLLECTIONS '.
           03  WS-T-COLLECTED              PIC ZZZZZ9.
           03  FILLER                      PIC X(05) VALUE ' FOR '.
           03  WS-T-COLLECTED-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(40) VALUE SPACE.

       01  WS-FEE-LINE.
           03  FILLER                      PIC X(17) VALUE
                                           'DELIVERY FEES    '.
           03  WS-T-FEES                   PIC ZZZZZ9.
           03  FILLER                      PIC X(05) VALUE ' FOR '.
           03  WS-T-FEE-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(40) VALUE SPACE.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACE.

       PROCEDURE DIVISION.
           OPEN I-O    ASSTFILE-DD.
           OPEN I-O    ASSTDETL-DD.
           OPEN INPUT  TRUCKFIL-DD.
           OPEN INPUT  DRIVQUAL-DD.
           OPEN INPUT  EMPLOYEE-DD.
           OPEN INPUT  OPERFILE-DD.
           OPEN INPUT  PRICEPGM-DD.
           OPEN INPUT  TAXRATE-DD.
           OPEN INPUT  POSTPRIC-DD.
           OPEN INPUT  DLVFEES-DD.
           ACCEPT WS-RUN-MODE.

           IF WS-REPROCESS-RUN
           OPEN OUTPUT IMPORT-DD.
           OPEN OUTPUT SKIP-DD.
           OPEN OUTPUT REJECT-DD.
           OPEN OUTPUT SETTLE-DD.

           MOVE ZERO                  TO AFR-ACCOUNT-ID.
           MOVE A-C-RECORD-TYPE       TO AFR-KEY-TYPE.
           CLOSE ASSTFILE-DD.
           CLOSE ASSTDETL-DD.
           CLOSE TRUCKFIL-DD.
           CLOSE DRIVQUAL-DD.
           CLOSE EMPLOYEE-DD.
           CLOSE OPERFILE-DD.
           CLOSE PRICEPGM-DD.
           CLOSE TAXRATE-DD.
           CLOSE POSTPRIC-DD.
           CLOSE DLVFEES-DD.
           CLOSE IMPORT-DD.
           CLOSE SKIP-DD.
           CLOSE REJECT-DD.
           CLOSE SETTLE-DD.

           IF WS-REPROCESS-RUN
               CLOSE REJECT-IN-DD
           MOVE TKT-SKIP-CODE         TO WS-SKIP-CODE.
           MOVE TKT-TRUCK-ID          TO WS-TRUCK-ID.

           IF TKT-CASH-COLLECTED NUMERIC
               MOVE TKT-CASH-COLLECTED TO WS-CASH-COLLECTED
           ELSE
               MOVE ZERO              TO WS-CASH-COLLECTED.

           IF TKT-CHECK-COLLECTED NUMERIC
               MOVE TKT-CHECK-COLLECTED TO WS-CHECK-COLLECTED
               MOVE TKT-CHECK-NO      TO WS-CHECK-NO
           ELSE
               MOVE ZERO              TO WS-CHECK-COLLECTED
               MOVE SPACE             TO WS-CHECK-NO.

           IF TKT-DELIVERY-TIME NUMERIC
               MOVE TKT-DELIVERY-TIME TO WS-DELIVERY-TIME
               MOVE 'Y'               TO WS-DELIVERY-TIME-SW
           ELSE
               MOVE ZERO              TO WS-DELIVERY-TIME
               MOVE 'N'               TO WS-DELIVERY-TIME-SW.

           MOVE 'N'                   TO WS-REJECT-SW.
           MOVE 'N'                   TO WS-OVER-LIMIT-SW.
           MOVE 'N'                   TO WS-RUSH-ORDER-SW.

           IF WS-SKIP-CODE NOT = SPACE
               PERFORM 000-RECORD-SKIPPED-STOP

               IF NOT TICKET-REJECTED
                   PERFORM 000-CHECK-TAX-EXEMPTION
                   PERFORM 000-CHECK-CREDIT-LIMIT
               END-IF

               IF NOT TICKET-REJECTED
                   PERFORM 000-POST-TICKET
                   PERFORM 000-CLOSE-WILL-CALL-ORDER
                   PERFORM 000-ASSESS-DELIVERY-FEES
                   PERFORM 000-SETTLE-COLLECTION
                   PERFORM 000-MATCH-DISPATCH-STOP
                   PERFORM 000-CHECK-TICKET-DRIVER
                   IF OVER-CREDIT-LIMIT
                       PERFORM 000-STAMP-LIMIT-OVERRIDE.

           PERFORM 000-READ-NEXT-TICKET.

           MOVE A-S-PRICE-PROGRAM     TO WS-PRICE-PROGRAM.
           MOVE A-S-STATE             TO WS-ACCOUNT-STATE.
           MOVE A-S-FUEL-TYPE         TO WS-ACCOUNT-FUEL.
           MOVE A-S-BRANCH            TO WS-ACCOUNT-BRANCH.
           MOVE A-S-ROUTE-CODE        TO WS-ACCOUNT-ZONE.

           MOVE WS-TICKET-DATE        TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-TICKET-DATE-8.

           PERFORM 000-PRICE-FROM-POSTING.
           PERFORM 000-PRICE-FROM-PROGRAM.
           PERFORM 000-LOOKUP-TAX-RATE.

                       IF WS-UNIT-PRICE > G-CAP
                           MOVE G-CAP TO WS-UNIT-PRICE.

      * The ticket's market price comes off the posted price table
      * for the ticket date, tried the way SLICKP6 tries it: branch
      * and zone, branch alone, zone alone, shop-wide - each a START
      * on the nines-complemented date and one READ NEXT. With no
      * posting the price keyed into the meter stands.
       000-PRICE-FROM-POSTING.

           MOVE 'N'                   TO WS-POSTED-SW.

           PERFORM 000-READ-POSTED-PRICE
               VARYING WS-POSTING-TIER FROM 1 BY 1
                 UNTIL WS-POSTING-TIER > 4
                    OR POSTED-PRICE-FOUND.

           IF POSTED-PRICE-FOUND
               MOVE PP-PRICE          TO WS-UNIT-PRICE.

       000-READ-POSTED-PRICE.

           IF WS-POSTING-TIER < 3
               MOVE WS-ACCOUNT-BRANCH TO WS-POSTING-BRANCH
           ELSE
               MOVE SPACE             TO WS-POSTING-BRANCH.

           IF WS-POSTING-TIER = 1
           OR WS-POSTING-TIER = 3
               MOVE WS-ACCOUNT-ZONE   TO WS-POSTING-ZONE
           ELSE
               MOVE SPACE             TO WS-POSTING-ZONE.

           MOVE WS-POSTING-BRANCH     TO PP-BRANCH.
           MOVE WS-ACCOUNT-FUEL       TO PP-FUEL-TYPE.
           MOVE WS-POSTING-ZONE       TO PP-ZONE.
           COMPUTE PP-EFFECTIVE-COMP =
               99999999 - WS-TICKET-DATE-8.

           START POSTPRIC-DD KEY NOT < PP-KEY.

           IF WS-POSTPRIC-OK
               READ POSTPRIC-DD NEXT

               IF WS-POSTPRIC-OK
                   IF PP-BRANCH = WS-POSTING-BRANCH
                   AND PP-FUEL-TYPE = WS-ACCOUNT-FUEL
                   AND PP-ZONE = WS-POSTING-ZONE
                       SET POSTED-PRICE-FOUND TO TRUE.

      * Same nines-complement trick SLICKP6 uses: a START at
      * (state, fuel, 99999999 - date) followed by one READ NEXT
      * lands on the newest rate in effect on the ticket date. An

           MOVE 'N'                   TO WS-TAX-EXEMPT-SW.
           MOVE SPACE                 TO WS-ASSIST-AGENCY.
           MOVE SPACE                 TO WS-COD-TERMS.
           MOVE ZERO                  TO WS-CREDIT-LIMIT.
           MOVE SPACE                 TO WS-DELIVERY-PLAN.

           MOVE WS-TICKET-ACCOUNT     TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
               MOVE A-E-COD-TERMS     TO WS-COD-TERMS
               MOVE A-E-DELIVERY-PLAN TO WS-DELIVERY-PLAN
               IF A-E-CREDIT-LIMIT NUMERIC
                   MOVE A-E-CREDIT-LIMIT
                                      TO WS-CREDIT-LIMIT
               END-IF
               IF A-E-ASSIST-AGENCY NOT = SPACE
                   MOVE A-E-ASSIST-AGENCY
                                      TO WS-ASSIST-AGENCY

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

      * Price the ticket the way 000-POST-TICKET will and reject it
      * (reason 06) when the balance it leaves would pass the
      * account's credit limit - unless this is a REPROCESS run and
      * the corrected record carries the operator id of an active
      * supervisor (level 3 on the security master), in which case it
      * posts and the override is stamped on the extension record.
       000-CHECK-CREDIT-LIMIT.

           IF WS-CREDIT-LIMIT > ZERO
               MOVE A-S-PRICE-PROGRAM TO WS-PRICE-PROGRAM
               MOVE A-S-STATE         TO WS-ACCOUNT-STATE
               MOVE A-S-FUEL-TYPE     TO WS-ACCOUNT-FUEL
               MOVE A-S-BRANCH        TO WS-ACCOUNT-BRANCH
               MOVE A-S-ROUTE-CODE    TO WS-ACCOUNT-ZONE

               MOVE WS-TICKET-DATE    TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE Y2K-DATE-1        TO WS-TICKET-DATE-8

               PERFORM 000-PRICE-FROM-POSTING
               PERFORM 000-PRICE-FROM-PROGRAM
               PERFORM 000-LOOKUP-TAX-RATE

               MOVE WS-GALLONS        TO WS-LIMIT-GALLONS
               IF A-S-PREPAID-GALLONS NUMERIC
                   IF A-S-PREPAID-GALLONS > WS-GALLONS
                       MOVE ZERO      TO WS-LIMIT-GALLONS
                   ELSE
                       SUBTRACT A-S-PREPAID-GALLONS
                           FROM WS-LIMIT-GALLONS
                   END-IF
               END-IF

               COMPUTE WS-LIMIT-BALANCE =
                   A-S-BALANCE
                       + (WS-LIMIT-GALLONS
                           * (WS-UNIT-PRICE + WS-TAX-RATE))

               IF WS-LIMIT-BALANCE > WS-CREDIT-LIMIT
                   PERFORM 000-CHECK-LIMIT-OVERRIDE.

       000-CHECK-LIMIT-OVERRIDE.

           IF WS-REPROCESS-RUN
           AND TKT-LIMIT-OVERRIDE NOT = SPACE
               MOVE TKT-LIMIT-OVERRIDE TO OP-OPERATOR-ID
               READ OPERFILE-DD INTO OPERATOR-RECORD
               IF WS-OPERFILE-OK
               AND NOT OP-IS-INACTIVE
               AND OP-AUTH-LEVEL NOT < 3
                   SET OVER-CREDIT-LIMIT TO TRUE.

           IF NOT OVER-CREDIT-LIMIT
               SET TICKET-REJECTED    TO TRUE
               MOVE 'OVER CREDIT LIMIT     ' TO WS-X-REASON
               MOVE '06'              TO WS-REJECT-CODE
               PERFORM 000-WRITE-EXCEPTION.

       000-STAMP-LIMIT-OVERRIDE.

           MOVE WS-TICKET-ACCOUNT     TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
               MOVE WS-TICKET-DATE    TO A-E-LIMIT-OVERRIDE-DATE
               MOVE TKT-LIMIT-OVERRIDE
                                      TO A-E-LIMIT-OVERRIDE-BY
               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-EXTEND-RECORD.

       000-WRITE-ONE-DELIVERY-ENTRY.

           COMPUTE WS-DELIVERY-RECORD =
           MOVE ZERO                  TO A-O-PAID (WS-OI-SUB).
           MOVE SPACE                 TO A-O-STATUS (WS-OI-SUB).

      *---------------------------------------------------------------*
      * Delivery surcharges off the branch fee table: the account's   *
      * branch record, else the shop-wide (branch spaces) record; no  *
      * record means no fees. The minimum-delivery fee is for will-   *
      * call accounts only - an automatic or keep-full stop is sized  *
      * by our own scheduling, not the customer's call.               *
      *---------------------------------------------------------------*
       000-ASSESS-DELIVERY-FEES.

           MOVE WS-TICKET-ACCOUNT     TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-READ-FEE-TABLE.

           IF WS-DLVFEES-OK
               IF WILL-CALL-PLAN
               AND WS-GALLONS < FE-MIN-GALLONS
               AND FE-MIN-FEE > ZERO
                   MOVE 'M'           TO WS-FEE-TYPE
                   MOVE FE-MIN-FEE    TO WS-FEE-AMOUNT
                   PERFORM 000-POST-DELIVERY-FEE
               END-IF

               IF RUSH-ORDER-CLOSED
               AND FE-RUSH-FEE > ZERO
                   MOVE 'U'           TO WS-FEE-TYPE
                   MOVE FE-RUSH-FEE   TO WS-FEE-AMOUNT
                   PERFORM 000-POST-DELIVERY-FEE
               END-IF

               PERFORM 000-CHECK-AFTER-HOURS

               IF AFTER-HOURS-DELIVERY
               AND FE-AFTER-HOURS-FEE > ZERO
                   MOVE 'H'           TO WS-FEE-TYPE
                   MOVE FE-AFTER-HOURS-FEE
                                      TO WS-FEE-AMOUNT
                   PERFORM 000-POST-DELIVERY-FEE.

       000-READ-FEE-TABLE.

           MOVE A-S-BRANCH            TO FE-BRANCH.

           READ DLVFEES-DD INTO DELIVERY-FEE-RECORD.

           IF NOT WS-DLVFEES-OK
               MOVE SPACE             TO FE-BRANCH
               READ DLVFEES-DD INTO DELIVERY-FEE-RECORD.

      * Saturday and Sunday are after hours all day; on a weekday
      * the metered time is held against the branch hours, when the
      * meter stamped one and the branch keeps hours at all.
       000-CHECK-AFTER-HOURS.

           MOVE 'N'                   TO WS-AFTER-HOURS-SW.

           MOVE WS-TICKET-DATE-8      TO DOW-DATE.
           PERFORM 000-DAY-OF-WEEK.

           IF DOW-WEEKEND
               SET AFTER-HOURS-DELIVERY TO TRUE
           ELSE
           IF DELIVERY-TIME-KNOWN
           AND FE-HOURS-CLOSE > ZERO
               IF WS-DELIVERY-TIME < FE-HOURS-OPEN
               OR WS-DELIVERY-TIME NOT < FE-HOURS-CLOSE
                   SET AFTER-HOURS-DELIVERY TO TRUE.

      * Each fee bills the way SLICKBF bills a plan renewal: its own
      * maintenance entry, technician 0, dated with the ticket, and
      * carried as an open item of the same type.
       000-POST-DELIVERY-FEE.

           MOVE WS-TICKET-ACCOUNT     TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           COMPUTE WS-FEE-NEW-ENTRY = A-S-MAINTENANCE-ENTRIES + 1.
           COMPUTE WS-FEE-RECORD =
               (WS-FEE-NEW-ENTRY - 1) / 10.
           COMPUTE WS-FEE-SUB =
               WS-FEE-NEW-ENTRY - (WS-FEE-RECORD * 10).

           ADD 1                      TO A-S-MAINTENANCE-ENTRIES.
           MOVE WS-TICKET-DATE        TO A-S-LAST-MAINTENANCE.
           COMPUTE A-S-BALANCE = A-S-BALANCE + WS-FEE-AMOUNT.

           MOVE WS-TICKET-ACCOUNT     TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-WRITE-FEE-ENTRY.

           MOVE WS-TICKET-ACCOUNT     TO WS-OI-ACCOUNT.
           MOVE WS-FEE-TYPE           TO WS-OI-TYPE.
           MOVE WS-TICKET-DATE        TO WS-OI-DATE.
           MOVE WS-FEE-AMOUNT         TO WS-OI-AMOUNT.
           PERFORM 000-ADD-OPEN-ITEM.

           ADD 1                      TO WS-FEE-COUNT.
           ADD WS-FEE-AMOUNT          TO WS-FEE-TOTAL.

       000-WRITE-FEE-ENTRY.

           IF WS-FEE-SUB = 1
               MOVE SPACE             TO ACCOUNT-MAINTENANCE-RECORD
               MOVE WS-TICKET-ACCOUNT TO A-M-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO A-M-KEY-TYPE
               MOVE WS-FEE-RECORD     TO A-M-RECORD-NUMBER
               MOVE ZERO              TO A-M-TECHNICIAN (WS-FEE-SUB)
               MOVE ZERO              TO A-M-TAX-AMOUNT (WS-FEE-SUB)
               MOVE WS-FEE-AMOUNT     TO
                   A-M-SERVICE-CHARGE (WS-FEE-SUB)
               MOVE WS-TICKET-DATE    TO
                   A-M-DATE-OF-SERVICE (WS-FEE-SUB)
               MOVE WS-FEE-TYPE       TO A-M-ENTRY-TYPE (WS-FEE-SUB)

               MOVE WS-TICKET-ACCOUNT TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-FEE-RECORD     TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM
                     ACCOUNT-MAINTENANCE-RECORD

           ELSE
               MOVE WS-TICKET-ACCOUNT TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-FEE-RECORD     TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-MAINTENANCE-RECORD

               MOVE ZERO              TO A-M-TECHNICIAN (WS-FEE-SUB)
               MOVE ZERO              TO A-M-TAX-AMOUNT (WS-FEE-SUB)
               MOVE WS-FEE-AMOUNT     TO
                   A-M-SERVICE-CHARGE (WS-FEE-SUB)
               MOVE WS-TICKET-DATE    TO
                   A-M-DATE-OF-SERVICE (WS-FEE-SUB)
               MOVE WS-FEE-TYPE       TO A-M-ENTRY-TYPE (WS-FEE-SUB)

               MOVE WS-TICKET-ACCOUNT TO AFR-ACCOUNT-ID
               MOVE A-M-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-FEE-RECORD     TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-MAINTENANCE-RECORD.

      *---------------------------------------------------------------*
      * Curb collection: once the delivery (and any agency share) has *
      * posted, whatever the account still owes is what a C.O.D.      *
      * driver had to collect. Cash and check each post as a payment  *
      * under the driver, and the stop goes on the settlement feed -  *
      * every C.O.D. stop, plus any other ticket that brought money   *
      * back in the envelope.                                         *
      *---------------------------------------------------------------*
       000-SETTLE-COLLECTION.

           IF COD-ACCOUNT
           OR WS-CASH-COLLECTED > ZERO
           OR WS-CHECK-COLLECTED > ZERO
               MOVE 'DRV-    '        TO WS-DRIVER-OPERATOR
               MOVE WS-TECHNICIAN     TO WS-DRIVER-OPERATOR (5:4)

               MOVE WS-TICKET-ACCOUNT TO AFR-ACCOUNT-ID
               MOVE A-S-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE ZERO              TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD

               MOVE A-S-NAME-LAST     TO WS-COD-NAME-LAST
               IF A-S-BALANCE > ZERO
                   MOVE A-S-BALANCE   TO WS-COD-DUE
               ELSE
                   MOVE ZERO          TO WS-COD-DUE
               END-IF

               IF WS-CASH-COLLECTED > ZERO
                   MOVE WS-CASH-COLLECTED TO WS-PAY-AMOUNT
                   MOVE 'C'           TO WS-PAY-TENDER
                   PERFORM 000-POST-COLLECTION
               END-IF

               IF WS-CHECK-COLLECTED > ZERO
                   MOVE WS-CHECK-COLLECTED TO WS-PAY-AMOUNT
                   MOVE 'K'           TO WS-PAY-TENDER
                   PERFORM 000-POST-COLLECTION
               END-IF

               PERFORM 000-WRITE-SETTLEMENT.

       000-WRITE-SETTLEMENT.

           MOVE SPACE                 TO SETTLE-RECORD.
           MOVE WS-TECHNICIAN         TO STL-TECHNICIAN.
           MOVE WS-TICKET-ACCOUNT     TO STL-ACCOUNT-ID.
           MOVE WS-COD-NAME-LAST      TO STL-NAME-LAST.
           MOVE WS-TICKET-DATE        TO STL-DATE.
           MOVE WS-COD-TERMS          TO STL-COD-TERMS.
           MOVE WS-COD-DUE            TO STL-DUE.
           MOVE WS-CASH-COLLECTED     TO STL-CASH.
           MOVE WS-CHECK-COLLECTED    TO STL-CHECK.
           MOVE WS-CHECK-NO           TO STL-CHECK-NO.
           MOVE WS-TRUCK-ID           TO STL-TRUCK-ID.

           WRITE SETTLE-RECORD.

      * Same arithmetic as SLICKB9's 000-POST-PAYMENT: bump the
      * chain, stamp the date, take the money off the balance.
       000-POST-COLLECTION.

           MOVE WS-TICKET-ACCOUNT     TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-STATISTICS-RECORD.

           COMPUTE WS-PAY-NEW-ENTRY = A-S-PAYMENT-ENTRIES + 1.
           COMPUTE WS-PAY-RECORD =
               (WS-PAY-NEW-ENTRY - 1) / 20.
           COMPUTE WS-PAY-SUB =
               WS-PAY-NEW-ENTRY - (WS-PAY-RECORD * 20).

           ADD 1                      TO A-S-PAYMENT-ENTRIES.
           MOVE WS-TICKET-DATE        TO A-S-LAST-PAYMENT.
           COMPUTE A-S-BALANCE = A-S-BALANCE - WS-PAY-AMOUNT.

           MOVE WS-TICKET-ACCOUNT     TO AFR-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           REWRITE ACCTFILE-RECORD-AREA FROM
                   ACCOUNT-STATISTICS-RECORD.

           PERFORM 000-WRITE-COLLECTION-ENTRY.

           IF WS-PAY-TENDER = 'K'
           AND WS-CHECK-NO NOT = SPACE
               PERFORM 000-WRITE-CHECK-DETAIL.

           PERFORM 000-APPLY-TO-OPEN-ITEMS.

           ADD 1                      TO WS-COLLECTED-COUNT.
           ADD WS-PAY-AMOUNT          TO WS-COLLECTED-TOTAL.

       000-WRITE-COLLECTION-ENTRY.

           IF WS-PAY-SUB = 1
               MOVE SPACE             TO ACCOUNT-PAYMENT-RECORD
               MOVE WS-TICKET-ACCOUNT TO A-P-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO A-P-KEY-TYPE
               MOVE WS-PAY-RECORD     TO A-P-RECORD-NUMBER
               PERFORM 000-FILL-COLLECTION-SLOT

               MOVE WS-TICKET-ACCOUNT TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAY-RECORD     TO AFR-RECORD-NUMBER

               WRITE ACCTFILE-RECORD-AREA FROM ACCOUNT-PAYMENT-RECORD

           ELSE
               MOVE WS-TICKET-ACCOUNT TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAY-RECORD     TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-RECORD

               PERFORM 000-FILL-COLLECTION-SLOT

               MOVE WS-TICKET-ACCOUNT TO AFR-ACCOUNT-ID
               MOVE A-P-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAY-RECORD     TO AFR-RECORD-NUMBER

               REWRITE ACCTFILE-RECORD-AREA FROM
                       ACCOUNT-PAYMENT-RECORD.

       000-FILL-COLLECTION-SLOT.

           MOVE WS-PAY-AMOUNT         TO A-P-AMOUNT (WS-PAY-SUB).
           MOVE WS-TICKET-DATE        TO
                A-P-DATE-OF-PAYMENT (WS-PAY-SUB).
           MOVE SPACE                 TO A-P-ENTRY-TYPE (WS-PAY-SUB).
           MOVE WS-DRIVER-OPERATOR    TO A-P-OPERATOR (WS-PAY-SUB).
           MOVE WS-PAY-TENDER         TO A-P-TENDER (WS-PAY-SUB).

      * The check number rides the parallel A-Q chain, exactly as
      * SLICKB9 writes it; a chain that predates the field reaches
      * slot 2+ with no record on file yet, so one is built.
       000-WRITE-CHECK-DETAIL.

           IF WS-PAY-SUB = 1
               PERFORM 000-BUILD-CHECK-DETAIL
           ELSE
               MOVE WS-TICKET-ACCOUNT TO AFR-ACCOUNT-ID
               MOVE A-Q-RECORD-TYPE   TO AFR-KEY-TYPE
               MOVE WS-PAY-RECORD     TO AFR-RECORD-NUMBER

               READ ACCTFILE-DD INTO ACCOUNT-PAYMENT-DETAIL-RECORD

               IF NOT WS-ACCTFILE-OK
                   PERFORM 000-BUILD-CHECK-DETAIL
               ELSE
                   MOVE WS-CHECK-NO   TO A-Q-CHECK-NO (WS-PAY-SUB)

                   MOVE WS-TICKET-ACCOUNT
                                      TO AFR-ACCOUNT-ID
                   MOVE A-Q-RECORD-TYPE
                                      TO AFR-KEY-TYPE
                   MOVE WS-PAY-RECORD TO AFR-RECORD-NUMBER

                   REWRITE ACCTFILE-RECORD-AREA FROM
                           ACCOUNT-PAYMENT-DETAIL-RECORD.

       000-BUILD-CHECK-DETAIL.

           MOVE SPACE                 TO ACCOUNT-PAYMENT-DETAIL-RECORD.
           MOVE WS-TICKET-ACCOUNT     TO A-Q-ACCOUNT-ID.
           MOVE A-Q-RECORD-TYPE       TO A-Q-KEY-TYPE.
           MOVE WS-PAY-RECORD         TO A-Q-RECORD-NUMBER.
           MOVE WS-CHECK-NO           TO A-Q-CHECK-NO (WS-PAY-SUB).

           MOVE WS-TICKET-ACCOUNT     TO AFR-ACCOUNT-ID.
           MOVE A-Q-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-PAY-RECORD         TO AFR-RECORD-NUMBER.

           WRITE ACCTFILE-RECORD-AREA FROM
                 ACCOUNT-PAYMENT-DETAIL-RECORD.

      * Pay the open items down oldest-first, exactly as SLICKB9's
      * 000-APPLY-TO-OPEN-ITEMS does for a lockbox payment.
       000-APPLY-TO-OPEN-ITEMS.

           MOVE WS-PAY-AMOUNT         TO WS-OI-APPLY-AMOUNT.

           MOVE WS-TICKET-ACCOUNT     TO AFR-ACCOUNT-ID.
           MOVE A-E-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE ZERO                  TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-EXTEND-RECORD.

           IF WS-ACCTFILE-OK
           AND A-E-OPEN-ITEM-ENTRIES NUMERIC
           AND A-E-OPEN-ITEM-ENTRIES > ZERO
               MOVE A-E-OPEN-ITEM-ENTRIES TO WS-OI-ENTRIES
               COMPUTE WS-OI-LAST-RECORD =
                   (WS-OI-ENTRIES - 1) / 20
               PERFORM 000-APPLY-TO-OPEN-RECORD
                   VARYING WS-OI-RECORD FROM 0 BY 1
                     UNTIL WS-OI-RECORD > WS-OI-LAST-RECORD
                        OR WS-OI-APPLY-AMOUNT = ZERO.

       000-APPLY-TO-OPEN-RECORD.

           MOVE WS-TICKET-ACCOUNT     TO AFR-ACCOUNT-ID.
           MOVE A-O-RECORD-TYPE       TO AFR-KEY-TYPE.
           MOVE WS-OI-RECORD          TO AFR-RECORD-NUMBER.

           READ ACCTFILE-DD INTO ACCOUNT-OPEN-ITEM-RECORD.

           IF WS-ACCTFILE-OK
               IF WS-OI-RECORD = WS-OI-LAST-RECORD
                   COMPUTE WS-OI-REC-HIGH =
                       WS-OI-ENTRIES - (WS-OI-RECORD * 20)
               ELSE
                   MOVE 20            TO WS-OI-REC-HIGH
               END-IF

               MOVE 'N'               TO WS-OI-CHANGED-SW

               PERFORM 000-APPLY-ONE-OPEN-SLOT
                   VARYING WS-OI-SUB FROM 1 BY 1
                     UNTIL WS-OI-SUB > WS-OI-REC-HIGH
                        OR WS-OI-APPLY-AMOUNT = ZERO

               IF OPEN-ITEM-CHANGED
                   MOVE WS-TICKET-ACCOUNT TO AFR-ACCOUNT-ID
                   MOVE A-O-RECORD-TYPE TO AFR-KEY-TYPE
                   MOVE WS-OI-RECORD    TO AFR-RECORD-NUMBER
                   REWRITE ACCTFILE-RECORD-AREA FROM
                           ACCOUNT-OPEN-ITEM-RECORD
               END-IF.

       000-APPLY-ONE-OPEN-SLOT.

           IF A-O-STATUS (WS-OI-SUB) = SPACE
           AND A-O-PAID (WS-OI-SUB) < A-O-AMOUNT (WS-OI-SUB)
           AND WS-OI-APPLY-AMOUNT > ZERO
               COMPUTE WS-OI-OPEN-AMOUNT =
                   A-O-AMOUNT (WS-OI-SUB) - A-O-PAID (WS-OI-SUB)

               IF WS-OI-APPLY-AMOUNT < WS-OI-OPEN-AMOUNT
                   MOVE WS-OI-APPLY-AMOUNT TO WS-OI-OPEN-AMOUNT
               END-IF

               ADD WS-OI-OPEN-AMOUNT  TO A-O-PAID (WS-OI-SUB)
               SUBTRACT WS-OI-OPEN-AMOUNT FROM WS-OI-APPLY-AMOUNT

               IF A-O-PAID (WS-OI-SUB) NOT <
                  A-O-AMOUNT (WS-OI-SUB)
                   MOVE 'P'           TO A-O-STATUS (WS-OI-SUB)
               END-IF

               SET OPEN-ITEM-CHANGED  TO TRUE
           END-IF.

      * A skipped stop: report it with the reason spelled out and
      * re-queue the account onto the next manifest by opening a
      * will-call order for it (SLICKB4 picks up open orders whose
                   SET O-OPEN         TO TRUE
                   MOVE 'SKIPSTOP'    TO O-TAKEN-BY
                   MOVE WS-SKIP-REASON TO O-NOTE
                   MOVE SPACE         TO O-RUSH-FLAG
                   REWRITE WILL-CALL-ORDER-RECORD.

      * The delivery closes the account's oldest open will-call
               SET ORDER-SCAN-DONE    TO TRUE
           ELSE
           IF O-OPEN
               IF O-RUSH
                   SET RUSH-ORDER-CLOSED TO TRUE
               END-IF
               SET O-CLOSED           TO TRUE
               REWRITE WILL-CALL-ORDER-RECORD
               SET ORDER-SCAN-DONE    TO TRUE.
               MOVE 'Y' TO WS-DSP-MATCHED (WS-DSP-SUB)
               SET DISPATCH-MATCHED TO TRUE.

      * The ticket has posted; a driver who was not qualified on the
      * ticket date only flags it for the safety manager.
       000-CHECK-TICKET-DRIVER.

           MOVE WS-TECHNICIAN         TO WS-DQ-DRIVER-ID.
           MOVE WS-TICKET-DATE-8      TO WS-DQ-ASOF-DATE-8.

           PERFORM 000-CHECK-DRIVER-QUAL.

           IF NOT DRIVER-QUALIFIED
               MOVE WS-DQ-FLAG-TEXT   TO WS-X-REASON
               PERFORM 000-WRITE-EXCEPTION.

      * Every exception prints; a rejected INPUT record (the reason
      * code is set) also lands, image intact, on the reject
      * dataset for the corrected rerun. Manifest mismatches and
           MOVE WS-TOTAL-LINE         TO IMPORT-LINE.
           WRITE IMPORT-LINE.

           MOVE WS-COLLECTED-COUNT    TO WS-T-COLLECTED.
           MOVE WS-COLLECTED-TOTAL    TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-COLLECTED-AMOUNT.

           MOVE WS-COLLECTED-LINE     TO IMPORT-LINE.
           WRITE IMPORT-LINE.

           MOVE WS-FEE-COUNT          TO WS-T-FEES.
           MOVE WS-FEE-TOTAL          TO NUM-9.
           MOVE DOLLARS-9             TO D-9.
           MOVE CENTS-9               TO C-9.
           MOVE DC-9                  TO WS-T-FEE-AMOUNT.

           MOVE WS-FEE-LINE           TO IMPORT-LINE.
           WRITE IMPORT-LINE.

           COPY SLICKDQC.

           COPY SLICKNUM.

           COPY SLICKRCT.
