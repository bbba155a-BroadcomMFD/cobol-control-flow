      *             today) into a flat GL-EXTRACT-DD file the GL      *
      *             system can pick up, instead of someone re-keying  *
      *             the day's totals by hand.                         *
      *             The consolidated '**' record also carries the     *
      *             cleared-cash figure: the bank money SLICKCN       *
      *             matched today off the bank's prior-day BAI2 file, *
      *             read from its run record (zero if it has not      *
      *             run today).                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  GLX-RECEIVABLES-TOTAL     PIC 9(09).
           03  GLX-CASH-RECEIVED-TOTAL   PIC S9(09) SIGN LEADING
                                             SEPARATE.
           03  GLX-CLEARED-CASH-TOTAL    PIC S9(09) SIGN LEADING
                                             SEPARATE.
           03  FILLER                    PIC X(43) VALUE SPACE.

       WORKING-STORAGE SECTION.


       01  WS-RECEIVABLES-TOTAL            PIC 9(09) VALUE ZERO.
       01  WS-CASH-RECEIVED-TOTAL          PIC S9(09) VALUE ZERO.
       01  WS-CLEARED-CASH-TOTAL           PIC S9(09) VALUE ZERO.

      * Per-branch roll-up ('  ' = the home branch); the accountants
      * get one GL record per branch plus a '**' consolidated one.

           READ ACCTFILE-DD INTO ACCOUNT-CONTROL-RECORD.

           PERFORM 000-READ-CLEARED-CASH.

      * SLICKCN runs in the morning off the bank's prior-day file;
      * its run total is the cash the bank cleared.
       000-READ-CLEARED-CASH.

           MOVE 'SLICKCN '            TO RUN-JOB-NAME.
           MOVE WS-TODAY-YYMMDD       TO RUN-DATE.

           READ RUNCTL-DD.

           IF WS-RUNCTL-OK
           AND RUN-COMPLETED
               MOVE RUN-TOTAL-AMOUNT  TO WS-CLEARED-CASH-TOTAL.

       000-TERMINATION.

           CLOSE ACCTFILE-DD.
      * A reversal ('R') posted today backs the money out of the
      * day's cash; the 'V' flag on a returned payment doesn't change
      * what was cash on the day it was originally received. A
      * write-off ('W'), interest credit ('I'), volume rebate ('B'),
      * deposit credit ('G'), referral credit ('K'), prompt-pay
      * discount ('P'), fee waiver ('X'), fuel-left-in-tank credit
      * ('T'), collection agency fee ('Y') or credit memo ('M') moves
      * no money at all; a recovery ('C'), security deposit ('D') or
      * equipment finance payment ('E') is ordinary cash in, and so
      * is what a collection agency remits. A voided or escheated
      * refund check ('Q') counts as cash back in - it undoes the 'F'
      * that took the check out of the day's cash when it was
      * printed.
       000-CHECK-PAYMENT-ENTRY.

           PERFORM 000-FETCH-PAYMENT-RECORD.
                       FROM WS-ACCOUNT-CASH
               ELSE
               IF A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'W' OR 'I' OR 'B'
                                                   OR 'A' OR 'G' OR 'K'
                                                   OR 'P' OR 'X'
                                                   OR 'T' OR 'Y' OR 'M'
                   CONTINUE
               ELSE
                   ADD A-P-AMOUNT (WS-RECORD-NUM)
           MOVE '**'                   TO GLX-BRANCH.
           MOVE WS-RECEIVABLES-TOTAL   TO GLX-RECEIVABLES-TOTAL.
           MOVE WS-CASH-RECEIVED-TOTAL TO GLX-CASH-RECEIVED-TOTAL.
           MOVE WS-CLEARED-CASH-TOTAL  TO GLX-CLEARED-CASH-TOTAL.

           WRITE GL-EXTRACT-RECORD.

           MOVE WS-BR-RECEIVABLES (WS-BR-SUB)
                                       TO GLX-RECEIVABLES-TOTAL.
           MOVE WS-BR-CASH (WS-BR-SUB) TO GLX-CASH-RECEIVED-TOTAL.
           MOVE ZERO                   TO GLX-CLEARED-CASH-TOTAL.

           WRITE GL-EXTRACT-RECORD.

           COPY SLICKNUM.

           COPY SLICKRCT.
