      *                date exactly as the SLICKPG screen does -      *
      *                which remains the fallback for the small       *
      *                jobber loads that arrive on paper. The BOL     *
      *                reference number rides BK-NOTE, and the        *
      *                product loaded rides BK-FUEL-TYPE (a BOL with  *
      *                no product code is heating oil, 'O').          *
      *                                                                *
      *             2. The supplier's invoice file (INVOICE-DD) is    *
      *                reconciled line by line against the receipts   *
           03  BOL-NET-GALLONS           PIC 9(06).
           03  BOL-COST-PER-GALLON       PIC 9(05).
           03  BOL-REFERENCE             PIC X(10).
           03  BOL-FUEL-TYPE             PIC X(01).
           03  FILLER                    PIC X(46).

       FD  INVOICE-DD
           RECORD CONTAINS 80 CHARACTERS
           MOVE BOL-REFERENCE         TO BK-NOTE.
           MOVE BOL-GROSS-GALLONS     TO BK-GROSS-GALLONS.
           MOVE BOL-COST-PER-GALLON   TO BK-COST-PER-GALLON.
           MOVE BOL-FUEL-TYPE         TO BK-FUEL-TYPE.

           IF BK-FUEL-TYPE = SPACE
               MOVE 'O'               TO BK-FUEL-TYPE.

           MOVE 1                     TO WS-LINE-SEQ.
           MOVE 'N'                   TO WS-BULK-DONE-SW.
