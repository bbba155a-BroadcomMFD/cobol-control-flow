      *             its parallel chain is re-packed the same way -     *
      *             otherwise every surviving entry would sit over     *
      *             the truck or check number of whichever entry used  *
      *             to occupy its slot. The A-T chain's cost-of-goods  *
      *             slots move with their trucks the same way.         *
      *                                                                *
      *             Because this job REWRITEs the chains in place, an  *
      *             abend mid-run used to leave no safe rerun: the     *
               05  WS-DW-DATE                PIC 9(06).
               05  WS-DW-TAX-AMOUNT          PIC X(06).
               05  WS-DW-TRUCK               PIC X(04).
               05  WS-DW-COST-OF-GOODS       PIC X(07).
               05  WS-DW-OLD-SUB             PIC 9(04) COMP.

       01  WS-PAYMENT-WORK-TABLE.

           MOVE A-T-TRUCK-ID (WS-RECORD-NUM)
                              TO WS-DW-TRUCK (WS-ENTRY-SUB).
           MOVE A-T-COST-OF-GOODS (WS-RECORD-NUM)
                              TO WS-DW-COST-OF-GOODS (WS-ENTRY-SUB).

           IF WS-DW-TRUCK (WS-ENTRY-SUB) NOT = SPACE
           OR WS-DW-COST-OF-GOODS (WS-ENTRY-SUB) NOT = SPACE
               SET TRUCK-DATA-LIFTED TO TRUE.

      * The probe READ remembers WRITE versus REWRITE (a missing

           MOVE WS-DW-TRUCK (WS-ENTRY-SUB)
                              TO A-T-TRUCK-ID (WS-RECORD-NUM).
           MOVE WS-DW-COST-OF-GOODS (WS-ENTRY-SUB)
                              TO A-T-COST-OF-GOODS (WS-RECORD-NUM).

           IF WS-ENTRY-SUB = WS-KEEP-COUNT
               PERFORM 000-PUT-TRUCK-RECORD.
                   ADD A-P-AMOUNT (WS-RECORD-NUM)
                       TO WS-ARCHIVED-NET
               ELSE
      * A recovery ('C'), a deposit ('D') or a finance payment ('E')
      * never touched the balance.
               IF A-P-ENTRY-TYPE (WS-RECORD-NUM) = 'C' OR 'D' OR 'E'
                   CONTINUE
               ELSE
                   SUBTRACT A-P-AMOUNT (WS-RECORD-NUM)
