           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'A'
               MOVE 'Agency aid '                TO P-M-VERB
               MOVE ' applied.  '                TO P-M-TAIL
           ELSE
           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'D'
               MOVE 'Deposit of '                TO P-M-VERB
               MOVE ' received.'                 TO P-M-TAIL
           ELSE
           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'G'
               MOVE 'Deposit ref'                TO P-M-VERB
               MOVE ' credited. '                TO P-M-TAIL
           ELSE
           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'K'
               MOVE 'Referral cr'                TO P-M-VERB
               MOVE ' credited. '                TO P-M-TAIL
           ELSE
           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'P'
               MOVE 'Prompt-pay '                TO P-M-VERB
               MOVE ' credited. '                TO P-M-TAIL
           ELSE
           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'X'
               MOVE 'Fee waiver '                TO P-M-VERB
               MOVE ' credited. '                TO P-M-TAIL
           ELSE
           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'T'
               MOVE 'Tank fuel  '                TO P-M-VERB
               MOVE ' credited. '                TO P-M-TAIL
           ELSE
           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'Y'
               MOVE 'Agency fee '                TO P-M-VERB
               MOVE ' credited. '                TO P-M-TAIL
           ELSE
           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'M'
               MOVE 'Credit memo'                TO P-M-VERB
               MOVE ' credited. '                TO P-M-TAIL
           ELSE
           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'Q'
               MOVE 'Refund void'                TO P-M-VERB
               MOVE ' credited. '                TO P-M-TAIL
           ELSE
           IF A-P-ENTRY-TYPE (WS-PAYMENT-SUB) = 'E'
               MOVE 'Finance pmt'                TO P-M-VERB
               MOVE ' received.'                 TO P-M-TAIL
           ELSE
               MOVE 'Payment of '                TO P-M-VERB
               MOVE ' received.'                 TO P-M-TAIL.
           ELSE
           IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'T'
               MOVE 'Tank rnt'                   TO M-M-LABEL
           ELSE
           IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'M'
               MOVE 'Small dl'                   TO M-M-LABEL
           ELSE
           IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'U'
               MOVE 'Rush fee'                   TO M-M-LABEL
           ELSE
           IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'H'
               MOVE 'Aft hrs '                   TO M-M-LABEL
           ELSE
           IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'F'
               MOVE 'Tank oil'                   TO M-M-LABEL
           ELSE
           IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'D'
               MOVE 'Dbt memo'                   TO M-M-LABEL
           ELSE
           IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'E'
               MOVE 'Unclaimd'                   TO M-M-LABEL
           ELSE
           IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'G'
               MOVE 'Prepay  '                   TO M-M-LABEL
           ELSE
           IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'Q'
               MOVE 'Eqp inst'                   TO M-M-LABEL
           ELSE
           IF A-M-ENTRY-TYPE (WS-MAINTENANCE-SUB) = 'I'
               MOVE 'Fin int '                   TO M-M-LABEL
           ELSE
               MOVE 'Service '                   TO M-M-LABEL.

