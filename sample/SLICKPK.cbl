      *             Started with its own transaction (SLKK) from a     *
      *             clear screen, the same way the plant screen        *
      *             (SLICKPG) is.                                      *
      *                                                                *
      *             An order requested for the day it is taken is      *
      *             flagged as a rush order (O-RUSH) and the CSR is    *
      *             told so, since SLICKBJ charges the branch's        *
      *             same-day rush fee when the delivery closes it.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE COMM-OPERATOR-ID      TO O-TAKEN-BY.
           SET O-OPEN                 TO TRUE.
           MOVE WS-NOTE               TO O-NOTE.
           IF WS-REQUEST-DATE = WS-TODAY-YYMMDD
               SET O-RUSH             TO TRUE.

           EXEC CICS WRITE
               FILE       ('ORDRFILE')
               MOVE 'Error writing order file.'
                                      TO COMM-MESSAGE
           ELSE
               IF O-RUSH
                   MOVE 'Same-day order taken - rush order.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'Order taken.'
                                      TO COMM-MESSAGE
               END-IF
               MOVE ZERO              TO WS-GALLONS
               MOVE ZERO              TO WS-REQUEST-DATE
               MOVE SPACE             TO WS-NOTE.
               MOVE COMM-OPERATOR-ID  TO O-TAKEN-BY
               SET O-OPEN             TO TRUE
               MOVE WS-NOTE           TO O-NOTE
               MOVE SPACE             TO O-RUSH-FLAG
               IF WS-REQUEST-DATE = WS-TODAY-YYMMDD
                   SET O-RUSH         TO TRUE
               END-IF

               EXEC CICS REWRITE
                   FILE       ('ORDRFILE')
                   RESP2      (ORDFILE-RESP2)
               END-EXEC

               IF O-RUSH
                   MOVE 'Same-day order taken - rush order.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'Order taken.'
                                      TO COMM-MESSAGE
               END-IF
               MOVE ZERO              TO WS-GALLONS
               MOVE ZERO              TO WS-REQUEST-DATE
               MOVE SPACE             TO WS-NOTE.
