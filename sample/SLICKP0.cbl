       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION:Main menu program                                   *
      *                                                                *
      *             PF11 opens Prospects and Quotes (SLICKPN, SLKN) -  *
      *             it needs no accounts on file, so it is offered     *
      *             even before the first account is added.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       IMMEDIATE
                   END-EXEC

               ELSE
               IF COMM-PROSPECT
                   MOVE COMM-NEXT-TRAN TO COMM-RETURN-TRAN

                   EXEC CICS RETURN
                       TRANSID ('SLKN')
                       COMMAREA (SLICK-COMM)
                       IMMEDIATE
                   END-EXEC

               ELSE
               IF COMM-UPDATE
               OR COMM-HISTORY
               MOVE 'Quit'         TO COMM-FUNCTION
               SET COMM-QUIT       TO TRUE
           ELSE
           IF EIBAID =  DFHPF11
               MOVE 'Prospect'     TO COMM-FUNCTION
               SET COMM-PROSPECT   TO TRUE
           ELSE
           IF COMM-MIN-ACCOUNT-ID > COMM-MAX-ACCOUNT-ID
               MOVE 'Invalid key.' TO COMM-MESSAGE
           ELSE
