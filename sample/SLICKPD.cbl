      *             screen pages backward with plain keyed reads:     *
      *             each ENTER shows the next-older eight entries,    *
      *             wrapping back to the newest when exhausted.       *
      *                                                                *
      *             A fee waiver posted on SLICKP7 (action WVF) lists  *
      *             the waived surcharge instead of the price and      *
      *             budget change: its type (M small-delivery, U rush, *
      *             H after-hours), open item number, the amount       *
      *             forgiven and the CSR's reason code.                *
      *                                                                *
      *             A premises transfer on SLICKPQ (XFO on the seller, *
      *             XFI on the buyer) lists the other account, the     *
      *             closing date, the final tank reading, the amount   *
      *             the fuel left in the tank came to and how it was   *
      *             settled (C through us, N at the closing).          *
      *                                                                *
      *             An address the quarterly NCOA run changed (action  *
      *             NCO, operator NCOA) shows as an ordinary change,   *
      *             flagged NAME/AD.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  C-L-BUDGET-AFTER              PIC X(12).
           03  C-L-NAME-FLAG                 PIC X(08) VALUE SPACE.

      * A fee waiver (action WVF) changes nothing keyed, so its line
      * shows the fee instead: type, open item, amount and reason.
       01  WAIVE-LINE.
           03  W-L-DATE                      PIC 9(08).
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  W-L-OPERATOR                  PIC X(08).
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  W-L-ACTION                    PIC X(03).
           03  FILLER                        PIC X(05) VALUE ' FEE '.
           03  W-L-FEE-TYPE                  PIC X(01).
           03  FILLER                        PIC X(06) VALUE ' ITEM '.
           03  W-L-ITEM                      PIC ZZZ9.
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  W-L-AMOUNT                    PIC X(10).
           03  FILLER                        PIC X(05) VALUE ' RSN '.
           03  W-L-REASON                    PIC X(02).
           03  FILLER                        PIC X(22) VALUE SPACE.

      * A premises transfer (action XFO/XFI) shows the account on the
      * other side of the sale and what was settled at the closing.
       01  TRANSFER-LINE.
           03  T-L-DATE                      PIC 9(08).
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  T-L-OPERATOR                  PIC X(08).
           03  FILLER                        PIC X(02) VALUE SPACE.
           03  T-L-ACTION                    PIC X(03).
           03  FILLER                        PIC X(06) VALUE ' ACCT '.
           03  T-L-ACCOUNT                   PIC 9(05).
           03  FILLER                        PIC X(04) VALUE ' ON '.
           03  T-L-CLOSE-DATE                PIC 9(08).
           03  FILLER                        PIC X(05) VALUE ' GAL '.
           03  T-L-GALLONS                   PIC ZZZ9.
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  T-L-AMOUNT                    PIC X(10).
           03  FILLER                        PIC X(08) VALUE
                                             ' SETTLE '.
           03  T-L-SETTLE                    PIC X(01).
           03  FILLER                        PIC X(05) VALUE SPACE.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           END-EXEC.

           IF JRNLFILE-RESP = DFHRESP(NORMAL)
               IF J-ACTION-WAIVE
                   PERFORM 000-FORMAT-WAIVE-LINE
               ELSE
               IF J-ACTION-XFER
                   PERFORM 000-FORMAT-TRANSFER-LINE
               ELSE
                   PERFORM 000-FORMAT-CHANGE-LINE
               END-IF
               END-IF
               ADD 1                  TO WS-LINE-COUNT
               PERFORM 000-MOVE-LINE-TO-MAP.


           MOVE CHANGE-LINE           TO SCREEN-BUFFER.

       000-FORMAT-WAIVE-LINE.

           MOVE J-DATE                TO W-L-DATE.
           MOVE J-OPERATOR            TO W-L-OPERATOR.
           MOVE J-ACTION              TO W-L-ACTION.
           MOVE J-WAIVE-FEE-TYPE      TO W-L-FEE-TYPE.
           MOVE J-WAIVE-ITEM          TO W-L-ITEM.
           MOVE J-WAIVE-REASON        TO W-L-REASON.

           MOVE J-WAIVE-AMOUNT        TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO W-L-AMOUNT.

           MOVE WAIVE-LINE            TO SCREEN-BUFFER.

       000-FORMAT-TRANSFER-LINE.

           MOVE J-DATE                TO T-L-DATE.
           MOVE J-OPERATOR            TO T-L-OPERATOR.
           MOVE J-ACTION              TO T-L-ACTION.
           MOVE J-XFER-ACCOUNT        TO T-L-ACCOUNT.
           MOVE J-XFER-DATE           TO T-L-CLOSE-DATE.
           MOVE J-XFER-GALLONS        TO T-L-GALLONS.
           MOVE J-XFER-SETTLE         TO T-L-SETTLE.

           MOVE J-XFER-AMOUNT         TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO T-L-AMOUNT.

           MOVE TRANSFER-LINE         TO SCREEN-BUFFER.

       000-MOVE-LINE-TO-MAP.

           IF WS-LINE-COUNT = 1
