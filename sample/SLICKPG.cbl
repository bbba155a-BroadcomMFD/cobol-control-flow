      *             keyed here too, each carrying the truck id - the   *
      *             per-truck side SLICKBK reconciles each truck's     *
      *             metered deliveries against.                        *
      *             Every entry names its fuel type (spaces key as     *
      *             'O', heating oil) - the plant keeps a tank per     *
      *             product, so the stick reading a second time for a  *
      *             date replaces the earlier one for the same fuel    *
      *             only, and each fuel's readings stack behind the    *
      *             date under their own line sequences.               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  WS-NOTE                       PIC X(20) VALUE SPACE.
           03  WS-TRUCK-ID                   PIC X(04) VALUE SPACE.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.
           03  WS-FUEL-TYPE                  PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.
           MOVE SPACE                 TO WS-NOTE.
           MOVE SPACE                 TO WS-TRUCK-ID.
           MOVE SPACE                 TO WS-LAST-AID.
           MOVE 'O'                   TO WS-FUEL-TYPE.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.
           MOVE WS-GALLONS            TO MGGALO.
           MOVE WS-NOTE               TO MGNOTEO.
           MOVE WS-TRUCK-ID           TO MGTRKO.
           MOVE WS-FUEL-TYPE          TO MGFUELO.

           IF NOT BAD-DATA
               MOVE -1                TO MGBKDTL.
               ELSE
                   PERFORM 000-VALIDATE-TRUCK.

      * Fuel type (Blank = O, heating oil)
           IF MGFUELL = ZERO
               MOVE WS-FUEL-TYPE      TO MGFUELI
           ELSE
               INSPECT MGFUELI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MGFUELI           TO WS-FUEL-TYPE.

           IF WS-FUEL-TYPE = SPACE
               MOVE 'O'               TO WS-FUEL-TYPE
               MOVE 'O'               TO MGFUELI.

       000-VALIDATE-TRUCK.

           MOVE WS-TRUCK-ID           TO TK-TRUCK-ID.
               MOVE -1                TO MGTRKL
               MOVE 'Unknown truck id.' TO COMM-MESSAGE.

      * A stick reading replaces any earlier one for the date and
      * fuel; receipts, loadings, returns and the other fuels'
      * readings stack behind the date under rising sequences.
       000-WRITE-BULK-ENTRY.

           PERFORM 000-BUILD-BULK-RECORD.

           MOVE 1                     TO WS-LINE-SEQ.
           MOVE 'N'                   TO WS-BULK-DONE-SW.

           IF BK-STICK
               PERFORM 000-REPLACE-STICK-READING
                   UNTIL BULK-WRITTEN
                      OR WS-LINE-SEQ > 98
           ELSE
               PERFORM 000-WRITE-ONE-BULK-RECORD
                   UNTIL BULK-WRITTEN
               MOVE ZERO              TO WS-GALLONS
               MOVE SPACE             TO WS-NOTE.

       000-BUILD-BULK-RECORD.

           MOVE SPACE                 TO BULK-RECORD.
           MOVE WS-BULK-DATE          TO BK-DATE.
           MOVE WS-BULK-TYPE          TO BK-TYPE.
           MOVE WS-GALLONS            TO BK-GALLONS.
           MOVE WS-NOTE               TO BK-NOTE.
           MOVE WS-FUEL-TYPE          TO BK-FUEL-TYPE.

           IF WS-BULK-TYPE = 'L'
           OR WS-BULK-TYPE = 'T'
               MOVE WS-TRUCK-ID       TO BK-TRUCK-ID.

       000-WRITE-ONE-BULK-RECORD.

           MOVE WS-LINE-SEQ           TO BK-SEQ.
           ELSE
               SET BULK-WRITTEN       TO TRUE.

      * A sequence already taken by another fuel's reading (older
      * readings with no fuel on them are heating oil) is passed
      * over for the next one.
       000-REPLACE-STICK-READING.

           MOVE WS-LINE-SEQ           TO BK-SEQ.

           EXEC CICS WRITE
               FILE       ('BULKFILE')
                   UPDATE
               END-EXEC

               IF BK-FUEL-TYPE = SPACE
                   MOVE 'O'           TO BK-FUEL-TYPE
               END-IF

               IF BK-FUEL-TYPE = WS-FUEL-TYPE
                   MOVE WS-GALLONS    TO BK-GALLONS
                   MOVE WS-NOTE       TO BK-NOTE

                   EXEC CICS REWRITE
                       FILE       ('BULKFILE')
                       FROM       (BULK-RECORD)
                       LENGTH     (BLKFILE-LENGTH)
                       RESP       (BLKFILE-RESP)
                       RESP2      (BLKFILE-RESP2)
                   END-EXEC

                   SET BULK-WRITTEN   TO TRUE
               ELSE
                   EXEC CICS UNLOCK
                       FILE       ('BULKFILE')
                   END-EXEC

                   PERFORM 000-BUILD-BULK-RECORD
                   ADD 1              TO WS-LINE-SEQ
               END-IF
           ELSE
           IF BLKFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error writing bulk log.'
                                      TO COMM-MESSAGE
               SET BULK-WRITTEN       TO TRUE
           ELSE
               SET BULK-WRITTEN       TO TRUE.

       000-ALARM.

