      *             screens, PF5 marks the request applied and PF6    *
      *             rejected. The request record is the work ticket,  *
      *             not the update itself.                            *
      *             A card payment request shows its amount, the      *
      *             processor's authorization code and the card's     *
      *             last four digits. PF5 will not mark one applied   *
      *             until the account's payment chain holds a card    *
      *             payment (tender B, or S once settled) carrying    *
      *             that authorization code - posted on SLICKP7 the   *
      *             way the CSR posts any other card payment.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY PNDFILE.

           COPY ACCTFILE.

       01  WS-MAP-FIELDS.
           03  WS-CURRENT-REQ                PIC 9(06) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.
       01  WS-HUNT-EOF-SW                    PIC X(01) VALUE 'N'.
           88  HUNT-HIT-END                  VALUE 'Y'.

      * The card payment check: walk the account's payment chain
      * backward for the request's authorization code.
       01  WS-CARD-AUTH-CODE                 PIC X(08) VALUE SPACE.
       01  WS-PAY-ENTRIES-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-SCAN-ENTRY                     PIC S9(05) VALUE ZERO.
       01  WS-SCANNED-RECORD                 PIC 9(05) VALUE ZERO.
       01  WS-SCAN-RECORD                    PIC 9(04) VALUE ZERO.
       01  WS-SCAN-SUB                       PIC 9(02) VALUE ZERO.
       01  WS-CARD-POSTED-SW                 PIC X(01) VALUE 'N'.
           88  CARD-PAYMENT-POSTED           VALUE 'Y'.
       01  WS-CHAIN-ON-FILE-SW               PIC X(01) VALUE 'N'.
           88  CARD-CHAIN-ON-FILE            VALUE 'Y'.

       01  CARD-REQUEST-TEXT.
           03  FILLER                        PIC X(05) VALUE 'Card '.
           03  C-R-AMOUNT                    PIC X(10).
           03  FILLER                        PIC X(06) VALUE ' auth '.
           03  C-R-AUTH-CODE                 PIC X(08).
           03  FILLER                        PIC X(08) VALUE
                                             ' ending '.
           03  C-R-LAST-FOUR                 PIC X(04).
           03  FILLER                        PIC X(01) VALUE SPACE.
           03  C-R-NOTE                      PIC X(18).

       01  WS-EXIT                           PIC X(11) VALUE
                                             'Slick ended'.

               MOVE P-W-ACCOUNT-ID    TO MJIDO
               MOVE P-W-TYPE          TO MJTYPEO
               MOVE P-W-DATE          TO MJRDTO
               IF P-W-CARD-PAYMENT
                   PERFORM 000-FORMAT-CARD-REQUEST
                   MOVE CARD-REQUEST-TEXT
                                      TO MJTXTO
               ELSE
                   MOVE P-W-TEXT      TO MJTXTO
               END-IF
               IF P-W-APPLIED
                   MOVE 'APPLIED '    TO MJSTATO
               ELSE
           IF MJMSGO NOT = SPACE
               PERFORM 000-ALARM.

       000-FORMAT-CARD-REQUEST.

           IF P-W-CARD-AMOUNT NUMERIC
               MOVE P-W-CARD-AMOUNT   TO NUM-8
           ELSE
               MOVE ZERO              TO NUM-8.
           MOVE DOLLARS-8             TO D-8.
           MOVE CENTS-8               TO C-8.
           MOVE DC-8                  TO C-R-AMOUNT.
           MOVE P-W-CARD-AUTH-CODE    TO C-R-AUTH-CODE.
           MOVE P-W-CARD-LAST-FOUR    TO C-R-LAST-FOUR.
           MOVE P-W-CARD-NOTE         TO C-R-NOTE.

       000-READ-CURRENT-REQUEST.

           MOVE WS-CURRENT-REQ        TO P-W-ID.
           MOVE EIBAID                TO WS-LAST-AID.

      * PF5 applied, PF6 rejected - then straight on to the next
      * pending request. A card payment request is looked up on the
      * account first, before the request is read for update.
       000-MARK-REQUEST.

           MOVE 'N'                   TO WS-CARD-POSTED-SW.

           IF WS-CURRENT-REQ > ZERO
           AND EIBAID = DFHPF5
               PERFORM 000-READ-CURRENT-REQUEST
               IF PNDFILE-RESP = DFHRESP(NORMAL)
               AND P-W-CARD-PAYMENT
                   PERFORM 000-CHECK-CARD-POSTED
               END-IF
           END-IF.

           IF WS-CURRENT-REQ = ZERO
               MOVE 'Nothing on screen to mark.'
                                      TO COMM-MESSAGE
               IF PNDFILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Error reading pending work.'
                                      TO COMM-MESSAGE
               ELSE
               IF EIBAID = DFHPF5
               AND P-W-CARD-PAYMENT
               AND NOT CARD-PAYMENT-POSTED
                   MOVE 'Post the card payment on SLICKP7 first.'
                                      TO COMM-MESSAGE

                   EXEC CICS UNLOCK
                       FILE ('PENDWORK')
                   END-EXEC
               ELSE
                   IF EIBAID = DFHPF5
                       SET P-W-APPLIED  TO TRUE

                   PERFORM 000-FIND-NEXT-PENDING.

      * The CSR posts a web card payment on SLICKP7 with the
      * request's authorization code as its check number, so the
      * code rides the payment's A-Q slot; find it there and make
      * sure the payment it belongs to was taken by card and not
      * since reversed.
       000-CHECK-CARD-POSTED.

           MOVE P-W-CARD-AUTH-CODE    TO WS-CARD-AUTH-CODE.
           MOVE P-W-ACCOUNT-ID        TO A-S-ACCOUNT-ID.
           MOVE A-S-RECORD-TYPE       TO A-S-KEY-TYPE.
           MOVE ZERO                  TO A-S-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-STATISTICS-RECORD)
               RIDFLD    (A-S-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
           AND A-S-PAYMENT-ENTRIES > ZERO
               MOVE A-S-PAYMENT-ENTRIES TO WS-PAY-ENTRIES-COUNT
               MOVE 99999             TO WS-SCANNED-RECORD
               PERFORM 000-SCAN-CARD-ENTRY
                   VARYING WS-SCAN-ENTRY
                       FROM WS-PAY-ENTRIES-COUNT BY -1
                         UNTIL WS-SCAN-ENTRY < 1
                            OR CARD-PAYMENT-POSTED.

       000-SCAN-CARD-ENTRY.

           COMPUTE WS-SCAN-RECORD = (WS-SCAN-ENTRY - 1) / 20.
           COMPUTE WS-SCAN-SUB =
               WS-SCAN-ENTRY - (WS-SCAN-RECORD * 20).

           IF WS-SCAN-RECORD NOT = WS-SCANNED-RECORD
               MOVE WS-SCAN-RECORD    TO WS-SCANNED-RECORD
               MOVE P-W-ACCOUNT-ID    TO A-Q-ACCOUNT-ID
               MOVE A-Q-RECORD-TYPE   TO A-Q-KEY-TYPE
               MOVE WS-SCAN-RECORD    TO A-Q-RECORD-NUMBER

               EXEC CICS READ
                   FILE      ('ACCTFILE')
                   INTO      (ACCOUNT-PAYMENT-DETAIL-RECORD)
                   RIDFLD    (A-Q-KEY)
                   LENGTH    (ACCTFILE-LENGTH)
                   KEYLENGTH (ACCTFILE-KEYLENGTH)
                   RESP      (ACCTFILE-RESP)
                   RESP2     (ACCTFILE-RESP2)
               END-EXEC

               IF ACCTFILE-RESP = DFHRESP(NORMAL)
                   SET CARD-CHAIN-ON-FILE TO TRUE
               ELSE
                   MOVE 'N'           TO WS-CHAIN-ON-FILE-SW.

           IF CARD-CHAIN-ON-FILE
               IF A-Q-CHECK-NO (WS-SCAN-SUB) = WS-CARD-AUTH-CODE
                   PERFORM 000-CHECK-CARD-ENTRY.

      * The A-P record overlays the A-Q record just read, so the
      * A-Q record is fetched again on the next slot if the scan
      * carries on.
       000-CHECK-CARD-ENTRY.

           MOVE 99999                 TO WS-SCANNED-RECORD.
           MOVE P-W-ACCOUNT-ID        TO A-P-ACCOUNT-ID.
           MOVE A-P-RECORD-TYPE       TO A-P-KEY-TYPE.
           MOVE WS-SCAN-RECORD        TO A-P-RECORD-NUMBER.

           EXEC CICS READ
               FILE      ('ACCTFILE')
               INTO      (ACCOUNT-PAYMENT-RECORD)
               RIDFLD    (A-P-KEY)
               LENGTH    (ACCTFILE-LENGTH)
               KEYLENGTH (ACCTFILE-KEYLENGTH)
               RESP      (ACCTFILE-RESP)
               RESP2     (ACCTFILE-RESP2)
           END-EXEC.

           IF ACCTFILE-RESP = DFHRESP(NORMAL)
           AND A-P-ENTRY-TYPE (WS-SCAN-SUB) = SPACE
           AND (A-P-TENDER (WS-SCAN-SUB) = 'B'
                OR A-P-TENDER (WS-SCAN-SUB) = 'S')
               SET CARD-PAYMENT-POSTED TO TRUE.

       000-ALARM.

           EXEC CICS SEND CONTROL
