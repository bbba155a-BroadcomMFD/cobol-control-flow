       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPP.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Posted Price Maintenance - the pricing desk's      *
      *             screen for the daily posted price table (POSTPRIC, *
      *             see PRCFILE). Started with its own transaction     *
      *             (SLKP) from a clear screen; like SLICKPM it takes  *
      *             the operator's own id and password at the top and  *
      *             re-checks them on every action - nothing happens   *
      *             unless the pair is active at level 2 or above.     *
      *             A posting is branch (spaces = every branch), fuel  *
      *             type, zone (a route code off ROUTEFIL; spaces =    *
      *             every zone), effective date (YYMMDD, today or      *
      *             later - the price history is never rewritten) and  *
      *             the price per gallon. ENTER posts the price, or    *
      *             corrects the price already posted for that date;   *
      *             PF5 shows the price in effect for the key on the   *
      *             keyed date; PF6 deletes a posting that has not     *
      *             yet taken effect. Prices posted here bill from     *
      *             their effective date in SLICKP6 and SLICKBJ, and   *
      *             the nightly SLICKCE reports each day's changes.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMP.

           COPY DFHAID.

           COPY OPRFILE.

           COPY PRCFILE.

           COPY BRNFILE.

           COPY RTEFILE.

       01  WS-MAP-FIELDS.
           03  WS-OPER-ID                    PIC X(08) VALUE SPACE.
           03  WS-OPER-PASSWORD              PIC X(08) VALUE SPACE.
           03  WS-BRANCH                     PIC X(02) VALUE SPACE.
           03  WS-FUEL-TYPE                  PIC X(01) VALUE SPACE.
           03  WS-ZONE                       PIC X(04) VALUE SPACE.
           03  WS-EFFECTIVE-YYMMDD           PIC 9(06) VALUE ZERO.
           03  FILLER REDEFINES WS-EFFECTIVE-YYMMDD.
               05  WS-EFFECTIVE-YY           PIC 9(02).
               05  WS-EFFECTIVE-MM           PIC 9(02).
               05  WS-EFFECTIVE-DD           PIC 9(02).
           03  WS-PRICE                      PIC 9(05) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-OPER-OK-SW                     PIC X(01) VALUE 'N'.
           88  OPERATOR-VERIFIED             VALUE 'Y'.

       01  WS-TIME                           PIC S9(15) COMP-3.
       01  WS-TODAY                          PIC 9(08) VALUE ZERO.
       01  WS-EFFECTIVE-DATE                 PIC 9(08) VALUE ZERO.

       01  IN-EFFECT-MESSAGE.
           03  FILLER                        PIC X(10) VALUE
                                             'In effect '.
           03  I-E-PRICE                     PIC X(05).
           03  FILLER                        PIC X(07) VALUE
                                             ' since '.
           03  I-E-DATE                      PIC 9(08).
           03  FILLER                        PIC X(10) VALUE SPACE.

       01  WS-EXIT                           PIC X(11) VALUE
                                             'Slick ended'.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03  FILLER                        PIC X(01)
                                             OCCURS 1 TO 4096 TIMES
                                             DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.

       000-START-PROCESSING.

           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA       TO SLICK-COMM.

           MOVE LOW-VALUES            TO SLICKMPI.

           PERFORM 000-GET-TODAY.

           IF EIBCALEN = ZERO
               SET COMM-INIT          TO TRUE.

           IF COMM-INIT
               PERFORM 000-INITIALIZATION

           ELSE
               MOVE COMM-SAVE         TO WS-MAP-FIELDS
               PERFORM 000-RECEIVE-MAP.

           MOVE WS-MAP-FIELDS         TO COMM-SAVE.

           IF EXIT-SCREEN
               EXEC CICS SEND TEXT
                   FROM (WS-EXIT)
                   LENGTH (11)
                   FREEKB
                   ERASE
               END-EXEC

               EXEC CICS RETURN
               END-EXEC

           ELSE
               PERFORM 000-SEND-MAP

               EXEC CICS RETURN
                   TRANSID (COMM-NEXT-TRAN)
                   COMMAREA (SLICK-COMM)
               END-EXEC.

      * Started from a clear screen, this transaction never passes
      * through the SLICKP0 menu that sets COMM-TRAN-DATE, so it
      * asks CICS for today's date itself.
       000-GET-TODAY.

           EXEC CICS ASKTIME
               ABSTIME  (WS-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               YYYYMMDD (WS-TODAY)
           END-EXEC.

       000-INITIALIZATION.

           MOVE SPACE                 TO WS-OPER-ID.
           MOVE SPACE                 TO WS-OPER-PASSWORD.
           MOVE SPACE                 TO WS-BRANCH.
           MOVE SPACE                 TO WS-FUEL-TYPE.
           MOVE SPACE                 TO WS-ZONE.
           MOVE WS-TODAY (3:6)        TO WS-EFFECTIVE-YYMMDD.
           MOVE ZERO                  TO WS-PRICE.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

       000-SEND-MAP.

           MOVE COMM-MESSAGE          TO MPMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

           MOVE WS-OPER-ID            TO MPOPIDO.
           MOVE SPACE                 TO MPPWDO.
           MOVE WS-BRANCH             TO MPBRO.
           MOVE WS-FUEL-TYPE          TO MPFUELO.
           MOVE WS-ZONE               TO MPZONEO.
           MOVE WS-EFFECTIVE-YYMMDD   TO MPEFFO.

           MOVE WS-PRICE              TO NUM-5.
           MOVE DOLLARS-5             TO D-5.
           MOVE CENTS-5               TO C-5.
           MOVE DC-5                  TO MPPRCO.

           IF NOT BAD-DATA
               MOVE -1                TO MPOPIDL.

           EXEC CICS SEND
               MAP ('SLICKMP')
               CURSOR
               ERASE
           END-EXEC.

           IF MPMSGO NOT = SPACE
               PERFORM 000-ALARM.

       000-RECEIVE-MAP.

           IF EIBAID = DFHPF12
           OR EIBAID = DFHPF24
               SET EXIT-SCREEN        TO TRUE
           ELSE
               PERFORM 000-PROCESS-FIELDS
               MOVE EIBAID            TO WS-LAST-AID.

       000-PROCESS-FIELDS.

           EXEC CICS RECEIVE
               MAP   ('SLICKMP')
               RESP  (COMM-RESP)
           END-EXEC.

           PERFORM 000-VALIDATE-MAP-FIELDS.
           SET MAP-RECEIVED           TO TRUE.

           IF BAD-DATA
               IF COMM-MESSAGE = SPACE
                   MOVE 'Enter required field(s).'
                                      TO COMM-MESSAGE
               END-IF
           ELSE
               PERFORM 000-VERIFY-OPERATOR
               IF OPERATOR-VERIFIED
                   IF EIBAID = DFHENTER
                       PERFORM 000-SAVE-POSTING
                   ELSE
                   IF EIBAID = DFHPF5
                       PERFORM 000-SHOW-PRICE-IN-EFFECT
                   ELSE
                   IF EIBAID = DFHPF6
                       PERFORM 000-DELETE-POSTING
                   ELSE
                       MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Operator id and password (Required for every action)
           IF MPOPIDL = ZERO
               MOVE WS-OPER-ID        TO MPOPIDI
           ELSE
               INSPECT MPOPIDI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MPOPIDI           TO WS-OPER-ID.

           IF WS-OPER-ID = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MPOPIDL.

           IF MPPWDL = ZERO
               CONTINUE
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MPPWDI            TO WS-OPER-PASSWORD.

           IF WS-OPER-PASSWORD = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MPPWDL.

      * Branch (Optional, must be on BRANCHFI when keyed; spaces =
      * every branch)
           IF MPBRL = ZERO
               MOVE WS-BRANCH         TO MPBRI
           ELSE
               INSPECT MPBRI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MPBRI             TO WS-BRANCH.

           IF WS-BRANCH NOT = SPACE
               PERFORM 000-VALIDATE-BRANCH.

      * Fuel type (Required)
           IF MPFUELL = ZERO
               MOVE WS-FUEL-TYPE      TO MPFUELI
           ELSE
               INSPECT MPFUELI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MPFUELI           TO WS-FUEL-TYPE.

           IF WS-FUEL-TYPE = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MPFUELL.

      * Zone (Optional, must be a route on ROUTEFIL when keyed;
      * spaces = every zone)
           IF MPZONEL = ZERO
               MOVE WS-ZONE           TO MPZONEI
           ELSE
               INSPECT MPZONEI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MPZONEI           TO WS-ZONE.

           IF WS-ZONE NOT = SPACE
               PERFORM 000-VALIDATE-ZONE.

      * Effective date, YYMMDD (Required, defaults to today)
           IF MPEFFL = ZERO
               MOVE WS-EFFECTIVE-YYMMDD TO MPEFFI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MPEFFI            TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-EFFECTIVE-YYMMDD
               MOVE CH-ARRAY          TO MPEFFI.

           IF WS-EFFECTIVE-MM < 01
           OR WS-EFFECTIVE-MM > 12
           OR WS-EFFECTIVE-DD < 01
           OR WS-EFFECTIVE-DD > 31
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MPEFFL
               MOVE 'Effective date is YYMMDD.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-EFFECTIVE-YYMMDD TO Y2K-YYMMDD-1
               PERFORM 000-Y2K-WINDOW-1
               MOVE Y2K-DATE-1        TO WS-EFFECTIVE-DATE.

      * Price per gallon (Required to post)
           IF MPPRCL = ZERO
               MOVE WS-PRICE          TO NUM-5
               MOVE DOLLARS-5         TO D-5
               MOVE CENTS-5           TO C-5
               MOVE DC-5              TO MPPRCI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 5                 TO WS-FIELD-SIZE
               MOVE MPPRCI            TO CH-ARRAY
               PERFORM 000-MONEY-FIELD
               MOVE CH-ARRAY          TO WS-PRICE
               MOVE DC-5              TO MPPRCI.

       000-VALIDATE-BRANCH.

           MOVE WS-BRANCH             TO BR-BRANCH.

           EXEC CICS READ
               FILE      ('BRANCHFI')
               INTO      (BRANCH-RECORD)
               RIDFLD    (BR-KEY)
               LENGTH    (BRNFILE-LENGTH)
               KEYLENGTH (BRNFILE-KEYLENGTH)
               RESP      (BRNFILE-RESP)
               RESP2     (BRNFILE-RESP2)
           END-EXEC.

           IF BRNFILE-RESP NOT = DFHRESP(NORMAL)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MPBRL
               MOVE 'Branch not on file.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-ZONE.

           MOVE WS-ZONE               TO R-ROUTE-CODE.

           EXEC CICS READ
               FILE      ('ROUTEFIL')
               INTO      (ROUTE-RECORD)
               RIDFLD    (R-KEY)
               LENGTH    (RTEFILE-LENGTH)
               KEYLENGTH (RTEFILE-KEYLENGTH)
               RESP      (RTEFILE-RESP)
               RESP2     (RTEFILE-RESP2)
           END-EXEC.

           IF RTEFILE-RESP NOT = DFHRESP(NORMAL)
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MPZONEL
               MOVE 'Zone is not a route on file.'
                                      TO COMM-MESSAGE.

      * Every action re-proves the operator: an active record at
      * level 2 or above with this password, read fresh.
       000-VERIFY-OPERATOR.

           MOVE 'N'                   TO WS-OPER-OK-SW.

           MOVE WS-OPER-ID            TO OP-OPERATOR-ID.

           EXEC CICS READ
               FILE      ('OPERFILE')
               INTO      (OPERATOR-RECORD)
               RIDFLD    (OP-KEY)
               LENGTH    (OPRFILE-LENGTH)
               KEYLENGTH (OPRFILE-KEYLENGTH)
               RESP      (OPRFILE-RESP)
               RESP2     (OPRFILE-RESP2)
           END-EXEC.

           IF OPRFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Operator sign-on refused.'
                                      TO COMM-MESSAGE
           ELSE
           IF OP-IS-INACTIVE
           OR OP-PASSWORD NOT = WS-OPER-PASSWORD
           OR OP-AUTH-LEVEL < 2
               MOVE 'Operator sign-on refused.'
                                      TO COMM-MESSAGE
           ELSE
               SET OPERATOR-VERIFIED  TO TRUE.

      * A price takes effect today or later; what was billed under
      * an older posting stays on the record as it was.
       000-SAVE-POSTING.

           IF WS-PRICE = ZERO
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MPPRCL
               MOVE 'Enter the posted price.'
                                      TO COMM-MESSAGE
           ELSE
           IF WS-EFFECTIVE-DATE < WS-TODAY
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MPEFFL
               MOVE 'Effective date cannot be past.'
                                      TO COMM-MESSAGE
           ELSE
               PERFORM 000-WRITE-POSTING.

       000-WRITE-POSTING.

           MOVE SPACE                 TO POSTED-PRICE-RECORD.
           MOVE WS-BRANCH             TO PP-BRANCH.
           MOVE WS-FUEL-TYPE          TO PP-FUEL-TYPE.
           MOVE WS-ZONE               TO PP-ZONE.
           COMPUTE PP-EFFECTIVE-COMP = 99999999 - WS-EFFECTIVE-DATE.
           MOVE WS-PRICE              TO PP-PRICE.
           MOVE WS-EFFECTIVE-DATE     TO PP-EFFECTIVE-DATE.
           MOVE WS-OPER-ID            TO PP-ENTERED-BY.
           MOVE WS-TODAY              TO PP-ENTERED-DATE.

           EXEC CICS WRITE
               FILE       ('POSTPRIC')
               FROM       (POSTED-PRICE-RECORD)
               RIDFLD     (PP-KEY)
               LENGTH     (PRCFILE-LENGTH)
               KEYLENGTH  (PRCFILE-KEYLENGTH)
               RESP       (PRCFILE-RESP)
               RESP2      (PRCFILE-RESP2)
           END-EXEC.

           IF PRCFILE-RESP = DFHRESP(DUPREC)
               EXEC CICS READ
                   FILE      ('POSTPRIC')
                   INTO      (POSTED-PRICE-RECORD)
                   RIDFLD    (PP-KEY)
                   LENGTH    (PRCFILE-LENGTH)
                   KEYLENGTH (PRCFILE-KEYLENGTH)
                   RESP      (PRCFILE-RESP)
                   RESP2     (PRCFILE-RESP2)
                   UPDATE
               END-EXEC

               MOVE WS-PRICE          TO PP-PRICE
               MOVE WS-OPER-ID        TO PP-ENTERED-BY
               MOVE WS-TODAY          TO PP-ENTERED-DATE

               EXEC CICS REWRITE
                   FILE       ('POSTPRIC')
                   FROM       (POSTED-PRICE-RECORD)
                   LENGTH     (PRCFILE-LENGTH)
                   RESP       (PRCFILE-RESP)
                   RESP2      (PRCFILE-RESP2)
               END-EXEC

               MOVE 'Posted price corrected.'
                                      TO COMM-MESSAGE
           ELSE
           IF PRCFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error writing price file.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE 'Price posted.'   TO COMM-MESSAGE.

      * PF5: the newest posting for exactly this branch, fuel and
      * zone in effect on the keyed date - one GTEQ read on the
      * nines-complemented date, the way SLICKP6 prices.
       000-SHOW-PRICE-IN-EFFECT.

           MOVE WS-BRANCH             TO PP-BRANCH.
           MOVE WS-FUEL-TYPE          TO PP-FUEL-TYPE.
           MOVE WS-ZONE               TO PP-ZONE.
           COMPUTE PP-EFFECTIVE-COMP = 99999999 - WS-EFFECTIVE-DATE.

           EXEC CICS READ
               FILE      ('POSTPRIC')
               INTO      (POSTED-PRICE-RECORD)
               RIDFLD    (PP-KEY)
               LENGTH    (PRCFILE-LENGTH)
               KEYLENGTH (PRCFILE-KEYLENGTH)
               RESP      (PRCFILE-RESP)
               RESP2     (PRCFILE-RESP2)
               GTEQ
           END-EXEC.

           IF PRCFILE-RESP = DFHRESP(NORMAL)
           AND PP-BRANCH = WS-BRANCH
           AND PP-FUEL-TYPE = WS-FUEL-TYPE
           AND PP-ZONE = WS-ZONE
               MOVE PP-PRICE          TO WS-PRICE
               MOVE PP-PRICE          TO NUM-5
               MOVE DOLLARS-5         TO D-5
               MOVE CENTS-5           TO C-5
               MOVE DC-5              TO I-E-PRICE
               MOVE PP-EFFECTIVE-DATE TO I-E-DATE
               MOVE IN-EFFECT-MESSAGE TO COMM-MESSAGE
           ELSE
               MOVE 'Nothing posted for that date.'
                                      TO COMM-MESSAGE.

      * PF6: only a posting not yet in effect may be withdrawn; a
      * price that has already billed is corrected by posting the
      * right one, so the history shows both.
       000-DELETE-POSTING.

           IF WS-EFFECTIVE-DATE NOT > WS-TODAY
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MPEFFL
               MOVE 'Only a future posting can be deleted.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-BRANCH         TO PP-BRANCH
               MOVE WS-FUEL-TYPE      TO PP-FUEL-TYPE
               MOVE WS-ZONE           TO PP-ZONE
               COMPUTE PP-EFFECTIVE-COMP =
                   99999999 - WS-EFFECTIVE-DATE

               EXEC CICS DELETE
                   FILE      ('POSTPRIC')
                   RIDFLD    (PP-KEY)
                   KEYLENGTH (PRCFILE-KEYLENGTH)
                   RESP      (PRCFILE-RESP)
                   RESP2     (PRCFILE-RESP2)
               END-EXEC

               IF PRCFILE-RESP = DFHRESP(NOTFND)
                   MOVE 'No posting on that date.'
                                      TO COMM-MESSAGE
               ELSE
               IF PRCFILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Error deleting posting.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'Posting deleted.'
                                      TO COMM-MESSAGE.

       000-ALARM.

           EXEC CICS SEND CONTROL
               FREEKB
               ALARM
           END-EXEC.

           COPY SLICKNUM.
