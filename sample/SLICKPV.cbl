       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLICKPV.
       AUTHOR.     Ira M. Slick.
      ******************************************************************
      *DESCRIPTION: Batch Parameter Staging - the supervisor's screen  *
      *             for the batch parameter file (BATCHPRM, see        *
      *             BPMFILE) that replaced the hand-typed PARMIN card  *
      *             for every parameter-driven batch job. Started with *
      *             its own transaction (SLKV) from a clear screen;    *
      *             like SLICKPU it takes the operator's own id and    *
      *             password at the top and re-checks them on every    *
      *             action - nothing happens unless the pair is active *
      *             at level 3.                                        *
      *             The supervisor keys the job name and the business  *
      *             date (YYMMDD, the night it is to run - not in the  *
      *             past) and presses PF5: the screen lays out the     *
      *             job's own parameter fields from WS-PARM-DEF-TABLE  *
      *             with anything already staged. ENTER checks every   *
      *             field and stages them; nothing is staged until all *
      *             of them pass:                                      *
      *               P  a real date (YYMMDD)                          *
      *               D  a real date, not before the business date     *
      *               T  a real date, not before the field above it    *
      *                  (the end of a from/to range)                  *
      *               M  a real month (YYMM), not before the business  *
      *                  date's month - a draft month                  *
      *               Q  a real month, not after the business date's   *
      *                  month - a month being reported or accrued     *
      *               Y  a year (CCYY), not after the business date's  *
      *               N  a number within the field's limits (cycle     *
      *                  codes, rates, costs, counts)                  *
      *               K  the exact confirmation word the job demands   *
      *               S  an active level-3 operator id                 *
      *               X  any text                                      *
      *             A field marked blank-allowed may be left empty and *
      *             the job takes its own default. The card image is   *
      *             built in the job's own PARM-RECORD layout. The     *
      *             operator, date and time of the last change are     *
      *             kept on the entry; once a run has used it the      *
      *             entry shows Used, and changing it puts it back to  *
      *             Staged for an OVERRIDE rerun. PF6 deletes an entry *
      *             no run has used.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SLICKCOM.

           COPY SLICKMV.

           COPY DFHAID.

           COPY OPRFILE.

           COPY BPMFILE.

       01  WS-MAP-FIELDS.
           03  WS-OPER-ID                    PIC X(08) VALUE SPACE.
           03  WS-OPER-PASSWORD              PIC X(08) VALUE SPACE.
           03  WS-JOB-NAME                   PIC X(08) VALUE SPACE.
           03  WS-BUSINESS-YYMMDD            PIC 9(06) VALUE ZERO.
           03  FILLER REDEFINES WS-BUSINESS-YYMMDD.
               05  WS-BUSINESS-YY            PIC 9(02).
               05  WS-BUSINESS-MM            PIC 9(02).
               05  WS-BUSINESS-DD            PIC 9(02).
           03  WS-SHOWN-JOB                  PIC X(08) VALUE SPACE.
           03  WS-SHOWN-YYMMDD               PIC 9(06) VALUE ZERO.
           03  WS-VALUE                      PIC X(40) VALUE SPACE
                                             OCCURS 6 TIMES.
           03  WS-ENTRY-STATUS               PIC X(06) VALUE SPACE.
           03  WS-SET-OPERATOR               PIC X(08) VALUE SPACE.
           03  WS-SET-DATE                   PIC 9(08) VALUE ZERO.
           03  WS-SET-TIME                   PIC 9(06) VALUE ZERO.
           03  WS-USED-TIME                  PIC 9(06) VALUE ZERO.
           03  WS-LAST-AID                   PIC X(01) VALUE SPACE.

       01  WS-EXIT-STATUS                    PIC X(01) VALUE SPACE.
           88  EXIT-SCREEN                   VALUE 'Y'.

       01  WS-OPER-OK-SW                     PIC X(01) VALUE 'N'.
           88  OPERATOR-VERIFIED             VALUE 'Y'.

       01  WS-TIME                           PIC S9(15) COMP-3.
       01  WS-TODAY                          PIC 9(08) VALUE ZERO.
       01  WS-NOW-TIME                       PIC 9(06) VALUE ZERO.
       01  WS-BUSINESS-DATE                  PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-BUSINESS-DATE.
           03  WS-BUSINESS-CCYY              PIC 9(04).
           03  FILLER                        PIC 9(04).

      * Each job's parameter fields, in the order they sit on its
      * card: the job, the label shown on the screen, the check
      * (see above), whether the field may be left blank, where it
      * sits in the card image and how long it is, the limits for
      * an N or Y field, and the word a K field must carry. A job
      * has at most six fields. A new parameter-driven job, or a
      * change to a job's PARM-RECORD, is made here as well.
       01  WS-PARM-DEF-VALUES.
      *         job.....label...................t
      *         boollmin...max...word....
           03  FILLER                        PIC X(33) VALUE
               'SLICKB2 Billing cycle (0 = all) N'.
           03  FILLER                        PIC X(25) VALUE
               'N0101000000000004        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKB5 New unit price (cents)  N'.
           03  FILLER                        PIC X(25) VALUE
               'N0105000050001500        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKB6 From date (YYMMDD)      P'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKB6 To date (YYMMDD)        T'.
           03  FILLER                        PIC X(25) VALUE
               'N0706000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKB8 Target year (CCYY)      Y'.
           03  FILLER                        PIC X(25) VALUE
               'N0104001981002080        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBD Tax year (CCYY)         Y'.
           03  FILLER                        PIC X(25) VALUE
               'N0104001981002080        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBD Quarter (1-4)           N'.
           03  FILLER                        PIC X(25) VALUE
               'N0501000001000004        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBE From date (YYMMDD)      P'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBE To date (YYMMDD)        T'.
           03  FILLER                        PIC X(25) VALUE
               'N0706000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBH Schedule date (YYMMDD)  D'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBK Reconcile date (YYMMDD) D'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBL As-of date (YYMMDD)     D'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBM As-of date (YYMMDD)     D'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBN Losing account id       N'.
           03  FILLER                        PIC X(25) VALUE
               'N0105000001099999        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBN Surviving account id    N'.
           03  FILLER                        PIC X(25) VALUE
               'N0605000001099999        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBN Confirm (key MERGE)     K'.
           03  FILLER                        PIC X(25) VALUE
               'N1105000000000000MERGE   '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBN Supervisor operator id  S'.
           03  FILLER                        PIC X(25) VALUE
               'N1608000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBR Cash date (YYMMDD)      D'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBS Starting check number   N'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000001999999        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBS Bank account number     X'.
           03  FILLER                        PIC X(25) VALUE
               'N0712000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBT Draft month (YYMM)      M'.
           03  FILLER                        PIC X(25) VALUE
               'N0104000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBX Claim month (YYMM)      Q'.
           03  FILLER                        PIC X(25) VALUE
               'N0104000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBZ Report month (YYMM)     Q'.
           03  FILLER                        PIC X(25) VALUE
               'N0104000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKBZ Fallback cost (cents)   N'.
           03  FILLER                        PIC X(25) VALUE
               'N0505000050001500        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKC1 Horizon days (1-14)     N'.
           03  FILLER                        PIC X(25) VALUE
               'N0102000001000014        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKC2 Accrual month (YYMM)    Q'.
           03  FILLER                        PIC X(25) VALUE
               'N0104000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKC2 Annual rate (0600=6%)   N'.
           03  FILLER                        PIC X(25) VALUE
               'N0504000001002500        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKC3 Confirm (key REBUILD)   K'.
           03  FILLER                        PIC X(25) VALUE
               'N0107000000000000REBUILD '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKC6 Statement month (YYMM)  Q'.
           03  FILLER                        PIC X(25) VALUE
               'N0104000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKC8 As-of date (YYMMDD)     D'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCF Rack cost (cents)       N'.
           03  FILLER                        PIC X(25) VALUE
               'N0105000050001500        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCG Cost date (YYMMDD)      D'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCG Fallback cost (cents)   N'.
           03  FILLER                        PIC X(25) VALUE
               'N0705000050001500        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCH Report month (YYMM)     Q'.
           03  FILLER                        PIC X(25) VALUE
               'N0104000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCK Months behind to place  N'.
           03  FILLER                        PIC X(25) VALUE
               'Y0102000001000024        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCL Fee rate (2500=25%)     N'.
           03  FILLER                        PIC X(25) VALUE
               'Y0104000001005000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCQ Report date (YYMMDD)    P'.
           03  FILLER                        PIC X(25) VALUE
               'Y0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCQ Dormancy months         N'.
           03  FILLER                        PIC X(25) VALUE
               'Y0703000001000120        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCQ State reported to       X'.
           03  FILLER                        PIC X(25) VALUE
               'Y1002000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCQ Property type           X'.
           03  FILLER                        PIC X(25) VALUE
               'Y1204000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCQ Holder tax id           X'.
           03  FILLER                        PIC X(25) VALUE
               'Y1609000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCQ Holder name             X'.
           03  FILLER                        PIC X(25) VALUE
               'Y2540000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCS From date (YYMMDD)      D'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCS To date (YYMMDD)        T'.
           03  FILLER                        PIC X(25) VALUE
               'N0706000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCS Visits/tech/day (1-8)   N'.
           03  FILLER                        PIC X(25) VALUE
               'Y1301000001000008        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCS Technician ids          X'.
           03  FILLER                        PIC X(25) VALUE
               'N1429000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCU As-of date (YYMMDD)     D'.
           03  FILLER                        PIC X(25) VALUE
               'N0106000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCW Report year (CCYY)      Y'.
           03  FILLER                        PIC X(25) VALUE
               'N0104001981002080        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCW State registration no.  X'.
           03  FILLER                        PIC X(25) VALUE
               'N0612000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCW Company name            X'.
           03  FILLER                        PIC X(25) VALUE
               'N1940000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCX Report month (YYMM)     Q'.
           03  FILLER                        PIC X(25) VALUE
               'Y0104000000000000        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKCY Look-back months        N'.
           03  FILLER                        PIC X(25) VALUE
               'Y0102000001000060        '.
           03  FILLER                        PIC X(33) VALUE
               'SLICKD3 Report month (YYMM)     Q'.
           03  FILLER                        PIC X(25) VALUE
               'Y0104000000000000        '.

       01  WS-PARM-DEF-TABLE REDEFINES WS-PARM-DEF-VALUES.
           03  WS-PD-ENTRY                   OCCURS 54 TIMES.
               05  WS-PD-JOB                 PIC X(08).
               05  WS-PD-LABEL               PIC X(24).
               05  WS-PD-TYPE                PIC X(01).
                   88  PD-ANY-DATE           VALUE 'P'.
                   88  PD-DATE-NOT-PAST      VALUE 'D'.
                   88  PD-DATE-TO            VALUE 'T'.
                   88  PD-MONTH-NOT-PAST     VALUE 'M'.
                   88  PD-MONTH-NOT-FUTURE   VALUE 'Q'.
                   88  PD-YEAR               VALUE 'Y'.
                   88  PD-NUMBER             VALUE 'N'.
                   88  PD-CONFIRM-WORD       VALUE 'K'.
                   88  PD-OPERATOR           VALUE 'S'.
                   88  PD-TEXT               VALUE 'X'.
               05  WS-PD-BLANK-OK            PIC X(01).
                   88  PD-MAY-BE-BLANK       VALUE 'Y'.
               05  WS-PD-OFFSET              PIC 9(02).
               05  WS-PD-LENGTH              PIC 9(02).
               05  WS-PD-MIN                 PIC 9(06).
               05  WS-PD-MAX                 PIC 9(06).
               05  WS-PD-WORD                PIC X(08).

       01  WS-PD-COUNT                       PIC 9(02) VALUE 54.
       01  WS-PD-SUB                         PIC 9(02) VALUE ZERO.

      * The table entries for the job on the screen, row by row.
       01  WS-ROW-COUNT                      PIC 9(01) VALUE ZERO.
       01  WS-ROW-SUB                        PIC 9(01) VALUE ZERO.
       01  WS-ROW-TABLE.
           03  WS-ROW-DEF                    PIC 9(02) VALUE ZERO
                                             OCCURS 6 TIMES.
           03  WS-ROW-LABEL                  PIC X(24) VALUE SPACE
                                             OCCURS 6 TIMES.

      * Field checking work areas.
       01  WS-CHECK-VALUE                    PIC X(40) VALUE SPACE.
       01  WS-CHECK-NUMBER                   PIC 9(06) VALUE ZERO.
       01  WS-CHECK-DATE                     PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-CHECK-DATE.
           03  WS-CHECK-CCYY                 PIC 9(04).
           03  WS-CHECK-MM                   PIC 9(02).
           03  WS-CHECK-DD                   PIC 9(02).
       01  WS-PRIOR-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-MONTH-DAYS                     PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT                  PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REMAINDER                 PIC 9(04) VALUE ZERO.
       01  WS-CHECK-MESSAGE                  PIC X(16) VALUE SPACE.
       01  WS-FIELD-MESSAGE.
           03  WS-FM-LABEL                   PIC X(24) VALUE SPACE.
           03  WS-FM-TEXT                    PIC X(16) VALUE SPACE.

       01  WS-PARM-CARD                      PIC X(80) VALUE SPACE.

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

           MOVE LOW-VALUES            TO SLICKMVI.

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
      * asks CICS for today's date itself, and the time a change is
      * stamped with.
       000-GET-TODAY.

           EXEC CICS ASKTIME
               ABSTIME  (WS-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
               ABSTIME  (WS-TIME)
               YYYYMMDD (WS-TODAY)
               TIME     (WS-NOW-TIME)
           END-EXEC.

       000-INITIALIZATION.

           MOVE SPACE                 TO WS-OPER-ID.
           MOVE SPACE                 TO WS-OPER-PASSWORD.
           MOVE SPACE                 TO WS-JOB-NAME.
           MOVE WS-TODAY (3:6)        TO WS-BUSINESS-YYMMDD.
           MOVE SPACE                 TO WS-SHOWN-JOB.
           MOVE ZERO                  TO WS-SHOWN-YYMMDD.
           PERFORM 000-CLEAR-ENTRY.
           MOVE SPACE                 TO WS-LAST-AID.

           MOVE EIBTRNID              TO COMM-NEXT-TRAN.
           MOVE SPACE                 TO COMM-INIT-FLAG.

       000-CLEAR-ENTRY.

           MOVE SPACE                 TO WS-VALUE (1).
           MOVE SPACE                 TO WS-VALUE (2).
           MOVE SPACE                 TO WS-VALUE (3).
           MOVE SPACE                 TO WS-VALUE (4).
           MOVE SPACE                 TO WS-VALUE (5).
           MOVE SPACE                 TO WS-VALUE (6).
           MOVE SPACE                 TO WS-ENTRY-STATUS.
           MOVE SPACE                 TO WS-SET-OPERATOR.
           MOVE ZERO                  TO WS-SET-DATE.
           MOVE ZERO                  TO WS-SET-TIME.
           MOVE ZERO                  TO WS-USED-TIME.

       000-SEND-MAP.

           MOVE COMM-MESSAGE          TO MVMSGO.
           MOVE SPACE                 TO COMM-MESSAGE.

      * The labels always follow the job last shown, so the rows on
      * the screen are the rows the values are checked against.
           PERFORM 000-LOAD-JOB-ROWS.

           MOVE WS-OPER-ID            TO MVOPIDO.
           MOVE SPACE                 TO MVPWDO.
           MOVE WS-JOB-NAME           TO MVJOBO.
           MOVE WS-BUSINESS-YYMMDD    TO MVBDATEO.

           MOVE WS-ROW-LABEL (1)      TO MVL1O.
           MOVE WS-VALUE (1)          TO MVV1O.
           MOVE WS-ROW-LABEL (2)      TO MVL2O.
           MOVE WS-VALUE (2)          TO MVV2O.
           MOVE WS-ROW-LABEL (3)      TO MVL3O.
           MOVE WS-VALUE (3)          TO MVV3O.
           MOVE WS-ROW-LABEL (4)      TO MVL4O.
           MOVE WS-VALUE (4)          TO MVV4O.
           MOVE WS-ROW-LABEL (5)      TO MVL5O.
           MOVE WS-VALUE (5)          TO MVV5O.
           MOVE WS-ROW-LABEL (6)      TO MVL6O.
           MOVE WS-VALUE (6)          TO MVV6O.

           MOVE WS-ENTRY-STATUS       TO MVSTATO.
           MOVE WS-SET-OPERATOR       TO MVSETBYO.

           IF WS-SET-DATE = ZERO
               MOVE SPACE             TO MVSETDTO
               MOVE SPACE             TO MVSETTMO
           ELSE
               MOVE WS-SET-DATE       TO MVSETDTO
               MOVE WS-SET-TIME       TO MVSETTMO.

           IF WS-USED-TIME = ZERO
               MOVE SPACE             TO MVUSEDTMO
           ELSE
               MOVE WS-USED-TIME      TO MVUSEDTMO.

           IF NOT BAD-DATA
               MOVE -1                TO MVOPIDL.

           EXEC CICS SEND
               MAP ('SLICKMV')
               CURSOR
               ERASE
           END-EXEC.

           IF MVMSGO NOT = SPACE
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
               MAP   ('SLICKMV')
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
                   IF EIBAID = DFHPF5
                       PERFORM 000-SHOW-ENTRY
                   ELSE
                   IF EIBAID = DFHENTER
                       PERFORM 000-STAGE-ENTRY
                   ELSE
                   IF EIBAID = DFHPF6
                       PERFORM 000-DELETE-ENTRY
                   ELSE
                       MOVE 'Invalid Key.'
                                      TO COMM-MESSAGE.

       000-VALIDATE-MAP-FIELDS.

      * Operator id and password (Required for every action)
           IF MVOPIDL = ZERO
               MOVE WS-OPER-ID        TO MVOPIDI
           ELSE
               INSPECT MVOPIDI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MVOPIDI           TO WS-OPER-ID.

           IF WS-OPER-ID = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MVOPIDL.

           IF MVPWDL = ZERO
               CONTINUE
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE MVPWDI            TO WS-OPER-PASSWORD.

           IF WS-OPER-PASSWORD = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MVPWDL.

      * Job name (Required)
           IF MVJOBL = ZERO
               MOVE WS-JOB-NAME       TO MVJOBI
           ELSE
               INSPECT MVJOBI REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MVJOBI            TO WS-JOB-NAME.

           IF WS-JOB-NAME = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MVJOBL.

      * Business date, YYMMDD (Required, defaults to today; a real
      * date, not in the past)
           IF MVBDATEL = ZERO
               MOVE WS-BUSINESS-YYMMDD
                                      TO MVBDATEI
           ELSE
               SET MAP-CHANGED        TO TRUE
               MOVE 6                 TO WS-FIELD-SIZE
               MOVE MVBDATEI          TO CH-ARRAY
               PERFORM 000-NUM-FIELD
               MOVE CH-ARRAY          TO WS-BUSINESS-YYMMDD
               MOVE CH-ARRAY          TO MVBDATEI.

           MOVE WS-BUSINESS-YYMMDD    TO Y2K-YYMMDD-1.
           PERFORM 000-Y2K-WINDOW-1.
           MOVE Y2K-DATE-1            TO WS-CHECK-DATE.
           PERFORM 000-CHECK-REAL-DATE.

           IF WS-CHECK-MESSAGE NOT = SPACE
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MVBDATEL
               MOVE 'Business date is YYMMDD.'
                                      TO COMM-MESSAGE
           ELSE
           IF Y2K-DATE-1 < WS-TODAY
               SET BAD-DATA           TO TRUE
               MOVE -1                TO MVBDATEL
               MOVE 'Business date is in the past.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE Y2K-DATE-1        TO WS-BUSINESS-DATE.

      * Parameter values (checked field by field on ENTER)
           IF MVV1L = ZERO
               MOVE WS-VALUE (1)      TO MVV1I
           ELSE
               INSPECT MVV1I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MVV1I             TO WS-VALUE (1).

           IF MVV2L = ZERO
               MOVE WS-VALUE (2)      TO MVV2I
           ELSE
               INSPECT MVV2I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MVV2I             TO WS-VALUE (2).

           IF MVV3L = ZERO
               MOVE WS-VALUE (3)      TO MVV3I
           ELSE
               INSPECT MVV3I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MVV3I             TO WS-VALUE (3).

           IF MVV4L = ZERO
               MOVE WS-VALUE (4)      TO MVV4I
           ELSE
               INSPECT MVV4I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MVV4I             TO WS-VALUE (4).

           IF MVV5L = ZERO
               MOVE WS-VALUE (5)      TO MVV5I
           ELSE
               INSPECT MVV5I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MVV5I             TO WS-VALUE (5).

           IF MVV6L = ZERO
               MOVE WS-VALUE (6)      TO MVV6I
           ELSE
               INSPECT MVV6I REPLACING ALL '_' BY ' '
               SET MAP-CHANGED        TO TRUE
               MOVE MVV6I             TO WS-VALUE (6).

      * Every action re-proves the operator: an active record at
      * level 3 with this password, read fresh.
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
           OR OP-AUTH-LEVEL < 3
               MOVE 'Operator sign-on refused.'
                                      TO COMM-MESSAGE
           ELSE
               SET OPERATOR-VERIFIED  TO TRUE.

      * The job's rows from the definition table, for the job last
      * shown.
       000-LOAD-JOB-ROWS.

           MOVE ZERO                  TO WS-ROW-COUNT.
           MOVE SPACE                 TO WS-ROW-LABEL (1).
           MOVE SPACE                 TO WS-ROW-LABEL (2).
           MOVE SPACE                 TO WS-ROW-LABEL (3).
           MOVE SPACE                 TO WS-ROW-LABEL (4).
           MOVE SPACE                 TO WS-ROW-LABEL (5).
           MOVE SPACE                 TO WS-ROW-LABEL (6).

           IF WS-SHOWN-JOB NOT = SPACE
               PERFORM 000-MATCH-JOB-ROW
                   VARYING WS-PD-SUB FROM 1 BY 1
                     UNTIL WS-PD-SUB > WS-PD-COUNT.

       000-MATCH-JOB-ROW.

           IF WS-PD-JOB (WS-PD-SUB) = WS-SHOWN-JOB
           AND WS-ROW-COUNT < 6
               ADD 1                  TO WS-ROW-COUNT
               MOVE WS-PD-SUB         TO WS-ROW-DEF (WS-ROW-COUNT)
               MOVE WS-PD-LABEL (WS-PD-SUB)
                                      TO WS-ROW-LABEL (WS-ROW-COUNT).

      * PF5: lay out the job's fields with whatever is staged for the
      * job and business date.
       000-SHOW-ENTRY.

           MOVE WS-JOB-NAME           TO WS-SHOWN-JOB.
           MOVE WS-BUSINESS-YYMMDD    TO WS-SHOWN-YYMMDD.
           PERFORM 000-CLEAR-ENTRY.
           PERFORM 000-LOAD-JOB-ROWS.

           IF WS-ROW-COUNT = ZERO
               MOVE SPACE             TO WS-SHOWN-JOB
               MOVE -1                TO MVJOBL
               MOVE 'Job takes no parameters.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE WS-JOB-NAME       TO BP-JOB-NAME
               MOVE WS-BUSINESS-YYMMDD
                                      TO BP-BUSINESS-DATE
               PERFORM 000-READ-ENTRY
               IF BPMFILE-RESP = DFHRESP(NORMAL)
                   PERFORM 000-TAKE-ENTRY
                   MOVE 'Parameters shown.'
                                      TO COMM-MESSAGE
               ELSE
               IF BPMFILE-RESP = DFHRESP(NOTFND)
                   MOVE 'Nothing staged - key values, ENTER.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'Error reading parameter file.'
                                      TO COMM-MESSAGE.

       000-READ-ENTRY.

           EXEC CICS READ
               FILE      ('BATCHPRM')
               INTO      (BATCH-PARM-RECORD)
               RIDFLD    (BP-KEY)
               LENGTH    (BPMFILE-LENGTH)
               KEYLENGTH (BPMFILE-KEYLENGTH)
               RESP      (BPMFILE-RESP)
               RESP2     (BPMFILE-RESP2)
           END-EXEC.

       000-TAKE-ENTRY.

           PERFORM 000-TAKE-ROW-VALUE
               VARYING WS-ROW-SUB FROM 1 BY 1
                 UNTIL WS-ROW-SUB > WS-ROW-COUNT.

           IF BP-USED
               MOVE 'Used'            TO WS-ENTRY-STATUS
               MOVE BP-USED-TIME      TO WS-USED-TIME
           ELSE
               MOVE 'Staged'          TO WS-ENTRY-STATUS
               MOVE ZERO              TO WS-USED-TIME.

           MOVE BP-SET-OPERATOR       TO WS-SET-OPERATOR.
           MOVE BP-SET-DATE           TO WS-SET-DATE.
           MOVE BP-SET-TIME           TO WS-SET-TIME.

       000-TAKE-ROW-VALUE.

           MOVE WS-ROW-DEF (WS-ROW-SUB)
                                      TO WS-PD-SUB.
           MOVE SPACE                 TO WS-VALUE (WS-ROW-SUB).
           MOVE BP-PARM-DATA (WS-PD-OFFSET (WS-PD-SUB):
                              WS-PD-LENGTH (WS-PD-SUB))
               TO WS-VALUE (WS-ROW-SUB) (1:WS-PD-LENGTH (WS-PD-SUB)).

      * ENTER: every field is checked before anything is staged. The
      * job and date must be the ones shown, or the values keyed
      * would be checked against another job's rows.
       000-STAGE-ENTRY.

           IF WS-JOB-NAME NOT = WS-SHOWN-JOB
           OR WS-BUSINESS-YYMMDD NOT = WS-SHOWN-YYMMDD
               PERFORM 000-SHOW-ENTRY
               IF WS-ROW-COUNT > ZERO
                   MOVE 'Key the values shown, then ENTER.'
                                      TO COMM-MESSAGE
               END-IF
           ELSE
               PERFORM 000-LOAD-JOB-ROWS
               MOVE SPACE             TO WS-PARM-CARD
               MOVE ZERO              TO WS-PRIOR-DATE
               PERFORM 000-CHECK-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                     UNTIL WS-ROW-SUB > WS-ROW-COUNT
                        OR BAD-DATA
               IF NOT BAD-DATA
                   PERFORM 000-WRITE-ENTRY.

       000-CHECK-ROW.

           MOVE WS-ROW-DEF (WS-ROW-SUB)
                                      TO WS-PD-SUB.
           MOVE SPACE                 TO WS-CHECK-MESSAGE.
           MOVE SPACE                 TO WS-CHECK-VALUE.
           MOVE WS-VALUE (WS-ROW-SUB) (1:WS-PD-LENGTH (WS-PD-SUB))
                                      TO WS-CHECK-VALUE.

           IF WS-PD-LENGTH (WS-PD-SUB) < 40
               IF WS-VALUE (WS-ROW-SUB) (WS-PD-LENGTH (WS-PD-SUB) + 1:)
                                  NOT = SPACE
                   MOVE 'too long.'   TO WS-CHECK-MESSAGE.

           IF WS-CHECK-MESSAGE NOT = SPACE
               CONTINUE
           ELSE
           IF WS-CHECK-VALUE = SPACE
               IF NOT PD-MAY-BE-BLANK (WS-PD-SUB)
                   MOVE 'required.'   TO WS-CHECK-MESSAGE
               END-IF
           ELSE
           IF PD-TEXT (WS-PD-SUB)
               CONTINUE
           ELSE
           IF PD-CONFIRM-WORD (WS-PD-SUB)
               IF WS-CHECK-VALUE NOT = WS-PD-WORD (WS-PD-SUB)
                   MOVE 'not confirmed.'
                                      TO WS-CHECK-MESSAGE
               END-IF
           ELSE
           IF PD-OPERATOR (WS-PD-SUB)
               PERFORM 000-CHECK-OPERATOR-FIELD
           ELSE
               PERFORM 000-CHECK-NUMERIC-ROW.

           IF WS-CHECK-MESSAGE NOT = SPACE
               SET BAD-DATA           TO TRUE
               PERFORM 000-CURSOR-TO-ROW
               MOVE WS-PD-LABEL (WS-PD-SUB)
                                      TO WS-FM-LABEL
               MOVE WS-CHECK-MESSAGE  TO WS-FM-TEXT
               MOVE WS-FIELD-MESSAGE  TO COMM-MESSAGE
           ELSE
               MOVE WS-CHECK-VALUE    TO WS-VALUE (WS-ROW-SUB)
               MOVE WS-CHECK-VALUE (1:WS-PD-LENGTH (WS-PD-SUB))
                   TO WS-PARM-CARD (WS-PD-OFFSET (WS-PD-SUB):
                                    WS-PD-LENGTH (WS-PD-SUB)).

      * Dates, months, years and numbers: digits first, keyed the
      * full width of the field, then the field's own test.
       000-CHECK-NUMERIC-ROW.

           MOVE WS-PD-LENGTH (WS-PD-SUB)
                                      TO WS-FIELD-SIZE.
           MOVE WS-CHECK-VALUE        TO CH-ARRAY.
           PERFORM 000-NUM-FIELD.

      * The field's own message is set below, not BAD-DATA yet.
           IF BAD-DATA
               SET MAP-RECEIVED       TO TRUE
               MOVE 'must be digits.' TO WS-CHECK-MESSAGE
           ELSE
               MOVE CH-ARRAY (1:WS-PD-LENGTH (WS-PD-SUB))
                                      TO WS-CHECK-VALUE
               MOVE CH-ARRAY (1:WS-PD-LENGTH (WS-PD-SUB))
                                      TO WS-CHECK-NUMBER
               IF PD-NUMBER (WS-PD-SUB)
               OR PD-YEAR (WS-PD-SUB)
                   PERFORM 000-CHECK-NUMBER-ROW
               ELSE
               IF PD-MONTH-NOT-PAST (WS-PD-SUB)
               OR PD-MONTH-NOT-FUTURE (WS-PD-SUB)
                   PERFORM 000-CHECK-MONTH-ROW
               ELSE
                   PERFORM 000-CHECK-DATE-ROW.

       000-CHECK-NUMBER-ROW.

           IF WS-CHECK-NUMBER < WS-PD-MIN (WS-PD-SUB)
           OR WS-CHECK-NUMBER > WS-PD-MAX (WS-PD-SUB)
               MOVE 'out of range.'   TO WS-CHECK-MESSAGE
           ELSE
           IF PD-YEAR (WS-PD-SUB)
           AND WS-CHECK-NUMBER > WS-BUSINESS-CCYY
               MOVE 'is in future.'   TO WS-CHECK-MESSAGE.

      * A month is checked as its first day; the business date's
      * month the same way.
       000-CHECK-MONTH-ROW.

           MOVE WS-CHECK-VALUE (1:4)  TO Y2K-YYMMDD-2 (1:4).
           MOVE '01'                  TO Y2K-YYMMDD-2 (5:2).
           PERFORM 000-Y2K-WINDOW-2.
           MOVE Y2K-DATE-2            TO WS-CHECK-DATE.
           PERFORM 000-CHECK-REAL-DATE.

           IF WS-CHECK-MESSAGE NOT = SPACE
               MOVE 'is not YYMM.'    TO WS-CHECK-MESSAGE
           ELSE
           IF PD-MONTH-NOT-PAST (WS-PD-SUB)
           AND WS-CHECK-DATE (1:6) < WS-BUSINESS-DATE (1:6)
               MOVE 'is in the past.' TO WS-CHECK-MESSAGE
           ELSE
           IF PD-MONTH-NOT-FUTURE (WS-PD-SUB)
           AND WS-CHECK-DATE (1:6) > WS-BUSINESS-DATE (1:6)
               MOVE 'is in future.'   TO WS-CHECK-MESSAGE.

       000-CHECK-DATE-ROW.

           MOVE WS-CHECK-VALUE (1:6)  TO Y2K-YYMMDD-2.
           PERFORM 000-Y2K-WINDOW-2.
           MOVE Y2K-DATE-2            TO WS-CHECK-DATE.
           PERFORM 000-CHECK-REAL-DATE.

           IF WS-CHECK-MESSAGE NOT = SPACE
               MOVE 'is not YYMMDD.'  TO WS-CHECK-MESSAGE
           ELSE
           IF PD-DATE-NOT-PAST (WS-PD-SUB)
           AND WS-CHECK-DATE < WS-BUSINESS-DATE
               MOVE 'is in the past.' TO WS-CHECK-MESSAGE
           ELSE
           IF PD-DATE-TO (WS-PD-SUB)
           AND WS-CHECK-DATE < WS-PRIOR-DATE
               MOVE 'before from.'    TO WS-CHECK-MESSAGE.

           MOVE WS-CHECK-DATE         TO WS-PRIOR-DATE.

      * A real calendar date in WS-CHECK-DATE (CCYYMMDD); leaves
      * WS-CHECK-MESSAGE non-blank when it is not.
       000-CHECK-REAL-DATE.

           MOVE SPACE                 TO WS-CHECK-MESSAGE.

           IF WS-CHECK-MM < 01
           OR WS-CHECK-MM > 12
               MOVE 'bad'             TO WS-CHECK-MESSAGE
           ELSE
               PERFORM 000-SET-MONTH-DAYS
               IF WS-CHECK-DD < 01
               OR WS-CHECK-DD > WS-MONTH-DAYS
                   MOVE 'bad'         TO WS-CHECK-MESSAGE.

       000-SET-MONTH-DAYS.

           IF WS-CHECK-MM = 04
           OR WS-CHECK-MM = 06
           OR WS-CHECK-MM = 09
           OR WS-CHECK-MM = 11
               MOVE 30                TO WS-MONTH-DAYS
           ELSE
           IF WS-CHECK-MM NOT = 02
               MOVE 31                TO WS-MONTH-DAYS
           ELSE
               MOVE 28                TO WS-MONTH-DAYS
               DIVIDE WS-CHECK-CCYY BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29            TO WS-MONTH-DAYS
                   DIVIDE WS-CHECK-CCYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28        TO WS-MONTH-DAYS
                       DIVIDE WS-CHECK-CCYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29    TO WS-MONTH-DAYS.

      * An operator field names the supervisor the job runs under:
      * active, at level 3.
       000-CHECK-OPERATOR-FIELD.

           MOVE WS-CHECK-VALUE (1:8)  TO OP-OPERATOR-ID.

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
               MOVE 'not on file.'    TO WS-CHECK-MESSAGE
           ELSE
           IF OP-IS-INACTIVE
           OR OP-AUTH-LEVEL < 3
               MOVE 'not level 3.'    TO WS-CHECK-MESSAGE.

       000-CURSOR-TO-ROW.

           IF WS-ROW-SUB = 1
               MOVE -1                TO MVV1L
           ELSE
           IF WS-ROW-SUB = 2
               MOVE -1                TO MVV2L
           ELSE
           IF WS-ROW-SUB = 3
               MOVE -1                TO MVV3L
           ELSE
           IF WS-ROW-SUB = 4
               MOVE -1                TO MVV4L
           ELSE
           IF WS-ROW-SUB = 5
               MOVE -1                TO MVV5L
           ELSE
               MOVE -1                TO MVV6L.

      * A new entry is written; one already on file for the job and
      * date is changed in place and goes back to staged, so a job
      * that already ran on it will pick up the change on an
      * OVERRIDE rerun.
       000-WRITE-ENTRY.

           MOVE SPACE                 TO BATCH-PARM-RECORD.
           MOVE WS-JOB-NAME           TO BP-JOB-NAME.
           MOVE WS-BUSINESS-YYMMDD    TO BP-BUSINESS-DATE.
           PERFORM 000-FILL-ENTRY.

           EXEC CICS WRITE
               FILE       ('BATCHPRM')
               FROM       (BATCH-PARM-RECORD)
               RIDFLD     (BP-KEY)
               LENGTH     (BPMFILE-LENGTH)
               KEYLENGTH  (BPMFILE-KEYLENGTH)
               RESP       (BPMFILE-RESP)
               RESP2      (BPMFILE-RESP2)
           END-EXEC.

           IF BPMFILE-RESP = DFHRESP(DUPREC)
               EXEC CICS READ
                   FILE      ('BATCHPRM')
                   INTO      (BATCH-PARM-RECORD)
                   RIDFLD    (BP-KEY)
                   LENGTH    (BPMFILE-LENGTH)
                   KEYLENGTH (BPMFILE-KEYLENGTH)
                   RESP      (BPMFILE-RESP)
                   RESP2     (BPMFILE-RESP2)
                   UPDATE
               END-EXEC

               IF BP-USED
                   MOVE 'Restaged - rerun needs OVERRIDE.'
                                      TO COMM-MESSAGE
               ELSE
                   MOVE 'Parameters changed.'
                                      TO COMM-MESSAGE
               END-IF

               PERFORM 000-FILL-ENTRY

               EXEC CICS REWRITE
                   FILE       ('BATCHPRM')
                   FROM       (BATCH-PARM-RECORD)
                   LENGTH     (BPMFILE-LENGTH)
                   RESP       (BPMFILE-RESP)
                   RESP2      (BPMFILE-RESP2)
               END-EXEC

               IF BPMFILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Error writing parameter file.'
                                      TO COMM-MESSAGE
               END-IF
           ELSE
           IF BPMFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error writing parameter file.'
                                      TO COMM-MESSAGE
           ELSE
               MOVE 'Parameters staged.'
                                      TO COMM-MESSAGE.

           IF BPMFILE-RESP = DFHRESP(NORMAL)
               MOVE 'Staged'          TO WS-ENTRY-STATUS
               MOVE WS-OPER-ID        TO WS-SET-OPERATOR
               MOVE WS-TODAY          TO WS-SET-DATE
               MOVE WS-NOW-TIME       TO WS-SET-TIME
               MOVE ZERO              TO WS-USED-TIME.

       000-FILL-ENTRY.

           MOVE WS-PARM-CARD          TO BP-PARM-DATA.
           SET BP-STAGED              TO TRUE.
           MOVE WS-OPER-ID            TO BP-SET-OPERATOR.
           MOVE WS-TODAY              TO BP-SET-DATE.
           MOVE WS-NOW-TIME           TO BP-SET-TIME.
           MOVE ZERO                  TO BP-USED-TIME.

      * PF6: an entry no run has used comes off the file; a used one
      * stays as the record of what the run was given.
       000-DELETE-ENTRY.

           MOVE WS-JOB-NAME           TO BP-JOB-NAME.
           MOVE WS-BUSINESS-YYMMDD    TO BP-BUSINESS-DATE.
           PERFORM 000-READ-ENTRY.

           IF BPMFILE-RESP = DFHRESP(NOTFND)
               MOVE 'Nothing staged for that job and date.'
                                      TO COMM-MESSAGE
           ELSE
           IF BPMFILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Error reading parameter file.'
                                      TO COMM-MESSAGE
           ELSE
           IF BP-USED
               MOVE 'Used by a run - cannot delete.'
                                      TO COMM-MESSAGE
           ELSE
               EXEC CICS DELETE
                   FILE      ('BATCHPRM')
                   RIDFLD    (BP-KEY)
                   KEYLENGTH (BPMFILE-KEYLENGTH)
                   RESP      (BPMFILE-RESP)
                   RESP2     (BPMFILE-RESP2)
               END-EXEC
               IF BPMFILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Error deleting parameters.'
                                      TO COMM-MESSAGE
               ELSE
                   PERFORM 000-CLEAR-ENTRY
                   MOVE 'Parameters deleted.'
                                      TO COMM-MESSAGE.

       000-ALARM.

           EXEC CICS SEND CONTROL
               FREEKB
               ALARM
           END-EXEC.

           COPY SLICKNUM.
