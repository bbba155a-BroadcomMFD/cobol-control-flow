      ******************************************************************
      *DESCRIPTION: Quarterly Fuel Tax Report - a batch job run once   *
      *             a quarter that reads the target year and quarter   *
      *             from a control record (BATCHPRM), walks every      *
      *             account's delivery entries, and totals taxable     *
      *             gallons delivered and fuel tax collected           *
      *             (A-D-TAX-AMOUNT, the per-delivery tax SLICKP6's    *

           COPY RUNCVSAM.

           SELECT TAXRPT-DD ASSIGN TO TAXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXRPT-STATUS.

           COPY RUNCVSFD.

       FD  TAXRPT-DD
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

           COPY RUNCTLWS.

       01  PARM-RECORD.
           03  PARM-TARGET-YEAR           PIC 9(04).
           03  PARM-TARGET-QUARTER        PIC 9(01).

       01  WS-ACCTFILE-STATUS             PIC X(02) VALUE SPACE.
           88  WS-ACCTFILE-OK             VALUE '00'.
       01  WS-TAXRPT-STATUS               PIC X(02) VALUE SPACE.

       01  WS-CURRENT-ACCOUNT-ID          PIC 9(05) VALUE ZERO.
       000-MAIN-PROCESS.

           MOVE 'SLICKBD ' TO WS-RUN-JOB-NAME.
           SET WS-RUN-PARM-REQUIRED TO TRUE.
           PERFORM 000-RUN-CONTROL-START.

           PERFORM 000-INITIALIZATION.
       000-INITIALIZATION.

           OPEN INPUT  ACCTFILE-DD.
           OPEN OUTPUT TAXRPT-DD.

           MOVE WS-RUN-PARM-DATA      TO PARM-RECORD.
           MOVE PARM-TARGET-YEAR      TO WS-TARGET-YEAR.
           MOVE PARM-TARGET-QUARTER   TO WS-TARGET-QUARTER.

           MOVE WS-TARGET-YEAR        TO WS-FROM-DATE (1:4).
           MOVE WS-TARGET-YEAR        TO WS-TO-DATE   (1:4).
