      *    exception listing as a cross-run duplicate - is
      *    skipped, the same way the run excluded it from the MTD
      *    totals.
      *  - A manager paid an override on their team's net sales
      *    gets an OVERRIDE COMMISSION line itemized above the
      *    commission-paid line, from REMIT-OVERRIDE-AMT.
      *  - A sales contest bonus paid on the remittance gets its own
      *    CONTEST BONUS line in the same block, from
      *    REMIT-BONUS-AMT.
      *  - A month whose pay was set aside under a commission hold
      *    shows a COMMISSION HELD line taking the held amount back
      *    out (REMIT-HELD-AMT), and the month a hold is released
      *    shows a HELD PAY RELEASED line (REMIT-RELEASED-AMT), both
      *    above the commission-paid line.
      *  - Sales are matched to the remittance period on the
      *    period basis set on RUNCONTROL.DAT, so under the
      *    fiscal basis a statement lists the sales of the 4-4-5
      *    fiscal period on FISCALCAL.DAT the commission run
      *    paid.
      *  - An adjustment dated in a closed SALES period that the
      *    commission run refused (PERIODSTATUS.DAT) is left off
      *    the statement, so the statement still agrees with the
      *    run.
      **************************************************************

       ENVIRONMENT DIVISION.
            SELECT STATEMENTFILE ASSIGN DYNAMIC WS-STMT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STMT-STATUS.
            SELECT PERIODSTATUSFILE ASSIGN TO "PERIODSTATUS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIODSTATUS-STATUS.
            SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
            SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FISCALCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
            05 ADJ-SALESPERSON-ID   PIC 9(5).
            05 ADJ-AMOUNT           PIC S9(6) SIGN LEADING SEPARATE.
            05 ADJ-REASON-CODE      PIC X(3).
            05 ADJ-SALE-DATE        PIC 9(8).

       FD SALESQUOTAFILE.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       FD FISCALCALFILE.
       COPY FISCALFD.

       FD PERIODSTATUSFILE.
       COPY PRDSTSFD.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-REMIT-STATUS        PIC X(2).
       COPY JOBCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY FISCTL.
       COPY PRDCTL.

       01  WS-COUNTERS.
           05 WS-REMIT-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-PERIOD-QUOTA-WK  PIC 9(8) VALUE ZEROES.
           05 WS-ATT-PCT          PIC 9(4)V9 VALUE ZEROES.
           05 WS-RECOVERY-NEG     PIC S9(9) VALUE ZEROES.
           05 WS-HELD-NEG         PIC S9(10) VALUE ZEROES.
           05 WS-ADJ-TOTAL-WK     PIC S9(9) VALUE ZEROES.
           05 WS-NET-SALES-WK     PIC S9(9) VALUE ZEROES.

           05 STM-RECOVERY-AMT    PIC $$$,$$$,$$9-.
           05 FILLER              PIC X(68) VALUE SPACES.

       01  STMT-OVERRIDE-LINE.
           05 FILLER              PIC X(20) VALUE 'OVERRIDE COMMISSION'.
           05 STM-OVERRIDE-AMT    PIC $$$,$$$,$$9.
           05 FILLER              PIC X(69) VALUE SPACES.

       01  STMT-BONUS-LINE.
           05 FILLER              PIC X(20) VALUE 'CONTEST BONUS'.
           05 STM-BONUS-AMT       PIC $$$,$$$,$$9.
           05 FILLER              PIC X(69) VALUE SPACES.

       01  STMT-HELD-LINE.
           05 FILLER              PIC X(20) VALUE 'COMMISSION HELD'.
           05 STM-HELD-AMT        PIC $$$,$$$,$$9-.
           05 FILLER              PIC X(68) VALUE SPACES.

       01  STMT-RELEASED-LINE.
           05 FILLER              PIC X(20) VALUE 'HELD PAY RELEASED'.
           05 STM-RELEASED-AMT    PIC $$$,$$$,$$9.
           05 FILLER              PIC X(69) VALUE SPACES.

       01  STMT-COMM-LINE.
           05 FILLER              PIC X(20) VALUE 'COMMISSION PAID'.
           05 STM-COMM-AMT        PIC $$$,$$$,$$9.
           MOVE "SALESCOMMSTMT" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 9120-SET-PROCESS-PERIOD THRU 9120-SET-END.
           OPEN INPUT SALESREMITFILE.
           IF WS-REMIT-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN SALESREMITFILE, STATUS = "
           WRITE STMT-LINE.
           IF REMIT-DRAW-AMT > ZEROES
              OR REMIT-RECOVERY-AMT > ZEROES
              OR REMIT-OVERRIDE-AMT > ZEROES
              OR REMIT-BONUS-AMT > ZEROES
              OR REMIT-HELD-AMT > ZEROES
              OR REMIT-RELEASED-AMT > ZEROES
              MOVE REMIT-EARNED-AMT TO STM-EARNED-AMT
              MOVE STMT-EARNED-LINE TO STMT-LINE
              WRITE STMT-LINE
                 MOVE STMT-RECOVERY-LINE TO STMT-LINE
                 WRITE STMT-LINE
              END-IF
              IF REMIT-OVERRIDE-AMT > ZEROES
                 MOVE REMIT-OVERRIDE-AMT TO STM-OVERRIDE-AMT
                 MOVE STMT-OVERRIDE-LINE TO STMT-LINE
                 WRITE STMT-LINE
              END-IF
              IF REMIT-BONUS-AMT > ZEROES
                 MOVE REMIT-BONUS-AMT TO STM-BONUS-AMT
                 MOVE STMT-BONUS-LINE TO STMT-LINE
                 WRITE STMT-LINE
              END-IF
              IF REMIT-HELD-AMT > ZEROES
                 COMPUTE WS-HELD-NEG = 0 - REMIT-HELD-AMT
                 MOVE WS-HELD-NEG TO STM-HELD-AMT
                 MOVE STMT-HELD-LINE TO STMT-LINE
                 WRITE STMT-LINE
              END-IF
              IF REMIT-RELEASED-AMT > ZEROES
                 MOVE REMIT-RELEASED-AMT TO STM-RELEASED-AMT
                 MOVE STMT-RELEASED-LINE TO STMT-LINE
                 WRITE STMT-LINE
              END-IF
           END-IF.
           MOVE REMIT-COMMISSION-AMT TO STM-COMM-AMT.
           MOVE STMT-COMM-LINE TO STMT-LINE.
                 IF TRAN-SPLIT-COUNT NOT NUMERIC
                    MOVE ZEROES TO TRAN-SPLIT-COUNT
                 END-IF
                 MOVE TRAN-SALE-DATE TO FIS-WK-DATE
                 PERFORM 9130-SET-DATE-PERIOD
                 IF FIS-WK-DATE-KEY = REMIT-PERIOD
                    IF TRAN-SPLIT-COUNT = ZEROES
                       IF TRAN-SALESPERSON-ID = REMIT-SALESPERSON-ID
                          PERFORM 0122-CHECK-INVOICE-LISTABLE

      * SALESADJ.DAT is an optional input: a month with no returns
      * or cancellations simply has no adjustments file (status 35).
      * An adjustment the commission run refused because it was
      * dated in a closed SALES period is left off, as it was left
      * out of the commission.
       0130-LIST-ADJUSTMENTS.
           MOVE ZEROES TO WS-ADJ-TOTAL-WK.
           OPEN INPUT SALESADJFILE.
              END-READ
              PERFORM UNTIL ENDOFADJ
                 IF ADJ-SALESPERSON-ID = REMIT-SALESPERSON-ID
                    MOVE "SALES" TO PRD-WK-SUBSYSTEM
                    MOVE ADJ-SALE-DATE TO PRD-WK-DATE
                    PERFORM 9160-CHECK-POSTING-PERIOD
                       THRU 9160-CHECK-END
                 ELSE
                    SET PRD-POST-REFUSED TO TRUE
                 END-IF
                 IF NOT PRD-POST-REFUSED
                    ADD 1 TO WS-ADJ-LINE-COUNT
                    ADD ADJ-AMOUNT TO WS-ADJ-TOTAL-WK
                    MOVE ADJ-REASON-CODE TO STM-ADJ-REASON
       COPY JOBLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY FISCALPD.
       COPY PRDTAB.
       COPY PRDLOCK.

       END PROGRAM SALESCOMMSTMT.
