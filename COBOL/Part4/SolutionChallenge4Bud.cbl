       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSBUDGET.

      * Position budget against actual headcount and salary cost by
      * department.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. POSBUDGET.DAT holds, per DEPARTMENT and
      *    fiscal month, the budgeted headcount and budgeted
      *    monthly salary cost. For the fiscal month of the
      *    business date this program sets them against the
      *    employees active on EMPMASTER.DAT at the business date
      *    (same rule as EMPHEADCOUNT's closing headcount) and
      *    their salary cost from the latest pay run on
      *    EMPPAYHIST.DAT, brought to a month by pay group (weekly
      *    gross x 52 / 12, as the statutory tax annualizes it).
      *    An active employee not yet paid is costed at the master
      *    rate and hours. The report shows open positions,
      *    over-hires and the cost variance in dollars and percent
      *    (actual over budget is positive). Budgeted departments
      *    with no employees and departments with employees but
      *    no budget both print, flagged. Written to the
      *    business-dated POSBUDGETRPTyyyymmdd.DAT; bad and
      *    duplicate budget records go to the common exception
      *    file.
      *  - The pay history layout here follows the pre-tax
      *    deduction total now carried on each record.
      *  - Under the fiscal period basis on RUNCONTROL.DAT the
      *    budget month is the 4-4-5 fiscal period of the
      *    business date from FISCALCAL.DAT and actual cost is
      *    for the 4 or 5 weeks in that period; a business date
      *    missing from the fiscal calendar stops the run with RC
      *    8.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMPLOYEEFILE ASSIGN TO "EMPMASTER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EMPLOYEEID
             FILE STATUS IS WS-EMPLOYEEFILE-STATUS.
            SELECT POSBUDGETFILE ASSIGN TO "POSBUDGET.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POSBUDGET-STATUS.
            SELECT EMPPAYHIST ASSIGN TO "EMPPAYHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYHIST-STATUS.
            SELECT BUDGETRPT ASSIGN DYNAMIC WS-BUDGETRPT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUDGETRPT-STATUS.
            SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
            SELECT COMMONEXCFILE ASSIGN TO "EXCEPTIONS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COMMONEXC-STATUS.
            SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FISCALCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
            01 EMPDETAILS.
               88 ENDOFFILE VALUE HIGH-VALUES.
               02 EMPINFO.
                  04 EMPLOYEEID            PIC 9(7).
                  04 EMPLOYEENAME.
                     05 LASTNAME           PIC X(10).
                     05 FIRSTNAME          PIC X(10).
                  04 STARTDATE             PIC 9(8).
                  04 HOURSWORKED           PIC 9(3).
               02 HOURLYRATE               PIC 9(4)V99.
               02 DEPARTMENT               PIC X(30).
               02 GENDER                   PIC X.
               02 EMPSTATUS                PIC X.
                  88 EMPLOYEE-TERMINATED   VALUE 'T'.
               02 TERMDATE                 PIC 9(8).
               02 PAYFREQ                  PIC X.
               02 PAYGRADE                 PIC X(2).

       FD POSBUDGETFILE.
            01 POSBUDGETREC.
               02 PB-DEPARTMENT            PIC X(30).
               02 PB-FISCAL-YEAR           PIC 9(4).
               02 PB-FISCAL-MONTH          PIC 9(2).
               02 PB-BUDGET-HC             PIC 9(5).
               02 PB-BUDGET-COST           PIC 9(9)V99.

       FD EMPPAYHIST.
            01 PAYHISTREC.
               02 PH-EMP-ID                PIC 9(7).
               02 PH-RUN-DATE              PIC 9(8).
               02 PH-HOURLY-RATE           PIC 9(4)V99.
               02 PH-HOURS                 PIC 9(3).
               02 PH-GROSS                 PIC 9(8)V99.
               02 PH-TAX-WITHHELD          PIC 9(7)V99.
               02 PH-ENTRY-TYPE            PIC X.
               02 PH-ORIG-RUN-DATE         PIC 9(8).
               02 PH-PRETAX-DED            PIC 9(7)V99.

       FD BUDGETRPT.
            01 PRINT-LINE                  PIC X(132).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD COMMONEXCFILE.
       COPY EXCFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       FD FISCALCALFILE.
       COPY FISCALFD.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-EMPLOYEEFILE-STATUS   PIC X(2).
           05  WS-POSBUDGET-STATUS      PIC X(2).
           05  WS-PAYHIST-STATUS        PIC X(2).
           05  WS-BUDGETRPT-STATUS      PIC X(2).
           05  WS-BUDGETRPT-NAME        PIC X(40).
           05  WS-EMP-READ-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-BUDGET-READ-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-BUDGET-REJECT-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-UNPAID-COUNT          PIC 9(5) VALUE ZEROES.
           05  WS-MONTHLY-COST          PIC 9(9)V99 VALUE ZEROES.

       COPY JOBCTL.
       COPY EXCCTL.
       COPY RUNCTL.
       COPY FISCTL.

      * Latest pay run gross per employee. Pay run records only:
      * off-cycle adjustments are not a recurring cost.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-PAYIDX.
               10  WS-PAY-EMP-ID        PIC 9(7).
               10  WS-PAY-RUN-DATE      PIC 9(8).
               10  WS-PAY-GROSS         PIC 9(8)V99.
       01  WS-PAY-COUNT                 PIC 9(4) VALUE ZEROES.
       01  WS-PAY-FOUND-IDX             PIC 9(4) VALUE ZEROES.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-DIDX.
               10  WS-DEPT-NAME         PIC X(30).
               10  WS-DEPT-BUDGET-SW    PIC X.
                   88  DEPT-BUDGETED    VALUE 'Y'.
               10  WS-DEPT-BUDGET-HC    PIC 9(5).
               10  WS-DEPT-BUDGET-COST  PIC 9(9)V99.
               10  WS-DEPT-ACTUAL-HC    PIC 9(5).
               10  WS-DEPT-ACTUAL-COST  PIC 9(9)V99.
       01  WS-DEPT-COUNT                PIC 9(3) VALUE ZEROES.
       01  WS-DEPT-FOUND-IDX            PIC 9(3) VALUE ZEROES.
       01  WS-LOOKUP-DEPT               PIC X(30) VALUE SPACES.

       01  WS-VARIANCE-FIELDS.
           05  WS-OPEN-POSITIONS        PIC 9(5) VALUE ZEROES.
           05  WS-OVER-HIRES            PIC 9(5) VALUE ZEROES.
           05  WS-COST-VARIANCE         PIC S9(9)V99 VALUE ZEROES.
           05  WS-VARIANCE-PCT          PIC S9(4)V9 VALUE ZEROES.

       01  WS-COMPANY-TOTALS.
           05  WS-TOT-BUDGET-HC         PIC 9(6) VALUE ZEROES.
           05  WS-TOT-ACTUAL-HC         PIC 9(6) VALUE ZEROES.
           05  WS-TOT-OPEN              PIC 9(6) VALUE ZEROES.
           05  WS-TOT-OVER              PIC 9(6) VALUE ZEROES.
           05  WS-TOT-BUDGET-COST       PIC 9(11)V99 VALUE ZEROES.
           05  WS-TOT-ACTUAL-COST       PIC 9(11)V99 VALUE ZEROES.
           05  WS-TOT-VARIANCE          PIC S9(11)V99 VALUE ZEROES.

       01  BUD-COLUMN-HEADINGS.
           05  FILLER                   PIC X(32) VALUE
               'DEPARTMENT'.
           05  FILLER                   PIC X(7)  VALUE ' BUD HC'.
           05  FILLER                   PIC X(7)  VALUE ' ACT HC'.
           05  FILLER                   PIC X(7)  VALUE '   OPEN'.
           05  FILLER                   PIC X(7)  VALUE '   OVER'.
           05  FILLER                   PIC X(16) VALUE
               '     BUDGET COST'.
           05  FILLER                   PIC X(16) VALUE
               '     ACTUAL COST'.
           05  FILLER                   PIC X(17) VALUE
               '        VARIANCE'.
           05  FILLER                   PIC X(9)  VALUE '   VAR %'.
           05  FILLER                   PIC X(14) VALUE '  NOTE'.

       01  BUD-DETAIL-LINE.
           05  BDL-DEPT                 PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BDL-BUDGET-HC            PIC ZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BDL-ACTUAL-HC            PIC ZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BDL-OPEN                 PIC ZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BDL-OVER                 PIC ZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BDL-BUDGET-COST          PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BDL-ACTUAL-COST          PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BDL-VARIANCE             PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BDL-PCT-GROUP.
               10  BDL-VARIANCE-PCT     PIC ZZZ9.9-.
               10  BDL-PCT-SIGN         PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BDL-NOTE                 PIC X(12).
           05  FILLER                   PIC X(1)  VALUE SPACES.

       01  BUD-SUMMARY-LINE.
           05  BSL-LABEL                PIC X(40).
           05  BSL-COUNT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(86) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "POSBUDGET" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 9120-SET-PROCESS-PERIOD THRU 9120-SET-END.
           IF NOT PROCESS-PERIOD-SET
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0200-LOAD-BUDGET THRU 0200-BUDGET-END.
           PERFORM 0300-LOAD-PAY-HISTORY THRU 0300-PAYHIST-END.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMPLOYEEFILE-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN EMPLOYEEFILE, STATUS = "
                   WS-EMPLOYEEFILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-BUDGETRPT-NAME.
           STRING "POSBUDGETRPT"     DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-BUDGETRPT-NAME.
           OPEN OUTPUT BUDGETRPT.
           IF WS-BUDGETRPT-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN BUDGETRPT, STATUS = "
                   WS-BUDGETRPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'POSITION BUDGET VS ACTUAL' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           READ EMPLOYEEFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0400-TALLY-ONE-EMPLOYEE UNTIL ENDOFFILE.
           PERFORM 0500-WRITE-REPORT.
           DISPLAY "BUDGET RECORDS READ: " WS-BUDGET-READ-COUNT.
           DISPLAY "EMPLOYEES READ:      " WS-EMP-READ-COUNT.
           IF WS-BUDGET-REJECT-COUNT > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.

      * Only the fiscal month of the business date is loaded - its
      * calendar month, or its 4-4-5 fiscal period under the fiscal
      * period basis. With no budget file there is nothing to
      * report against.
       0200-LOAD-BUDGET.
           OPEN INPUT POSBUDGETFILE.
           IF WS-POSBUDGET-STATUS NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE POSBUDGETFILE "
                 WS-POSBUDGET-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM UNTIL WS-POSBUDGET-STATUS NOT = "00"
              READ POSBUDGETFILE
                 AT END MOVE "10" TO WS-POSBUDGET-STATUS
              END-READ
              IF WS-POSBUDGET-STATUS = "00"
                 ADD 1 TO WS-BUDGET-READ-COUNT
                 PERFORM 0210-STORE-BUDGET THRU 0210-STORE-END
              END-IF
           END-PERFORM.
           CLOSE POSBUDGETFILE.
       0200-BUDGET-END.

       0210-STORE-BUDGET.
           IF PB-FISCAL-YEAR NOT NUMERIC
              OR PB-FISCAL-MONTH NOT NUMERIC
              OR PB-BUDGET-HC NOT NUMERIC
              OR PB-BUDGET-COST NOT NUMERIC
              OR PB-DEPARTMENT = SPACES
              MOVE "BUDGET RECORD INVALID" TO EXC-WK-REASON-TEXT
              PERFORM 0220-BUDGET-EXCEPTION
              GO TO 0210-STORE-END
           END-IF.
           IF PB-FISCAL-YEAR NOT = FIS-WK-PROC-YEAR
              OR PB-FISCAL-MONTH NOT = FIS-WK-PROC-PERIOD
              GO TO 0210-STORE-END
           END-IF.
           MOVE PB-DEPARTMENT TO WS-LOOKUP-DEPT.
           PERFORM 0410-FIND-OR-ADD-DEPT.
           IF WS-DEPT-FOUND-IDX = 0
              GO TO 0210-STORE-END
           END-IF.
           SET WS-DIDX TO WS-DEPT-FOUND-IDX.
           IF DEPT-BUDGETED (WS-DIDX)
              MOVE "DUPLICATE BUDGET FOR MONTH" TO EXC-WK-REASON-TEXT
              PERFORM 0220-BUDGET-EXCEPTION
              GO TO 0210-STORE-END
           END-IF.
           MOVE 'Y' TO WS-DEPT-BUDGET-SW (WS-DIDX).
           MOVE PB-BUDGET-HC   TO WS-DEPT-BUDGET-HC (WS-DIDX).
           MOVE PB-BUDGET-COST TO WS-DEPT-BUDGET-COST (WS-DIDX).
       0210-STORE-END.

      * EXC-WK-REASON-TEXT is set by the caller.
       0220-BUDGET-EXCEPTION.
           ADD 1 TO WS-BUDGET-REJECT-COUNT.
           MOVE PB-DEPARTMENT (1:20) TO EXC-WK-KEY.
           MOVE "BUD"                TO EXC-WK-REASON-CODE.
           MOVE POSBUDGETREC         TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

      * EMPPAYHIST.DAT is appended in run-date order, so the last
      * pay run record read for an employee is the latest.
       0300-LOAD-PAY-HISTORY.
           OPEN INPUT EMPPAYHIST.
           IF WS-PAYHIST-STATUS NOT = "00"
              IF WS-PAYHIST-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE EMPPAYHIST "
                    WS-PAYHIST-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
              GO TO 0300-PAYHIST-END
           END-IF.
           PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
              READ EMPPAYHIST
                 AT END MOVE "10" TO WS-PAYHIST-STATUS
              END-READ
              IF WS-PAYHIST-STATUS = "00"
                 AND PH-ENTRY-TYPE = SPACE
                 PERFORM 0310-KEEP-LATEST-PAY
              END-IF
           END-PERFORM.
           CLOSE EMPPAYHIST.
       0300-PAYHIST-END.

       0310-KEEP-LATEST-PAY.
           PERFORM 0320-FIND-PAY.
           IF WS-PAY-FOUND-IDX = 0
              IF WS-PAY-COUNT < 5000
                 ADD 1 TO WS-PAY-COUNT
                 SET WS-PAYIDX TO WS-PAY-COUNT
                 MOVE PH-EMP-ID TO WS-PAY-EMP-ID (WS-PAYIDX)
                 MOVE ZEROES TO WS-PAY-RUN-DATE (WS-PAYIDX)
                 SET WS-PAY-FOUND-IDX TO WS-PAYIDX
              ELSE
                 DISPLAY "ERR: PAY TABLE FULL AT 5000 - RUN STOPPED"
                 MOVE 8 TO RETURN-CODE
                 CLOSE EMPPAYHIST
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF.
           SET WS-PAYIDX TO WS-PAY-FOUND-IDX.
           IF PH-RUN-DATE NOT < WS-PAY-RUN-DATE (WS-PAYIDX)
              MOVE PH-RUN-DATE TO WS-PAY-RUN-DATE (WS-PAYIDX)
              MOVE PH-GROSS    TO WS-PAY-GROSS (WS-PAYIDX)
           END-IF.

       0320-FIND-PAY.
           MOVE 0 TO WS-PAY-FOUND-IDX.
           SET WS-PAYIDX TO 1.
           PERFORM WS-PAY-COUNT TIMES
              IF WS-PAY-EMP-ID (WS-PAYIDX) = PH-EMP-ID
                 SET WS-PAY-FOUND-IDX TO WS-PAYIDX
              END-IF
              SET WS-PAYIDX UP BY 1
           END-PERFORM.

      * Active at the business date as EMPHEADCOUNT counts it: on
      * or after the start date and not yet terminated.
       0400-TALLY-ONE-EMPLOYEE.
           ADD 1 TO WS-EMP-READ-COUNT.
           IF STARTDATE <= WS-BUSINESS-DATE
              AND (TERMDATE = ZEROES
                   OR TERMDATE > WS-BUSINESS-DATE)
              MOVE DEPARTMENT TO WS-LOOKUP-DEPT
              PERFORM 0410-FIND-OR-ADD-DEPT
              IF WS-DEPT-FOUND-IDX > 0
                 SET WS-DIDX TO WS-DEPT-FOUND-IDX
                 ADD 1 TO WS-DEPT-ACTUAL-HC (WS-DIDX)
                 PERFORM 0420-MONTHLY-COST
                 ADD WS-MONTHLY-COST TO WS-DEPT-ACTUAL-COST (WS-DIDX)
              END-IF
           END-IF.
           READ EMPLOYEEFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.

       0410-FIND-OR-ADD-DEPT.
           MOVE 0 TO WS-DEPT-FOUND-IDX.
           SET WS-DIDX TO 1.
           PERFORM WS-DEPT-COUNT TIMES
              IF WS-DEPT-NAME (WS-DIDX) = WS-LOOKUP-DEPT
                 SET WS-DEPT-FOUND-IDX TO WS-DIDX
              END-IF
              SET WS-DIDX UP BY 1
           END-PERFORM.
           IF WS-DEPT-FOUND-IDX = 0
              IF WS-DEPT-COUNT < 100
                 ADD 1 TO WS-DEPT-COUNT
                 SET WS-DIDX TO WS-DEPT-COUNT
                 MOVE WS-LOOKUP-DEPT TO WS-DEPT-NAME (WS-DIDX)
                 MOVE 'N' TO WS-DEPT-BUDGET-SW (WS-DIDX)
                 MOVE ZEROES TO WS-DEPT-BUDGET-HC (WS-DIDX)
                 MOVE ZEROES TO WS-DEPT-BUDGET-COST (WS-DIDX)
                 MOVE ZEROES TO WS-DEPT-ACTUAL-HC (WS-DIDX)
                 MOVE ZEROES TO WS-DEPT-ACTUAL-COST (WS-DIDX)
                 SET WS-DEPT-FOUND-IDX TO WS-DIDX
              ELSE
                 DISPLAY "WARNING: DEPARTMENT TABLE FULL AT 100, "
                    "DEPARTMENT " WS-LOOKUP-DEPT " NOT REPORTED"
              END-IF
           END-IF.

      * A month of salary: the latest pay run's gross, or the
      * master rate and hours for an employee not yet paid. A
      * weekly period is brought to a month at 52 / 12. Under the
      * fiscal period basis the cost is for the weeks in the fiscal
      * period instead: weekly pay times the weeks, monthly pay
      * at 12 / 52 a week.
       0420-MONTHLY-COST.
           MOVE EMPLOYEEID TO PH-EMP-ID.
           PERFORM 0320-FIND-PAY.
           IF WS-PAY-FOUND-IDX > 0
              SET WS-PAYIDX TO WS-PAY-FOUND-IDX
              MOVE WS-PAY-GROSS (WS-PAYIDX) TO WS-MONTHLY-COST
           ELSE
              ADD 1 TO WS-UNPAID-COUNT
              COMPUTE WS-MONTHLY-COST ROUNDED =
                 HOURLYRATE * HOURSWORKED
           END-IF.
           IF FISCAL-PERIOD-BASIS
              IF PAYFREQ = "W"
                 COMPUTE WS-MONTHLY-COST ROUNDED =
                    WS-MONTHLY-COST * FIS-WK-PROC-WEEKS
              ELSE
                 COMPUTE WS-MONTHLY-COST ROUNDED =
                    WS-MONTHLY-COST * 12 * FIS-WK-PROC-WEEKS / 52
              END-IF
           ELSE
              IF PAYFREQ = "W"
                 COMPUTE WS-MONTHLY-COST ROUNDED =
                    WS-MONTHLY-COST * 52 / 12
              END-IF
           END-IF.

       0500-WRITE-REPORT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE BUD-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           SET WS-DIDX TO 1.
           PERFORM WS-DEPT-COUNT TIMES
              PERFORM 0510-WRITE-ONE-DEPT
              SET WS-DIDX UP BY 1
           END-PERFORM.
           MOVE "** COMPANY TOTAL **" TO BDL-DEPT.
           MOVE WS-TOT-BUDGET-HC   TO BDL-BUDGET-HC.
           MOVE WS-TOT-ACTUAL-HC   TO BDL-ACTUAL-HC.
           MOVE WS-TOT-OPEN        TO BDL-OPEN.
           MOVE WS-TOT-OVER        TO BDL-OVER.
           MOVE WS-TOT-BUDGET-COST TO BDL-BUDGET-COST.
           MOVE WS-TOT-ACTUAL-COST TO BDL-ACTUAL-COST.
           COMPUTE WS-TOT-VARIANCE =
              WS-TOT-ACTUAL-COST - WS-TOT-BUDGET-COST.
           MOVE WS-TOT-VARIANCE    TO BDL-VARIANCE.
           IF WS-TOT-BUDGET-COST = ZEROES
              MOVE SPACES TO BDL-PCT-GROUP
           ELSE
              MOVE '%' TO BDL-PCT-SIGN
              COMPUTE WS-VARIANCE-PCT ROUNDED =
                 (WS-TOT-VARIANCE * 100) / WS-TOT-BUDGET-COST
              MOVE WS-VARIANCE-PCT TO BDL-VARIANCE-PCT
           END-IF.
           MOVE SPACES TO BDL-NOTE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE BUD-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYEES COSTED FROM MASTER (NOT PAID)" TO BSL-LABEL.
           MOVE WS-UNPAID-COUNT TO BSL-COUNT.
           MOVE BUD-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "BUDGET RECORDS REJECTED" TO BSL-LABEL.
           MOVE WS-BUDGET-REJECT-COUNT TO BSL-COUNT.
           MOVE BUD-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * Open positions are budgeted seats not filled, over-hires
      * people beyond the budget; the cost variance is actual less
      * budget, so a positive figure is over budget. With no
      * budgeted cost there is no percentage to show.
       0510-WRITE-ONE-DEPT.
           MOVE ZEROES TO WS-OPEN-POSITIONS WS-OVER-HIRES.
           IF WS-DEPT-BUDGET-HC (WS-DIDX) > WS-DEPT-ACTUAL-HC (WS-DIDX)
              COMPUTE WS-OPEN-POSITIONS =
                 WS-DEPT-BUDGET-HC (WS-DIDX)
                 - WS-DEPT-ACTUAL-HC (WS-DIDX)
           ELSE
              COMPUTE WS-OVER-HIRES =
                 WS-DEPT-ACTUAL-HC (WS-DIDX)
                 - WS-DEPT-BUDGET-HC (WS-DIDX)
           END-IF.
           COMPUTE WS-COST-VARIANCE =
              WS-DEPT-ACTUAL-COST (WS-DIDX)
              - WS-DEPT-BUDGET-COST (WS-DIDX).
           MOVE WS-DEPT-NAME (WS-DIDX)        TO BDL-DEPT.
           MOVE WS-DEPT-BUDGET-HC (WS-DIDX)   TO BDL-BUDGET-HC.
           MOVE WS-DEPT-ACTUAL-HC (WS-DIDX)   TO BDL-ACTUAL-HC.
           MOVE WS-OPEN-POSITIONS             TO BDL-OPEN.
           MOVE WS-OVER-HIRES                 TO BDL-OVER.
           MOVE WS-DEPT-BUDGET-COST (WS-DIDX) TO BDL-BUDGET-COST.
           MOVE WS-DEPT-ACTUAL-COST (WS-DIDX) TO BDL-ACTUAL-COST.
           MOVE WS-COST-VARIANCE              TO BDL-VARIANCE.
           IF WS-DEPT-BUDGET-COST (WS-DIDX) = ZEROES
              MOVE SPACES TO BDL-PCT-GROUP
           ELSE
              MOVE '%' TO BDL-PCT-SIGN
              COMPUTE WS-VARIANCE-PCT ROUNDED =
                 (WS-COST-VARIANCE * 100)
                 / WS-DEPT-BUDGET-COST (WS-DIDX)
              MOVE WS-VARIANCE-PCT TO BDL-VARIANCE-PCT
           END-IF.
           EVALUATE TRUE
              WHEN NOT DEPT-BUDGETED (WS-DIDX)
                 MOVE "NO BUDGET" TO BDL-NOTE
              WHEN WS-DEPT-ACTUAL-HC (WS-DIDX) = ZEROES
                 MOVE "NO EMPLOYEES" TO BDL-NOTE
              WHEN OTHER
                 MOVE SPACES TO BDL-NOTE
           END-EVALUATE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE BUD-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-DEPT-BUDGET-HC (WS-DIDX)   TO WS-TOT-BUDGET-HC.
           ADD WS-DEPT-ACTUAL-HC (WS-DIDX)   TO WS-TOT-ACTUAL-HC.
           ADD WS-OPEN-POSITIONS             TO WS-TOT-OPEN.
           ADD WS-OVER-HIRES                 TO WS-TOT-OVER.
           ADD WS-DEPT-BUDGET-COST (WS-DIDX) TO WS-TOT-BUDGET-COST.
           ADD WS-DEPT-ACTUAL-COST (WS-DIDX) TO WS-TOT-ACTUAL-COST.

       0900-END-PROGRAM.
           CLOSE EMPLOYEEFILE BUDGETRPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY EXCLOG.
       COPY RUNCTLPD.
       COPY FISCALPD.

       END PROGRAM POSBUDGET.
