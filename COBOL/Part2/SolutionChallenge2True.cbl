      *    The comparison uses the earned component of each
      *    remittance, not the net paid, so guarantee draws and
      *    their recoveries stay whole inside the draw program.
      *  - The true-up year is the fiscal year of the business
      *    date from FISCALCAL.DAT when RUNCONTROL.DAT sets the
      *    fiscal period basis, so it sums fiscal periods 01-12
      *    as the commission run writes them.
      **************************************************************

       ENVIRONMENT DIVISION.
            SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FISCALCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       FD FISCALCALFILE.
       COPY FISCALFD.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-REMITHIST-STATUS    PIC X(2).
       COPY JOBCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY FISCTL.

       01  WS-POLICY-VALUES.
           05 WS-COMMISSION-RATE-LOW  PIC V99 VALUE .05.
           MOVE "SALESTRUEUP" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 9120-SET-PROCESS-PERIOD THRU 9120-SET-END.
           IF NOT PROCESS-PERIOD-SET
               MOVE 8 TO RETURN-CODE
               GO TO 0900-STOP-RUN
           END-IF.
           MOVE FIS-WK-PROC-YEAR TO WS-TRUEUP-YEAR.
           COMPUTE WS-YEAR-FROM = (WS-TRUEUP-YEAR * 100) + 1.
           COMPUTE WS-YEAR-TO   = (WS-TRUEUP-YEAR * 100) + 12.
           COMPUTE WS-ANNUAL-THRESHOLD = WS-MONTHLY-THRESHOLD * 12.
       COPY JOBLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY FISCALPD.

       END PROGRAM SALESTRUEUP.
