      *    behaviour until operations opts a step out. The
      *    business date only advances when nothing failed or was
      *    blocked.
      *  - RPTDISTRIBUTE runs as the last step of the built-in
      *    list, after the digest, so the night's distribution
      *    manifest and the pay stub and commission statement
      *    packets are cut from the reports the chain has just
      *    produced.
      *  - When the business date advances the driver also sets
      *    the fiscal period-end flag on RUNCONTROL.DAT, from the
      *    4-4-5 fiscal calendar FISCALCAL.DAT (FISCAL
      *    copybooks), when the new business date is the last
      *    processing date of its fiscal period, and carries the
      *    period basis finance set on the record forward
      *    unchanged.
      ***************************************************************

       ENVIRONMENT DIVISION.
           FILE STATUS IS WS-BUSCAL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
           FILE STATUS IS WS-FISCALCAL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHEDULEFILE ASSIGN TO "SCHEDULE.DAT"
           FILE STATUS IS WS-SCHEDULE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
           88 ENDOFBUSCAL VALUE HIGH-VALUES.
           05 BCAL-DATE            PIC 9(8).

       FD FISCALCALFILE.
       COPY FISCALFD.

       FD SCHEDULEFILE.
         01 SCHEDULEREC.
           88 ENDOFSCHEDULE VALUE HIGH-VALUES.
           05 WS-VALID-DATE-SW     PIC X.
              88 CANDIDATE-IS-VALID VALUE 'Y'.
           05 WS-MONTH-END-WK      PIC X.
           05 WS-FISCAL-PE-WK      PIC X.
           05 WS-POST-NEXT-DATE    PIC 9(8).
           05 WS-LOG-SKIPS-SW      PIC X.

       COPY JOBCTL.
       COPY RUNCTL.
       COPY FISCTL.

       01  WS-RUN-DATE-DATA.
           05  WS-RUN-DATE         PIC 9(8).
              MOVE "READINDEXFILE"       TO WS-STEP-PGM (8)
              MOVE "BALANCERECON"        TO WS-STEP-PGM (9)
              MOVE "MGMTDIGEST"          TO WS-STEP-PGM (10)
              MOVE "RPTDISTRIBUTE"       TO WS-STEP-PGM (11)
              MOVE 11 TO WS-STEP-COUNT
              SET WS-STEPIDX TO 1
              PERFORM WS-STEP-COUNT TIMES
                 MOVE "YYYYYYY" TO WS-STEP-MASK (WS-STEPIDX)
      * with the rerun flag cleared. The date after that is probed
      * too (without logging), so the month-end flag can say
      * whether the new business date is the last processing day
      * of its calendar month, and the fiscal period-end flag
      * whether it is the last processing day of its fiscal period
      * on FISCALCAL.DAT. The period basis finance set is carried
      * forward unchanged.
       0950-ADVANCE-BUSINESS-DATE.
           PERFORM 0955-LOAD-BUSINESS-CALENDAR.
           COMPUTE WS-NEXT-DATE-INT =
           ELSE
              MOVE "Y" TO WS-MONTH-END-WK
           END-IF.
           MOVE "N" TO WS-FISCAL-PE-WK.
           MOVE WS-POST-NEXT-DATE TO FIS-WK-DATE.
           PERFORM 9110-FIND-FISCAL-DATE THRU 9110-FIND-END.
           IF FISCAL-DATE-FOUND
              AND WS-NEXT-BUS-DATE > FIS-WK-END
              MOVE "Y" TO WS-FISCAL-PE-WK
           END-IF.
           OPEN OUTPUT RUNCONTROLFILE.
           IF WS-RUNCTL-STATUS NOT = "00"
              DISPLAY "WARNING: UNABLE TO WRITE RUNCONTROL.DAT, "
              MOVE "N"               TO RUN-RERUN-FLAG
              MOVE WS-BUSINESS-DATE  TO RUN-LAST-POSTED
              MOVE WS-MONTH-END-WK   TO RUN-MONTH-END-FLAG
              MOVE WS-FISCAL-PE-WK   TO RUN-FISCAL-PE-FLAG
              MOVE WS-PERIOD-BASIS   TO RUN-PERIOD-BASIS
              WRITE RUNCONTROLREC
              CLOSE RUNCONTROLFILE
           END-IF.

       COPY JOBLOG.
       COPY RUNCTLPD.
       COPY FISCALPD.

       END PROGRAM NIGHTLYBATCHDRIVER.
