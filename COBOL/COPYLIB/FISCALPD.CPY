      ******************************************************************
      * FISCALPD - shared fiscal-calendar paragraphs. See FISCTL.
      ******************************************************************
      * Load FISCALCAL.DAT into the period table. With no file the
      * table stays empty and no date has a fiscal period.
       9100-LOAD-FISCAL-CALENDAR.
           MOVE ZEROES TO WS-FIS-COUNT.
           MOVE 'Y' TO FIS-WK-LOADED-SW.
           OPEN INPUT FISCALCALFILE.
           IF WS-FISCALCAL-STATUS NOT = "00"
              GO TO 9100-LOAD-END
           END-IF.
           READ FISCALCALFILE
              AT END SET ENDOFFISCALCAL TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFFISCALCAL
              IF FCL-PERIOD-START NUMERIC
                 AND FCL-PERIOD-END NUMERIC
                 AND FCL-FISCAL-YEAR NUMERIC
                 AND FCL-QUARTER NUMERIC
                 AND FCL-PERIOD NUMERIC
                 AND FCL-WEEKS NUMERIC
                 AND FCL-FIRST-WEEK NUMERIC
                 AND WS-FIS-COUNT < 120
                 ADD 1 TO WS-FIS-COUNT
                 SET WS-FISIDX TO WS-FIS-COUNT
                 MOVE FCL-PERIOD-START TO WS-FIS-START (WS-FISIDX)
                 MOVE FCL-PERIOD-END   TO WS-FIS-END (WS-FISIDX)
                 MOVE FCL-FISCAL-YEAR  TO WS-FIS-YEAR (WS-FISIDX)
                 MOVE FCL-QUARTER      TO WS-FIS-QUARTER (WS-FISIDX)
                 MOVE FCL-PERIOD       TO WS-FIS-PERIOD (WS-FISIDX)
                 MOVE FCL-WEEKS        TO WS-FIS-WEEKS (WS-FISIDX)
                 MOVE FCL-FIRST-WEEK   TO
                    WS-FIS-FIRST-WEEK (WS-FISIDX)
              END-IF
              READ FISCALCALFILE
                 AT END SET ENDOFFISCALCAL TO TRUE
              END-READ
           END-PERFORM.
           CLOSE FISCALCALFILE.
       9100-LOAD-END.

      * Fiscal year, quarter, period and week of FIS-WK-DATE. The
      * week counts whole weeks from the start of the period on from
      * the period's first fiscal week.
       9110-FIND-FISCAL-DATE.
           MOVE 'N' TO FIS-WK-FOUND-SW.
           MOVE ZEROES TO FIS-WK-YEAR FIS-WK-QUARTER FIS-WK-PERIOD
              FIS-WK-WEEK FIS-WK-WEEKS FIS-WK-START FIS-WK-END.
           IF NOT FISCAL-CALENDAR-LOADED
              PERFORM 9100-LOAD-FISCAL-CALENDAR THRU 9100-LOAD-END
           END-IF.
           IF FIS-WK-DATE NOT NUMERIC
              OR WS-FIS-COUNT = ZEROES
              GO TO 9110-FIND-END
           END-IF.
           PERFORM VARYING WS-FISIDX FROM 1 BY 1
              UNTIL WS-FISIDX > WS-FIS-COUNT
                 OR FISCAL-DATE-FOUND
              IF FIS-WK-DATE >= WS-FIS-START (WS-FISIDX)
                 AND FIS-WK-DATE <= WS-FIS-END (WS-FISIDX)
                 MOVE 'Y' TO FIS-WK-FOUND-SW
                 MOVE WS-FIS-YEAR (WS-FISIDX)    TO FIS-WK-YEAR
                 MOVE WS-FIS-QUARTER (WS-FISIDX) TO FIS-WK-QUARTER
                 MOVE WS-FIS-PERIOD (WS-FISIDX)  TO FIS-WK-PERIOD
                 MOVE WS-FIS-START (WS-FISIDX)   TO FIS-WK-START
                 MOVE WS-FIS-END (WS-FISIDX)     TO FIS-WK-END
                 MOVE WS-FIS-WEEKS (WS-FISIDX)   TO FIS-WK-WEEKS
                 COMPUTE FIS-WK-DAYS =
                    FUNCTION INTEGER-OF-DATE (FIS-WK-DATE)
                    - FUNCTION INTEGER-OF-DATE (FIS-WK-START)
                 COMPUTE FIS-WK-WEEK =
                    WS-FIS-FIRST-WEEK (WS-FISIDX) + (FIS-WK-DAYS / 7)
              END-IF
           END-PERFORM.
       9110-FIND-END.

      * The period this run groups by, per the period basis on
      * RUNCONTROL.DAT, and the fiscal heading line for the business
      * date.
       9120-SET-PROCESS-PERIOD.
           MOVE 'Y' TO FIS-WK-PROC-SW.
           MOVE ZEROES TO FIS-WK-PROC-WEEKS.
           MOVE WS-BUSINESS-YEAR  TO FIS-WK-PROC-YEAR.
           MOVE WS-BUSINESS-MONTH TO FIS-WK-PROC-PERIOD.
           MOVE WS-BUSINESS-DATE TO FIS-WK-DATE.
           PERFORM 9110-FIND-FISCAL-DATE THRU 9110-FIND-END.
           IF FISCAL-DATE-FOUND
              MOVE FIS-WK-YEAR    TO FIS-LINE-YEAR
              MOVE FIS-WK-QUARTER TO FIS-LINE-QUARTER
              MOVE FIS-WK-PERIOD  TO FIS-LINE-PERIOD
              MOVE FIS-WK-WEEK    TO FIS-LINE-WEEK
              MOVE FIS-WK-START   TO FIS-LINE-START
              MOVE FIS-WK-END     TO FIS-LINE-END
              MOVE FIS-PERIOD-LINE TO FIS-WK-PRINT-LINE
              IF FISCAL-PERIOD-BASIS
                 MOVE FIS-WK-YEAR   TO FIS-WK-PROC-YEAR
                 MOVE FIS-WK-PERIOD TO FIS-WK-PROC-PERIOD
                 MOVE FIS-WK-WEEKS  TO FIS-WK-PROC-WEEKS
              END-IF
           ELSE
              MOVE "FISCAL PERIOD NOT ON FISCAL CALENDAR"
                 TO FIS-WK-PRINT-LINE
              IF FISCAL-PERIOD-BASIS
                 MOVE 'N' TO FIS-WK-PROC-SW
                 DISPLAY "ERR: BUSINESS DATE " WS-BUSINESS-DATE
                    " IS NOT ON FISCALCAL.DAT - FISCAL PERIOD UNKNOWN"
              END-IF
           END-IF.
           COMPUTE FIS-WK-PROC-KEY =
              (FIS-WK-PROC-YEAR * 100) + FIS-WK-PROC-PERIOD.
       9120-SET-END.

      * YYYYPP of FIS-WK-DATE on the run's period basis.
       9130-SET-DATE-PERIOD.
           IF FISCAL-PERIOD-BASIS
              PERFORM 9110-FIND-FISCAL-DATE THRU 9110-FIND-END
              IF FISCAL-DATE-FOUND
                 COMPUTE FIS-WK-DATE-KEY =
                    (FIS-WK-YEAR * 100) + FIS-WK-PERIOD
              ELSE
                 MOVE ZEROES TO FIS-WK-DATE-KEY
              END-IF
           ELSE
              MOVE FIS-WK-DATE (1:6) TO FIS-WK-DATE-KEY
           END-IF.
