           MOVE "N"    TO WS-RERUN-FLAG.
           MOVE ZEROES TO WS-LAST-POSTED-DATE.
           MOVE "N"    TO WS-MONTH-END-FLAG.
           MOVE "N"    TO WS-FISCAL-PE-FLAG.
           MOVE "C"    TO WS-PERIOD-BASIS.
           OPEN INPUT RUNCONTROLFILE.
           IF WS-RUNCTL-STATUS = "00"
              READ RUNCONTROLFILE
                       IF RUN-MONTH-END-FLAG = "Y"
                          MOVE "Y" TO WS-MONTH-END-FLAG
                       END-IF
                       IF RUN-FISCAL-PE-FLAG = "Y"
                          MOVE "Y" TO WS-FISCAL-PE-FLAG
                       END-IF
                       IF RUN-PERIOD-BASIS = "F" OR "B"
                          MOVE RUN-PERIOD-BASIS TO WS-PERIOD-BASIS
                       END-IF
                    END-IF
              END-READ
              CLOSE RUNCONTROLFILE
           END-IF.
           IF FISCAL-PERIOD-BASIS
              MOVE WS-FISCAL-PE-FLAG TO WS-PERIOD-END-FLAG
           ELSE
              MOVE WS-MONTH-END-FLAG TO WS-PERIOD-END-FLAG
           END-IF.
