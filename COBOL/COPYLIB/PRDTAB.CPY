      ******************************************************************
      * PRDTAB - period-status table paragraphs. See PRDCTL.
      ******************************************************************
      * Load PERIODSTATUS.DAT into the status table. With no file the
      * table stays empty and every period is open. A file that is
      * there but cannot be opened, or holds more records than the
      * table, ends RC 8 and flags the table unreadable, so no
      * period is taken as open.
       9150-LOAD-PERIOD-STATUS.
           MOVE ZEROES TO WS-PST-COUNT.
           MOVE 'Y' TO PRD-WK-LOADED-SW.
           MOVE 'N' TO PRD-WK-LOAD-ERR-SW.
           OPEN INPUT PERIODSTATUSFILE.
           IF WS-PERIODSTATUS-STATUS = "35"
              GO TO 9150-LOAD-END
           END-IF.
           IF WS-PERIODSTATUS-STATUS NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE PERIODSTATUSFILE "
                 WS-PERIODSTATUS-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO PRD-WK-LOAD-ERR-SW
              GO TO 9150-LOAD-END
           END-IF.
           READ PERIODSTATUSFILE
              AT END SET ENDOFPERIODSTATUS TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFPERIODSTATUS
              IF PST-PERIOD NUMERIC
                 AND PST-SUBSYSTEM NOT = SPACES
                 AND WS-PST-COUNT NOT < 480
                 DISPLAY "ERR: PERIODSTATUS.DAT HAS MORE THAN 480 "
                    "RECORDS"
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO PRD-WK-LOAD-ERR-SW
                 CLOSE PERIODSTATUSFILE
                 GO TO 9150-LOAD-END
              END-IF
              IF PST-PERIOD NUMERIC
                 AND PST-SUBSYSTEM NOT = SPACES
                 ADD 1 TO WS-PST-COUNT
                 SET WS-PSTIDX TO WS-PST-COUNT
                 MOVE PST-SUBSYSTEM    TO WS-PST-SUBSYSTEM (WS-PSTIDX)
                 MOVE PST-PERIOD       TO WS-PST-PERIOD (WS-PSTIDX)
                 MOVE PST-STATUS       TO WS-PST-STATUS (WS-PSTIDX)
                 MOVE PST-LATE-ACTION  TO
                    WS-PST-LATE-ACTION (WS-PSTIDX)
                 MOVE PST-CHANGED-DATE TO
                    WS-PST-CHANGED-DATE (WS-PSTIDX)
                 MOVE PST-OPERATOR     TO WS-PST-OPERATOR (WS-PSTIDX)
                 MOVE PST-REASON       TO WS-PST-REASON (WS-PSTIDX)
              END-IF
              READ PERIODSTATUSFILE
                 AT END SET ENDOFPERIODSTATUS TO TRUE
              END-READ
           END-PERFORM.
           CLOSE PERIODSTATUSFILE.
       9150-LOAD-END.

      * Status and late action of PRD-WK-SUBSYSTEM / PRD-WK-PERIOD.
      * A period with no record is OPEN; WS-PSTIDX is left on the
      * record when there is one. With the table unreadable every
      * period is UNKNOWN.
       9155-FIND-PERIOD-STATUS.
           MOVE 'N' TO PRD-WK-FOUND-SW.
           MOVE 'OPEN' TO PRD-WK-STATUS.
           MOVE 'R' TO PRD-WK-LATE-ACTION.
           IF NOT PERIOD-STATUS-LOADED
              PERFORM 9150-LOAD-PERIOD-STATUS THRU 9150-LOAD-END
           END-IF.
           PERFORM VARYING WS-PSTIDX FROM 1 BY 1
              UNTIL WS-PSTIDX > WS-PST-COUNT
                 OR PRD-PERIOD-FOUND
              IF WS-PST-SUBSYSTEM (WS-PSTIDX) = PRD-WK-SUBSYSTEM
                 AND WS-PST-PERIOD (WS-PSTIDX) = PRD-WK-PERIOD
                 MOVE 'Y' TO PRD-WK-FOUND-SW
                 MOVE WS-PST-STATUS (WS-PSTIDX) TO PRD-WK-STATUS
                 IF WS-PST-LATE-ACTION (WS-PSTIDX) = 'D'
                    MOVE 'D' TO PRD-WK-LATE-ACTION
                 END-IF
              END-IF
           END-PERFORM.
           IF PRD-PERIOD-FOUND
              SET WS-PSTIDX DOWN BY 1
           END-IF.
           IF PERIOD-STATUS-UNREADABLE
              MOVE 'UNKNOWN' TO PRD-WK-STATUS
           END-IF.
