      ******************************************************************
      * PRDLOCK - period posting-lock check. See PRDCTL. Needs
      * FISCALPD and PRDTAB as well.
      ******************************************************************
      * May a transaction dated PRD-WK-DATE (zero for the process
      * period) post for PRD-WK-SUBSYSTEM? The process period refuses
      * only when CLOSED. Any other period posts while OPEN; once it
      * is CLOSING or CLOSED it refuses, or redirects into the
      * process period when its late action is D and the process
      * period is not itself closed. Nothing posts when the status
      * file could not be read.
       9160-CHECK-POSTING-PERIOD.
           SET PRD-POST-ALLOWED TO TRUE.
           IF PRD-WK-DATE NOT NUMERIC
              OR PRD-WK-DATE = ZEROES
              MOVE FIS-WK-PROC-KEY TO PRD-WK-PERIOD
           ELSE
              MOVE PRD-WK-DATE TO FIS-WK-DATE
              PERFORM 9130-SET-DATE-PERIOD
              MOVE FIS-WK-DATE-KEY TO PRD-WK-PERIOD
              IF PRD-WK-PERIOD = ZEROES
                 MOVE FIS-WK-PROC-KEY TO PRD-WK-PERIOD
              END-IF
           END-IF.
           PERFORM 9155-FIND-PERIOD-STATUS.
           IF PERIOD-STATUS-UNREADABLE
              SET PRD-POST-REFUSED TO TRUE
              GO TO 9160-CHECK-END
           END-IF.
           IF PRD-WK-PERIOD = FIS-WK-PROC-KEY
              IF PRD-PERIOD-CLOSED
                 SET PRD-POST-REFUSED TO TRUE
              END-IF
              GO TO 9160-CHECK-END
           END-IF.
           IF NOT PRD-PERIOD-CLOSING
              AND NOT PRD-PERIOD-CLOSED
              GO TO 9160-CHECK-END
           END-IF.
           SET PRD-POST-REFUSED TO TRUE.
           IF NOT PRD-REDIRECT-LATE
              GO TO 9160-CHECK-END
           END-IF.
           MOVE PRD-WK-PERIOD TO PRD-WK-CHECK-PERIOD.
           MOVE PRD-WK-STATUS TO PRD-WK-CHECK-STATUS.
           MOVE FIS-WK-PROC-KEY TO PRD-WK-PERIOD.
           PERFORM 9155-FIND-PERIOD-STATUS.
           IF NOT PRD-PERIOD-CLOSED
              SET PRD-POST-REDIRECTED TO TRUE
           END-IF.
           MOVE PRD-WK-CHECK-PERIOD TO PRD-WK-PERIOD.
           MOVE PRD-WK-CHECK-STATUS TO PRD-WK-STATUS.
       9160-CHECK-END.
