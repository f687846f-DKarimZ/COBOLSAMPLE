      ******************************************************************
      * PRDEXC - period-lock exception paragraph. See PRDCTL. Needs
      * EXCCTL/EXCLOG as well as PRDLOCK.
      ******************************************************************
      * Write the redirect or refusal just decided to EXCEPTIONS.DAT:
      * PRDR when redirected, PRDL when refused, with the period and
      * its status as the reason.
       9170-LOG-PERIOD-EXCEPTION.
           MOVE PRD-WK-KEY   TO EXC-WK-KEY.
           MOVE PRD-WK-IMAGE TO EXC-WK-IMAGE.
           MOVE SPACES TO EXC-WK-REASON-TEXT.
           IF PRD-POST-REDIRECTED
              MOVE "PRDR" TO EXC-WK-REASON-CODE
              STRING PRD-WK-PERIOD " " DELIMITED BY SIZE
                     PRD-WK-STATUS DELIMITED BY SPACE
                     " - REDIRECTED" DELIMITED BY SIZE
                 INTO EXC-WK-REASON-TEXT
           ELSE
              MOVE "PRDL" TO EXC-WK-REASON-CODE
              STRING PRD-WK-PERIOD " " DELIMITED BY SIZE
                     PRD-WK-STATUS DELIMITED BY SPACE
                     " - REFUSED" DELIMITED BY SIZE
                 INTO EXC-WK-REASON-TEXT
           END-IF.
           PERFORM 9700-WRITE-COMMON-EXC.
