      *    the fixed FEEDER3.DAT layout, and rejects malformed rows
      *    to FEEDER3CSVERR.DAT with their line numbers. It runs as
      *    a step ahead of MERGEFILES in the nightly chain.
      *  - The row image on FEEDER3CSVERR.DAT now has its first
      *    field (the SSN) masked to the last four digits by the
      *    shared SSNMASK rule. FEEDER3CSV.DAT and FEEDER3.DAT
      *    keep the full value and are listed as restricted in
      *    SSNRESTR.
      **************************************************************

       ENVIRONMENT DIVISION.
           05 WS-PARSE-REASON      PIC X(30).
           05 WS-SAL-LEN           PIC 9(2).
           05 WS-SAL-START         PIC 9(2).
           05 WS-SSN-FIELD-LEN     PIC 9(3).
           05 WS-SSN-LEAD-LEN      PIC 9(3).
           05 WS-SSN-PART-START    PIC 9(3).
           05 WS-SSN-PART-LEN      PIC 9(2).
           05 WS-SSN-MASK-START    PIC 9(2).

       COPY SSNMASK.

       PROCEDURE DIVISION.

           MOVE WS-LINE-NUMBER TO ERR-LINE-NO.
           MOVE WS-PARSE-REASON TO ERR-REASON.
           MOVE CSV-TEXT (1:80) TO ERR-ROW-IMAGE.
           PERFORM 0255-MASK-ROW-SSN THRU 0255-MASK-END.
           WRITE CSVERRREC.

      * The row image is raw CSV, so the SSN is whatever stands
      * before the first comma, whatever its length. Its last nine
      * bytes (or fewer) are masked by the shared rule, right-
      * justified, and anything in front of those is X'd out too.
       0255-MASK-ROW-SSN.
           MOVE ZEROES TO WS-SSN-FIELD-LEN.
           INSPECT ERR-ROW-IMAGE TALLYING WS-SSN-FIELD-LEN
              FOR CHARACTERS BEFORE INITIAL ",".
           IF WS-SSN-FIELD-LEN = ZEROES
              GO TO 0255-MASK-END
           END-IF.
           IF WS-SSN-FIELD-LEN > 9
              MOVE 9 TO WS-SSN-PART-LEN
              COMPUTE WS-SSN-LEAD-LEN = WS-SSN-FIELD-LEN - 9
              MOVE ALL "X" TO ERR-ROW-IMAGE (1:WS-SSN-LEAD-LEN)
           ELSE
              MOVE WS-SSN-FIELD-LEN TO WS-SSN-PART-LEN
              MOVE ZEROES TO WS-SSN-LEAD-LEN
           END-IF.
           COMPUTE WS-SSN-PART-START = WS-SSN-LEAD-LEN + 1.
           COMPUTE WS-SSN-MASK-START = 10 - WS-SSN-PART-LEN.
           MOVE SPACES TO SSN-MASK-IN.
           MOVE ERR-ROW-IMAGE (WS-SSN-PART-START:WS-SSN-PART-LEN)
              TO SSN-MASK-IN (WS-SSN-MASK-START:WS-SSN-PART-LEN).
           PERFORM 9400-MASK-SSN.
           MOVE SSN-MASK-OUT (WS-SSN-MASK-START:WS-SSN-PART-LEN)
              TO ERR-ROW-IMAGE (WS-SSN-PART-START:WS-SSN-PART-LEN).
       0255-MASK-END.

       0900-END-PROGRAM.
           CLOSE CSVFILE FEEDER3OUT CSVERRFILE.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY JOBLOG.
       COPY SSNMASKPD.

       END PROGRAM FEEDER3CSVCONVERT.
