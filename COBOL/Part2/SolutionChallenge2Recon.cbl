      *    acknowledgment with no remittance, and an amount that
      *    disagrees with the remitted net all go to the common
      *    exception file; any open item ends the run RC 4.
      *  - Held commission is reported apart from unpaid. A
      *    remittance whose whole net was set aside under a
      *    commission hold (nothing paid, REMIT-HELD-AMT on the
      *    record) is not aged as awaiting settlement, and the
      *    unreleased balances on the held-commission ledger
      *    SALESHELD.DAT (copybook SLSHELD) are listed in their own
      *    section of the aging report with the hold reason and the
      *    cycles held, under a separate held total. Held balances
      *    are deliberate and do not raise the return code.
      *  - Remittance ageing counts periods from the processing
      *    period on the period basis set on RUNCONTROL.DAT, so
      *    under the fiscal basis the age is in 4-4-5 fiscal
      *    periods from FISCALCAL.DAT to match the remittance
      *    periods.
      **************************************************************

       ENVIRONMENT DIVISION.
            SELECT PAYACKFILE ASSIGN TO "SALESPAYACK.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYACK-STATUS.
            SELECT SALESHELDFILE ASSIGN TO "SALESHELD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HELD-STATUS.
            SELECT AGINGRPT ASSIGN DYNAMIC WS-AGING-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AGINGRPT-STATUS.
            SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FISCALCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
            05 ACK-AMOUNT           PIC 9(10).
            05 ACK-PAY-DATE         PIC 9(8).

       FD SALESHELDFILE.
       COPY SLSHELD.

       FD AGINGRPT.

       01  PRINT-LINE              PIC X(132).
       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       FD FISCALCALFILE.
       COPY FISCALFD.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-REMITHIST-STATUS    PIC X(2).
           05  WS-PAYACK-STATUS       PIC X(2).
           05  WS-AGINGRPT-STATUS     PIC X(2).
           05  WS-AGING-FILENAME      PIC X(40).
           05  WS-HELD-STATUS         PIC X(2).

       COPY JOBCTL.
       COPY EXCCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY FISCTL.

       01  WS-COUNTERS.
           05 WS-REMIT-COUNT       PIC 9(7) VALUE ZEROES.
           05 WS-MISMATCH-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-ORPHAN-ACK-COUNT  PIC 9(5) VALUE ZEROES.
           05 WS-UNPAID-AMT        PIC 9(11) VALUE ZEROES.
           05 WS-HELD-REMIT-COUNT  PIC 9(7) VALUE ZEROES.
           05 WS-HELD-BAL-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-HELD-AMT          PIC 9(11) VALUE ZEROES.

       01  WS-ACK-TABLE.
           05 WS-ACK-ENTRY OCCURS 20000 TIMES
           05 AGT-AMOUNT           PIC $$$,$$$,$$$,$$9.
           05 FILLER               PIC X(72) VALUE SPACES.

       01  HELD-HEADING-LINE.
           05 FILLER               PIC X(40) VALUE
              'HELD COMMISSION BALANCES - NOT YET DUE'.
           05 FILLER               PIC X(92) VALUE SPACES.

       01  HELD-COLUMN-HEADINGS.
           05 FILLER               PIC X(8)  VALUE 'SLSPSN'.
           05 FILLER               PIC X(8)  VALUE 'PERIOD'.
           05 FILLER               PIC X(14) VALUE '   HELD AMOUNT'.
           05 FILLER               PIC X(14) VALUE '  CYCLES HELD'.
           05 FILLER               PIC X(24) VALUE '  STATUS'.
           05 FILLER               PIC X(64) VALUE SPACES.

       01  HELD-TOTAL-LINE.
           05 FILLER               PIC X(22) VALUE
              'HELD BALANCES:'.
           05 HDT-COUNT            PIC ZZZZ9.
           05 FILLER               PIC X(18) VALUE
              '   HELD AMOUNT:   '.
           05 HDT-AMOUNT           PIC $$$,$$$,$$$,$$9.
           05 FILLER               PIC X(72) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.
           MOVE "SALESREMITRECON" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 9120-SET-PROCESS-PERIOD THRU 9120-SET-END.
           IF NOT PROCESS-PERIOD-SET
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           COMPUTE WS-CUR-MONTHS =
              (FIS-WK-PROC-YEAR * 12) + FIS-WK-PROC-PERIOD.
           PERFORM 0110-LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT REMITHISTFILE.
           IF WS-REMITHIST-STATUS NOT = "00"
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE AGING-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0400-LIST-HELD-BALANCES
              THRU 0400-HELD-END.
      * Memo-style record (zero counts, amount only) under a name
      * of its own, so BALANCERECON's continuity check cannot pair
      * it with another program's SALESREMITHIST.DAT record.
           DISPLAY "UNMATCHED:             " WS-UNMATCHED-COUNT.
           DISPLAY "AMOUNT MISMATCHES:     " WS-MISMATCH-COUNT.
           DISPLAY "ACKS WITH NO REMIT:    " WS-ORPHAN-ACK-COUNT.
           DISPLAY "HELD, NOTHING PAID:    " WS-HELD-REMIT-COUNT.
           DISPLAY "HELD LEDGER BALANCES:  " WS-HELD-BAL-COUNT.
           IF (WS-UNMATCHED-COUNT > 0
               OR WS-MISMATCH-COUNT > 0
               OR WS-ORPHAN-ACK-COUNT > 0)
              END-IF
              SET WS-ACK-IDX UP BY 1
           END-PERFORM.
      *    A remittance held in full was never sent to be paid, so
      *    it does not age; history written before holds existed
      *    carries spaces in the held amount.
           EVALUATE TRUE
              WHEN WS-ACK-FOUND-IDX = 0
                 AND REMIT-COMMISSION-AMT = ZEROES
                 AND REMIT-HELD-AMT NUMERIC
                 AND REMIT-HELD-AMT > ZEROES
                 ADD 1 TO WS-HELD-REMIT-COUNT
              WHEN WS-ACK-FOUND-IDX = 0
                 PERFORM 0210-AGE-UNMATCHED-REMIT
              WHEN OTHER
                 ADD 1 TO WS-MATCHED-COUNT
                 SET WS-ACK-IDX TO WS-ACK-FOUND-IDX
                 MOVE 'Y' TO WS-ACK-MATCHED-SW (WS-ACK-IDX)
                 IF WS-ACK-AMOUNT (WS-ACK-IDX)
                    NOT = REMIT-COMMISSION-AMT
                    ADD 1 TO WS-MISMATCH-COUNT
                    PERFORM 0220-REPORT-AMOUNT-MISMATCH
                 END-IF
           END-EVALUATE.
           READ REMITHISTFILE
              AT END MOVE "10" TO WS-REMITHIST-STATUS
           END-READ.
              SET WS-ACK-IDX UP BY 1
           END-PERFORM.

      * SALESHELD.DAT is absent until the first commission hold
      * (status 35) and the section is then left off. Cycles held
      * count from the period the pay was set aside.
       0400-LIST-HELD-BALANCES.
           OPEN INPUT SALESHELDFILE.
           IF WS-HELD-STATUS NOT = "00" AND
              WS-HELD-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SALESHELDFILE "
                 WS-HELD-STATUS
           END-IF.
           IF WS-HELD-STATUS NOT = "00"
              GO TO 0400-HELD-END
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE HELD-HEADING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE HELD-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           READ SALESHELDFILE
              AT END SET ENDOFHELD TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFHELD
              IF HLL-RELEASE-PERIOD = ZEROES
                 PERFORM 0410-LIST-ONE-HELD-BALANCE
              END-IF
              READ SALESHELDFILE
                 AT END SET ENDOFHELD TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SALESHELDFILE.
           MOVE WS-HELD-BAL-COUNT TO HDT-COUNT.
           MOVE WS-HELD-AMT       TO HDT-AMOUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE HELD-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
       0400-HELD-END.

       0410-LIST-ONE-HELD-BALANCE.
           ADD 1 TO WS-HELD-BAL-COUNT.
           ADD HLL-AMOUNT TO WS-HELD-AMT.
           DIVIDE HLL-PERIOD BY 100
              GIVING WS-PER-YR REMAINDER WS-PER-MO.
           COMPUTE WS-REMIT-MONTHS = (WS-PER-YR * 12) + WS-PER-MO.
           COMPUTE WS-CYCLES-OPEN =
              WS-CUR-MONTHS - WS-REMIT-MONTHS.
           IF WS-CYCLES-OPEN < ZEROES
              MOVE ZEROES TO WS-CYCLES-OPEN
           END-IF.
           MOVE HLL-SALESPERSON-ID TO AGD-ID.
           MOVE HLL-PERIOD         TO AGD-PERIOD.
           MOVE HLL-AMOUNT         TO AGD-AMOUNT.
           MOVE WS-CYCLES-OPEN     TO AGD-CYCLES.
           MOVE SPACES             TO AGD-STATUS.
           STRING "ON HOLD - REASON " DELIMITED BY SIZE
                  HLL-REASON-CODE     DELIMITED BY SIZE
              INTO AGD-STATUS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE AGING-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           CLOSE REMITHISTFILE AGINGRPT.
           PERFORM 9610-JOBLOG-END.
       COPY EXCLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY FISCALPD.

       END PROGRAM SALESREMITRECON.
