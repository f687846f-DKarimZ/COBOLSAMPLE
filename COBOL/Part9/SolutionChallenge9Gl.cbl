      *  - The extract writes its own balancing record (file
      *    GLEXTRACT, total debits as the amount) so BALANCERECON
      *    sees the handoff to the ledger.
      *  - Month-end commission accrual. Commission earned in a
      *    month is remitted in the next, so on the month-end run
      *    (RUN-MONTH-END-FLAG 'Y') mapping rows with program
      *    MONTHEND-ACCRUAL are priced from the files themselves
      *    instead of BALANCE.DAT: file SALESREMIT.DAT accrues the
      *    net commission plus held commission on the remittances
      *    for the business month, and file SALESDRAWBAL.DAT the
      *    draw balances still outstanding. Each accrual posts a
      *    pair dated the business date and an automatic reversing
      *    pair dated the first business day of the next month
      *    (weekends and the BUSCALENDAR.DAT dates skipped, as the
      *    nightly driver does). On other nights these rows are
      *    passed over without a warning.
      *  - Under the fiscal period basis on RUNCONTROL.DAT the
      *    commission accrual runs on the fiscal period-end night
      *    instead of calendar month-end, accrues the remittances
      *    for the 4-4-5 fiscal period from FISCALCAL.DAT, and
      *    reverses on the first business day after the fiscal
      *    period ends.
      *  - The extract checks PERIODSTATUS.DAT and releases no
      *    journal, ending RC 8, when the GL period of the
      *    business date is closed; the refusal is written to
      *    EXCEPTIONS.DAT.
      *  - The commission accrual now takes the held commission
      *    from SALESHELD.DAT: every entry not yet released, from
      *    whatever period, is accrued with the period's net
      *    commission, instead of only the amount held on the
      *    period's own remittances.
      **************************************************************

       ENVIRONMENT DIVISION.
           FILE STATUS IS WS-GLEXTRACT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALESREMITFILE ASSIGN TO "SALESREMIT.DAT"
           FILE STATUS IS WS-REMIT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALESDRAWBALFILE ASSIGN TO "SALESDRAWBAL.DAT"
           FILE STATUS IS WS-DRAWBAL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALESHELDFILE ASSIGN TO "SALESHELD.DAT"
           FILE STATUS IS WS-HELD-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSCALFILE ASSIGN TO "BUSCALENDAR.DAT"
           FILE STATUS IS WS-BUSCAL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
           FILE STATUS IS WS-RUNCTL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
           FILE STATUS IS WS-FISCALCAL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIODSTATUSFILE ASSIGN TO "PERIODSTATUS.DAT"
           FILE STATUS IS WS-PERIODSTATUS-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMONEXCFILE ASSIGN TO "EXCEPTIONS.DAT"
           FILE STATUS IS WS-COMMONEXC-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER               PIC X(1).
           05 GLJ-DESC             PIC X(20).

       FD SALESREMITFILE.
       COPY SLSREMIT.

       FD SALESDRAWBALFILE.
         01 SALESDRAWBALREC.
           88 ENDOFDRAWBAL VALUE HIGH-VALUES.
           05 DBL-SALESPERSON-ID   PIC 9(5).
           05 DBL-BALANCE          PIC 9(8).

       FD SALESHELDFILE.
       COPY SLSHELD.

       FD BUSCALFILE.
         01 BUSCALREC.
           88 ENDOFBUSCAL VALUE HIGH-VALUES.
           05 BCAL-DATE            PIC 9(8).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       FD FISCALCALFILE.
       COPY FISCALFD.

       FD PERIODSTATUSFILE.
       COPY PRDSTSFD.

       FD COMMONEXCFILE.
       COPY EXCFD.

       WORKING-STORAGE SECTION.
         01 WS-WORK-AREAS.
           05 BALIN-STATUS         PIC X(2).
           05 WS-GLEXTRACT-STATUS  PIC X(2).
           05 WS-GLEXTRACT-NAME    PIC X(40).
           05 WS-MISSING-COUNT     PIC 9(3) VALUE ZEROES.
           05 WS-REMIT-STATUS      PIC X(2).
           05 WS-DRAWBAL-STATUS    PIC X(2).
           05 WS-HELD-STATUS       PIC X(2).
           05 WS-BUSCAL-STATUS     PIC X(2).
           05 WS-REMIT-EOF-SW      PIC X VALUE 'N'.
               88 ENDOFREMIT       VALUE 'Y'.

       COPY JOBCTL.
       COPY EXCCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY FISCTL.
       COPY PRDCTL.

       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 50 TIMES
               10  WS-JRN-AMOUNT   PIC 9(11)V99.
               10  WS-JRN-DESC     PIC X(20).
               10  WS-JRN-SOURCE   PIC 9(2).
               10  WS-JRN-DATE     PIC 9(8).
       01  WS-JRN-COUNT            PIC 9(3) VALUE ZEROES.
       01  WS-JRN-SUB              PIC 9(3) VALUE ZEROES.

       01  WS-JRN-WK-DATE          PIC 9(8) VALUE ZEROES.

       01  WS-ACCRUAL-FIELDS.
           05  WS-ACCRUAL-PROGRAM  PIC X(20)
                                   VALUE "MONTHEND-ACCRUAL".
           05  WS-ACCRUAL-PERIOD   PIC 9(6) VALUE ZEROES.
           05  WS-ACCRUED-COMM     PIC 9(11)V99 VALUE ZEROES.
           05  WS-ACCRUED-DRAW     PIC 9(11)V99 VALUE ZEROES.
           05  WS-REMIT-READ       PIC 9(7) VALUE ZEROES.
           05  WS-DRAWBAL-READ     PIC 9(7) VALUE ZEROES.
           05  WS-HELD-READ        PIC 9(7) VALUE ZEROES.
           05  WS-REVERSAL-DATE    PIC 9(8) VALUE ZEROES.
           05  WS-REVERSAL-SPLIT REDEFINES WS-REVERSAL-DATE.
               10  WS-REVERSAL-YEAR  PIC 9(4).
               10  WS-REVERSAL-MONTH PIC 9(2).
               10  WS-REVERSAL-DAY   PIC 9(2).
           05  WS-REVERSAL-INT     PIC 9(7) VALUE ZEROES.
           05  WS-CAND-QUOTIENT    PIC 9(7) VALUE ZEROES.
           05  WS-CAND-REMAINDER   PIC 9(7) VALUE ZEROES.
           05  WS-CAND-DOW         PIC 9 VALUE ZERO.
           05  WS-VALID-DATE-SW    PIC X VALUE 'Y'.
               88  CANDIDATE-IS-VALID VALUE 'Y'.

       01  WS-BUSCAL-TABLE.
           05  WS-BUSCAL-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-BCALIDX
                              PIC 9(8).
       01  WS-BUSCAL-COUNT         PIC 9(3) VALUE ZEROES.

       01  WS-PROOF-FIELDS.
           05  WS-ABS-AMOUNT       PIC 9(11)V99.
           05  WS-DEBIT-TOTAL      PIC 9(13)V99 VALUE ZEROES.
           MOVE "GLEXTRACT" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 9120-SET-PROCESS-PERIOD THRU 9120-SET-END.
           IF NOT PROCESS-PERIOD-SET
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0105-CHECK-PERIOD-OPEN.
           IF PRD-POST-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0110-LOAD-ACCOUNT-MAP.
           IF WS-MAP-COUNT = ZEROES
              DISPLAY "WARNING: NO MAPPINGS ON GLACCTMAP.DAT, "
           END-IF.
           PERFORM 0120-PICK-UP-BALANCE-AMOUNTS
              THRU 0120-PICKUP-END.
           IF PERIOD-END-RUN
              PERFORM 0130-PRICE-MONTH-END-ACCRUALS
              PERFORM 0140-SET-REVERSAL-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-JRN-WK-DATE.
           PERFORM 0200-BUILD-JOURNAL THRU 0200-BUILD-END
              VARYING WS-MAP-SUB FROM 1 BY 1
              UNTIL WS-MAP-SUB > WS-MAP-COUNT.
           END-IF.
           PERFORM 0900-END-PROGRAM.

      * The journal is dated the business date; once its GL period
      * is closed on PERIODSTATUS.DAT nothing more is extracted
      * into it.
       0105-CHECK-PERIOD-OPEN.
           MOVE "GL" TO PRD-WK-SUBSYSTEM.
           MOVE ZEROES TO PRD-WK-DATE.
           PERFORM 9160-CHECK-POSTING-PERIOD THRU 9160-CHECK-END.
           IF PRD-POST-REFUSED
              DISPLAY "ERR: GL PERIOD " PRD-WK-PERIOD
                 " IS CLOSED - NO JOURNAL RELEASED"
              MOVE SPACES TO PRD-WK-KEY PRD-WK-IMAGE
              MOVE "GL" TO PRD-WK-KEY
              MOVE PRD-WK-PERIOD TO PRD-WK-KEY (10:6)
              PERFORM 9170-LOG-PERIOD-EXCEPTION
           END-IF.

       0110-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCTMAPFILE.
           IF WS-ACCTMAP-STATUS NOT = "00"
           CLOSE BALANCEIN.
       0120-PICKUP-END.

      * Commission earned this month rides on the remittances for
      * the business month and is not paid until next month. Held
      * commission is earned too: every SALESHELD.DAT entry not yet
      * released is accrued, whatever period it was held in. Draw
      * balances are the advances still to be recovered. Either
      * file being absent simply means nothing to accrue. Under the
      * fiscal period basis "month" is the 4-4-5 fiscal period.
       0130-PRICE-MONTH-END-ACCRUALS.
           MOVE FIS-WK-PROC-KEY TO WS-ACCRUAL-PERIOD.
           OPEN INPUT SALESREMITFILE.
           IF WS-REMIT-STATUS NOT = "00"
              IF WS-REMIT-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE SALESREMITFILE "
                    WS-REMIT-STATUS
              END-IF
           ELSE
              READ SALESREMITFILE
                 AT END SET ENDOFREMIT TO TRUE
              END-READ
              PERFORM UNTIL ENDOFREMIT
                 ADD 1 TO WS-REMIT-READ
                 IF REMIT-PERIOD = WS-ACCRUAL-PERIOD
                    ADD REMIT-COMMISSION-AMT TO WS-ACCRUED-COMM
                 END-IF
                 READ SALESREMITFILE
                    AT END SET ENDOFREMIT TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESREMITFILE
           END-IF.
           OPEN INPUT SALESHELDFILE.
           IF WS-HELD-STATUS NOT = "00"
              IF WS-HELD-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE SALESHELDFILE "
                    WS-HELD-STATUS
              END-IF
           ELSE
              READ SALESHELDFILE
                 AT END SET ENDOFHELD TO TRUE
              END-READ
              PERFORM UNTIL ENDOFHELD
                 ADD 1 TO WS-HELD-READ
                 IF HLL-RELEASE-PERIOD = ZEROES
                    AND HLL-AMOUNT NUMERIC
                    ADD HLL-AMOUNT TO WS-ACCRUED-COMM
                 END-IF
                 READ SALESHELDFILE
                    AT END SET ENDOFHELD TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESHELDFILE
           END-IF.
           OPEN INPUT SALESDRAWBALFILE.
           IF WS-DRAWBAL-STATUS NOT = "00"
              IF WS-DRAWBAL-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE SALESDRAWBALFILE "
                    WS-DRAWBAL-STATUS
              END-IF
           ELSE
              READ SALESDRAWBALFILE
                 AT END SET ENDOFDRAWBAL TO TRUE
              END-READ
              PERFORM UNTIL ENDOFDRAWBAL
                 ADD 1 TO WS-DRAWBAL-READ
                 ADD DBL-BALANCE TO WS-ACCRUED-DRAW
                 READ SALESDRAWBALFILE
                    AT END SET ENDOFDRAWBAL TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESDRAWBALFILE
           END-IF.
           SET WS-MAPIDX TO 1.
           PERFORM WS-MAP-COUNT TIMES
              IF WS-MAP-PROGRAM (WS-MAPIDX) = WS-ACCRUAL-PROGRAM
                 EVALUATE WS-MAP-FILE (WS-MAPIDX)
                    WHEN "SALESREMIT.DAT"
                       MOVE WS-ACCRUED-COMM
                          TO WS-MAP-AMOUNT (WS-MAPIDX)
                       MOVE 'Y' TO WS-MAP-FOUND-SW (WS-MAPIDX)
                    WHEN "SALESDRAWBAL.DAT"
                       MOVE WS-ACCRUED-DRAW
                          TO WS-MAP-AMOUNT (WS-MAPIDX)
                       MOVE 'Y' TO WS-MAP-FOUND-SW (WS-MAPIDX)
                 END-EVALUATE
              END-IF
              SET WS-MAPIDX UP BY 1
           END-PERFORM.
           DISPLAY "MONTH-END ACCRUAL PERIOD " WS-ACCRUAL-PERIOD.
           DISPLAY "  REMITTANCES READ:   " WS-REMIT-READ
              "  COMMISSION ACCRUED: " WS-ACCRUED-COMM.
           DISPLAY "  HELD ENTRIES READ:  " WS-HELD-READ.
           DISPLAY "  DRAW BALANCES READ: " WS-DRAWBAL-READ
              "  DRAW ACCRUED:       " WS-ACCRUED-DRAW.

      * The accrual reverses on the first business day of the next
      * month: the 1st, rolled forward past weekends and the
      * non-processing dates on BUSCALENDAR.DAT, the same test the
      * nightly driver uses to advance the business date. Under the
      * fiscal period basis it starts from the day after the fiscal
      * period ends instead.
       0140-SET-REVERSAL-DATE.
           MOVE ZEROES TO WS-BUSCAL-COUNT.
           OPEN INPUT BUSCALFILE.
           IF WS-BUSCAL-STATUS = "00"
              READ BUSCALFILE
                 AT END SET ENDOFBUSCAL TO TRUE
              END-READ
              PERFORM UNTIL ENDOFBUSCAL
                 IF BCAL-DATE NUMERIC
                    AND WS-BUSCAL-COUNT < 100
                    ADD 1 TO WS-BUSCAL-COUNT
                    SET WS-BCALIDX TO WS-BUSCAL-COUNT
                    MOVE BCAL-DATE TO WS-BUSCAL-ENTRY (WS-BCALIDX)
                 END-IF
                 READ BUSCALFILE
                    AT END SET ENDOFBUSCAL TO TRUE
                 END-READ
              END-PERFORM
              CLOSE BUSCALFILE
           END-IF.
           IF FISCAL-PERIOD-BASIS
              MOVE WS-BUSINESS-DATE TO FIS-WK-DATE
              PERFORM 9110-FIND-FISCAL-DATE THRU 9110-FIND-END
              COMPUTE WS-REVERSAL-INT =
                 FUNCTION INTEGER-OF-DATE (FIS-WK-END) + 1
              COMPUTE WS-REVERSAL-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-REVERSAL-INT)
           ELSE
              MOVE WS-BUSINESS-YEAR  TO WS-REVERSAL-YEAR
              MOVE WS-BUSINESS-MONTH TO WS-REVERSAL-MONTH
              MOVE 1                 TO WS-REVERSAL-DAY
              IF WS-REVERSAL-MONTH = 12
                 ADD 1 TO WS-REVERSAL-YEAR
                 MOVE 1 TO WS-REVERSAL-MONTH
              ELSE
                 ADD 1 TO WS-REVERSAL-MONTH
              END-IF
              COMPUTE WS-REVERSAL-INT =
                 FUNCTION INTEGER-OF-DATE (WS-REVERSAL-DATE)
           END-IF.
           PERFORM 0145-CHECK-REVERSAL-DATE.
           PERFORM UNTIL CANDIDATE-IS-VALID
              ADD 1 TO WS-REVERSAL-INT
              COMPUTE WS-REVERSAL-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-REVERSAL-INT)
              PERFORM 0145-CHECK-REVERSAL-DATE
           END-PERFORM.
           DISPLAY "  ACCRUAL REVERSES ON " WS-REVERSAL-DATE.

      * Day 6 and 7 of the integer-date week are Saturday and
      * Sunday.
       0145-CHECK-REVERSAL-DATE.
           MOVE 'Y' TO WS-VALID-DATE-SW.
           COMPUTE WS-CAND-REMAINDER = WS-REVERSAL-INT - 1.
           DIVIDE WS-CAND-REMAINDER BY 7
              GIVING WS-CAND-QUOTIENT
              REMAINDER WS-CAND-REMAINDER.
           COMPUTE WS-CAND-DOW = WS-CAND-REMAINDER + 1.
           IF WS-CAND-DOW = 6 OR WS-CAND-DOW = 7
              MOVE 'N' TO WS-VALID-DATE-SW
           END-IF.
           SET WS-BCALIDX TO 1.
           PERFORM WS-BUSCAL-COUNT TIMES
              IF WS-BUSCAL-ENTRY (WS-BCALIDX) = WS-REVERSAL-DATE
                 MOVE 'N' TO WS-VALID-DATE-SW
              END-IF
              SET WS-BCALIDX UP BY 1
           END-PERFORM.

       0200-BUILD-JOURNAL.
           SET WS-MAPIDX TO WS-MAP-SUB.
           IF WS-MAP-PROGRAM (WS-MAPIDX) = WS-ACCRUAL-PROGRAM
              AND NOT PERIOD-END-RUN
              GO TO 0200-BUILD-END
           END-IF.
           IF NOT MAP-AMOUNT-FOUND (WS-MAPIDX)
              ADD 1 TO WS-MISSING-COUNT
              DISPLAY "WARNING: NO BALANCE RECORD FOR "
              GO TO 0200-BUILD-END
           END-IF.
           IF WS-JRN-COUNT > 98
              OR (WS-MAP-PROGRAM (WS-MAPIDX) = WS-ACCRUAL-PROGRAM
                  AND WS-JRN-COUNT > 96)
              DISPLAY "ERR: JOURNAL TABLE FULL, MAPPING SKIPPED"
              ADD 1 TO WS-MISSING-COUNT
              GO TO 0200-BUILD-END
              MOVE WS-MAP-AMOUNT (WS-MAPIDX) TO WS-ABS-AMOUNT
              PERFORM 0220-ADD-JOURNAL-PAIR
           END-IF.
      * An accrual carries its own reversing pair, accounts swapped,
      * dated into the next month.
           IF WS-MAP-PROGRAM (WS-MAPIDX) = WS-ACCRUAL-PROGRAM
              MOVE WS-REVERSAL-DATE TO WS-JRN-WK-DATE
              IF WS-MAP-AMOUNT (WS-MAPIDX) < ZEROES
                 PERFORM 0220-ADD-JOURNAL-PAIR
              ELSE
                 PERFORM 0210-ADD-JOURNAL-PAIR-REVERSED
              END-IF
              MOVE WS-BUSINESS-DATE TO WS-JRN-WK-DATE
           END-IF.
       0200-BUILD-END.

       0210-ADD-JOURNAL-PAIR-REVERSED.
           MOVE WS-ABS-AMOUNT TO WS-JRN-AMOUNT (WS-JRNIDX).
           MOVE WS-MAP-DESC (WS-MAPIDX) TO WS-JRN-DESC (WS-JRNIDX).
           MOVE WS-MAP-SUB TO WS-JRN-SOURCE (WS-JRNIDX).
           MOVE WS-JRN-WK-DATE TO WS-JRN-DATE (WS-JRNIDX).
           ADD 1 TO WS-JRN-COUNT.
           SET WS-JRNIDX TO WS-JRN-COUNT.
           MOVE WS-MAP-DEBIT (WS-MAPIDX)
           MOVE WS-ABS-AMOUNT TO WS-JRN-AMOUNT (WS-JRNIDX).
           MOVE WS-MAP-DESC (WS-MAPIDX) TO WS-JRN-DESC (WS-JRNIDX).
           MOVE WS-MAP-SUB TO WS-JRN-SOURCE (WS-JRNIDX).
           MOVE WS-JRN-WK-DATE TO WS-JRN-DATE (WS-JRNIDX).

       0220-ADD-JOURNAL-PAIR.
           ADD 1 TO WS-JRN-COUNT.
           MOVE WS-ABS-AMOUNT TO WS-JRN-AMOUNT (WS-JRNIDX).
           MOVE WS-MAP-DESC (WS-MAPIDX) TO WS-JRN-DESC (WS-JRNIDX).
           MOVE WS-MAP-SUB TO WS-JRN-SOURCE (WS-JRNIDX).
           MOVE WS-JRN-WK-DATE TO WS-JRN-DATE (WS-JRNIDX).
           ADD 1 TO WS-JRN-COUNT.
           SET WS-JRNIDX TO WS-JRN-COUNT.
           MOVE WS-MAP-CREDIT (WS-MAPIDX)
           MOVE WS-ABS-AMOUNT TO WS-JRN-AMOUNT (WS-JRNIDX).
           MOVE WS-MAP-DESC (WS-MAPIDX) TO WS-JRN-DESC (WS-JRNIDX).
           MOVE WS-MAP-SUB TO WS-JRN-SOURCE (WS-JRNIDX).
           MOVE WS-JRN-WK-DATE TO WS-JRN-DATE (WS-JRNIDX).

      * Debits must equal credits, and each line must still equal
      * the absolute balancing amount it was built from.
              UNTIL WS-JRN-SUB > WS-JRN-COUNT
              SET WS-JRNIDX TO WS-JRN-SUB
              MOVE SPACES TO GLJOURNALREC
              MOVE WS-JRN-DATE (WS-JRNIDX)    TO GLJ-DATE
              MOVE WS-JRN-ACCOUNT (WS-JRNIDX) TO GLJ-ACCOUNT
              MOVE WS-JRN-DC (WS-JRNIDX)      TO GLJ-DC
              MOVE WS-JRN-AMOUNT (WS-JRNIDX)  TO GLJ-AMOUNT
           GOBACK.

       COPY JOBLOG.
       COPY EXCLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY FISCALPD.
       COPY PRDTAB.
       COPY PRDLOCK.
       COPY PRDEXC.

       END PROGRAM GLEXTRACT.
