      *    cumulative SALESREMITHIST.DAT, because SALESREMIT.DAT
      *    is replaced each month and the year-end true-up run
      *    (SALESTRUEUP) needs the twelve monthly remittances.
      *  - Added manager override commissions. The reporting
      *    hierarchy SALESHIER.DAT (salesperson id, reports-to
      *    manager id, override percent the person earns as a
      *    manager) is walked up from every salesperson, and each
      *    manager on the chain is paid their override percent of
      *    the net sales of everyone beneath them. The override is
      *    carried as its own component on the remittance record
      *    (REMIT-OVERRIDE-AMT, included in the net paid) and listed
      *    in a manager override section; a manager with no sales of
      *    their own still gets a remittance. A chain that loops back
      *    on itself, or a manager id not on the salesperson master,
      *    goes to the exception listing and EXCEPTIONS.DAT and earns
      *    no override.
      *  - Region credit now follows the territory history
      *    SALESTERR.DAT (id, region, from-date, to-date) posted by
      *    SALESPERSONBATCH: each transaction, and each split share,
      *    is credited to the region the rep belonged to on its
      *    TRAN-SALE-DATE, so a mid-month move no longer carries the
      *    whole month into the new region. The region subtotals,
      *    the SALESHIST.DAT region records and the regional quota
      *    actuals all use the dated credit; adjustments, which carry
      *    no date, stay with the master region, as does the quota.
      *    A rep with no history rows is credited to SPM-REGION as
      *    before.
      *  - Sales contest bonuses judged by SALESCONTEST are paid from
      *    the award ledger SALESCONTESTWIN.DAT (copybook SLSAWARD):
      *    every unpaid winner record is added to that person's
      *    remittance as its own component (REMIT-BONUS-AMT, included
      *    in the net paid but not in commission earned, the totals or
      *    the rankings), listed in a contest bonus section, and
      *    stamped with the processing period so it is paid once. A
      *    rerun of the same period pays the same awards again on the
      *    replacement remittance. An award for an id not on the
      *    master goes to the exception listing and stays unpaid.
      *  - Commission holds placed through SALESPERSONBATCH
      *    (SALESHOLD.DAT, copybook SLSHOLD) are honoured: a held
      *    salesperson's whole net pay for the period is set aside on
      *    the held-commission ledger SALESHELD.DAT (copybook SLSHELD)
      *    with the hold reason, and their remittance carries it in
      *    REMIT-HELD-AMT with nothing in the net paid. On the first
      *    run after the hold is released everything accumulated on
      *    the ledger is paid as REMIT-RELEASED-AMT (included in the
      *    net paid) and stamped with the processing period so it is
      *    paid once. Both appear in a held and released commission
      *    section. A rerun of the same period rebuilds this period's
      *    set-asides and pays the same releases again.
      *  - Pet store floor clerks are paid through this run as well:
      *    PETSTORECHALLENGE leaves one record per clerk per business
      *    day on PETCLERKSALES.DAT, in the SALESTRANS layout, and
      *    those records are read after SALESTRANS.DAT through the
      *    same validation, duplicate-invoice check and crediting.
      *    The feed is consumed: only records for a later period go
      *    back on the file. It balances as its own file.
      *  - The processing period and each sale's period now
      *    follow the period basis on RUNCONTROL.DAT: calendar
      *    YYYYMM as before, or the 4-4-5 fiscal YYYYPP from
      *    FISCALCAL.DAT under basis F, so REMIT-PERIOD,
      *    HIST-PERIOD, quotas and draws line up with finance.
      *    Under basis F or B the report also prints the fiscal
      *    year, quarter, period and week; a business date
      *    missing from the fiscal calendar under basis F stops
      *    the run with RC 8.
      *  - The run checks PERIODSTATUS.DAT and stops with return
      *    code 8 when the SALES period it would post to is
      *    closed. SALESADJ.DAT records may carry the sale date
      *    (ADJ-SALE-DATE) of the sale being adjusted; one dated
      *    in a SALES period that is closing or closed is
      *    refused, or taken into this period when that period
      *    redirects late items, and is written to EXCEPTIONS.DAT
      *    either way.
      *  - A failed award or held-ledger stamp, or a clerk feed
      *    problem, now keeps its RC 8 instead of being lowered
      *    to RC 4 by the exception count. When the clerk sales
      *    for later periods overflow the keep table,
      *    PETCLERKSALES.DAT is left as it was rather than
      *    rewritten without them.
      ***************************************************************

       ENVIRONMENT DIVISION.
            SELECT REGIONMSTFILE ASSIGN TO "REGIONMST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGIONMST-STATUS.
            SELECT SALESHIERFILE ASSIGN TO "SALESHIER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIER-STATUS.
            SELECT SALESTERRFILE ASSIGN TO "SALESTERR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERR-STATUS.
            SELECT SALESAWARDFILE ASSIGN TO "SALESCONTESTWIN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AWARD-STATUS.
            SELECT SALESHOLDFILE ASSIGN TO "SALESHOLD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLD-STATUS.
            SELECT SALESHELDFILE ASSIGN TO "SALESHELD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HELD-STATUS.
            SELECT PETCLERKFILE ASSIGN TO "PETCLERKSALES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PETCLERK-STATUS.
            SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
            SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FISCALCAL-STATUS.
            SELECT PERIODSTATUSFILE ASSIGN TO "PERIODSTATUS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIODSTATUS-STATUS.


       DATA DIVISION.

        FD REMITHISTFILE.

        01 REMITHIST-RECORD          PIC X(94).

        FD TRANSARCHIVE.

            05 ADJ-SALESPERSON-ID   PIC 9(5).
            05 ADJ-AMOUNT           PIC S9(6) SIGN LEADING SEPARATE.
            05 ADJ-REASON-CODE      PIC X(3).
            05 ADJ-SALE-DATE        PIC 9(8).

        FD SALESQUOTAFILE.

            05 RGN-CODE             PIC X(5).
            05 RGN-NAME             PIC X(20).

        FD SALESHIERFILE.

      * One row per salesperson who reports to a manager and/or is
      * paid an override as one. A zero manager id is the top of a
      * chain; the override percent (two decimals) is what this
      * person earns on the net sales of their team.
        01 SALESHIERREC.
            88 ENDOFHIER VALUE HIGH-VALUES.
            05 HIR-SALESPERSON-ID   PIC 9(5).
            05 HIR-MANAGER-ID       PIC 9(5).
            05 HIR-OVERRIDE-PCT     PIC 9(2)V99.

        FD SALESTERRFILE.

      * Territory history: one row per salesperson per region stint;
      * a to-date of 99999999 is the open-ended current stint.
        01 SALESTERRREC.
            88 ENDOFTERR VALUE HIGH-VALUES.
            05 TER-SALESPERSON-ID   PIC 9(5).
            05 TER-REGION           PIC X(5).
            05 TER-FROM-DATE        PIC 9(8).
            05 TER-TO-DATE          PIC 9(8).

        FD SALESAWARDFILE.
        COPY SLSAWARD.

        FD SALESHOLDFILE.
        COPY SLSHOLD.

        FD SALESHELDFILE.
        COPY SLSHELD.

        FD PETCLERKFILE.

        01 PETCLERKREC               PIC X(54).

        FD JOBLOGFILE.
        COPY JOBLOGFD.

        FD RUNCONTROLFILE.
        COPY RUNCTLFD.

        FD FISCALCALFILE.
        COPY FISCALFD.

        FD PERIODSTATUSFILE.
        COPY PRDSTSFD.

        WORKING-STORAGE SECTION.
        01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
            05  WS-DUP-INV-SW          PIC X.
                88  INVOICE-ALREADY-PAID VALUE 'Y'.
            05  WS-HIST-STATUS         PIC X(2).
            05  WS-HIER-STATUS         PIC X(2).
            05  WS-TERR-STATUS         PIC X(2).
            05  WS-AWARD-STATUS        PIC X(2).
            05  WS-HOLD-STATUS         PIC X(2).
            05  WS-HELD-STATUS         PIC X(2).
            05  WS-PETCLERK-STATUS     PIC X(2).
            05  WS-REPORT-FILENAME     PIC X(40).

        COPY JOBCTL.
        COPY EXCCTL.
        COPY BALCTL.
        COPY RUNCTL.
        COPY FISCTL.
        COPY PRDCTL.

        01  WS-FIELDS.
            05 WS-TOTAL-SALES      PIC 9(10) COMP-3 VALUE ZEROES.
            05 WS-TRAN-EXC-COUNT   PIC 9(5) VALUE ZEROES.
            05 WS-SKIPPED-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-PROCESS-PERIOD   PIC 9(6) VALUE ZEROES.
            05 WS-TRAN-PERIOD      PIC 9(6) VALUE ZEROES.

        01  WS-REGION-TABLE.
            05 WS-RGN-ENTRY OCCURS 20 TIMES
               88 DRAW-PROCESSING-ACTIVE VALUE 'Y'.
            05 WS-DRAW-ACTIVITY-COUNT PIC 9(5) VALUE ZEROES.

        01  WS-HIER-FIELDS.
            05 WS-HIER-SUB         PIC 9(5) VALUE ZEROES.
            05 WS-HIER-MGR-IDX     PIC 9(5) VALUE ZEROES.
            05 WS-HIER-MGR-ID      PIC 9(5) VALUE ZEROES.
            05 WS-HIER-DEPTH       PIC 9(3) VALUE ZEROES.
            05 WS-HIER-MAX-DEPTH   PIC 9(3) VALUE 20.
            05 WS-HIER-BASE        PIC 9(9) VALUE ZEROES.
            05 WS-HIER-LOOP-SW     PIC X VALUE 'N'.
               88 HIER-CHAIN-LOOPS VALUE 'Y'.
            05 WS-OVERRIDE-WK      PIC 9(8) VALUE ZEROES.
            05 WS-OVERRIDE-COUNT   PIC 9(5) VALUE ZEROES.

        01  WS-AWARD-FIELDS.
            05 WS-BONUS-WK         PIC 9(8) VALUE ZEROES.
            05 WS-BONUS-COUNT      PIC 9(5) VALUE ZEROES.
            05 WS-AWARDS-LOADED-SW PIC X VALUE 'N'.
               88 CONTEST-AWARDS-LOADED VALUE 'Y'.
            05 WS-AWD-COUNT        PIC 9(5) VALUE ZEROES.
            05 WS-AWD-SUB          PIC 9(5) VALUE ZEROES.

      * The award ledger is held in core and written back whole with
      * this run's payments stamped; each entry is laid out exactly
      * as SLSAWARD.
        01  WS-AWD-TABLE.
            05 WS-AWD-ENTRY OCCURS 20000 TIMES.
                10 WS-AWD-REC-TYPE   PIC X.
                10 WS-AWD-CONTEST-ID PIC X(6).
                10 WS-AWD-SP-ID      PIC 9(5).
                10 WS-AWD-RANK       PIC 9(5).
                10 WS-AWD-NET-SALES  PIC 9(10).
                10 WS-AWD-PAYOUT     PIC 9(8).
                10 WS-AWD-EVAL-DATE  PIC 9(8).
                10 WS-AWD-PAID-PERIOD PIC 9(6).

        01  WS-HOLD-FIELDS.
            05 WS-HELD-WK          PIC 9(10) VALUE ZEROES.
            05 WS-RELEASED-WK      PIC 9(10) VALUE ZEROES.
            05 WS-HOLDS-ON-COUNT   PIC 9(5) VALUE ZEROES.
            05 WS-HELD-COUNT       PIC 9(5) VALUE ZEROES.
            05 WS-RELEASE-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-HELD-LEDGER-SW   PIC X VALUE 'N'.
               88 HELD-LEDGER-CHANGED VALUE 'Y'.
            05 WS-HLL-COUNT        PIC 9(5) VALUE ZEROES.
            05 WS-HLL-SUB          PIC 9(5) VALUE ZEROES.

      * The held-commission ledger is held in core and written back
      * whole; each entry is laid out exactly as SLSHELD.
        01  WS-HLL-TABLE.
            05 WS-HLL-ENTRY OCCURS 20000 TIMES.
                10 WS-HLL-SP-ID      PIC 9(5).
                10 WS-HLL-PERIOD     PIC 9(6).
                10 WS-HLL-REASON     PIC X(3).
                10 WS-HLL-AMOUNT     PIC 9(10).
                10 WS-HLL-RELEASE-PERIOD PIC 9(6).

      * Pet store clerk feed counts are taken as the difference in
      * the transaction counters across the feed, so the
      * SALESTRANS.DAT balance can be stated without them.
        01  WS-CLERK-FEED-FIELDS.
            05 WS-CLERK-READ-COUNT  PIC 9(5) VALUE ZEROES.
            05 WS-CLERK-EXC-COUNT   PIC 9(5) VALUE ZEROES.
            05 WS-CLERK-SKIP-COUNT  PIC 9(5) VALUE ZEROES.
            05 WS-CLERK-AMOUNT      PIC 9(10) VALUE ZEROES.
            05 WS-CLERK-EXC-START   PIC 9(5) VALUE ZEROES.
            05 WS-CLERK-SKIP-START  PIC 9(5) VALUE ZEROES.
            05 WS-CLERK-KEEP-COUNT  PIC 9(5) VALUE ZEROES.
            05 WS-CLERK-KEEP-SUB    PIC 9(5) VALUE ZEROES.
            05 WS-CLERK-KEEP-FULL-SW PIC X VALUE 'N'.
               88 CLERK-KEEP-TABLE-FULL VALUE 'Y'.
        01  WS-CLERK-KEEP-TABLE.
            05 WS-CLERK-KEEP-REC OCCURS 5000 TIMES PIC X(54).

        01  WS-ADJ-COUNT           PIC 9(5) VALUE ZEROES.
        01  WS-QUOTA-COUNT         PIC 9(5) VALUE ZEROES.
        01  WS-QTA-MONTH-SUB       PIC 9(2) VALUE ZEROES.
                10 WS-SP-EARNED      PIC 9(10).
                10 WS-SP-DRAW        PIC 9(8).
                10 WS-SP-RECOVERY    PIC 9(8).
                10 WS-SP-MANAGER-ID  PIC 9(5).
                10 WS-SP-OVERRIDE-PCT PIC 9(2)V99.
                10 WS-SP-TEAM-SALES  PIC 9(10).
                10 WS-SP-OVERRIDE    PIC 9(8).
                10 WS-SP-CHAIN-SW    PIC X.
                   88 WS-SP-CHAIN-LOOPS VALUE 'L'.
                10 WS-SP-TERR-HEAD   PIC 9(5).
                10 WS-SP-MVC-HEAD    PIC 9(5).
                10 WS-SP-BONUS       PIC 9(8).
                10 WS-SP-HOLD-REASON PIC X(3).
                10 WS-SP-HELD        PIC 9(10).
                10 WS-SP-RELEASED    PIC 9(10).
        01  WS-SP-FOUND-IDX         PIC 9(5).

      * Territory history rows, chained per salesperson from
      * WS-SP-TERR-HEAD through WS-TER-NEXT so the file needs no
      * particular order.
        01  WS-TERR-TABLE.
            05 WS-TER-ENTRY OCCURS 50000 TIMES.
                10 WS-TER-REGION     PIC X(5).
                10 WS-TER-FROM       PIC 9(8).
                10 WS-TER-TO         PIC 9(8).
                10 WS-TER-NEXT       PIC 9(5).
        01  WS-TER-COUNT            PIC 9(5) VALUE ZEROES.

      * Sales credited away from a rep's master region, one entry per
      * rep per other region, chained from WS-SP-MVC-HEAD.
        01  WS-MVC-TABLE.
            05 WS-MVC-ENTRY OCCURS 5000 TIMES.
                10 WS-MVC-REGION     PIC X(5).
                10 WS-MVC-AMT        PIC 9(9).
                10 WS-MVC-NEXT       PIC 9(5).
        01  WS-MVC-COUNT            PIC 9(5) VALUE ZEROES.

        01  WS-TERR-FIELDS.
            05 WS-TERR-SP-SUB      PIC 9(5) VALUE ZEROES.
            05 WS-TERR-AMT         PIC 9(8) VALUE ZEROES.
            05 WS-TERR-SUB         PIC 9(5) VALUE ZEROES.
            05 WS-DATED-REGION     PIC X(5) VALUE SPACES.
            05 WS-MVC-SUB          PIC 9(5) VALUE ZEROES.
            05 WS-MVC-FOUND        PIC 9(5) VALUE ZEROES.
            05 WS-MVC-FULL-SW      PIC X VALUE 'N'.
               88 MOVED-CREDIT-TABLE-FULL VALUE 'Y'.
            05 WS-RCR-NET          PIC 9(9) VALUE ZEROES.
            05 WS-RCR-REMAIN       PIC 9(9) VALUE ZEROES.
            05 WS-RCR-TAKE         PIC 9(9) VALUE ZEROES.
            05 WS-RCR-COUNT        PIC 9(2) VALUE ZEROES.
            05 WS-RCR-SUB          PIC 9(2) VALUE ZEROES.
        01  WS-REGION-CREDIT-LIST.
            05 WS-RCR-ENTRY OCCURS 10 TIMES.
                10 WS-RCR-REGION     PIC X(5).
                10 WS-RCR-AMT        PIC 9(9).

        01  WS-TOP-TEN-TABLE.
            05 WS-TOP-TEN-ENTRY OCCURS 20000 TIMES
                                 INDEXED BY WS-TT-IDX WS-TT-IDX2.
            05 PER-PERIOD          PIC 9(6).
            05 FILLER              PIC X(93) VALUE SPACES.

        01  FISCAL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FSC-TEXT            PIC X(70).
            05 FILLER              PIC X(57) VALUE SPACES.

        01  DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 DET-SALESPERSON-NAME PIC X(40).
             05 QTA-FLAG             PIC X(10).
             05 FILLER               PIC X(30)  VALUE SPACES.

        01  OVERRIDE-HEADING-LINE.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 FILLER               PIC X(45)  VALUE
                'MANAGER OVERRIDE COMMISSIONS'.
             05 FILLER               PIC X(82)  VALUE SPACES.

        01  OVERRIDE-COLUMN-HEADINGS.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 FILLER               PIC X(40)  VALUE
                'MANAGER NAME'.
             05 FILLER               PIC X(2)   VALUE SPACES.
             05 FILLER               PIC X(6)   VALUE 'REGION'.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 FILLER               PIC X(14)  VALUE 'TEAM NET SALES'.
             05 FILLER               PIC X(4)   VALUE SPACES.
             05 FILLER               PIC X(8)   VALUE 'PCT'.
             05 FILLER               PIC X(12)  VALUE 'OVERRIDE'.
             05 FILLER               PIC X(36)  VALUE SPACES.

        01  OVERRIDE-LINE.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 OVR-NAME             PIC X(40).
             05 FILLER               PIC X(2)   VALUE SPACES.
             05 OVR-REGION           PIC X(5).
             05 FILLER               PIC X(2)   VALUE SPACES.
             05 OVR-TEAM-SALES       PIC $$$$,$$$,$$9.
             05 FILLER               PIC X(4)   VALUE SPACES.
             05 OVR-PCT              PIC Z9.99.
             05 FILLER               PIC X(3)   VALUE SPACES.
             05 OVR-AMOUNT           PIC $$,$$$,$$9.
             05 FILLER               PIC X(42)  VALUE SPACES.

        01  BONUS-HEADING-LINE.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 FILLER               PIC X(45)  VALUE
                'SALES CONTEST BONUSES PAID'.
             05 FILLER               PIC X(82)  VALUE SPACES.

        01  BONUS-COLUMN-HEADINGS.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 FILLER               PIC X(9)   VALUE 'CONTEST'.
             05 FILLER               PIC X(40)  VALUE
                'SALESPERSON NAME'.
             05 FILLER               PIC X(2)   VALUE SPACES.
             05 FILLER               PIC X(6)   VALUE 'REGION'.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 FILLER               PIC X(5)   VALUE 'RANK'.
             05 FILLER               PIC X(12)  VALUE '       BONUS'.
             05 FILLER               PIC X(48)  VALUE SPACES.

        01  BONUS-LINE.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 BON-CONTEST          PIC X(6).
             05 FILLER               PIC X(3)   VALUE SPACES.
             05 BON-NAME             PIC X(40).
             05 FILLER               PIC X(2)   VALUE SPACES.
             05 BON-REGION           PIC X(5).
             05 FILLER               PIC X(4)   VALUE SPACES.
             05 BON-RANK             PIC ZZZZ9.
             05 FILLER               PIC X(2)   VALUE SPACES.
             05 BON-AMOUNT           PIC $$,$$$,$$9.
             05 FILLER               PIC X(50)  VALUE SPACES.

        01  HOLD-HEADING-LINE.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 FILLER               PIC X(45)  VALUE
                'COMMISSION HELD AND RELEASED'.
             05 FILLER               PIC X(82)  VALUE SPACES.

        01  HOLD-COLUMN-HEADINGS.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 FILLER               PIC X(40)  VALUE
                'SALESPERSON NAME'.
             05 FILLER               PIC X(2)   VALUE SPACES.
             05 FILLER               PIC X(6)   VALUE 'REGION'.
             05 FILLER               PIC X(2)   VALUE SPACES.
             05 FILLER               PIC X(6)   VALUE 'REASON'.
             05 FILLER               PIC X(15)  VALUE
                '  HELD THIS PER'.
             05 FILLER               PIC X(15)  VALUE
                '       RELEASED'.
             05 FILLER               PIC X(41)  VALUE SPACES.

        01  HOLD-LINE.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 HLN-NAME             PIC X(40).
             05 FILLER               PIC X(2)   VALUE SPACES.
             05 HLN-REGION           PIC X(5).
             05 FILLER               PIC X(3)   VALUE SPACES.
             05 HLN-REASON           PIC X(3).
             05 FILLER               PIC X(3)   VALUE SPACES.
             05 HLN-HELD             PIC $$$,$$$,$$9.
             05 FILLER               PIC X(4)   VALUE SPACES.
             05 HLN-RELEASED         PIC $$$,$$$,$$9.
             05 FILLER               PIC X(45)  VALUE SPACES.

        01  QUOTA-REGION-HEADING-LINE.
             05 FILLER               PIC X(5)   VALUE SPACES.
             05 FILLER               PIC X(35)  VALUE
           MOVE "SALESWITHCOMMISSION" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 0060-SET-PROCESS-PERIOD THRU 0060-SET-END.
           IF NOT PROCESS-PERIOD-SET
              MOVE 8 TO RETURN-CODE
              GO TO 0200-STOP-RUN
           END-IF.
           PERFORM 0062-CHECK-PERIOD-OPEN.
           IF PRD-POST-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO 0200-STOP-RUN
           END-IF.
           PERFORM 0065-LOAD-REGIONS.
           OPEN INPUT SALESPERSONMST.
           IF WS-SPMST-STATUS NOT = "00"
               GO TO 0200-STOP-RUN
           END-IF.
           PERFORM 0070-LOAD-SALESPERSONS.
           PERFORM 0071-LOAD-TERRITORY-HISTORY.
           PERFORM 0129-LOAD-DRAW-SCHEDULE.
           PERFORM 0131-LOAD-DRAW-BALANCES.
           PERFORM 0136-LOAD-HIERARCHY.
           PERFORM 0072-LOAD-CONTEST-AWARDS.
           PERFORM 0076-LOAD-HOLDS.
           PERFORM 0078-LOAD-HELD-LEDGER.
      *    A brand-new shop has no invoice history yet - create it
      *    empty on status 35 and reopen, the same way the
      *    salesperson master maintenance bootstraps its file.
           PERFORM 0197-ARCHIVE-TRANSACTIONS
              THRU 0197-ARCHIVE-END.
           MOVE "SALESTRANS.DAT" TO BAL-WK-FILE-NAME.
           COMPUTE BAL-WK-READ = WS-RECORD-COUNT - WS-CLERK-READ-COUNT.
           COMPUTE BAL-WK-REJECTED = WS-TRAN-EXC-COUNT
              + WS-SKIPPED-COUNT - WS-CLERK-EXC-COUNT
              - WS-CLERK-SKIP-COUNT.
           COMPUTE BAL-WK-WRITTEN = BAL-WK-READ - BAL-WK-REJECTED.
           MOVE WS-TOTAL-SALES TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.
           IF WS-CLERK-READ-COUNT > 0
              MOVE "PETCLERKSALES.DAT" TO BAL-WK-FILE-NAME
              MOVE WS-CLERK-READ-COUNT TO BAL-WK-READ
              COMPUTE BAL-WK-REJECTED = WS-CLERK-EXC-COUNT
                 + WS-CLERK-SKIP-COUNT
              COMPUTE BAL-WK-WRITTEN = BAL-WK-READ - BAL-WK-REJECTED
              MOVE WS-CLERK-AMOUNT TO BAL-WK-AMOUNT
              PERFORM 9800-WRITE-BALANCE
           END-IF.
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0200-STOP-RUN.
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-REPORT-FILENAME.

      * The processing period is the calendar YYYYMM of the business
      * date, or its fiscal YYYYPP when RUNCONTROL.DAT sets the
      * fiscal period basis; transactions, quotas, draws, holds and
      * the history all key off it.
        0060-SET-PROCESS-PERIOD.
           PERFORM 9120-SET-PROCESS-PERIOD THRU 9120-SET-END.
           MOVE FIS-WK-PROC-KEY TO WS-PROCESS-PERIOD.
        0060-SET-END.

      * Period of the sale on the same basis - zero under the fiscal
      * basis when the sale date is outside FISCALCAL.DAT.
        0061-SET-TRAN-PERIOD.
           MOVE ZEROES TO WS-TRAN-PERIOD.
           IF TRAN-SALE-DATE NUMERIC
              MOVE TRAN-SALE-DATE TO FIS-WK-DATE
              PERFORM 9130-SET-DATE-PERIOD
              MOVE FIS-WK-DATE-KEY TO WS-TRAN-PERIOD
           END-IF.

      * A SALES period closed on PERIODSTATUS.DAT takes no more
      * commission runs; the run stops before anything is posted.
        0062-CHECK-PERIOD-OPEN.
           MOVE "SALES" TO PRD-WK-SUBSYSTEM.
           MOVE ZEROES TO PRD-WK-DATE.
           PERFORM 9160-CHECK-POSTING-PERIOD THRU 9160-CHECK-END.
           IF PRD-POST-REFUSED
              DISPLAY "ERR: SALES PERIOD " PRD-WK-PERIOD
                 " IS CLOSED - RUN STOPPED"
              MOVE SPACES TO PRD-WK-KEY PRD-WK-IMAGE
              MOVE "SALES" TO PRD-WK-KEY
              MOVE PRD-WK-PERIOD TO PRD-WK-KEY (10:6)
              PERFORM 9170-LOG-PERIOD-EXCEPTION
           END-IF.

      * REGIONMST.DAT names the regions the rollups report in, in
      * reference-file order. With no reference file the historical
              MOVE ZEROES           TO WS-SP-EARNED (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-DRAW (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-RECOVERY (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-MANAGER-ID (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-OVERRIDE-PCT (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-TEAM-SALES (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-OVERRIDE (WS-SP-IDX)
              MOVE SPACE            TO WS-SP-CHAIN-SW (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-TERR-HEAD (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-MVC-HEAD (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-BONUS (WS-SP-IDX)
              MOVE SPACES           TO WS-SP-HOLD-REASON (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-HELD (WS-SP-IDX)
              MOVE ZEROES           TO WS-SP-RELEASED (WS-SP-IDX)
              READ SALESPERSONMST
                 AT END SET ENDOFMASTER TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SALESPERSONMST.

      * SALESCONTESTWIN.DAT is optional (status 35) - it appears
      * once SALESCONTEST judges its first contest. Winner records
      * not yet paid, or paid by an earlier run of this same period,
      * go on this remittance; a ledger too big for the table stops
      * the run rather than rewrite it short.
        0072-LOAD-CONTEST-AWARDS.
           OPEN INPUT SALESAWARDFILE.
           IF WS-AWARD-STATUS NOT = "00" AND
              WS-AWARD-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SALESAWARDFILE "
                 WS-AWARD-STATUS
           END-IF.
           IF WS-AWARD-STATUS = "00"
              SET CONTEST-AWARDS-LOADED TO TRUE
              READ SALESAWARDFILE
                 AT END SET ENDOFAWARDS TO TRUE
              END-READ
              PERFORM UNTIL ENDOFAWARDS
                 IF WS-AWD-COUNT >= 20000
                    DISPLAY "ERR: SALESCONTESTWIN.DAT EXCEEDS TABLE "
                       "MAXIMUM OF 20000 - RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    CLOSE SALESAWARDFILE
                    GO TO 0200-STOP-RUN
                 END-IF
                 ADD 1 TO WS-AWD-COUNT
                 MOVE AWARD-RECORD TO WS-AWD-ENTRY (WS-AWD-COUNT)
                 IF AWD-WINNER
                    AND (AWD-PAID-PERIOD = ZEROES
                         OR AWD-PAID-PERIOD = WS-PROCESS-PERIOD)
                    PERFORM 0074-APPLY-ONE-AWARD
                 END-IF
                 READ SALESAWARDFILE
                    AT END SET ENDOFAWARDS TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESAWARDFILE
           END-IF.

        0074-APPLY-ONE-AWARD.
           MOVE AWD-SALESPERSON-ID TO WS-LOOKUP-ID.
           PERFORM 0113-FIND-SALESPERSON.
           IF WS-SP-FOUND-IDX = 0
              MOVE SPACES TO EXCEPTION-LINE
              MOVE AWD-SALESPERSON-ID TO EXC-ID
              MOVE AWD-CONTEST-ID     TO EXC-INVOICE
              MOVE AWD-EVAL-DATE      TO EXC-DATE
              MOVE ZEROES             TO EXC-SALES
              MOVE "AWARD FOR UNKNOWN SALESPERSON" TO EXC-REASON
              PERFORM 0185-SAVE-EXCEPTION-LINE
              MOVE ZEROES TO WS-AWD-PAID-PERIOD (WS-AWD-COUNT)
           ELSE
              SET WS-SP-IDX TO WS-SP-FOUND-IDX
              ADD AWD-PAYOUT TO WS-SP-BONUS (WS-SP-IDX)
              MOVE WS-PROCESS-PERIOD
                 TO WS-AWD-PAID-PERIOD (WS-AWD-COUNT)
              ADD 1 TO WS-BONUS-COUNT
           END-IF.

      * SALESHOLD.DAT is optional (status 35) - it appears with the
      * first hold placed through SALESPERSONBATCH.
        0076-LOAD-HOLDS.
           OPEN INPUT SALESHOLDFILE.
           IF WS-HOLD-STATUS NOT = "00" AND
              WS-HOLD-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SALESHOLDFILE "
                 WS-HOLD-STATUS
           END-IF.
           IF WS-HOLD-STATUS = "00"
              READ SALESHOLDFILE
                 AT END SET ENDOFHOLDS TO TRUE
              END-READ
              PERFORM UNTIL ENDOFHOLDS
                 MOVE HLD-SALESPERSON-ID TO WS-LOOKUP-ID
                 PERFORM 0113-FIND-SALESPERSON
                 IF WS-SP-FOUND-IDX = 0
                    MOVE SPACES TO EXCEPTION-LINE
                    MOVE HLD-SALESPERSON-ID TO EXC-ID
                    MOVE HLD-REASON-CODE    TO EXC-INVOICE
                    MOVE HLD-HOLD-DATE      TO EXC-DATE
                    MOVE ZEROES             TO EXC-SALES
                    MOVE "HOLD FOR UNKNOWN SALESPERSON" TO EXC-REASON
                    PERFORM 0185-SAVE-EXCEPTION-LINE
                 ELSE
                    SET WS-SP-IDX TO WS-SP-FOUND-IDX
                    MOVE HLD-REASON-CODE
                       TO WS-SP-HOLD-REASON (WS-SP-IDX)
                    ADD 1 TO WS-HOLDS-ON-COUNT
                 END-IF
                 READ SALESHOLDFILE
                    AT END SET ENDOFHOLDS TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESHOLDFILE
           END-IF.

      * SALESHELD.DAT is optional (status 35). A record this period
      * set aside by an earlier run of the same period is dropped -
      * this run sets the period aside again. A record not yet
      * released, or released by an earlier run of this period, is
      * paid now unless its owner is still on hold. The table must
      * also have room for a set-aside for everyone on hold, or the
      * run stops rather than lose one.
        0078-LOAD-HELD-LEDGER.
           OPEN INPUT SALESHELDFILE.
           IF WS-HELD-STATUS NOT = "00" AND
              WS-HELD-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SALESHELDFILE "
                 WS-HELD-STATUS
           END-IF.
           IF WS-HELD-STATUS = "00"
              SET HELD-LEDGER-CHANGED TO TRUE
              READ SALESHELDFILE
                 AT END SET ENDOFHELD TO TRUE
              END-READ
              PERFORM UNTIL ENDOFHELD
                 IF WS-HLL-COUNT >= 20000
                    DISPLAY "ERR: SALESHELD.DAT EXCEEDS TABLE "
                       "MAXIMUM OF 20000 - RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    CLOSE SALESHELDFILE
                    GO TO 0200-STOP-RUN
                 END-IF
                 IF HLL-RELEASE-PERIOD = ZEROES
                    AND HLL-PERIOD = WS-PROCESS-PERIOD
                    CONTINUE
                 ELSE
                    ADD 1 TO WS-HLL-COUNT
                    MOVE HELD-RECORD TO WS-HLL-ENTRY (WS-HLL-COUNT)
                    IF HLL-RELEASE-PERIOD = ZEROES
                       OR HLL-RELEASE-PERIOD = WS-PROCESS-PERIOD
                       PERFORM 0079-APPLY-ONE-HELD-ROW
                    END-IF
                 END-IF
                 READ SALESHELDFILE
                    AT END SET ENDOFHELD TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESHELDFILE
           END-IF.
           IF WS-HLL-COUNT + WS-HOLDS-ON-COUNT > 20000
              DISPLAY "ERR: NO ROOM ON HELD LEDGER TABLE FOR THIS "
                 "PERIOD'S HOLDS - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              GO TO 0200-STOP-RUN
           END-IF.

        0079-APPLY-ONE-HELD-ROW.
           MOVE ZEROES TO WS-HLL-RELEASE-PERIOD (WS-HLL-COUNT).
           MOVE HLL-SALESPERSON-ID TO WS-LOOKUP-ID.
           PERFORM 0113-FIND-SALESPERSON.
           IF WS-SP-FOUND-IDX = 0
              MOVE SPACES TO EXCEPTION-LINE
              MOVE HLL-SALESPERSON-ID TO EXC-ID
              MOVE HLL-REASON-CODE    TO EXC-INVOICE
              MOVE HLL-PERIOD         TO EXC-DATE
              MOVE ZEROES             TO EXC-SALES
              MOVE "HELD PAY FOR UNKNOWN SLSPRSN" TO EXC-REASON
              PERFORM 0185-SAVE-EXCEPTION-LINE
           ELSE
              SET WS-SP-IDX TO WS-SP-FOUND-IDX
              IF WS-SP-HOLD-REASON (WS-SP-IDX) = SPACES
                 ADD HLL-AMOUNT TO WS-SP-RELEASED (WS-SP-IDX)
                 MOVE WS-PROCESS-PERIOD
                    TO WS-HLL-RELEASE-PERIOD (WS-HLL-COUNT)
              END-IF
           END-IF.

      * SALESTERR.DAT is optional (status 35) - until the first
      * transfer is posted every rep is credited to SPM-REGION.
        0071-LOAD-TERRITORY-HISTORY.
           OPEN INPUT SALESTERRFILE.
           IF WS-TERR-STATUS NOT = "00" AND
              WS-TERR-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SALESTERRFILE "
                 WS-TERR-STATUS
           END-IF.
           IF WS-TERR-STATUS = "00"
              READ SALESTERRFILE
                 AT END SET ENDOFTERR TO TRUE
              END-READ
              PERFORM UNTIL ENDOFTERR
                 MOVE TER-SALESPERSON-ID TO WS-LOOKUP-ID
                 PERFORM 0113-FIND-SALESPERSON
                 EVALUATE TRUE
                    WHEN WS-SP-FOUND-IDX = 0
                       MOVE SPACES TO EXCEPTION-LINE
                       MOVE TER-SALESPERSON-ID TO EXC-ID
                       MOVE TER-REGION         TO EXC-INVOICE
                       MOVE TER-FROM-DATE      TO EXC-DATE
                       MOVE ZEROES             TO EXC-SALES
                       MOVE "TERRITORY ROW FOR UNKNOWN ID"
                          TO EXC-REASON
                       PERFORM 0185-SAVE-EXCEPTION-LINE
                    WHEN WS-TER-COUNT >= 50000
                       DISPLAY "ERR: SALESTERR.DAT EXCEEDS TABLE "
                          "MAXIMUM OF 50000 - RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       CLOSE SALESTERRFILE
                       GO TO 0200-STOP-RUN
                    WHEN OTHER
                       ADD 1 TO WS-TER-COUNT
                       MOVE TER-REGION
                          TO WS-TER-REGION (WS-TER-COUNT)
                       MOVE TER-FROM-DATE TO WS-TER-FROM (WS-TER-COUNT)
                       MOVE TER-TO-DATE   TO WS-TER-TO (WS-TER-COUNT)
                       MOVE WS-SP-TERR-HEAD (WS-SP-FOUND-IDX)
                          TO WS-TER-NEXT (WS-TER-COUNT)
                       MOVE WS-TER-COUNT
                          TO WS-SP-TERR-HEAD (WS-SP-FOUND-IDX)
                 END-EVALUATE
                 READ SALESTERRFILE
                    AT END SET ENDOFTERR TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESTERRFILE
           END-IF.

      * The history file is scanned before this run appends to it;
      * the prior period kept is the latest period earlier than the
      * one being processed, so a same-period rerun still compares
            AT END SET ENDOFTRANS TO TRUE
            END-READ
           END-PERFORM.
           PERFORM 0102-PROCESS-CLERK-FEED THRU 0102-CLERK-END.
           PERFORM 0122-PROCESS-ADJUSTMENTS.
           PERFORM 0124-LOAD-QUOTAS.
           PERFORM 0138-COMPUTE-OVERRIDES.
           PERFORM 0125-REPORT-SALESPEOPLE.
           PERFORM 0130-WRITE-TOTAL-LINE.
           PERFORM 0145-WRITE-ADJUSTMENT-SECTION
              THRU 0145-ADJUST-END.
           PERFORM 0147-WRITE-DRAW-SECTION
              THRU 0147-DRAW-END.
           PERFORM 0148-WRITE-OVERRIDE-SECTION
              THRU 0148-OVERRIDE-END.
           PERFORM 0149-WRITE-BONUS-SECTION
              THRU 0149-BONUS-END.
           PERFORM 0146-WRITE-HOLD-SECTION
              THRU 0146-HOLD-END.
           PERFORM 0140-WRITE-REGION-TOTALS.
           PERFORM 0150-WRITE-GENDER-SUMMARY.
           PERFORM 0155-WRITE-QUOTA-ATTAINMENT.
           PERFORM 0195-APPEND-HISTORY THRU 0195-HISTORY-END.
           PERFORM 0196-REWRITE-DRAW-BALANCES
              THRU 0196-DRAWBAL-END.
           PERFORM 0198-REWRITE-CONTEST-AWARDS
              THRU 0198-AWARD-END.
           PERFORM 0199-REWRITE-HELD-LEDGER
              THRU 0199-HELD-END.

      * PETCLERKSALES.DAT is optional (status 35) - it exists once
      * the pet store run has posted clerk sales. Each record goes
      * through 0112 exactly as a SALESTRANS.DAT record would.
      * Records for a later period than this run's are kept for
      * the run that processes that period; everything else has
      * now been credited, rejected or (an earlier period) aged
      * out, and the file is rewritten with just the keepers. If
      * the keepers do not fit the table the file is left whole.
        0102-PROCESS-CLERK-FEED.
           OPEN INPUT PETCLERKFILE.
           IF WS-PETCLERK-STATUS NOT = "00" AND
              WS-PETCLERK-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETCLERKFILE "
                 WS-PETCLERK-STATUS
           END-IF.
           IF WS-PETCLERK-STATUS NOT = "00"
              GO TO 0102-CLERK-END
           END-IF.
           MOVE WS-TRAN-EXC-COUNT TO WS-CLERK-EXC-START.
           MOVE WS-SKIPPED-COUNT  TO WS-CLERK-SKIP-START.
           MOVE SPACES TO SALESTRANS.
           READ PETCLERKFILE INTO SALESTRANS
              AT END SET ENDOFTRANS TO TRUE
           END-READ.
           PERFORM UNTIL WS-PETCLERK-STATUS NOT = "00"
              ADD 1 TO WS-RECORD-COUNT
              ADD 1 TO WS-CLERK-READ-COUNT
              IF TRAN-AMOUNT NUMERIC
                 ADD TRAN-AMOUNT TO WS-CLERK-AMOUNT
              END-IF
              PERFORM 0112-ACCUMULATE-TRANSACTION
              IF TRAN-SALE-YYYYMM NUMERIC
                 AND (WS-TRAN-PERIOD > WS-PROCESS-PERIOD
                  OR (WS-TRAN-PERIOD = ZEROES
                      AND TRAN-SALE-DATE > WS-BUSINESS-DATE))
                 IF WS-CLERK-KEEP-COUNT < 5000
                    ADD 1 TO WS-CLERK-KEEP-COUNT
                    MOVE SALESTRANS
                       TO WS-CLERK-KEEP-REC (WS-CLERK-KEEP-COUNT)
                 ELSE
                    IF NOT CLERK-KEEP-TABLE-FULL
                       DISPLAY "ERR: PETCLERKSALES KEEP TABLE FULL AT "
                          "5000, FILE NOT REWRITTEN"
                    END-IF
                    SET CLERK-KEEP-TABLE-FULL TO TRUE
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
              MOVE SPACES TO SALESTRANS
              READ PETCLERKFILE INTO SALESTRANS
                 AT END SET ENDOFTRANS TO TRUE
              END-READ
           END-PERFORM.
           CLOSE PETCLERKFILE.
           COMPUTE WS-CLERK-EXC-COUNT =
              WS-TRAN-EXC-COUNT - WS-CLERK-EXC-START.
           COMPUTE WS-CLERK-SKIP-COUNT =
              WS-SKIPPED-COUNT - WS-CLERK-SKIP-START.
           IF CLERK-KEEP-TABLE-FULL
              GO TO 0102-CLERK-END
           END-IF.
           OPEN OUTPUT PETCLERKFILE.
           IF WS-PETCLERK-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETCLERKSALES.DAT, "
                 "STATUS = " WS-PETCLERK-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0102-CLERK-END
           END-IF.
           PERFORM VARYING WS-CLERK-KEEP-SUB FROM 1 BY 1
              UNTIL WS-CLERK-KEEP-SUB > WS-CLERK-KEEP-COUNT
              WRITE PETCLERKREC
                 FROM WS-CLERK-KEEP-REC (WS-CLERK-KEEP-SUB)
           END-PERFORM.
           CLOSE PETCLERKFILE.
        0102-CLERK-END.

        0110-WRITE-HEADING-LINE.
            MOVE WS-BUSINESS-DAY TO HEAD-DAY.
            MOVE WS-PROCESS-PERIOD TO PER-PERIOD.
            MOVE PERIOD-LINE TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
            IF FISCAL-LINE-WANTED
               MOVE FIS-WK-PRINT-LINE TO FSC-TEXT
               MOVE FISCAL-LINE TO PRINT-LINE
               WRITE PRINT-LINE AFTER ADVANCING 1 LINE
            END-IF.
            MOVE HEADING-LINE TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
            MOVE HEADING-LINE-2 TO PRINT-LINE.
            MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.

        0112-ACCUMULATE-TRANSACTION.
           PERFORM 0061-SET-TRAN-PERIOD.
           PERFORM 0115-VALIDATE-RECORD.
           IF EXC-REASON NOT = SPACES
              PERFORM 0180-WRITE-EXCEPTION-LINE
           ELSE
              IF WS-TRAN-PERIOD NOT = WS-PROCESS-PERIOD
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 PERFORM 0111-CHECK-DUPLICATE-INVOICE
                          SET WS-SP-IDX TO WS-SP-FOUND-IDX
                          ADD TRAN-AMOUNT
                             TO WS-SP-MTD-SALES (WS-SP-IDX)
                          MOVE WS-SP-FOUND-IDX TO WS-TERR-SP-SUB
                          MOVE TRAN-AMOUNT     TO WS-TERR-AMT
                          PERFORM 0144-CREDIT-DATED-REGION
                             THRU 0144-CREDIT-END
                          PERFORM 0121-RECORD-PAID-INVOICE
                       END-IF
                    ELSE
              PERFORM 0113-FIND-SALESPERSON
              SET WS-SP-IDX TO WS-SP-FOUND-IDX
              ADD WS-SPLIT-SHARE TO WS-SP-MTD-SALES (WS-SP-IDX)
              MOVE WS-SP-FOUND-IDX TO WS-TERR-SP-SUB
              MOVE WS-SPLIT-SHARE  TO WS-TERR-AMT
              PERFORM 0144-CREDIT-DATED-REGION
                 THRU 0144-CREDIT-END
           END-PERFORM.
           PERFORM 0121-RECORD-PAID-INVOICE.
        0114-SPLIT-END.

      * SALESADJ.DAT is an optional input: a month with no returns or
      * cancellations simply has no adjustments file (status 35).
      * An adjustment dated in a SALES period that is closing or
      * closed is refused, or taken into this period when the
      * closed period redirects late items; either way it is
      * logged to EXCEPTIONS.DAT. An undated one is this period's.
        0122-PROCESS-ADJUSTMENTS.
           OPEN INPUT SALESADJFILE.
           IF WS-SALESADJ-STATUS NOT = "00" AND
              END-READ
              PERFORM UNTIL ENDOFADJ
                 ADD 1 TO WS-ADJ-COUNT
                 PERFORM 0123-APPLY-ONE-ADJUSTMENT THRU 0123-APPLY-END
                 READ SALESADJFILE
                    AT END SET ENDOFADJ TO TRUE
                 END-READ
           END-IF.

        0123-APPLY-ONE-ADJUSTMENT.
           MOVE "SALES" TO PRD-WK-SUBSYSTEM.
           MOVE ADJ-SALE-DATE TO PRD-WK-DATE.
           PERFORM 9160-CHECK-POSTING-PERIOD THRU 9160-CHECK-END.
           IF NOT PRD-POST-ALLOWED
              MOVE SPACES TO PRD-WK-KEY
              MOVE ADJ-SALESPERSON-ID TO PRD-WK-KEY (1:5)
              MOVE ADJ-REASON-CODE    TO PRD-WK-KEY (7:3)
              MOVE SALESADJ TO PRD-WK-IMAGE
              PERFORM 9170-LOG-PERIOD-EXCEPTION
           END-IF.
           IF PRD-POST-REFUSED
              GO TO 0123-APPLY-END
           END-IF.
           MOVE ADJ-SALESPERSON-ID TO WS-LOOKUP-ID.
           PERFORM 0113-FIND-SALESPERSON.
           IF WS-SP-FOUND-IDX = 0
              SET WS-SP-IDX TO WS-SP-FOUND-IDX
              ADD ADJ-AMOUNT TO WS-SP-ADJ-AMT (WS-SP-IDX)
           END-IF.
        0123-APPLY-END.

      * SALESQUOTA.DAT is optional the same way SALESADJ.DAT is: with
      * no quota master every salesperson shows as NO QUOTA.
              CLOSE SALESDRAWBALFILE
           END-IF.

      * SALESHIER.DAT is optional (status 35): with no hierarchy no
      * overrides are paid. Rows for ids not on the master, and
      * reports-to ids not on the master, are listed as exceptions
      * and the link is dropped. Once every link is in, each chain
      * is walked to find the ones that loop.
        0136-LOAD-HIERARCHY.
           OPEN INPUT SALESHIERFILE.
           IF WS-HIER-STATUS NOT = "00" AND
              WS-HIER-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SALESHIERFILE "
                 WS-HIER-STATUS
           END-IF.
           IF WS-HIER-STATUS = "00"
              READ SALESHIERFILE
                 AT END SET ENDOFHIER TO TRUE
              END-READ
              PERFORM UNTIL ENDOFHIER
                 PERFORM 0139-APPLY-ONE-HIER-ROW
                 READ SALESHIERFILE
                    AT END SET ENDOFHIER TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESHIERFILE
              PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
                 UNTIL WS-HIER-SUB > WS-SP-COUNT
                 IF WS-SP-MANAGER-ID (WS-HIER-SUB) > ZEROES
                    PERFORM 0141-CHECK-MANAGER-CHAIN
                 END-IF
              END-PERFORM
           END-IF.

        0139-APPLY-ONE-HIER-ROW.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE HIR-SALESPERSON-ID TO EXC-ID.
           MOVE HIR-MANAGER-ID     TO EXC-INVOICE.
           MOVE ZEROES             TO EXC-DATE.
           MOVE ZEROES             TO EXC-SALES.
           MOVE HIR-SALESPERSON-ID TO WS-LOOKUP-ID.
           PERFORM 0113-FIND-SALESPERSON.
           IF WS-SP-FOUND-IDX = 0
              MOVE "HIERARCHY ROW FOR UNKNOWN ID" TO EXC-REASON
              PERFORM 0185-SAVE-EXCEPTION-LINE
           ELSE
              MOVE WS-SP-FOUND-IDX TO WS-HIER-SUB
              IF HIR-OVERRIDE-PCT NUMERIC
                 MOVE HIR-OVERRIDE-PCT
                    TO WS-SP-OVERRIDE-PCT (WS-HIER-SUB)
              END-IF
              IF HIR-MANAGER-ID NUMERIC
                 AND HIR-MANAGER-ID > ZEROES
                 MOVE HIR-MANAGER-ID TO WS-LOOKUP-ID
                 PERFORM 0113-FIND-SALESPERSON
                 IF WS-SP-FOUND-IDX = 0
                    MOVE "MANAGER ID NOT ON MASTER" TO EXC-REASON
                    PERFORM 0185-SAVE-EXCEPTION-LINE
                 ELSE
                    MOVE HIR-MANAGER-ID
                       TO WS-SP-MANAGER-ID (WS-HIER-SUB)
                 END-IF
              END-IF
           END-IF.

      * Walks up from the person at WS-HIER-SUB. Arriving back at
      * the person, or climbing more levels than any real chain
      * has, means the chain loops; the person is marked so the
      * override pass neither pays them nor climbs through them.
        0141-CHECK-MANAGER-CHAIN.
           MOVE 'N' TO WS-HIER-LOOP-SW.
           MOVE ZEROES TO WS-HIER-DEPTH.
           MOVE WS-SP-MANAGER-ID (WS-HIER-SUB) TO WS-HIER-MGR-ID.
           PERFORM UNTIL WS-HIER-MGR-ID = ZEROES
                      OR HIER-CHAIN-LOOPS
              ADD 1 TO WS-HIER-DEPTH
              IF WS-HIER-MGR-ID = WS-SP-ID (WS-HIER-SUB)
                 OR WS-HIER-DEPTH > WS-HIER-MAX-DEPTH
                 SET HIER-CHAIN-LOOPS TO TRUE
              ELSE
                 MOVE WS-HIER-MGR-ID TO WS-LOOKUP-ID
                 PERFORM 0113-FIND-SALESPERSON
                 MOVE WS-SP-FOUND-IDX TO WS-HIER-MGR-IDX
                 MOVE WS-SP-MANAGER-ID (WS-HIER-MGR-IDX)
                    TO WS-HIER-MGR-ID
              END-IF
           END-PERFORM.
           IF HIER-CHAIN-LOOPS
              SET WS-SP-CHAIN-LOOPS (WS-HIER-SUB) TO TRUE
              MOVE SPACES TO EXCEPTION-LINE
              MOVE WS-SP-ID (WS-HIER-SUB)         TO EXC-ID
              MOVE WS-SP-MANAGER-ID (WS-HIER-SUB) TO EXC-INVOICE
              MOVE ZEROES TO EXC-DATE
              MOVE ZEROES TO EXC-SALES
              MOVE "MANAGER CHAIN LOOPS" TO EXC-REASON
              PERFORM 0185-SAVE-EXCEPTION-LINE
           END-IF.

      * Every salesperson's net sales (floored at zero, as for the
      * commission) is credited to the team total of each manager
      * above them; the walk stops at the top of the chain or at a
      * manager on a looping chain. The override is then the
      * manager's percent of the team total.
        0138-COMPUTE-OVERRIDES.
           PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
              UNTIL WS-HIER-SUB > WS-SP-COUNT
              COMPUTE WS-NET-SALES-WK =
                 WS-SP-MTD-SALES (WS-HIER-SUB) +
                 WS-SP-ADJ-AMT (WS-HIER-SUB)
              IF WS-NET-SALES-WK > ZEROES
                 AND WS-SP-MANAGER-ID (WS-HIER-SUB) > ZEROES
                 AND NOT WS-SP-CHAIN-LOOPS (WS-HIER-SUB)
                 MOVE WS-NET-SALES-WK TO WS-HIER-BASE
                 MOVE WS-SP-MANAGER-ID (WS-HIER-SUB) TO WS-HIER-MGR-ID
                 PERFORM UNTIL WS-HIER-MGR-ID = ZEROES
                    MOVE WS-HIER-MGR-ID TO WS-LOOKUP-ID
                    PERFORM 0113-FIND-SALESPERSON
                    MOVE WS-SP-FOUND-IDX TO WS-HIER-MGR-IDX
                    IF WS-SP-CHAIN-LOOPS (WS-HIER-MGR-IDX)
                       MOVE ZEROES TO WS-HIER-MGR-ID
                    ELSE
                       ADD WS-HIER-BASE
                          TO WS-SP-TEAM-SALES (WS-HIER-MGR-IDX)
                       MOVE WS-SP-MANAGER-ID (WS-HIER-MGR-IDX)
                          TO WS-HIER-MGR-ID
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
              UNTIL WS-HIER-SUB > WS-SP-COUNT
              IF WS-SP-TEAM-SALES (WS-HIER-SUB) > ZEROES
                 AND WS-SP-OVERRIDE-PCT (WS-HIER-SUB) > ZEROES
                 AND NOT WS-SP-CHAIN-LOOPS (WS-HIER-SUB)
                 COMPUTE WS-SP-OVERRIDE (WS-HIER-SUB) ROUNDED =
                    WS-SP-TEAM-SALES (WS-HIER-SUB) *
                    WS-SP-OVERRIDE-PCT (WS-HIER-SUB) / 100
                 IF WS-SP-OVERRIDE (WS-HIER-SUB) > ZEROES
                    ADD 1 TO WS-OVERRIDE-COUNT
                 END-IF
              END-IF
           END-PERFORM.

      * Runs under 0126 with WS-SP-IDX on the person being paid.
      * A month short of the guarantee is topped up and the top-up
      * added to the carry-forward balance; a month over the
           END-IF.

        0117-ACCUMULATE-REGION.
           MOVE WS-MTD-SALES-WK TO WS-RCR-NET.
           PERFORM 0142-SPLIT-REGION-CREDIT.
           PERFORM VARYING WS-RCR-SUB FROM 1 BY 1
              UNTIL WS-RCR-SUB > WS-RCR-COUNT
              MOVE WS-RCR-REGION (WS-RCR-SUB) TO WS-RGN-CODE-WK
              PERFORM 0134-FIND-REGION
              IF WS-RGN-FOUND-IDX = 0
                 PERFORM 0135-ADD-REGION
              END-IF
              IF WS-RGN-FOUND-IDX > 0
                 SET WS-RGN-IDX TO WS-RGN-FOUND-IDX
                 ADD WS-RCR-AMT (WS-RCR-SUB)
                    TO WS-RGN-SALES (WS-RGN-IDX)
              END-IF
           END-PERFORM.

      * The region a rep belonged to on TRAN-SALE-DATE, from their
      * territory history rows; a date no row covers leaves the
      * master region.
        0143-FIND-DATED-REGION.
           MOVE WS-SP-REGION (WS-TERR-SP-SUB) TO WS-DATED-REGION.
           MOVE WS-SP-TERR-HEAD (WS-TERR-SP-SUB) TO WS-TERR-SUB.
           PERFORM UNTIL WS-TERR-SUB = ZEROES
              IF WS-TER-FROM (WS-TERR-SUB) <= TRAN-SALE-DATE
                 AND WS-TER-TO (WS-TERR-SUB) >= TRAN-SALE-DATE
                 MOVE WS-TER-REGION (WS-TERR-SUB) TO WS-DATED-REGION
              END-IF
              MOVE WS-TER-NEXT (WS-TERR-SUB) TO WS-TERR-SUB
           END-PERFORM.

      * Runs as each transaction or split share is credited, with the
      * rep's table position in WS-TERR-SP-SUB and the amount in
      * WS-TERR-AMT. Only sales made while the rep sat in a region
      * other than the master region are remembered; the rest of
      * the rep's net sales fall to the master region in 0142.
        0144-CREDIT-DATED-REGION.
           IF WS-SP-TERR-HEAD (WS-TERR-SP-SUB) = ZEROES
              GO TO 0144-CREDIT-END
           END-IF.
           PERFORM 0143-FIND-DATED-REGION.
           IF WS-DATED-REGION = WS-SP-REGION (WS-TERR-SP-SUB)
              GO TO 0144-CREDIT-END
           END-IF.
           MOVE ZEROES TO WS-MVC-FOUND.
           MOVE WS-SP-MVC-HEAD (WS-TERR-SP-SUB) TO WS-MVC-SUB.
           PERFORM UNTIL WS-MVC-SUB = ZEROES
              IF WS-MVC-REGION (WS-MVC-SUB) = WS-DATED-REGION
                 MOVE WS-MVC-SUB TO WS-MVC-FOUND
              END-IF
              MOVE WS-MVC-NEXT (WS-MVC-SUB) TO WS-MVC-SUB
           END-PERFORM.
           IF WS-MVC-FOUND = ZEROES
              IF WS-MVC-COUNT >= 5000
                 IF NOT MOVED-CREDIT-TABLE-FULL
                    SET MOVED-CREDIT-TABLE-FULL TO TRUE
                    DISPLAY "WARNING: DATED REGION CREDIT TABLE FULL "
                       "AT 5000, FURTHER SALES CREDITED TO MASTER "
                       "REGION"
                    IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
                 GO TO 0144-CREDIT-END
              END-IF
              ADD 1 TO WS-MVC-COUNT
              MOVE WS-MVC-COUNT TO WS-MVC-FOUND
              MOVE WS-DATED-REGION TO WS-MVC-REGION (WS-MVC-FOUND)
              MOVE ZEROES TO WS-MVC-AMT (WS-MVC-FOUND)
              MOVE WS-SP-MVC-HEAD (WS-TERR-SP-SUB)
                 TO WS-MVC-NEXT (WS-MVC-FOUND)
              MOVE WS-MVC-FOUND TO WS-SP-MVC-HEAD (WS-TERR-SP-SUB)
           END-IF.
           ADD WS-TERR-AMT TO WS-MVC-AMT (WS-MVC-FOUND).
        0144-CREDIT-END.

      * Splits the net amount in WS-RCR-NET for the rep at WS-SP-IDX
      * across regions: the sales dated into other regions first,
      * then whatever is left to the master region. A net pulled
      * below the dated credits by returns cuts the dated credits
      * down in turn, so the pieces always add back to the net.
        0142-SPLIT-REGION-CREDIT.
           MOVE ZEROES TO WS-RCR-COUNT.
           MOVE WS-RCR-NET TO WS-RCR-REMAIN.
           MOVE WS-SP-MVC-HEAD (WS-SP-IDX) TO WS-MVC-SUB.
           PERFORM UNTIL WS-MVC-SUB = ZEROES
              IF WS-RCR-COUNT < 9
                 IF WS-MVC-AMT (WS-MVC-SUB) > WS-RCR-REMAIN
                    MOVE WS-RCR-REMAIN TO WS-RCR-TAKE
                 ELSE
                    MOVE WS-MVC-AMT (WS-MVC-SUB) TO WS-RCR-TAKE
                 END-IF
                 ADD 1 TO WS-RCR-COUNT
                 MOVE WS-MVC-REGION (WS-MVC-SUB)
                    TO WS-RCR-REGION (WS-RCR-COUNT)
                 MOVE WS-RCR-TAKE TO WS-RCR-AMT (WS-RCR-COUNT)
                 SUBTRACT WS-RCR-TAKE FROM WS-RCR-REMAIN
              END-IF
              MOVE WS-MVC-NEXT (WS-MVC-SUB) TO WS-MVC-SUB
           END-PERFORM.
           ADD 1 TO WS-RCR-COUNT.
           MOVE WS-SP-REGION (WS-SP-IDX)
              TO WS-RCR-REGION (WS-RCR-COUNT).
           MOVE WS-RCR-REMAIN TO WS-RCR-AMT (WS-RCR-COUNT).

        0118-ACCUMULATE-GENDER.
           EVALUATE WS-SP-GENDER-WK
              IF WS-SP-MTD-SALES (WS-SP-IDX) > ZEROES
                 OR WS-SP-ADJ-AMT (WS-SP-IDX) NOT = ZEROES
                 OR WS-SP-GUARANTEE (WS-SP-IDX) > ZEROES
                 OR WS-SP-OVERRIDE (WS-SP-IDX) > ZEROES
                 OR WS-SP-BONUS (WS-SP-IDX) > ZEROES
                 OR WS-SP-RELEASED (WS-SP-IDX) > ZEROES
                 MOVE WS-SP-ID (WS-SP-IDX)        TO WS-SP-ID-WK
                 MOVE WS-SP-NAME (WS-SP-IDX)      TO WS-SP-NAME-WK
                 MOVE WS-SP-REGION (WS-SP-IDX)    TO WS-SP-REGION-WK
           MOVE WS-SP-REGION-WK TO DET-REGION.
           PERFORM 0116-COMPUTE-COMMISSION.
           PERFORM 0132-APPLY-DRAW-GUARANTEE.
           MOVE WS-SP-OVERRIDE (WS-SP-IDX) TO WS-OVERRIDE-WK.
           ADD WS-OVERRIDE-WK TO WS-NET-COMM-WK.
           MOVE WS-SP-BONUS (WS-SP-IDX) TO WS-BONUS-WK.
           ADD WS-BONUS-WK TO WS-NET-COMM-WK.
           MOVE ZEROES TO WS-HELD-WK.
           IF WS-SP-HOLD-REASON (WS-SP-IDX) NOT = SPACES
              PERFORM 0133-SET-ASIDE-HELD-PAY
           END-IF.
           MOVE WS-SP-RELEASED (WS-SP-IDX) TO WS-RELEASED-WK.
           ADD WS-RELEASED-WK TO WS-NET-COMM-WK.
           IF WS-RELEASED-WK > ZEROES
              ADD 1 TO WS-RELEASE-COUNT
           END-IF.
           MOVE WS-MTD-SALES-WK TO DET-MTD-SALES.
           MOVE WS-COMMISSION-AMT TO DET-COMMISSIONAMT.
           COMPUTE WS-TOTAL-COMM = WS-TOTAL-COMM +
           MOVE WS-EARNED-WK      TO REMIT-EARNED-AMT.
           MOVE WS-DRAW-WK        TO REMIT-DRAW-AMT.
           MOVE WS-RECOVERY-WK    TO REMIT-RECOVERY-AMT.
           MOVE WS-OVERRIDE-WK    TO REMIT-OVERRIDE-AMT.
           MOVE WS-BONUS-WK       TO REMIT-BONUS-AMT.
           MOVE WS-HELD-WK        TO REMIT-HELD-AMT.
           MOVE WS-RELEASED-WK    TO REMIT-RELEASED-AMT.
           WRITE REMIT-RECORD.
           WRITE REMITHIST-RECORD FROM REMIT-RECORD.

      * The whole net this period - commission, draw less recovery,
      * override and bonus - goes to the ledger under the hold
      * reason instead of the remittance.
        0133-SET-ASIDE-HELD-PAY.
           MOVE WS-NET-COMM-WK TO WS-HELD-WK.
           MOVE WS-HELD-WK     TO WS-SP-HELD (WS-SP-IDX).
           MOVE ZEROES         TO WS-NET-COMM-WK.
           IF WS-HELD-WK > ZEROES
              ADD 1 TO WS-HELD-COUNT
              ADD 1 TO WS-HLL-COUNT
              MOVE WS-SP-ID-WK       TO WS-HLL-SP-ID (WS-HLL-COUNT)
              MOVE WS-PROCESS-PERIOD TO WS-HLL-PERIOD (WS-HLL-COUNT)
              MOVE WS-SP-HOLD-REASON (WS-SP-IDX)
                 TO WS-HLL-REASON (WS-HLL-COUNT)
              MOVE WS-HELD-WK        TO WS-HLL-AMOUNT (WS-HLL-COUNT)
              MOVE ZEROES
                 TO WS-HLL-RELEASE-PERIOD (WS-HLL-COUNT)
              SET HELD-LEDGER-CHANGED TO TRUE
           END-IF.

        0130-WRITE-TOTAL-LINE.
            MOVE WS-TOTAL-COMM TO TOTAL-YRLY-COMM .
            MOVE TOTAL-LINE TO PRINT-LINE.
                     WS-SP-EARNED (WS-SP-IDX)
                     + WS-SP-DRAW (WS-SP-IDX)
                     - WS-SP-RECOVERY (WS-SP-IDX)
                     + WS-SP-OVERRIDE (WS-SP-IDX)
                     + WS-SP-BONUS (WS-SP-IDX)
                     + WS-SP-RELEASED (WS-SP-IDX)
                     - WS-SP-HELD (WS-SP-IDX)
                  MOVE WS-NET-COMM-WK             TO DRW-NET
                  MOVE WS-SP-DRAWBAL (WS-SP-IDX)  TO DRW-BALANCE
                  MOVE DRAW-LINE TO PRINT-LINE
            END-PERFORM.
        0147-DRAW-END.

        0148-WRITE-OVERRIDE-SECTION.
            IF WS-OVERRIDE-COUNT = ZEROES
               GO TO 0148-OVERRIDE-END
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
            MOVE OVERRIDE-HEADING-LINE TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 2 LINE.
            MOVE OVERRIDE-COLUMN-HEADINGS TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
            SET WS-SP-IDX TO 1.
            PERFORM WS-SP-COUNT TIMES
               IF WS-SP-OVERRIDE (WS-SP-IDX) > ZEROES
                  MOVE WS-SP-NAME (WS-SP-IDX)       TO OVR-NAME
                  MOVE WS-SP-REGION (WS-SP-IDX)     TO OVR-REGION
                  MOVE WS-SP-TEAM-SALES (WS-SP-IDX) TO OVR-TEAM-SALES
                  MOVE WS-SP-OVERRIDE-PCT (WS-SP-IDX) TO OVR-PCT
                  MOVE WS-SP-OVERRIDE (WS-SP-IDX)   TO OVR-AMOUNT
                  MOVE OVERRIDE-LINE TO PRINT-LINE
                  WRITE PRINT-LINE AFTER ADVANCING 1 LINE
               END-IF
               SET WS-SP-IDX UP BY 1
            END-PERFORM.
        0148-OVERRIDE-END.

        0149-WRITE-BONUS-SECTION.
            IF WS-BONUS-COUNT = ZEROES
               GO TO 0149-BONUS-END
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
            MOVE BONUS-HEADING-LINE TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 2 LINE.
            MOVE BONUS-COLUMN-HEADINGS TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
            PERFORM VARYING WS-AWD-SUB FROM 1 BY 1
               UNTIL WS-AWD-SUB > WS-AWD-COUNT
               IF WS-AWD-REC-TYPE (WS-AWD-SUB) = 'W'
                  AND WS-AWD-PAID-PERIOD (WS-AWD-SUB)
                     = WS-PROCESS-PERIOD
                  MOVE WS-AWD-SP-ID (WS-AWD-SUB) TO WS-LOOKUP-ID
                  PERFORM 0113-FIND-SALESPERSON
                  SET WS-SP-IDX TO WS-SP-FOUND-IDX
                  MOVE WS-AWD-CONTEST-ID (WS-AWD-SUB) TO BON-CONTEST
                  MOVE WS-SP-NAME (WS-SP-IDX)         TO BON-NAME
                  MOVE WS-SP-REGION (WS-SP-IDX)       TO BON-REGION
                  MOVE WS-AWD-RANK (WS-AWD-SUB)       TO BON-RANK
                  MOVE WS-AWD-PAYOUT (WS-AWD-SUB)     TO BON-AMOUNT
                  MOVE BONUS-LINE TO PRINT-LINE
                  WRITE PRINT-LINE AFTER ADVANCING 1 LINE
               END-IF
            END-PERFORM.
        0149-BONUS-END.

        0146-WRITE-HOLD-SECTION.
            IF WS-HELD-COUNT = ZEROES AND WS-RELEASE-COUNT = ZEROES
               GO TO 0146-HOLD-END
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
            MOVE HOLD-HEADING-LINE TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 2 LINE.
            MOVE HOLD-COLUMN-HEADINGS TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
            SET WS-SP-IDX TO 1.
            PERFORM WS-SP-COUNT TIMES
               IF WS-SP-HELD (WS-SP-IDX) > ZEROES
                  OR WS-SP-RELEASED (WS-SP-IDX) > ZEROES
                  MOVE WS-SP-NAME (WS-SP-IDX)        TO HLN-NAME
                  MOVE WS-SP-REGION (WS-SP-IDX)      TO HLN-REGION
                  MOVE WS-SP-HOLD-REASON (WS-SP-IDX) TO HLN-REASON
                  MOVE WS-SP-HELD (WS-SP-IDX)        TO HLN-HELD
                  MOVE WS-SP-RELEASED (WS-SP-IDX)    TO HLN-RELEASED
                  MOVE HOLD-LINE TO PRINT-LINE
                  WRITE PRINT-LINE AFTER ADVANCING 1 LINE
               END-IF
               SET WS-SP-IDX UP BY 1
            END-PERFORM.
        0146-HOLD-END.

      * The balance file is rewritten whenever draw processing was
      * in play this run, carrying only people who still owe; a
      * fully repaid person simply drops off the file.
            CLOSE SALESDRAWBALFILE.
        0196-DRAWBAL-END.

      * The award ledger goes back whole, carrying the processing
      * period on every award paid by this run.
        0198-REWRITE-CONTEST-AWARDS.
            IF NOT CONTEST-AWARDS-LOADED
               GO TO 0198-AWARD-END
            END-IF.
            OPEN OUTPUT SALESAWARDFILE.
            IF WS-AWARD-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO REWRITE SALESCONTESTWIN.DAT, "
                  "STATUS = " WS-AWARD-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0198-AWARD-END
            END-IF.
            PERFORM VARYING WS-AWD-SUB FROM 1 BY 1
               UNTIL WS-AWD-SUB > WS-AWD-COUNT
               WRITE AWARD-RECORD FROM WS-AWD-ENTRY (WS-AWD-SUB)
            END-PERFORM.
            CLOSE SALESAWARDFILE.
        0198-AWARD-END.

      * The held ledger goes back whole with this period's
      * set-asides added and this run's releases stamped.
        0199-REWRITE-HELD-LEDGER.
            IF NOT HELD-LEDGER-CHANGED
               GO TO 0199-HELD-END
            END-IF.
            OPEN OUTPUT SALESHELDFILE.
            IF WS-HELD-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO REWRITE SALESHELD.DAT, "
                  "STATUS = " WS-HELD-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0199-HELD-END
            END-IF.
            PERFORM VARYING WS-HLL-SUB FROM 1 BY 1
               UNTIL WS-HLL-SUB > WS-HLL-COUNT
               WRITE HELD-RECORD FROM WS-HLL-ENTRY (WS-HLL-SUB)
            END-PERFORM.
            CLOSE SALESHELDFILE.
        0199-HELD-END.

      * The consumed feed is copied to a business-dated archive and
      * the archive's name remembered on SALESTRANSARCH.CTL, so the
      * inquiry program can still answer "show me invoice X" after
               SET WS-RGN-IDX TO WS-RGN-FOUND-IDX
               ADD WS-PERIOD-QUOTA-WK
                  TO WS-RGN-QUOTA (WS-RGN-IDX)
            END-IF.
            MOVE WS-NET-SALES-WK TO WS-RCR-NET.
            PERFORM 0142-SPLIT-REGION-CREDIT.
            PERFORM VARYING WS-RCR-SUB FROM 1 BY 1
               UNTIL WS-RCR-SUB > WS-RCR-COUNT
               MOVE WS-RCR-REGION (WS-RCR-SUB) TO WS-RGN-CODE-WK
               PERFORM 0134-FIND-REGION
               IF WS-RGN-FOUND-IDX = 0
                  PERFORM 0135-ADD-REGION
               END-IF
               IF WS-RGN-FOUND-IDX > 0
                  SET WS-RGN-IDX TO WS-RGN-FOUND-IDX
                  ADD WS-RCR-AMT (WS-RCR-SUB)
                     TO WS-RGN-ACTUAL (WS-RGN-IDX)
               END-IF
            END-PERFORM.

        0157-WRITE-REGION-ATTAINMENT.
            MOVE SPACES TO PRINT-LINE.
           COPY EXCLOG.
           COPY BALLOG.
           COPY RUNCTLPD.
           COPY FISCALPD.
           COPY PRDTAB.
           COPY PRDLOCK.
           COPY PRDEXC.

          END PROGRAM SALESWITHCOMMISSION.
