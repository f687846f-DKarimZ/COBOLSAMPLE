       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESCONTEST.

      * Sales contest / SPIFF evaluation over the archived feeds.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. Contest bonuses ("$500 to anyone who closes
      *    $50,000 in March", "top 3 in WEST by net sales this
      *    quarter") were worked out by hand and keyed in as
      *    SALESADJ.DAT adjustments. Contests are now defined on
      *    SALESCONTEST.DAT (contest id, description, from/to
      *    date window, region or *ALL* / blank for all regions,
      *    rule T = threshold or R = top-N rank, threshold amount,
      *    rank count, payout per winner). Once a contest's window
      *    has closed (to-date before the business date) this step
      *    reads every archived SALESTRANS generation listed on
      *    SALESTRANSARCH.CTL, sorts the in-window sales by invoice
      *    so a resent invoice counts once, and credits each sale -
      *    or each split share, the way the commission run does -
      *    to the salesperson, counting only invoices the
      *    commission run actually credited (on SALESINVHIST.DAT in
      *    their own sale month). A region-scoped contest counts a
      *    sale only when the rep sat in that region on the sale
      *    date per the territory history SALESTERR.DAT. Winners
      *    are appended to the award ledger SALESCONTESTWIN.DAT
      *    (copybook SLSAWARD) with a closing record per contest,
      *    so a contest is judged once, and SALESWITHCOMMISSION
      *    pays the awards on the next remittance as a contest
      *    bonus component kept apart from commission earned. The
      *    results report SALESCONTESTRPTyyyymmdd.DAT lists every
      *    contest's winners, sales and bonus with a sign-off block.
      *    Ties at the last rank of a top-N contest all win. Sales
      *    returns keyed as SALESADJ.DAT adjustments carry no date
      *    and are not netted into contest sales. A rerun of the
      *    same business date re-judges the contests closed that day
      *    provided none of their awards has been paid yet.
      *  - A sale is credited when its invoice was commissioned
      *    in the sale's period on the period basis set on
      *    RUNCONTROL.DAT - the calendar month, or the 4-4-5
      *    fiscal period from FISCALCAL.DAT.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SALESPERSONMST ASSIGN TO "SALESPERSONMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SPM-ID
             FILE STATUS IS WS-SPMST-STATUS.
            SELECT SALESINVHIST ASSIGN TO "SALESINVHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS INV-INVOICE-NO
             FILE STATUS IS WS-INVHIST-STATUS.
            SELECT CONTESTFILE ASSIGN TO "SALESCONTEST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTEST-STATUS.
            SELECT SALESAWARDFILE ASSIGN TO "SALESCONTESTWIN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AWARD-STATUS.
            SELECT SALESTERRFILE ASSIGN TO "SALESTERR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERR-STATUS.
            SELECT TRANSARCHCTL ASSIGN TO "SALESTRANSARCH.CTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHCTL-STATUS.
            SELECT TRANSARCHIVE ASSIGN DYNAMIC WS-TRANSARCH-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANSARCH-STATUS.
            SELECT CONTESTSORT ASSIGN TO "CONTEST.TMP".
            SELECT CONTESTRPT ASSIGN DYNAMIC WS-CONRPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONRPT-STATUS.
            SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
            SELECT COMMONEXCFILE ASSIGN TO "EXCEPTIONS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COMMONEXC-STATUS.
            SELECT BALANCEFILE ASSIGN TO "BALANCE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BALANCE-STATUS.
            SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FISCALCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALESPERSONMST.

       01 SPMRECORD.
            88 ENDOFMASTER VALUE HIGH-VALUES.
            05 SPM-ID               PIC 9(5).
            05 SPM-NAME.
                10 SPM-LASTNAME     PIC X(20).
                10 SPM-FIRSTNAME    PIC X(20).
            05 SPM-REGION           PIC X(5).
            05 SPM-GENDER           PIC X.
            05 SPM-HIRE-STATUS      PIC X.

       FD SALESINVHIST.

       01 INVHISTREC.
            05 INV-INVOICE-NO       PIC X(10).
            05 INV-PERIOD           PIC 9(6).

       FD CONTESTFILE.

      * One row per contest. A blank or *ALL* region is an
      * all-regions contest; rule T pays everyone whose sales in the
      * window reach the threshold, rule R pays the top rank-count
      * salespeople by sales in the window.
       01 CONTESTREC.
            88 ENDOFCONTESTS VALUE HIGH-VALUES.
            05 CON-ID               PIC X(6).
            05 CON-DESC             PIC X(30).
            05 CON-FROM-DATE        PIC 9(8).
            05 CON-TO-DATE          PIC 9(8).
            05 CON-REGION           PIC X(5).
               88 CON-ALL-REGIONS   VALUE SPACES "*ALL*".
            05 CON-RULE             PIC X.
               88 CON-THRESHOLD-RULE VALUE 'T'.
               88 CON-RANK-RULE     VALUE 'R'.
            05 CON-THRESHOLD        PIC 9(8).
            05 CON-RANK-COUNT       PIC 9(3).
            05 CON-PAYOUT           PIC 9(6).

       FD SALESAWARDFILE.
       COPY SLSAWARD.

        FD SALESTERRFILE.

      * Territory history: one row per salesperson per region stint;
      * a to-date of 99999999 is the open-ended current stint.
        01 SALESTERRREC.
            88 ENDOFTERR VALUE HIGH-VALUES.
            05 TER-SALESPERSON-ID   PIC 9(5).
            05 TER-REGION           PIC X(5).
            05 TER-FROM-DATE        PIC 9(8).
            05 TER-TO-DATE          PIC 9(8).

       FD TRANSARCHCTL.

       01 TRANSARCHCTLREC.
            88 ENDOFARCHCTL VALUE HIGH-VALUES.
            05 ARCHCTL-NAME         PIC X(40).

       FD TRANSARCHIVE.

       01 SALESTRANS.
            88 ENDOFTRANS VALUE HIGH-VALUES.
            05 TRAN-SALESPERSON-ID  PIC 9(5).
            05 TRAN-SALE-DATE       PIC 9(8).
            05 TRAN-INVOICE-NO      PIC X(10).
            05 TRAN-AMOUNT          PIC 9(6).
            05 TRAN-SPLIT-COUNT     PIC 9.
            05 TRAN-SPLIT OCCURS 3 TIMES.
                10 TRAN-SPLIT-ID    PIC 9(5).
                10 TRAN-SPLIT-PCT   PIC 9(3).

      * In-window sales, sorted by invoice and then by archive
      * generation so the first copy of a resent invoice is met
      * first.
       SD CONTESTSORT.

       01 SORTREC.
            05 SRT-INVOICE-NO       PIC X(10).
            05 SRT-ARCH-SEQ         PIC 9(3).
            05 SRT-SALESPERSON-ID   PIC 9(5).
            05 SRT-SALE-DATE        PIC 9(8).
            05 SRT-SALE-PERIOD REDEFINES SRT-SALE-DATE.
                10 SRT-SALE-YYYYMM  PIC 9(6).
                10 SRT-SALE-DD      PIC 9(2).
            05 SRT-AMOUNT           PIC 9(6).
            05 SRT-SPLIT-COUNT      PIC 9.
            05 SRT-SPLIT OCCURS 3 TIMES.
                10 SRT-SPLIT-ID     PIC 9(5).
                10 SRT-SPLIT-PCT    PIC 9(3).

       FD CONTESTRPT.

       01  PRINT-LINE              PIC X(132).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD COMMONEXCFILE.
       COPY EXCFD.

       FD BALANCEFILE.
       COPY BALFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       FD FISCALCALFILE.
       COPY FISCALFD.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-SPMST-STATUS      PIC X(2).
           05 WS-INVHIST-STATUS    PIC X(2).
           05 WS-CONTEST-STATUS    PIC X(2).
           05 WS-AWARD-STATUS      PIC X(2).
           05 WS-TERR-STATUS       PIC X(2).
           05 WS-ARCHCTL-STATUS    PIC X(2).
           05 WS-TRANSARCH-STATUS  PIC X(2).
           05 WS-TRANSARCH-NAME    PIC X(40).
           05 WS-CONRPT-STATUS     PIC X(2).
           05 WS-CONRPT-FILENAME   PIC X(40).
           05 WS-INVHIST-OPEN-SW   PIC X VALUE 'N'.
              88 INVOICE-HISTORY-OPEN VALUE 'Y'.
           05 WS-LEDGER-CHANGED-SW PIC X VALUE 'N'.
              88 AWARD-LEDGER-CHANGED VALUE 'Y'.

       COPY JOBCTL.
       COPY EXCCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY FISCTL.

       01  WS-COUNTERS.
           05 WS-CONTEST-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-REJECT-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-EVALUATED-COUNT   PIC 9(5) VALUE ZEROES.
           05 WS-WINNER-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-PAYOUT-TOTAL      PIC 9(10) VALUE ZEROES.
           05 WS-RELEASED-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-DUP-COUNT         PIC 9(7) VALUE ZEROES.
           05 WS-NOT-PAID-COUNT    PIC 9(7) VALUE ZEROES.

      * Per-contest working fields.
       01  WS-CONTEST-FIELDS.
           05 WS-CON-REASON        PIC X(30) VALUE SPACES.
           05 WS-CON-CLOSED-SW     PIC X VALUE 'N'.
              88 CONTEST-ALREADY-CLOSED VALUE 'Y'.
           05 WS-CON-WINNERS       PIC 9(5) VALUE ZEROES.
           05 WS-CON-PAYOUT-TOTAL  PIC 9(10) VALUE ZEROES.
           05 WS-CON-SCOPE-SALES   PIC 9(10) VALUE ZEROES.
           05 WS-CON-HIGH          PIC 9(10) VALUE ZEROES.
           05 WS-CON-HIGH-IDX      PIC 9(5) VALUE ZEROES.
           05 WS-CON-LAST-HIGH     PIC 9(10) VALUE ZEROES.
           05 WS-CON-RANK          PIC 9(5) VALUE ZEROES.
           05 WS-CON-DONE-SW       PIC X VALUE 'N'.
              88 CONTEST-PICK-DONE VALUE 'Y'.
           05 WS-AWD-START         PIC 9(5) VALUE ZEROES.
           05 WS-AWD-FULL-SW       PIC X VALUE 'N'.
              88 AWARD-LEDGER-FULL VALUE 'Y'.

      * Output-procedure fields: one credit per invoice, taken from
      * the first copy that passes validation.
       01  WS-SORT-FIELDS.
           05 WS-SORT-EOF-SW       PIC X VALUE 'N'.
              88 SORT-EOF          VALUE 'Y'.
           05 WS-PREV-INVOICE      PIC X(10) VALUE SPACES.
           05 WS-INV-CREDITED-SW   PIC X VALUE 'N'.
              88 INVOICE-CREDITED  VALUE 'Y'.
           05 WS-INV-PAID-PERIOD   PIC 9(6) VALUE ZEROES.
           05 WS-ARCH-DATE-WK      PIC X(8).

       01  WS-SPLIT-FIELDS.
           05 WS-LOOKUP-ID         PIC 9(5) VALUE ZEROES.
           05 WS-SPLIT-SUB         PIC 9 VALUE ZEROES.
           05 WS-SPLIT-PCT-TOTAL   PIC 9(4) VALUE ZEROES.
           05 WS-SPLIT-SHARE       PIC 9(8) VALUE ZEROES.
           05 WS-SPLIT-ALLOC       PIC 9(8) VALUE ZEROES.
           05 WS-SPLIT-OK-SW       PIC X VALUE 'Y'.
              88 SPLIT-IDS-ALL-FOUND VALUE 'Y'.

       01  WS-SP-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 1 TO 20000 TIMES
                           DEPENDING ON WS-SP-COUNT
                           ASCENDING KEY IS WS-SP-ID
                           INDEXED BY WS-SP-IDX.
               10 WS-SP-ID          PIC 9(5).
               10 WS-SP-NAME        PIC X(40).
               10 WS-SP-REGION      PIC X(5).
               10 WS-SP-TERR-HEAD   PIC 9(5).
               10 WS-SP-CON-SALES   PIC 9(10).
               10 WS-SP-PICKED-SW   PIC X.
                  88 WS-SP-PICKED   VALUE 'Y'.
       01  WS-SP-FOUND-IDX         PIC 9(5).

      * Territory history rows, chained per salesperson from
      * WS-SP-TERR-HEAD through WS-TER-NEXT.
       01  WS-TERR-TABLE.
           05 WS-TER-ENTRY OCCURS 50000 TIMES.
               10 WS-TER-REGION     PIC X(5).
               10 WS-TER-FROM       PIC 9(8).
               10 WS-TER-TO         PIC 9(8).
               10 WS-TER-NEXT       PIC 9(5).
       01  WS-TER-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-TERR-FIELDS.
           05 WS-TERR-SP-SUB       PIC 9(5) VALUE ZEROES.
           05 WS-TERR-SUB          PIC 9(5) VALUE ZEROES.
           05 WS-DATED-REGION      PIC X(5) VALUE SPACES.

       01  WS-ARCH-TABLE.
           05 WS-ARCH-ENTRY OCCURS 120 TIMES
                             INDEXED BY WS-ARCHIDX
                             PIC X(40).
       01  WS-ARCH-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-ARCH-SUB             PIC 9(3) VALUE ZEROES.
       01  WS-ARCH-DUP-SW          PIC X VALUE 'N'.
           88  ARCHIVE-ALREADY-LISTED VALUE 'Y'.

      * The award ledger is held in core and written back whole;
      * each entry is laid out exactly as SLSAWARD.
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
       01  WS-AWD-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-AWD-SUB              PIC 9(5) VALUE ZEROES.
       01  WS-AWD-KEEP             PIC 9(5) VALUE ZEROES.
       01  WS-AWD-TODAY-PAID-SW    PIC X VALUE 'N'.
           88  TODAYS-AWARDS-PAID  VALUE 'Y'.

       01  CONTEST-HEAD-LINE.
           05 FILLER               PIC X(9)  VALUE 'CONTEST  '.
           05 CHD-ID               PIC X(6).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 CHD-DESC             PIC X(30).
           05 FILLER               PIC X(10) VALUE '  WINDOW  '.
           05 CHD-FROM             PIC 9(8).
           05 FILLER               PIC X(3)  VALUE ' - '.
           05 CHD-TO               PIC 9(8).
           05 FILLER               PIC X(9)  VALUE '  SCOPE  '.
           05 CHD-SCOPE            PIC X(5).
           05 FILLER               PIC X(41) VALUE SPACES.

       01  THRESHOLD-RULE-LINE.
           05 FILLER               PIC X(9)  VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
              'RULE: SALES IN WINDOW AT LEAST'.
           05 TRL-THRESHOLD        PIC $$$,$$$,$$9.
           05 FILLER               PIC X(22) VALUE
              '   PAYOUT PER WINNER: '.
           05 TRL-PAYOUT           PIC $$$$,$$9.
           05 FILLER               PIC X(52) VALUE SPACES.

       01  RANK-RULE-LINE.
           05 FILLER               PIC X(9)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'RULE: TOP '.
           05 RRL-RANK-COUNT       PIC ZZ9.
           05 FILLER               PIC X(26) VALUE
              ' BY SALES IN WINDOW'.
           05 FILLER               PIC X(22) VALUE
              '   PAYOUT PER WINNER: '.
           05 RRL-PAYOUT           PIC $$$$,$$9.
           05 FILLER               PIC X(54) VALUE SPACES.

       01  WINNER-COLUMN-HEADINGS.
           05 FILLER               PIC X(9)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE 'RANK'.
           05 FILLER               PIC X(8)  VALUE 'SLSPSN'.
           05 FILLER               PIC X(42) VALUE
              'SALESPERSON NAME'.
           05 FILLER               PIC X(8)  VALUE 'REGION'.
           05 FILLER               PIC X(15) VALUE
              '      NET SALES'.
           05 FILLER               PIC X(12) VALUE
              '       BONUS'.
           05 FILLER               PIC X(32) VALUE SPACES.

       01  WINNER-LINE.
           05 FILLER               PIC X(9)  VALUE SPACES.
           05 WNL-RANK             PIC ZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WNL-ID               PIC 9(5).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WNL-NAME             PIC X(40).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WNL-REGION           PIC X(5).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WNL-SALES            PIC $$$,$$$,$$9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WNL-BONUS            PIC $$$$,$$9.
           05 FILLER               PIC X(37) VALUE SPACES.

       01  NO-WINNER-LINE.
           05 FILLER               PIC X(9)  VALUE SPACES.
           05 FILLER               PIC X(40) VALUE
              'NO SALESPERSON QUALIFIED'.
           05 FILLER               PIC X(83) VALUE SPACES.

       01  CONTEST-TOTAL-LINE.
           05 FILLER               PIC X(9)  VALUE SPACES.
           05 FILLER               PIC X(9)  VALUE 'WINNERS: '.
           05 CTL-WINNERS          PIC ZZZZ9.
           05 FILLER               PIC X(19) VALUE
              '   SALES IN SCOPE: '.
           05 CTL-SALES            PIC $$,$$$,$$$,$$9.
           05 FILLER               PIC X(16) VALUE
              '   TOTAL BONUS: '.
           05 CTL-BONUS            PIC $$,$$$,$$$,$$9.
           05 FILLER               PIC X(46) VALUE SPACES.

       01  CONTEST-STATUS-LINE.
           05 FILLER               PIC X(9)  VALUE 'CONTEST  '.
           05 CST-ID               PIC X(6).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 CST-DESC             PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 CST-STATUS           PIC X(30).
           05 CST-DATE             PIC X(8).
           05 FILLER               PIC X(44) VALUE SPACES.

       01  RUN-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE
              'CONTESTS EVALUATED: '.
           05 RTL-EVALUATED        PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE '   WINNERS: '.
           05 RTL-WINNERS          PIC ZZZZ9.
           05 FILLER               PIC X(16) VALUE
              '   TOTAL BONUS: '.
           05 RTL-BONUS            PIC $$,$$$,$$$,$$9.
           05 FILLER               PIC X(60) VALUE SPACES.

       01  SIGN-OFF-LINE.
           05 FILLER               PIC X(26) VALUE
              'APPROVED FOR PAYMENT BY:  '.
           05 FILLER               PIC X(30) VALUE ALL '_'.
           05 FILLER               PIC X(10) VALUE '   DATE:  '.
           05 FILLER               PIC X(12) VALUE ALL '_'.
           05 FILLER               PIC X(54) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "SALESCONTEST" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 0105-OPEN-RESULTS-REPORT.
           OPEN INPUT SALESPERSONMST.
           IF WS-SPMST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN SALESPERSONMST, STATUS = "
                 WS-SPMST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0110-LOAD-SALESPERSONS.
           PERFORM 0115-LOAD-TERRITORY-HISTORY.
           PERFORM 0120-LOAD-ARCHIVE-LIST.
           PERFORM 0125-LOAD-AWARD-LEDGER.
           IF RERUN-AUTHORIZED
              PERFORM 0130-DROP-TODAYS-AWARDS THRU 0130-DROP-END
           END-IF.
      *    Without the paid-invoice history there is no telling which
      *    archived sales were commissioned, so due contests are left
      *    open for a later run rather than judged on bad numbers.
           OPEN INPUT SALESINVHIST.
           IF WS-INVHIST-STATUS = "00"
              SET INVOICE-HISTORY-OPEN TO TRUE
           ELSE
              DISPLAY "WARNING: SALESINVHIST.DAT NOT AVAILABLE, STATUS "
                 WS-INVHIST-STATUS " - CONTESTS NOT EVALUATED"
              MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT CONTESTFILE.
           IF WS-CONTEST-STATUS NOT = "00" AND
              WS-CONTEST-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE CONTESTFILE "
                 WS-CONTEST-STATUS
           END-IF.
           IF WS-CONTEST-STATUS = "00"
              READ CONTESTFILE
                 AT END SET ENDOFCONTESTS TO TRUE
              END-READ
              PERFORM 0200-PROCESS-ONE-CONTEST UNTIL ENDOFCONTESTS
              CLOSE CONTESTFILE
           ELSE
              DISPLAY "NO CONTESTS DEFINED ON SALESCONTEST.DAT"
           END-IF.
           PERFORM 0400-WRITE-RUN-TOTALS.
           PERFORM 0500-REWRITE-AWARD-LEDGER THRU 0500-LEDGER-END.
           MOVE "SALESCONTEST.DAT" TO BAL-WK-FILE-NAME.
           MOVE WS-CONTEST-COUNT TO BAL-WK-READ.
           COMPUTE BAL-WK-WRITTEN = WS-CONTEST-COUNT - WS-REJECT-COUNT.
           MOVE WS-REJECT-COUNT TO BAL-WK-REJECTED.
           MOVE WS-PAYOUT-TOTAL TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.
           DISPLAY "CONTESTS READ:         " WS-CONTEST-COUNT.
           DISPLAY "CONTESTS REJECTED:     " WS-REJECT-COUNT.
           DISPLAY "CONTESTS EVALUATED:    " WS-EVALUATED-COUNT.
           DISPLAY "WINNERS AWARDED:       " WS-WINNER-COUNT.
           DISPLAY "TOTAL BONUS AWARDED:   " WS-PAYOUT-TOTAL.
           IF WS-REJECT-COUNT > 0
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.

       0105-OPEN-RESULTS-REPORT.
           MOVE SPACES TO WS-CONRPT-FILENAME.
           STRING "SALESCONTESTRPT"  DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-CONRPT-FILENAME.
           OPEN OUTPUT CONTESTRPT.
           IF WS-CONRPT-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN CONTESTRPT, STATUS = "
                 WS-CONRPT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'SALES CONTEST RESULTS' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.

      * The master is indexed on SPM-ID, so the sequential load
      * arrives sorted and the table can be searched with SEARCH ALL.
       0110-LOAD-SALESPERSONS.
           READ SALESPERSONMST
              AT END SET ENDOFMASTER TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFMASTER
              IF WS-SP-COUNT >= 20000
                 DISPLAY "ERR: SALESPERSON MASTER EXCEEDS TABLE "
                    "MAXIMUM OF 20000 - RUN STOPPED"
                 MOVE 8 TO RETURN-CODE
                 CLOSE SALESPERSONMST
                 GO TO 0900-END-PROGRAM
              END-IF
              ADD 1 TO WS-SP-COUNT
              SET WS-SP-IDX TO WS-SP-COUNT
              MOVE SPM-ID      TO WS-SP-ID (WS-SP-IDX)
              MOVE SPM-NAME    TO WS-SP-NAME (WS-SP-IDX)
              MOVE SPM-REGION  TO WS-SP-REGION (WS-SP-IDX)
              MOVE ZEROES      TO WS-SP-TERR-HEAD (WS-SP-IDX)
              MOVE ZEROES      TO WS-SP-CON-SALES (WS-SP-IDX)
              MOVE 'N'         TO WS-SP-PICKED-SW (WS-SP-IDX)
              READ SALESPERSONMST
                 AT END SET ENDOFMASTER TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SALESPERSONMST.

      * SALESTERR.DAT is optional (status 35) - with no history every
      * rep is scoped by SPM-REGION. Rows for ids not on the master
      * are already reported by the commission run and are ignored.
       0115-LOAD-TERRITORY-HISTORY.
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
                 PERFORM 0340-FIND-SALESPERSON
                 EVALUATE TRUE
                    WHEN WS-SP-FOUND-IDX = 0
                       CONTINUE
                    WHEN WS-TER-COUNT >= 50000
                       DISPLAY "ERR: SALESTERR.DAT EXCEEDS TABLE "
                          "MAXIMUM OF 50000 - RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       CLOSE SALESTERRFILE
                       GO TO 0900-END-PROGRAM
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

      * SALESTRANSARCH.CTL lists every archive the commission run
      * has written, newest last. A rerun of the same business date
      * lists the same archive twice; it is only read once.
       0120-LOAD-ARCHIVE-LIST.
           OPEN INPUT TRANSARCHCTL.
           IF WS-ARCHCTL-STATUS NOT = "00" AND
              WS-ARCHCTL-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE TRANSARCHCTL "
                 WS-ARCHCTL-STATUS
           END-IF.
           IF WS-ARCHCTL-STATUS = "00"
              READ TRANSARCHCTL
                 AT END SET ENDOFARCHCTL TO TRUE
              END-READ
              PERFORM UNTIL ENDOFARCHCTL
                 MOVE 'N' TO WS-ARCH-DUP-SW
                 SET WS-ARCHIDX TO 1
                 PERFORM WS-ARCH-COUNT TIMES
                    IF WS-ARCH-ENTRY (WS-ARCHIDX) = ARCHCTL-NAME
                       SET ARCHIVE-ALREADY-LISTED TO TRUE
                    END-IF
                    SET WS-ARCHIDX UP BY 1
                 END-PERFORM
                 IF ARCHCTL-NAME NOT = SPACES
                    AND NOT ARCHIVE-ALREADY-LISTED
                    AND WS-ARCH-COUNT < 120
                    ADD 1 TO WS-ARCH-COUNT
                    SET WS-ARCHIDX TO WS-ARCH-COUNT
                    MOVE ARCHCTL-NAME TO WS-ARCH-ENTRY (WS-ARCHIDX)
                 END-IF
                 READ TRANSARCHCTL
                    AT END SET ENDOFARCHCTL TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TRANSARCHCTL
           END-IF.
           IF WS-ARCH-COUNT = ZEROES
              DISPLAY "WARNING: NO TRANSACTION ARCHIVES LISTED ON "
                 "SALESTRANSARCH.CTL"
           END-IF.

      * SALESCONTESTWIN.DAT is absent until the first contest is
      * judged (status 35). A ledger too large for the table stops
      * the run before anything is judged or rewritten, so no
      * unpaid award can be dropped.
       0125-LOAD-AWARD-LEDGER.
           OPEN INPUT SALESAWARDFILE.
           IF WS-AWARD-STATUS NOT = "00" AND
              WS-AWARD-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SALESAWARDFILE "
                 WS-AWARD-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           IF WS-AWARD-STATUS = "00"
              READ SALESAWARDFILE
                 AT END SET ENDOFAWARDS TO TRUE
              END-READ
              PERFORM UNTIL ENDOFAWARDS
                 IF WS-AWD-COUNT >= 20000
                    DISPLAY "ERR: SALESCONTESTWIN.DAT EXCEEDS TABLE "
                       "MAXIMUM OF 20000 - RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    CLOSE SALESAWARDFILE
                    GO TO 0900-END-PROGRAM
                 END-IF
                 ADD 1 TO WS-AWD-COUNT
                 MOVE AWARD-RECORD TO WS-AWD-ENTRY (WS-AWD-COUNT)
                 READ SALESAWARDFILE
                    AT END SET ENDOFAWARDS TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESAWARDFILE
           END-IF.

      * On an authorized rerun the contests judged on this business
      * date are judged again, unless one of their awards has
      * already gone out on a remittance - then the earlier result
      * stands.
       0130-DROP-TODAYS-AWARDS.
           MOVE 'N' TO WS-AWD-TODAY-PAID-SW.
           PERFORM VARYING WS-AWD-SUB FROM 1 BY 1
              UNTIL WS-AWD-SUB > WS-AWD-COUNT
              IF WS-AWD-EVAL-DATE (WS-AWD-SUB) = WS-BUSINESS-DATE
                 AND WS-AWD-PAID-PERIOD (WS-AWD-SUB) > ZEROES
                 SET TODAYS-AWARDS-PAID TO TRUE
              END-IF
           END-PERFORM.
           IF TODAYS-AWARDS-PAID
              DISPLAY "WARNING: AWARDS JUDGED ON " WS-BUSINESS-DATE
                 " ARE ALREADY PAID - NOT JUDGED AGAIN"
              GO TO 0130-DROP-END
           END-IF.
           MOVE ZEROES TO WS-AWD-KEEP.
           PERFORM VARYING WS-AWD-SUB FROM 1 BY 1
              UNTIL WS-AWD-SUB > WS-AWD-COUNT
              IF WS-AWD-EVAL-DATE (WS-AWD-SUB) NOT = WS-BUSINESS-DATE
                 ADD 1 TO WS-AWD-KEEP
                 MOVE WS-AWD-ENTRY (WS-AWD-SUB)
                    TO WS-AWD-ENTRY (WS-AWD-KEEP)
              END-IF
           END-PERFORM.
           IF WS-AWD-KEEP NOT = WS-AWD-COUNT
              MOVE WS-AWD-KEEP TO WS-AWD-COUNT
              SET AWARD-LEDGER-CHANGED TO TRUE
           END-IF.
       0130-DROP-END.

       0200-PROCESS-ONE-CONTEST.
           ADD 1 TO WS-CONTEST-COUNT.
           PERFORM 0210-VALIDATE-CONTEST.
           IF WS-CON-REASON NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES           TO EXC-WK-KEY
              MOVE CON-ID           TO EXC-WK-KEY (1:6)
              MOVE "CON"            TO EXC-WK-REASON-CODE
              MOVE WS-CON-REASON    TO EXC-WK-REASON-TEXT
              MOVE CONTESTREC       TO EXC-WK-IMAGE
              PERFORM 9700-WRITE-COMMON-EXC
              MOVE WS-CON-REASON    TO CST-STATUS
              MOVE SPACES           TO CST-DATE
              PERFORM 0290-WRITE-STATUS-LINE
           ELSE
              PERFORM 0220-CHECK-CONTEST-CLOSED
              EVALUATE TRUE
                 WHEN CON-TO-DATE NOT < WS-BUSINESS-DATE
                    MOVE "OPEN - WINDOW CLOSES" TO CST-STATUS
                    MOVE CON-TO-DATE            TO CST-DATE
                    PERFORM 0290-WRITE-STATUS-LINE
                 WHEN CONTEST-ALREADY-CLOSED
                    CONTINUE
                 WHEN NOT INVOICE-HISTORY-OPEN
                    MOVE "DUE - NO INVOICE HISTORY" TO CST-STATUS
                    MOVE SPACES                     TO CST-DATE
                    PERFORM 0290-WRITE-STATUS-LINE
                 WHEN OTHER
                    PERFORM 0300-EVALUATE-CONTEST
                       THRU 0300-EVALUATE-END
              END-EVALUATE
           END-IF.
           READ CONTESTFILE
              AT END SET ENDOFCONTESTS TO TRUE
           END-READ.

       0210-VALIDATE-CONTEST.
           MOVE SPACES TO WS-CON-REASON.
           EVALUATE TRUE
              WHEN CON-ID = SPACES
                 MOVE "CONTEST ID BLANK" TO WS-CON-REASON
              WHEN CON-FROM-DATE NOT NUMERIC
                 OR CON-TO-DATE NOT NUMERIC
                 OR CON-FROM-DATE = ZEROES
                 OR CON-FROM-DATE > CON-TO-DATE
                 MOVE "CONTEST DATE WINDOW INVALID" TO WS-CON-REASON
              WHEN NOT CON-THRESHOLD-RULE
                 AND NOT CON-RANK-RULE
                 MOVE "CONTEST RULE NOT T OR R" TO WS-CON-REASON
              WHEN CON-THRESHOLD-RULE
                 AND (CON-THRESHOLD NOT NUMERIC
                      OR CON-THRESHOLD = ZEROES)
                 MOVE "THRESHOLD RULE WITH NO AMOUNT" TO WS-CON-REASON
              WHEN CON-RANK-RULE
                 AND (CON-RANK-COUNT NOT NUMERIC
                      OR CON-RANK-COUNT = ZEROES)
                 MOVE "RANK RULE WITH NO COUNT" TO WS-CON-REASON
              WHEN CON-PAYOUT NOT NUMERIC
                 OR CON-PAYOUT = ZEROES
                 MOVE "CONTEST PAYOUT MISSING" TO WS-CON-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * A contest is judged once: its closing record on the ledger
      * marks it done.
       0220-CHECK-CONTEST-CLOSED.
           MOVE 'N' TO WS-CON-CLOSED-SW.
           PERFORM VARYING WS-AWD-SUB FROM 1 BY 1
              UNTIL WS-AWD-SUB > WS-AWD-COUNT
              IF WS-AWD-REC-TYPE (WS-AWD-SUB) = 'C'
                 AND WS-AWD-CONTEST-ID (WS-AWD-SUB) = CON-ID
                 SET CONTEST-ALREADY-CLOSED TO TRUE
              END-IF
           END-PERFORM.

       0290-WRITE-STATUS-LINE.
           MOVE CON-ID   TO CST-ID.
           MOVE CON-DESC TO CST-DESC.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE CONTEST-STATUS-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * Judge one closed contest: total each salesperson's in-scope
      * sales for the window, then pick winners highest first.
       0300-EVALUATE-CONTEST.
           SET WS-SP-IDX TO 1.
           PERFORM WS-SP-COUNT TIMES
              MOVE ZEROES TO WS-SP-CON-SALES (WS-SP-IDX)
              MOVE 'N'    TO WS-SP-PICKED-SW (WS-SP-IDX)
              SET WS-SP-IDX UP BY 1
           END-PERFORM.
           MOVE ZEROES TO WS-CON-SCOPE-SALES.
           MOVE ZEROES TO WS-CON-WINNERS.
           MOVE ZEROES TO WS-CON-PAYOUT-TOTAL.
           MOVE ZEROES TO WS-CON-LAST-HIGH.
           MOVE ZEROES TO WS-CON-RANK.
           MOVE WS-AWD-COUNT TO WS-AWD-START.
           SORT CONTESTSORT
              ON ASCENDING KEY SRT-INVOICE-NO SRT-ARCH-SEQ
              INPUT PROCEDURE IS 0310-RELEASE-WINDOW-SALES
              OUTPUT PROCEDURE IS 0320-CREDIT-WINDOW-SALES.
           PERFORM 0360-WRITE-CONTEST-HEADING.
           MOVE 'N' TO WS-CON-DONE-SW.
           PERFORM 0370-PICK-NEXT-WINNER UNTIL CONTEST-PICK-DONE.
           IF AWARD-LEDGER-FULL
              DISPLAY "ERR: AWARD LEDGER FULL JUDGING CONTEST "
                 CON-ID " - CONTEST LEFT OPEN"
              MOVE 8 TO RETURN-CODE
              MOVE WS-AWD-START TO WS-AWD-COUNT
              GO TO 0300-EVALUATE-END
           END-IF.
           IF WS-CON-WINNERS = ZEROES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE NO-WINNER-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO WS-AWD-COUNT.
           MOVE 'C'                 TO WS-AWD-REC-TYPE (WS-AWD-COUNT).
           MOVE CON-ID              TO WS-AWD-CONTEST-ID (WS-AWD-COUNT).
           MOVE ZEROES              TO WS-AWD-SP-ID (WS-AWD-COUNT).
           MOVE WS-CON-WINNERS      TO WS-AWD-RANK (WS-AWD-COUNT).
           MOVE WS-CON-SCOPE-SALES  TO WS-AWD-NET-SALES (WS-AWD-COUNT).
           MOVE WS-CON-PAYOUT-TOTAL TO WS-AWD-PAYOUT (WS-AWD-COUNT).
           MOVE WS-BUSINESS-DATE    TO WS-AWD-EVAL-DATE (WS-AWD-COUNT).
           MOVE ZEROES           TO WS-AWD-PAID-PERIOD (WS-AWD-COUNT).
           SET AWARD-LEDGER-CHANGED TO TRUE.
           ADD 1 TO WS-EVALUATED-COUNT.
           ADD WS-CON-WINNERS      TO WS-WINNER-COUNT.
           ADD WS-CON-PAYOUT-TOTAL TO WS-PAYOUT-TOTAL.
           MOVE WS-CON-WINNERS      TO CTL-WINNERS.
           MOVE WS-CON-SCOPE-SALES  TO CTL-SALES.
           MOVE WS-CON-PAYOUT-TOTAL TO CTL-BONUS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE CONTEST-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
       0300-EVALUATE-END.

      * Sort input: every archived sale dated inside the window. An
      * archive written before the window opened cannot hold window
      * sales and is not read.
       0310-RELEASE-WINDOW-SALES.
           PERFORM 0315-SCAN-ONE-ARCHIVE
              VARYING WS-ARCH-SUB FROM 1 BY 1
              UNTIL WS-ARCH-SUB > WS-ARCH-COUNT.

       0315-SCAN-ONE-ARCHIVE.
           SET WS-ARCHIDX TO WS-ARCH-SUB.
           MOVE WS-ARCH-ENTRY (WS-ARCHIDX) TO WS-TRANSARCH-NAME.
           MOVE WS-TRANSARCH-NAME (11:8) TO WS-ARCH-DATE-WK.
           IF WS-ARCH-DATE-WK IS NUMERIC
              AND WS-ARCH-DATE-WK < CON-FROM-DATE
              CONTINUE
           ELSE
              OPEN INPUT TRANSARCHIVE
              IF WS-TRANSARCH-STATUS NOT = "00"
                 DISPLAY "WARNING: ARCHIVE " WS-TRANSARCH-NAME
                    " NOT READABLE, STATUS " WS-TRANSARCH-STATUS
              ELSE
                 MOVE SPACES TO SALESTRANS
                 READ TRANSARCHIVE
                    AT END SET ENDOFTRANS TO TRUE
                 END-READ
                 PERFORM UNTIL ENDOFTRANS
                    IF TRAN-SPLIT-COUNT NOT NUMERIC
                       MOVE ZEROES TO TRAN-SPLIT-COUNT
                    END-IF
                    IF TRAN-SALE-DATE NUMERIC
                       AND TRAN-SALE-DATE NOT < CON-FROM-DATE
                       AND TRAN-SALE-DATE NOT > CON-TO-DATE
                       MOVE TRAN-INVOICE-NO     TO SRT-INVOICE-NO
                       MOVE WS-ARCH-SUB         TO SRT-ARCH-SEQ
                       MOVE TRAN-SALESPERSON-ID TO SRT-SALESPERSON-ID
                       MOVE TRAN-SALE-DATE      TO SRT-SALE-DATE
                       MOVE TRAN-AMOUNT         TO SRT-AMOUNT
                       MOVE TRAN-SPLIT-COUNT    TO SRT-SPLIT-COUNT
                       PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                          UNTIL WS-SPLIT-SUB > 3
                          MOVE TRAN-SPLIT-ID (WS-SPLIT-SUB)
                             TO SRT-SPLIT-ID (WS-SPLIT-SUB)
                          MOVE TRAN-SPLIT-PCT (WS-SPLIT-SUB)
                             TO SRT-SPLIT-PCT (WS-SPLIT-SUB)
                       END-PERFORM
                       RELEASE SORTREC
                       ADD 1 TO WS-RELEASED-COUNT
                    END-IF
                    READ TRANSARCHIVE
                       AT END SET ENDOFTRANS TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE TRANSARCHIVE
              END-IF
           END-IF.

      * Sort output: each invoice is credited once, from the first
      * copy that the commission run actually commissioned - the
      * invoice is on SALESINVHIST.DAT under its own sale month - and
      * whose amount, splits and ids are good. Later copies of the
      * same invoice (a resent extract) are passed over.
       0320-CREDIT-WINDOW-SALES.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE SPACES TO WS-PREV-INVOICE.
           MOVE 'N' TO WS-INV-CREDITED-SW.
           RETURN CONTESTSORT
              AT END SET SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL SORT-EOF
              IF SRT-INVOICE-NO NOT = WS-PREV-INVOICE
                 MOVE SRT-INVOICE-NO TO WS-PREV-INVOICE
                 MOVE 'N' TO WS-INV-CREDITED-SW
                 PERFORM 0325-LOOKUP-PAID-INVOICE
              END-IF
              IF INVOICE-CREDITED
                 ADD 1 TO WS-DUP-COUNT
              ELSE
                 PERFORM 0330-CREDIT-ONE-SALE THRU 0330-CREDIT-END
              END-IF
              RETURN CONTESTSORT
                 AT END SET SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM.

       0325-LOOKUP-PAID-INVOICE.
           MOVE ZEROES TO WS-INV-PAID-PERIOD.
           MOVE SRT-INVOICE-NO TO INV-INVOICE-NO.
           READ SALESINVHIST
              KEY IS INV-INVOICE-NO
              INVALID KEY CONTINUE
           END-READ.
           IF WS-INVHIST-STATUS = "00"
              MOVE INV-PERIOD TO WS-INV-PAID-PERIOD
           END-IF.

      * A sale counts once its invoice was commissioned in the
      * sale's own period - calendar or fiscal per RUNCONTROL.DAT.
       0330-CREDIT-ONE-SALE.
           MOVE SRT-SALE-DATE TO FIS-WK-DATE.
           PERFORM 9130-SET-DATE-PERIOD.
           IF WS-INV-PAID-PERIOD NOT = FIS-WK-DATE-KEY
              OR FIS-WK-DATE-KEY = ZEROES
              OR SRT-AMOUNT NOT NUMERIC
              OR SRT-AMOUNT = ZEROES
              OR SRT-SPLIT-COUNT > 3
              ADD 1 TO WS-NOT-PAID-COUNT
              GO TO 0330-CREDIT-END
           END-IF.
           IF SRT-SPLIT-COUNT = ZEROES
              MOVE SRT-SALESPERSON-ID TO WS-LOOKUP-ID
              PERFORM 0340-FIND-SALESPERSON
              IF WS-SP-FOUND-IDX = 0
                 ADD 1 TO WS-NOT-PAID-COUNT
                 GO TO 0330-CREDIT-END
              END-IF
              MOVE SRT-AMOUNT TO WS-SPLIT-SHARE
              PERFORM 0350-CREDIT-IN-SCOPE
              SET INVOICE-CREDITED TO TRUE
              GO TO 0330-CREDIT-END
           END-IF.
           MOVE 'Y' TO WS-SPLIT-OK-SW.
           MOVE ZEROES TO WS-SPLIT-PCT-TOTAL.
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
              UNTIL WS-SPLIT-SUB > SRT-SPLIT-COUNT
              IF SRT-SPLIT-PCT (WS-SPLIT-SUB) NUMERIC
                 ADD SRT-SPLIT-PCT (WS-SPLIT-SUB) TO WS-SPLIT-PCT-TOTAL
              END-IF
              MOVE SRT-SPLIT-ID (WS-SPLIT-SUB) TO WS-LOOKUP-ID
              PERFORM 0340-FIND-SALESPERSON
              IF WS-SP-FOUND-IDX = 0
                 MOVE 'N' TO WS-SPLIT-OK-SW
              END-IF
           END-PERFORM.
           IF WS-SPLIT-PCT-TOTAL NOT = 100
              OR NOT SPLIT-IDS-ALL-FOUND
              ADD 1 TO WS-NOT-PAID-COUNT
              GO TO 0330-CREDIT-END
           END-IF.
           MOVE ZEROES TO WS-SPLIT-ALLOC.
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
              UNTIL WS-SPLIT-SUB > SRT-SPLIT-COUNT
              IF WS-SPLIT-SUB = SRT-SPLIT-COUNT
                 COMPUTE WS-SPLIT-SHARE =
                    SRT-AMOUNT - WS-SPLIT-ALLOC
              ELSE
                 COMPUTE WS-SPLIT-SHARE ROUNDED =
                    SRT-AMOUNT * SRT-SPLIT-PCT (WS-SPLIT-SUB) / 100
                 ADD WS-SPLIT-SHARE TO WS-SPLIT-ALLOC
              END-IF
              MOVE SRT-SPLIT-ID (WS-SPLIT-SUB) TO WS-LOOKUP-ID
              PERFORM 0340-FIND-SALESPERSON
              PERFORM 0350-CREDIT-IN-SCOPE
           END-PERFORM.
           SET INVOICE-CREDITED TO TRUE.
       0330-CREDIT-END.

       0340-FIND-SALESPERSON.
           MOVE 0 TO WS-SP-FOUND-IDX.
           IF WS-SP-COUNT > ZEROES
              SEARCH ALL WS-SP-ENTRY
                 AT END CONTINUE
                 WHEN WS-SP-ID (WS-SP-IDX) = WS-LOOKUP-ID
                    SET WS-SP-FOUND-IDX TO WS-SP-IDX
              END-SEARCH
           END-IF.

      * Credits WS-SPLIT-SHARE to the salesperson at WS-SP-FOUND-IDX
      * when the contest covers the region the rep sat in on the
      * sale date.
       0350-CREDIT-IN-SCOPE.
           IF NOT CON-ALL-REGIONS
              MOVE WS-SP-FOUND-IDX TO WS-TERR-SP-SUB
              PERFORM 0355-FIND-DATED-REGION
              IF WS-DATED-REGION NOT = CON-REGION
                 MOVE ZEROES TO WS-SPLIT-SHARE
              END-IF
           END-IF.
           IF WS-SPLIT-SHARE > ZEROES
              ADD WS-SPLIT-SHARE TO WS-SP-CON-SALES (WS-SP-FOUND-IDX)
              ADD WS-SPLIT-SHARE TO WS-CON-SCOPE-SALES
           END-IF.

       0355-FIND-DATED-REGION.
           MOVE WS-SP-REGION (WS-TERR-SP-SUB) TO WS-DATED-REGION.
           MOVE WS-SP-TERR-HEAD (WS-TERR-SP-SUB) TO WS-TERR-SUB.
           PERFORM UNTIL WS-TERR-SUB = ZEROES
              IF WS-TER-FROM (WS-TERR-SUB) <= SRT-SALE-DATE
                 AND WS-TER-TO (WS-TERR-SUB) >= SRT-SALE-DATE
                 MOVE WS-TER-REGION (WS-TERR-SUB) TO WS-DATED-REGION
              END-IF
              MOVE WS-TER-NEXT (WS-TERR-SUB) TO WS-TERR-SUB
           END-PERFORM.

       0360-WRITE-CONTEST-HEADING.
           MOVE CON-ID        TO CHD-ID.
           MOVE CON-DESC      TO CHD-DESC.
           MOVE CON-FROM-DATE TO CHD-FROM.
           MOVE CON-TO-DATE   TO CHD-TO.
           IF CON-ALL-REGIONS
              MOVE "*ALL*"    TO CHD-SCOPE
           ELSE
              MOVE CON-REGION TO CHD-SCOPE
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE CONTEST-HEAD-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           IF CON-THRESHOLD-RULE
              MOVE CON-THRESHOLD TO TRL-THRESHOLD
              MOVE CON-PAYOUT    TO TRL-PAYOUT
              MOVE THRESHOLD-RULE-LINE TO PRINT-LINE
           ELSE
              MOVE CON-RANK-COUNT TO RRL-RANK-COUNT
              MOVE CON-PAYOUT     TO RRL-PAYOUT
              MOVE RANK-RULE-LINE TO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE WINNER-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * Winners come out highest sales first. A threshold contest
      * stops at the first total under the threshold; a rank
      * contest stops once the rank count is filled and the next
      * total is lower, so everyone tied on the last place wins.
       0370-PICK-NEXT-WINNER.
           MOVE ZEROES TO WS-CON-HIGH.
           MOVE ZEROES TO WS-CON-HIGH-IDX.
           SET WS-SP-IDX TO 1.
           PERFORM WS-SP-COUNT TIMES
              IF NOT WS-SP-PICKED (WS-SP-IDX)
                 AND WS-SP-CON-SALES (WS-SP-IDX) > WS-CON-HIGH
                 MOVE WS-SP-CON-SALES (WS-SP-IDX) TO WS-CON-HIGH
                 SET WS-CON-HIGH-IDX TO WS-SP-IDX
              END-IF
              SET WS-SP-IDX UP BY 1
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-CON-HIGH-IDX = ZEROES
                 SET CONTEST-PICK-DONE TO TRUE
              WHEN CON-THRESHOLD-RULE
                 AND WS-CON-HIGH < CON-THRESHOLD
                 SET CONTEST-PICK-DONE TO TRUE
              WHEN CON-RANK-RULE
                 AND WS-CON-WINNERS NOT < CON-RANK-COUNT
                 AND WS-CON-HIGH < WS-CON-LAST-HIGH
                 SET CONTEST-PICK-DONE TO TRUE
              WHEN WS-AWD-COUNT >= 19999
                 SET AWARD-LEDGER-FULL TO TRUE
                 SET CONTEST-PICK-DONE TO TRUE
              WHEN OTHER
                 PERFORM 0380-RECORD-WINNER
           END-EVALUATE.

       0380-RECORD-WINNER.
           SET WS-SP-IDX TO WS-CON-HIGH-IDX.
           SET WS-SP-PICKED (WS-SP-IDX) TO TRUE.
           IF WS-CON-HIGH NOT = WS-CON-LAST-HIGH
              COMPUTE WS-CON-RANK = WS-CON-WINNERS + 1
           END-IF.
           MOVE WS-CON-HIGH TO WS-CON-LAST-HIGH.
           ADD 1 TO WS-CON-WINNERS.
           ADD CON-PAYOUT TO WS-CON-PAYOUT-TOTAL.
           ADD 1 TO WS-AWD-COUNT.
           MOVE 'W'               TO WS-AWD-REC-TYPE (WS-AWD-COUNT).
           MOVE CON-ID            TO WS-AWD-CONTEST-ID (WS-AWD-COUNT).
           MOVE WS-SP-ID (WS-SP-IDX) TO WS-AWD-SP-ID (WS-AWD-COUNT).
           MOVE WS-CON-RANK       TO WS-AWD-RANK (WS-AWD-COUNT).
           MOVE WS-CON-HIGH       TO WS-AWD-NET-SALES (WS-AWD-COUNT).
           MOVE CON-PAYOUT        TO WS-AWD-PAYOUT (WS-AWD-COUNT).
           MOVE WS-BUSINESS-DATE  TO WS-AWD-EVAL-DATE (WS-AWD-COUNT).
           MOVE ZEROES            TO WS-AWD-PAID-PERIOD (WS-AWD-COUNT).
           MOVE WS-CON-RANK          TO WNL-RANK.
           MOVE WS-SP-ID (WS-SP-IDX) TO WNL-ID.
           MOVE WS-SP-NAME (WS-SP-IDX)   TO WNL-NAME.
           MOVE WS-SP-REGION (WS-SP-IDX) TO WNL-REGION.
           MOVE WS-CON-HIGH          TO WNL-SALES.
           MOVE CON-PAYOUT           TO WNL-BONUS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE WINNER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0400-WRITE-RUN-TOTALS.
           MOVE WS-EVALUATED-COUNT TO RTL-EVALUATED.
           MOVE WS-WINNER-COUNT    TO RTL-WINNERS.
           MOVE WS-PAYOUT-TOTAL    TO RTL-BONUS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE RUN-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
           IF WS-EVALUATED-COUNT > ZEROES
              MOVE SIGN-OFF-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 3 LINES
           END-IF.

      * The ledger is written back whole whenever a contest was
      * judged or a rerun dropped the day's earlier results.
       0500-REWRITE-AWARD-LEDGER.
           IF NOT AWARD-LEDGER-CHANGED
              GO TO 0500-LEDGER-END
           END-IF.
           OPEN OUTPUT SALESAWARDFILE.
           IF WS-AWARD-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE SALESCONTESTWIN.DAT, "
                 "STATUS = " WS-AWARD-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0500-LEDGER-END
           END-IF.
           PERFORM VARYING WS-AWD-SUB FROM 1 BY 1
              UNTIL WS-AWD-SUB > WS-AWD-COUNT
              WRITE AWARD-RECORD FROM WS-AWD-ENTRY (WS-AWD-SUB)
           END-PERFORM.
           CLOSE SALESAWARDFILE.
       0500-LEDGER-END.

       0900-END-PROGRAM.
           CLOSE CONTESTRPT.
           CLOSE SALESINVHIST.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY EXCLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY FISCALPD.

       END PROGRAM SALESCONTEST.
