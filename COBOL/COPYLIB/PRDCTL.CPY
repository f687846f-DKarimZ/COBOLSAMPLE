      ******************************************************************
      * PRDCTL - shared period-status (posting lock) fields.
      *
      * COPY this into WORKING-STORAGE SECTION after FISCTL. The
      * host program must also COPY PRDSTSFD into the FD for
      * PERIODSTATUSFILE (SELECT PERIODSTATUSFILE ASSIGN TO
      * "PERIODSTATUS.DAT" ORGANIZATION LINE SEQUENTIAL FILE STATUS
      * WS-PERIODSTATUS-STATUS) and COPY PRDTAB and PRDLOCK into the
      * PROCEDURE DIVISION after FISCALPD. A program that logs
      * redirects and refusals also COPYs PRDEXC after EXCLOG.
      * PERIODMAINT, which only maintains the table, needs PRDTAB
      * alone (and not FISCTL).
      *
      * After 9120-SET-PROCESS-PERIOD, move the subsystem to
      * PRD-WK-SUBSYSTEM and the transaction date to PRD-WK-DATE
      * (zero for the run's own process period) and PERFORM
      * 9160-CHECK-POSTING-PERIOD THRU 9160-CHECK-END. Then:
      *   PRD-POST-ALLOWED    - post as normal;
      *   PRD-POST-REDIRECTED - the dated period is closing or
      *                         closed and redirects late items;
      *                         post it in the current period;
      *   PRD-POST-REFUSED    - do not post it.
      * PRD-WK-PERIOD and PRD-WK-STATUS hold the period checked and
      * its status. For a redirect or refusal, fill PRD-WK-KEY and
      * PRD-WK-IMAGE and PERFORM 9170-LOG-PERIOD-EXCEPTION to write
      * it to EXCEPTIONS.DAT. The current period refuses only when
      * CLOSED; CLOSING still lets the period's own runs finish.
      * A missing PERIODSTATUS.DAT leaves every period open; one
      * that cannot be read sets RC 8 and PERIOD-STATUS-UNREADABLE,
      * and every check is then refused with status UNKNOWN. The
      * table holds 480 records (ten years of periods for four
      * subsystems); a longer file is treated as unreadable.
      ******************************************************************
       01  WS-PERIODSTATUS-STATUS      PIC X(2).

       01  WS-PERIOD-STATUS-TABLE.
           05  WS-PST-COUNT            PIC 9(3) VALUE ZEROES.
           05  WS-PST-ENTRY            OCCURS 480 TIMES
                                       INDEXED BY WS-PSTIDX.
               10  WS-PST-SUBSYSTEM    PIC X(8).
               10  WS-PST-PERIOD       PIC 9(6).
               10  WS-PST-STATUS       PIC X(7).
               10  WS-PST-LATE-ACTION  PIC X(1).
               10  WS-PST-CHANGED-DATE PIC 9(8).
               10  WS-PST-OPERATOR     PIC X(8).
               10  WS-PST-REASON       PIC X(30).

       01  WS-PERIOD-LOCK-FIELDS.
           05  PRD-WK-LOADED-SW        PIC X(1) VALUE 'N'.
               88  PERIOD-STATUS-LOADED      VALUE 'Y'.
           05  PRD-WK-LOAD-ERR-SW      PIC X(1) VALUE 'N'.
               88  PERIOD-STATUS-UNREADABLE  VALUE 'Y'.
           05  PRD-WK-SUBSYSTEM        PIC X(8).
           05  PRD-WK-DATE             PIC 9(8).
           05  PRD-WK-PERIOD           PIC 9(6).
           05  PRD-WK-STATUS           PIC X(7).
               88  PRD-PERIOD-OPEN           VALUE 'OPEN'.
               88  PRD-PERIOD-CLOSING        VALUE 'CLOSING'.
               88  PRD-PERIOD-CLOSED         VALUE 'CLOSED'.
           05  PRD-WK-LATE-ACTION      PIC X(1).
               88  PRD-REDIRECT-LATE         VALUE 'D'.
           05  PRD-WK-FOUND-SW         PIC X(1).
               88  PRD-PERIOD-FOUND          VALUE 'Y'.
           05  PRD-WK-RESULT           PIC X(1).
               88  PRD-POST-ALLOWED          VALUE 'P'.
               88  PRD-POST-REDIRECTED       VALUE 'D'.
               88  PRD-POST-REFUSED          VALUE 'R'.
           05  PRD-WK-CHECK-PERIOD     PIC 9(6).
           05  PRD-WK-CHECK-STATUS     PIC X(7).
           05  PRD-WK-KEY              PIC X(20).
           05  PRD-WK-IMAGE            PIC X(100).
