      ******************************************************************
      * FISCTL - shared fiscal-calendar working-storage fields.
      *
      * COPY this into WORKING-STORAGE SECTION after RUNCTL. The host
      * program must also COPY FISCALFD into the FD for FISCALCALFILE
      * (SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT" ORGANIZATION
      * LINE SEQUENTIAL FILE STATUS WS-FISCALCAL-STATUS) and COPY
      * FISCALPD into the PROCEDURE DIVISION.
      *
      * After 9900-READ-RUN-CONTROL, PERFORM 9120-SET-PROCESS-PERIOD
      * THRU 9120-SET-END once. FIS-WK-PROC-YEAR, FIS-WK-PROC-PERIOD
      * and FIS-WK-PROC-KEY (YYYYPP) are then the period the run
      * groups by: the calendar year and month of the business date
      * under period basis C, its fiscal year and period under basis
      * F, when FIS-WK-PROC-WEEKS also holds the weeks (4 or 5) in
      * the fiscal period. Under basis F a business date the fiscal
      * calendar does not cover leaves PROCESS-PERIOD-SET false and
      * the program should stop.
      * FIS-WK-PRINT-LINE carries the fiscal year, quarter, period
      * and week of the business date for report headings; print it
      * when FISCAL-LINE-WANTED (basis F or B).
      *
      * To group a dated record, move its date to FIS-WK-DATE and
      * PERFORM 9130-SET-DATE-PERIOD; FIS-WK-DATE-KEY is then its
      * YYYYPP on the same basis (zero under basis F when the date
      * falls outside the fiscal calendar). 9110-FIND-FISCAL-DATE
      * THRU 9110-FIND-END looks up the full fiscal position of
      * FIS-WK-DATE whatever the basis.
      ******************************************************************
       01  WS-FISCALCAL-STATUS         PIC X(2).

       01  WS-FISCAL-TABLE.
           05  WS-FIS-COUNT            PIC 9(3) VALUE ZEROES.
           05  WS-FIS-ENTRY OCCURS 120 TIMES
                  INDEXED BY WS-FISIDX.
               10  WS-FIS-START        PIC 9(8).
               10  WS-FIS-END          PIC 9(8).
               10  WS-FIS-YEAR         PIC 9(4).
               10  WS-FIS-QUARTER      PIC 9(1).
               10  WS-FIS-PERIOD       PIC 9(2).
               10  WS-FIS-WEEKS        PIC 9(1).
               10  WS-FIS-FIRST-WEEK   PIC 9(2).

       01  WS-FISCAL-FIELDS.
           05  FIS-WK-LOADED-SW        PIC X(1) VALUE 'N'.
               88  FISCAL-CALENDAR-LOADED VALUE 'Y'.
           05  FIS-WK-DATE             PIC 9(8).
           05  FIS-WK-FOUND-SW         PIC X(1).
               88  FISCAL-DATE-FOUND   VALUE 'Y'.
           05  FIS-WK-YEAR             PIC 9(4).
           05  FIS-WK-QUARTER          PIC 9(1).
           05  FIS-WK-PERIOD           PIC 9(2).
           05  FIS-WK-WEEK             PIC 9(2).
           05  FIS-WK-WEEKS            PIC 9(1).
           05  FIS-WK-START            PIC 9(8).
           05  FIS-WK-END              PIC 9(8).
           05  FIS-WK-DAYS             PIC S9(5) COMP.
           05  FIS-WK-DATE-KEY         PIC 9(6).
           05  FIS-WK-PROC-SW          PIC X(1) VALUE 'N'.
               88  PROCESS-PERIOD-SET  VALUE 'Y'.
           05  FIS-WK-PROC-YEAR        PIC 9(4).
           05  FIS-WK-PROC-PERIOD      PIC 9(2).
           05  FIS-WK-PROC-KEY         PIC 9(6).
           05  FIS-WK-PROC-WEEKS       PIC 9(1).
           05  FIS-WK-PRINT-LINE       PIC X(70).

       01  FIS-PERIOD-LINE.
           05  FILLER                  PIC X(12) VALUE "FISCAL YEAR ".
           05  FIS-LINE-YEAR           PIC 9(4).
           05  FILLER                  PIC X(10) VALUE "  QUARTER ".
           05  FIS-LINE-QUARTER        PIC 9(1).
           05  FILLER                  PIC X(9)  VALUE "  PERIOD ".
           05  FIS-LINE-PERIOD         PIC 9(2).
           05  FILLER                  PIC X(7)  VALUE "  WEEK ".
           05  FIS-LINE-WEEK           PIC 9(2).
           05  FILLER                  PIC X(3)  VALUE "  (".
           05  FIS-LINE-START          PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE " - ".
           05  FIS-LINE-END            PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE ")".
