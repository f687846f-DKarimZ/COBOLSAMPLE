       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDISTRIBUTE.

      * Report distribution manifest and packet split, run as the
      * last step of the nightly chain.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. The chain leaves dozens of business-dated
      *    reports behind every night and who got which one was
      *    down to operations' memory. The distribution control
      *    file DISTRIB.DAT maps each report family (file name
      *    prefix and extension, the same way RETENTION.DAT names
      *    them for PURGEDATED) to a recipient, a copy count and a
      *    confidentiality class, with one row per recipient. Each
      *    row also carries the Monday-to-Sunday day mask the
      *    report is due on, whether it is expected every due day
      *    (Y), on month-end runs only (M) or only on demand (N),
      *    and an optional split code. This program probes each
      *    family for today's business date and prints the
      *    manifest DISTMANyyyymmdd.DAT: every report produced and
      *    who it goes to, then every report that was due and not
      *    produced, which is also written to EXCEPTIONS.DAT and
      *    ends the step with RETURN-CODE 4. A family on the
      *    SSNRESTR list is always shown RESTRICTED whatever its
      *    row says. A row with split code D (pay stubs) or M
      *    (commission statements) has its report cut into one
      *    packet file per department (EMPMASTER.DAT) or per sales
      *    manager (SALESHIER.DAT), named with a .Pnn extension in
      *    place of the report's own and listed on the manifest
      *    under the report.
      *  - Month-end reports (expected M) are looked for on the
      *    fiscal period-end night when RUNCONTROL.DAT sets the
      *    fiscal period basis, matching when GLEXTRACT now
      *    accrues.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISTCTL ASSIGN TO "DISTRIB.DAT"
           FILE STATUS IS DISTCTL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROBEFILE ASSIGN DYNAMIC WS-PROBE-NAME
           FILE STATUS IS PROBE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PACKETFILE ASSIGN DYNAMIC WS-PACKET-NAME
           FILE STATUS IS PACKET-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MANIFESTFILE ASSIGN DYNAMIC WS-MANIFEST-NAME
           FILE STATUS IS MANIFEST-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEEFILE ASSIGN TO "EMPMASTER.DAT"
           FILE STATUS IS WS-EMPLOYEEFILE-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMPLOYEEID.

           SELECT SPMFILE ASSIGN TO "SALESPERSONMST.DAT"
           FILE STATUS IS WS-SPM-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SPM-ID.

           SELECT SALESHIERFILE ASSIGN TO "SALESHIER.DAT"
           FILE STATUS IS WS-SALESHIER-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMONEXCFILE ASSIGN TO "EXCEPTIONS.DAT"
           FILE STATUS IS WS-COMMONEXC-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
           FILE STATUS IS WS-RUNCTL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * One row per report family and recipient. Class P public,
      * I internal, C confidential, R restricted. Split code blank
      * for none, D by department (pay stubs), M by sales manager
      * (commission statements).
       FD DISTCTL.
         01 DISTREC.
           88 ENDOFDISTCTL VALUE HIGH-VALUES.
           05 DST-PREFIX           PIC X(20).
           05 DST-EXTENSION        PIC X(4).
           05 DST-RECIPIENT        PIC X(20).
           05 DST-COPIES           PIC X(2).
           05 DST-COPIES-N REDEFINES DST-COPIES
                                   PIC 9(2).
           05 DST-CLASS            PIC X(1).
              88 DST-CLASS-VALID   VALUE 'P' 'I' 'C' 'R'.
           05 DST-DAY-MASK         PIC X(7).
           05 DST-EXPECTED         PIC X(1).
              88 DST-EXPECTED-VALID VALUE 'Y' 'M' 'N'.
              88 DST-DUE-DAILY     VALUE 'Y'.
              88 DST-DUE-MONTH-END VALUE 'M'.
           05 DST-SPLIT            PIC X(1).
              88 DST-SPLIT-VALID   VALUE ' ' 'D' 'M'.
              88 DST-SPLIT-BY-DEPT VALUE 'D'.
              88 DST-SPLIT-BY-MGR  VALUE 'M'.

       FD PROBEFILE.
         01 PROBEREC.
           88 ENDOFPROBE VALUE HIGH-VALUES.
           05 PRB-LINE             PIC X(133).

       FD PACKETFILE.
         01 PACKETREC              PIC X(133).

       FD MANIFESTFILE.
         01 PRINT-LINE             PIC X(132).

       FD EMPLOYEEFILE.
            01 EMPDETAILS.
               02 EMPINFO.
                  04 EMPLOYEEID            PIC 9(7).
                  04 EMPLOYEENAME.
                     05 LASTNAME           PIC X(10).
                     05 FIRSTNAME          PIC X(10).
                  04 STARTDATE             PIC 9(8).
                  04 HOURSWORKED           PIC 9(3).
               02 HOURLYRATE               PIC 9(4)V99.
               02 DEPARTMENT               PIC X(30).
               02 GENDER                   PIC X.
               02 EMPSTATUS                PIC X.
               02 TERMDATE                 PIC 9(8).
               02 PAYFREQ                  PIC X.
               02 PAYGRADE                 PIC X(2).

       FD SPMFILE.
            01 SPMRECORD.
               05 SPM-ID                   PIC 9(5).
               05 SPM-NAME.
                  10 SPM-LASTNAME          PIC X(20).
                  10 SPM-FIRSTNAME         PIC X(20).
               05 SPM-REGION               PIC X(5).
               05 SPM-GENDER               PIC X.
               05 SPM-HIRE-STATUS          PIC X.

       FD SALESHIERFILE.
         01 SALESHIERREC.
           88 ENDOFHIER VALUE HIGH-VALUES.
           05 HIR-SALESPERSON-ID   PIC 9(5).
           05 HIR-MANAGER-ID       PIC 9(5).
           05 HIR-OVERRIDE-PCT     PIC 9(2)V99.

       FD COMMONEXCFILE.
       COPY EXCFD.

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 DISTCTL-STATUS       PIC X(2).
           05 PROBE-STATUS         PIC X(2).
           05 PACKET-STATUS        PIC X(2).
           05 MANIFEST-STATUS      PIC X(2).
           05 WS-EMPLOYEEFILE-STATUS PIC X(2).
           05 WS-SPM-STATUS        PIC X(2).
           05 WS-SALESHIER-STATUS  PIC X(2).
           05 WS-PROBE-NAME        PIC X(40).
           05 WS-PACKET-NAME       PIC X(40).
           05 WS-MANIFEST-NAME     PIC X(40).
           05 WS-ROW-COUNT         PIC 9(5) VALUE ZEROES.
           05 WS-PRODUCED-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-MISSING-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-NOTDUE-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-REJECT-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-PACKET-TOTAL      PIC 9(5) VALUE ZEROES.
           05 WS-RESTRICTED-SW     PIC X VALUE 'N'.
              88 PREFIX-RESTRICTED VALUE 'Y'.
           05 WS-DUE-SW            PIC X VALUE 'N'.
              88 REPORT-IS-DUE     VALUE 'Y'.
           05 WS-DATE-INT          PIC 9(8).
           05 WS-DOW-QUOTIENT      PIC 9(8).
           05 WS-DOW-REMAINDER     PIC 9(8).
           05 WS-DAY-OF-WEEK       PIC 9(1).
           05 WS-HIER-LOADED-SW    PIC X VALUE 'N'.
              88 HIERARCHY-LOADED  VALUE 'Y'.

      * Missing reports are held here and printed as their own
      * section once every row has been probed.
       01 WS-MISSING-TABLE.
           05 WS-MISSING-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-MISIDX.
               10 WS-MIS-FILE      PIC X(32).
               10 WS-MIS-RECIPIENT PIC X(20).
               10 WS-MIS-DUE       PIC X(12).

      * Salesperson to manager, off SALESHIER.DAT.
       01 WS-HIER-TABLE.
           05 WS-HIER-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-HIERIDX.
               10 WS-HIER-SPM-ID   PIC 9(5).
               10 WS-HIER-MGR-ID   PIC 9(5).
       01 WS-HIER-COUNT            PIC 9(4) VALUE ZEROES.

      * Packet split work areas. Every block of the report (one
      * pay stub or one statement, each opened by a line of = signs)
      * is numbered as it is read and the packet it belongs to is
      * noted against it; each packet is then written by reading
      * the report again and copying only its own blocks. Lines
      * ahead of the first block go to every packet.
       01 WS-SPLIT-FIELDS.
           05 WS-BLOCK-NO          PIC 9(5).
           05 WS-BLOCK-KEY-SW      PIC X.
              88 BLOCK-KEY-FOUND   VALUE 'Y'.
           05 WS-SPLIT-OVERFLOW-SW PIC X.
              88 SPLIT-OVERFLOW    VALUE 'Y'.
           05 WS-SPLIT-KEY         PIC X(30).
           05 WS-SPLIT-DESC        PIC X(40).
           05 WS-SPLIT-EMP-ID      PIC 9(7).
           05 WS-SPLIT-SPM-ID      PIC 9(5).
           05 WS-SPLIT-MGR-ID      PIC 9(5).
           05 WS-PKT-FOUND-IDX     PIC 9(2).
           05 WS-PKT-NO            PIC 9(2).
           05 WS-PKT-EXT           PIC X(4).
       01 WS-BLOCK-TABLE.
           05 WS-BLOCK-PACKET OCCURS 9999 TIMES
                             PIC 9(2).
       01 WS-PACKET-TABLE.
           05 WS-PACKET-ENTRY OCCURS 99 TIMES
                             INDEXED BY WS-PKTIDX.
               10 WS-PKT-KEY       PIC X(30).
               10 WS-PKT-DESC      PIC X(40).
               10 WS-PKT-BLOCKS    PIC 9(5).
       01 WS-PACKET-COUNT          PIC 9(2) VALUE ZEROES.

       COPY JOBCTL.
       COPY RUNCTL.
       COPY EXCCTL.
       COPY SSNRESTR.

       01  DMN-SECTION-LINE.
           05  DSL-TEXT            PIC X(60).
           05  FILLER              PIC X(72) VALUE SPACES.

       01  DMN-REPORT-HEADING.
           05  FILLER              PIC X(34) VALUE 'REPORT FILE'.
           05  FILLER              PIC X(22) VALUE 'RECIPIENT'.
           05  FILLER              PIC X(8)  VALUE 'COPIES'.
           05  FILLER              PIC X(14) VALUE 'CLASS'.
           05  FILLER              PIC X(54) VALUE 'SPLIT'.

       01  DMN-REPORT-LINE.
           05  DRL-FILE            PIC X(32).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DRL-RECIPIENT       PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DRL-COPIES          PIC Z9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  DRL-CLASS           PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DRL-SPLIT           PIC X(20).
           05  FILLER              PIC X(34) VALUE SPACES.

       01  DMN-PACKET-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DPL-FILE            PIC X(32).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DPL-DESC            PIC X(40).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DPL-BLOCKS          PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DPL-BLOCK-LABEL     PIC X(10).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  DMN-MISSING-HEADING.
           05  FILLER              PIC X(34) VALUE 'REPORT FILE'.
           05  FILLER              PIC X(22) VALUE 'RECIPIENT'.
           05  FILLER              PIC X(76) VALUE 'DUE'.

       01  DMN-MISSING-LINE.
           05  DML-FILE            PIC X(32).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DML-RECIPIENT       PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DML-DUE             PIC X(12).
           05  FILLER              PIC X(64) VALUE SPACES.

       01  DMN-REJECT-LINE.
           05  FILLER              PIC X(22) VALUE
               'CONTROL ROW REJECTED: '.
           05  DJL-ROW             PIC X(57).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DJL-REASON          PIC X(30).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  DMN-NOTE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DNL-TEXT            PIC X(60).
           05  FILLER              PIC X(68) VALUE SPACES.

       01  DMN-TOTAL-LINE.
           05  DTL-LABEL           PIC X(30).
           05  DTL-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.

       01  PKT-COVER-LINE.
           05  FILLER              PIC X(7)  VALUE 'PACKET '.
           05  PCL-NO              PIC 9(2).
           05  FILLER              PIC X(5)  VALUE ' FOR '.
           05  PCL-DESC            PIC X(40).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PCL-FILE            PIC X(32).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PCL-CLASS           PIC X(12).
           05  FILLER              PIC X(31) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "RPTDISTRIBUTE" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
      *    Integer date 1 is Monday 1601-01-01, as in the driver's
      *    day mask check.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           SUBTRACT 1 FROM WS-DATE-INT.
           DIVIDE WS-DATE-INT BY 7
              GIVING WS-DOW-QUOTIENT
              REMAINDER WS-DOW-REMAINDER.
           COMPUTE WS-DAY-OF-WEEK = WS-DOW-REMAINDER + 1.
           MOVE SPACES TO WS-MANIFEST-NAME.
           STRING "DISTMAN"        DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
              INTO WS-MANIFEST-NAME.
           OPEN OUTPUT MANIFESTFILE.
           IF MANIFEST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN DISTMAN, STATUS = "
                 MANIFEST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'REPORT DISTRIBUTION MANIFEST' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           MOVE 'REPORTS PRODUCED AND RECIPIENTS' TO DSL-TEXT.
           PERFORM 0600-PRINT-SECTION-HEADING.
           OPEN INPUT DISTCTL.
           IF DISTCTL-STATUS NOT = "00"
              DISPLAY "WARNING: NO DISTRIB.DAT, STATUS = "
                 DISTCTL-STATUS " - NOTHING ROUTED"
              MOVE 'NO DISTRIB.DAT - NOTHING ROUTED' TO DNL-TEXT
              PERFORM 0610-PRINT-NOTE
              MOVE 4 TO RETURN-CODE
              CLOSE MANIFESTFILE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DMN-REPORT-HEADING TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           READ DISTCTL
              AT END SET ENDOFDISTCTL TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-ONE-ROW THRU 0200-ROW-END
              UNTIL ENDOFDISTCTL.
           CLOSE DISTCTL.
           IF WS-PRODUCED-COUNT = ZEROES
              MOVE 'NONE' TO DNL-TEXT
              PERFORM 0610-PRINT-NOTE
           END-IF.
           PERFORM 0400-LIST-MISSING.
           MOVE 'CONTROL ROWS READ:' TO DTL-LABEL.
           MOVE WS-ROW-COUNT TO DTL-COUNT.
           PERFORM 0500-PRINT-TOTAL.
           MOVE 'REPORTS ROUTED:' TO DTL-LABEL.
           MOVE WS-PRODUCED-COUNT TO DTL-COUNT.
           PERFORM 0500-PRINT-TOTAL.
           MOVE 'PACKETS WRITTEN:' TO DTL-LABEL.
           MOVE WS-PACKET-TOTAL TO DTL-COUNT.
           PERFORM 0500-PRINT-TOTAL.
           MOVE 'EXPECTED, NOT PRODUCED:' TO DTL-LABEL.
           MOVE WS-MISSING-COUNT TO DTL-COUNT.
           PERFORM 0500-PRINT-TOTAL.
           MOVE 'NOT DUE TODAY:' TO DTL-LABEL.
           MOVE WS-NOTDUE-COUNT TO DTL-COUNT.
           PERFORM 0500-PRINT-TOTAL.
           MOVE 'CONTROL ROWS REJECTED:' TO DTL-LABEL.
           MOVE WS-REJECT-COUNT TO DTL-COUNT.
           PERFORM 0500-PRINT-TOTAL.
           CLOSE MANIFESTFILE.
           DISPLAY "REPORTS ROUTED:         " WS-PRODUCED-COUNT.
           DISPLAY "PACKETS WRITTEN:        " WS-PACKET-TOTAL.
           DISPLAY "EXPECTED, NOT PRODUCED: " WS-MISSING-COUNT.
           DISPLAY "CONTROL ROWS REJECTED:  " WS-REJECT-COUNT.
           IF WS-MISSING-COUNT > ZEROES OR WS-REJECT-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.

      * A produced report is listed against the row's recipient and
      * split when the row asks for it. One not produced is only
      * listed as missing when the row says it was due today.
       0200-PROCESS-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT.
           PERFORM 0210-VALIDATE-ROW THRU 0210-VALIDATE-END.
           IF DJL-REASON NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE DISTREC TO DJL-ROW
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE DMN-REJECT-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              GO TO 0200-READ-NEXT
           END-IF.
           MOVE SPACES TO WS-PROBE-NAME.
           STRING DST-PREFIX       DELIMITED BY SPACE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  DST-EXTENSION    DELIMITED BY SPACE
              INTO WS-PROBE-NAME.
           OPEN INPUT PROBEFILE.
           IF PROBE-STATUS NOT = "00"
              PERFORM 0220-CHECK-DUE
              IF REPORT-IS-DUE
                 PERFORM 0230-RECORD-MISSING
              ELSE
                 ADD 1 TO WS-NOTDUE-COUNT
              END-IF
              GO TO 0200-READ-NEXT
           END-IF.
           CLOSE PROBEFILE.
           ADD 1 TO WS-PRODUCED-COUNT.
           PERFORM 0205-CHECK-RESTRICTED.
           MOVE WS-PROBE-NAME TO DRL-FILE.
           MOVE DST-RECIPIENT TO DRL-RECIPIENT.
           MOVE DST-COPIES-N  TO DRL-COPIES.
           PERFORM 0240-SET-CLASS.
           MOVE DRL-CLASS TO PCL-CLASS.
           EVALUATE TRUE
              WHEN DST-SPLIT-BY-DEPT
                 MOVE 'BY DEPARTMENT' TO DRL-SPLIT
              WHEN DST-SPLIT-BY-MGR
                 MOVE 'BY SALES MANAGER' TO DRL-SPLIT
              WHEN OTHER
                 MOVE SPACES TO DRL-SPLIT
           END-EVALUATE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DMN-REPORT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           IF DST-SPLIT-BY-DEPT OR DST-SPLIT-BY-MGR
              PERFORM 0300-SPLIT-REPORT THRU 0300-SPLIT-END
           END-IF.
       0200-READ-NEXT.
           READ DISTCTL
              AT END SET ENDOFDISTCTL TO TRUE
           END-READ.
       0200-ROW-END.

      * A family on the SSNRESTR list carries full SSNs and goes out
      * restricted whatever its row says.
       0205-CHECK-RESTRICTED.
           MOVE 'N' TO WS-RESTRICTED-SW.
           SET SSR-IDX TO 1.
           SEARCH SSR-ENTRY
              WHEN SSR-FILE-NAME (SSR-IDX) = DST-PREFIX
                 AND SSR-DATED-EXT (SSR-IDX) = DST-EXTENSION
                 AND SSR-DATED-EXT (SSR-IDX) NOT = SPACES
                 SET PREFIX-RESTRICTED TO TRUE
           END-SEARCH.

       0210-VALIDATE-ROW.
           MOVE SPACES TO DJL-REASON.
           IF DST-PREFIX = SPACES OR DST-EXTENSION = SPACES
              MOVE 'NO FILE PREFIX OR EXTENSION' TO DJL-REASON
              GO TO 0210-VALIDATE-END
           END-IF.
           IF DST-RECIPIENT = SPACES
              MOVE 'NO RECIPIENT' TO DJL-REASON
              GO TO 0210-VALIDATE-END
           END-IF.
           IF DST-COPIES NOT NUMERIC OR DST-COPIES-N = ZEROES
              MOVE 'COPIES NOT 01-99' TO DJL-REASON
              GO TO 0210-VALIDATE-END
           END-IF.
           IF NOT DST-CLASS-VALID
              MOVE 'CLASS NOT P, I, C OR R' TO DJL-REASON
              GO TO 0210-VALIDATE-END
           END-IF.
           IF NOT DST-EXPECTED-VALID
              MOVE 'EXPECTED NOT Y, M OR N' TO DJL-REASON
              GO TO 0210-VALIDATE-END
           END-IF.
           IF NOT DST-SPLIT-VALID
              MOVE 'SPLIT NOT BLANK, D OR M' TO DJL-REASON
           END-IF.
       0210-VALIDATE-END.

      * Due today when the day mask has Y for the business date's
      * weekday and the row expects it daily, or on a period-end run
      * (calendar month-end, or fiscal period-end under the fiscal
      * period basis) for a month-end report.
       0220-CHECK-DUE.
           MOVE 'N' TO WS-DUE-SW.
           IF DST-DAY-MASK (WS-DAY-OF-WEEK:1) = 'Y'
              IF DST-DUE-DAILY
                 SET REPORT-IS-DUE TO TRUE
              END-IF
              IF DST-DUE-MONTH-END AND PERIOD-END-RUN
                 SET REPORT-IS-DUE TO TRUE
              END-IF
           END-IF.

       0230-RECORD-MISSING.
           ADD 1 TO WS-MISSING-COUNT.
           IF WS-MISSING-COUNT NOT > 200
              SET WS-MISIDX TO WS-MISSING-COUNT
              MOVE WS-PROBE-NAME TO WS-MIS-FILE (WS-MISIDX)
              MOVE DST-RECIPIENT TO WS-MIS-RECIPIENT (WS-MISIDX)
              IF DST-DUE-MONTH-END
                 MOVE 'MONTH-END' TO WS-MIS-DUE (WS-MISIDX)
              ELSE
                 MOVE 'DAILY' TO WS-MIS-DUE (WS-MISIDX)
              END-IF
           END-IF.
           DISPLAY "WARNING: EXPECTED REPORT " WS-PROBE-NAME
              " NOT PRODUCED".
           MOVE DST-PREFIX TO EXC-WK-KEY.
           MOVE "MISS" TO EXC-WK-REASON-CODE.
           MOVE "EXPECTED REPORT NOT PRODUCED" TO EXC-WK-REASON-TEXT.
           MOVE SPACES TO EXC-WK-IMAGE.
           STRING WS-PROBE-NAME DELIMITED BY SPACE
                  " FOR "       DELIMITED BY SIZE
                  DST-RECIPIENT DELIMITED BY SIZE
              INTO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

       0240-SET-CLASS.
           IF PREFIX-RESTRICTED
              MOVE 'R' TO DST-CLASS
           END-IF.
           EVALUATE DST-CLASS
              WHEN 'P'
                 MOVE 'PUBLIC' TO DRL-CLASS
              WHEN 'I'
                 MOVE 'INTERNAL' TO DRL-CLASS
              WHEN 'C'
                 MOVE 'CONFIDENTIAL' TO DRL-CLASS
              WHEN OTHER
                 MOVE 'RESTRICTED' TO DRL-CLASS
           END-EVALUATE.

      * First pass numbers the blocks and notes each one's packet;
      * then one further pass per packet copies its blocks out.
       0300-SPLIT-REPORT.
           MOVE ZEROES TO WS-PACKET-COUNT WS-BLOCK-NO.
           MOVE 'N' TO WS-SPLIT-OVERFLOW-SW.
           MOVE SPACES TO WS-PACKET-TABLE.
           IF DST-SPLIT-BY-DEPT
              OPEN INPUT EMPLOYEEFILE
           ELSE
              PERFORM 0350-LOAD-HIERARCHY THRU 0350-LOAD-END
              OPEN INPUT SPMFILE
           END-IF.
           OPEN INPUT PROBEFILE.
           IF PROBE-STATUS NOT = "00"
              MOVE 'REPORT COULD NOT BE REOPENED TO SPLIT' TO DNL-TEXT
              PERFORM 0610-PRINT-NOTE
              GO TO 0300-CLOSE-LOOKUP
           END-IF.
           READ PROBEFILE
              AT END SET ENDOFPROBE TO TRUE
           END-READ.
           PERFORM 0310-ASSIGN-ONE-LINE UNTIL ENDOFPROBE.
           CLOSE PROBEFILE.
           IF SPLIT-OVERFLOW
              DISPLAY "WARNING: " WS-PROBE-NAME
                 " HAS TOO MANY BLOCKS OR PACKETS TO SPLIT"
              MOVE 'TOO MANY BLOCKS OR PACKETS - NOT SPLIT' TO DNL-TEXT
              PERFORM 0610-PRINT-NOTE
              MOVE 4 TO RETURN-CODE
              GO TO 0300-CLOSE-LOOKUP
           END-IF.
           IF WS-PACKET-COUNT = ZEROES
              MOVE 'NOTHING TO SPLIT' TO DNL-TEXT
              PERFORM 0610-PRINT-NOTE
              GO TO 0300-CLOSE-LOOKUP
           END-IF.
           PERFORM 0340-WRITE-ONE-PACKET THRU 0340-PACKET-END
              VARYING WS-PKTIDX FROM 1 BY 1
              UNTIL WS-PKTIDX > WS-PACKET-COUNT.
       0300-CLOSE-LOOKUP.
           IF DST-SPLIT-BY-DEPT
              CLOSE EMPLOYEEFILE
           ELSE
              CLOSE SPMFILE
           END-IF.
       0300-SPLIT-END.

      * A line of = signs opens a new block; the first EMPLOYEE or
      * SALESPERSON line inside it names whose block it is.
       0310-ASSIGN-ONE-LINE.
           IF PRB-LINE (1:5) = "====="
              ADD 1 TO WS-BLOCK-NO
              MOVE 'N' TO WS-BLOCK-KEY-SW
              IF WS-BLOCK-NO > 9999
                 SET SPLIT-OVERFLOW TO TRUE
              ELSE
                 MOVE 0 TO WS-BLOCK-PACKET (WS-BLOCK-NO)
              END-IF
           END-IF.
           IF WS-BLOCK-NO > 0 AND WS-BLOCK-NO NOT > 9999
              AND NOT BLOCK-KEY-FOUND
              IF DST-SPLIT-BY-DEPT
                 AND PRB-LINE (1:9) = "EMPLOYEE "
                 AND PRB-LINE (10:7) NUMERIC
                 MOVE PRB-LINE (10:7) TO WS-SPLIT-EMP-ID
                 PERFORM 0320-FIND-DEPARTMENT
                 PERFORM 0330-FIND-PACKET
              END-IF
              IF DST-SPLIT-BY-MGR
                 AND PRB-LINE (1:12) = "SALESPERSON "
                 AND PRB-LINE (13:5) NUMERIC
                 MOVE PRB-LINE (13:5) TO WS-SPLIT-SPM-ID
                 PERFORM 0325-FIND-MANAGER
                 PERFORM 0330-FIND-PACKET
              END-IF
           END-IF.
           READ PROBEFILE
              AT END SET ENDOFPROBE TO TRUE
           END-READ.

       0320-FIND-DEPARTMENT.
           MOVE WS-SPLIT-EMP-ID TO EMPLOYEEID.
           READ EMPLOYEEFILE
              KEY IS EMPLOYEEID
              INVALID KEY
                 MOVE SPACES TO DEPARTMENT
           END-READ.
           IF WS-EMPLOYEEFILE-STATUS NOT = "00"
              MOVE SPACES TO DEPARTMENT
           END-IF.
           IF DEPARTMENT = SPACES
              MOVE 'NO DEPARTMENT' TO WS-SPLIT-KEY
           ELSE
              MOVE DEPARTMENT TO WS-SPLIT-KEY
           END-IF.
           MOVE SPACES TO WS-SPLIT-DESC.
           STRING "DEPARTMENT "  DELIMITED BY SIZE
                  WS-SPLIT-KEY   DELIMITED BY SIZE
              INTO WS-SPLIT-DESC.

      * A salesperson with no manager above them - no SALESHIER row
      * or a zero manager id - goes in the sales administration
      * packet.
       0325-FIND-MANAGER.
           MOVE ZEROES TO WS-SPLIT-MGR-ID.
           SET WS-HIERIDX TO 1.
           PERFORM WS-HIER-COUNT TIMES
              IF WS-HIER-SPM-ID (WS-HIERIDX) = WS-SPLIT-SPM-ID
                 MOVE WS-HIER-MGR-ID (WS-HIERIDX) TO WS-SPLIT-MGR-ID
              END-IF
              SET WS-HIERIDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO WS-SPLIT-KEY WS-SPLIT-DESC.
           MOVE WS-SPLIT-MGR-ID TO WS-SPLIT-KEY.
           IF WS-SPLIT-MGR-ID = ZEROES
              MOVE 'SALES ADMINISTRATION - NO MANAGER'
                 TO WS-SPLIT-DESC
           ELSE
              MOVE WS-SPLIT-MGR-ID TO SPM-ID
              READ SPMFILE
                 KEY IS SPM-ID
                 INVALID KEY
                    MOVE SPACES TO SPM-NAME
              END-READ
              IF WS-SPM-STATUS NOT = "00"
                 MOVE SPACES TO SPM-NAME
              END-IF
              STRING "MANAGER "      DELIMITED BY SIZE
                     WS-SPLIT-MGR-ID DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     SPM-LASTNAME    DELIMITED BY SPACE
                     " "             DELIMITED BY SIZE
                     SPM-FIRSTNAME   DELIMITED BY SPACE
                 INTO WS-SPLIT-DESC
           END-IF.

       0330-FIND-PACKET.
           SET BLOCK-KEY-FOUND TO TRUE.
           MOVE 0 TO WS-PKT-FOUND-IDX.
           SET WS-PKTIDX TO 1.
           PERFORM WS-PACKET-COUNT TIMES
              IF WS-PKT-KEY (WS-PKTIDX) = WS-SPLIT-KEY
                 SET WS-PKT-FOUND-IDX TO WS-PKTIDX
              END-IF
              SET WS-PKTIDX UP BY 1
           END-PERFORM.
           IF WS-PKT-FOUND-IDX = 0
              IF WS-PACKET-COUNT < 99
                 ADD 1 TO WS-PACKET-COUNT
                 MOVE WS-PACKET-COUNT TO WS-PKT-FOUND-IDX
                 SET WS-PKTIDX TO WS-PACKET-COUNT
                 MOVE WS-SPLIT-KEY  TO WS-PKT-KEY (WS-PKTIDX)
                 MOVE WS-SPLIT-DESC TO WS-PKT-DESC (WS-PKTIDX)
                 MOVE 0 TO WS-PKT-BLOCKS (WS-PKTIDX)
              ELSE
                 SET SPLIT-OVERFLOW TO TRUE
              END-IF
           END-IF.
           IF WS-PKT-FOUND-IDX > 0
              SET WS-PKTIDX TO WS-PKT-FOUND-IDX
              ADD 1 TO WS-PKT-BLOCKS (WS-PKTIDX)
              MOVE WS-PKT-FOUND-IDX TO WS-BLOCK-PACKET (WS-BLOCK-NO)
           END-IF.

      * Packet nn of PAYSTUByyyymmdd.DAT is PAYSTUByyyymmdd.Pnn.
       0340-WRITE-ONE-PACKET.
           SET WS-PKT-NO TO WS-PKTIDX.
           MOVE SPACES TO WS-PKT-EXT.
           STRING ".P"      DELIMITED BY SIZE
                  WS-PKT-NO DELIMITED BY SIZE
              INTO WS-PKT-EXT.
           MOVE SPACES TO WS-PACKET-NAME.
           STRING DST-PREFIX       DELIMITED BY SPACE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  WS-PKT-EXT       DELIMITED BY SIZE
              INTO WS-PACKET-NAME.
           OPEN OUTPUT PACKETFILE.
           IF PACKET-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN " WS-PACKET-NAME
                 ", STATUS = " PACKET-STATUS
              MOVE 4 TO RETURN-CODE
              GO TO 0340-PACKET-END
           END-IF.
           MOVE WS-PKT-NO              TO PCL-NO.
           MOVE WS-PKT-DESC (WS-PKTIDX) TO PCL-DESC.
           MOVE WS-PROBE-NAME          TO PCL-FILE.
           MOVE PKT-COVER-LINE TO PACKETREC.
           WRITE PACKETREC.
           MOVE 0 TO WS-BLOCK-NO.
           OPEN INPUT PROBEFILE.
           READ PROBEFILE
              AT END SET ENDOFPROBE TO TRUE
           END-READ.
           PERFORM 0345-COPY-ONE-LINE UNTIL ENDOFPROBE.
           CLOSE PROBEFILE PACKETFILE.
           ADD 1 TO WS-PACKET-TOTAL.
           MOVE WS-PACKET-NAME          TO DPL-FILE.
           MOVE WS-PKT-DESC (WS-PKTIDX)  TO DPL-DESC.
           MOVE WS-PKT-BLOCKS (WS-PKTIDX) TO DPL-BLOCKS.
           IF DST-SPLIT-BY-DEPT
              MOVE 'PAY STUBS' TO DPL-BLOCK-LABEL
           ELSE
              MOVE 'STATEMENTS' TO DPL-BLOCK-LABEL
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DMN-PACKET-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
       0340-PACKET-END.

       0345-COPY-ONE-LINE.
           IF PRB-LINE (1:5) = "====="
              ADD 1 TO WS-BLOCK-NO
           END-IF.
           IF WS-BLOCK-NO = 0
              WRITE PACKETREC FROM PRB-LINE
           ELSE
              IF WS-BLOCK-PACKET (WS-BLOCK-NO) = WS-PKT-NO
                 WRITE PACKETREC FROM PRB-LINE
              END-IF
           END-IF.
           READ PROBEFILE
              AT END SET ENDOFPROBE TO TRUE
           END-READ.

      * Loaded once, the first time a report is split by manager.
       0350-LOAD-HIERARCHY.
           IF HIERARCHY-LOADED
              GO TO 0350-LOAD-END
           END-IF.
           SET HIERARCHY-LOADED TO TRUE.
           OPEN INPUT SALESHIERFILE.
           IF WS-SALESHIER-STATUS NOT = "00"
              GO TO 0350-LOAD-END
           END-IF.
           READ SALESHIERFILE
              AT END SET ENDOFHIER TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFHIER
              IF HIR-SALESPERSON-ID NUMERIC
                 AND HIR-MANAGER-ID NUMERIC
                 AND WS-HIER-COUNT < 1000
                 ADD 1 TO WS-HIER-COUNT
                 SET WS-HIERIDX TO WS-HIER-COUNT
                 MOVE HIR-SALESPERSON-ID
                    TO WS-HIER-SPM-ID (WS-HIERIDX)
                 MOVE HIR-MANAGER-ID TO WS-HIER-MGR-ID (WS-HIERIDX)
              END-IF
              READ SALESHIERFILE
                 AT END SET ENDOFHIER TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SALESHIERFILE.
       0350-LOAD-END.

       0400-LIST-MISSING.
           MOVE 'EXPECTED BUT NOT PRODUCED' TO DSL-TEXT.
           PERFORM 0600-PRINT-SECTION-HEADING.
           IF WS-MISSING-COUNT = ZEROES
              MOVE 'NONE' TO DNL-TEXT
              PERFORM 0610-PRINT-NOTE
           ELSE
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE DMN-MISSING-HEADING TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              PERFORM 0410-LIST-ONE-MISSING
                 VARYING WS-MISIDX FROM 1 BY 1
                 UNTIL WS-MISIDX > WS-MISSING-COUNT
                    OR WS-MISIDX > 200
           END-IF.

       0410-LIST-ONE-MISSING.
           MOVE WS-MIS-FILE (WS-MISIDX)      TO DML-FILE.
           MOVE WS-MIS-RECIPIENT (WS-MISIDX) TO DML-RECIPIENT.
           MOVE WS-MIS-DUE (WS-MISIDX)       TO DML-DUE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DMN-MISSING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0500-PRINT-TOTAL.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DMN-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0600-PRINT-SECTION-HEADING.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DMN-SECTION-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0610-PRINT-NOTE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DMN-NOTE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY EXCLOG.
       COPY RUNCTLPD.

       END PROGRAM RPTDISTRIBUTE.
