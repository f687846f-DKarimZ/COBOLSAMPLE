       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYADJUST.

      * Off-cycle payroll adjustments: manual checks, voids and
      * reissues posted to pay history and year-to-date.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. Manual checks and voided payments were cut
      *    outside the pay run and never reached EMPPAYHIST.DAT or
      *    EMPYTD.DAT, so year-to-date stayed wrong until year end.
      *    Payroll now keys them onto PAYADJTRAN.DAT, one record per
      *    adjustment:
      *      M - manual check, an off-cycle payment (original run
      *          date optional: the pay run it makes good, if any)
      *      V - void of the payment made on the original run date;
      *          pay method C (check) or D (direct deposit)
      *      R - reissue by check of a payment already voided
      *    Each adjustment is checked against the employee master,
      *    the pay history (a void needs the original pay and must
      *    not exceed it; a reissue needs the void) and the current
      *    year (a prior-year payment is not voided here). Good
      *    adjustments append a pay history record dated the
      *    business date, carrying the adjustment type and the
      *    original run date, and move the year-to-date gross and
      *    hours (a void takes them back). A void of a direct
      *    deposit writes a reversal record in the DIRECTDEP layout
      *    to DDEPREVyyyymmdd.DAT for the bank. Every adjustment,
      *    posted or rejected, gets an audit line on PAYADJAUD.DAT
      *    with the YTD gross before and after; rejects also go to
      *    the common exception file. The off-cycle payment
      *    register is OFFCYCLEREGyyyymmdd.DAT, and the control
      *    totals go to BALANCE.DAT.
      *  - The pay history layout here follows the pre-tax
      *    deduction total now carried on each record; an
      *    adjustment carries none.
      *  - EMPBANK.DAT now carries pending details and prenote
      *    dates (EMPBNKFD copybook); a reversal goes to the live
      *    details only, and an employee with none is rejected.
      *  - The run checks PERIODSTATUS.DAT and stops with return
      *    code 8 when the PAYROLL period of the business date is
      *    closed. An adjustment whose original run date falls in
      *    a PAYROLL period that is closing or closed is
      *    rejected, unless that period redirects late items,
      *    when it posts as usual dated the business date and the
      *    redirect is written to EXCEPTIONS.DAT.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYADJTRAN ASSIGN TO "PAYADJTRAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYADJ-STATUS.
            SELECT EMPLOYEEFILE ASSIGN TO "EMPMASTER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMPLOYEEID
             FILE STATUS IS WS-EMPLOYEEFILE-STATUS.
            SELECT EMPBANKFILE ASSIGN TO "EMPBANK.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EB-EMP-ID
             FILE STATUS IS WS-EMPBANK-STATUS.
            SELECT EMPPAYHIST ASSIGN TO "EMPPAYHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYHIST-STATUS.
            SELECT EMPYTDFILE ASSIGN TO "EMPYTD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMPYTD-STATUS.
            SELECT PAYADJAUDIT ASSIGN TO "PAYADJAUD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADJAUD-STATUS.
            SELECT DDEPREVFILE ASSIGN DYNAMIC WS-DDEPREV-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DDEPREV-STATUS.
            SELECT OFFCYCLERPT ASSIGN DYNAMIC WS-OFFCYCLE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OFFCYCLE-STATUS.
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
            SELECT PERIODSTATUSFILE ASSIGN TO "PERIODSTATUS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIODSTATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYADJTRAN.
            01 PAYADJREC.
               02 PA-EMP-ID                PIC 9(7).
               02 PA-TYPE                  PIC X.
               02 PA-ORIG-RUN-DATE         PIC 9(8).
               02 PA-CHECK-NO              PIC X(8).
               02 PA-PAY-METHOD            PIC X.
               02 PA-HOURS                 PIC 9(3).
               02 PA-GROSS                 PIC 9(8)V99.
               02 PA-TAX                   PIC 9(7)V99.
               02 PA-NET                   PIC 9(8)V99.
               02 PA-OPERATOR              PIC X(8).
               02 PA-REASON                PIC X(30).

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

       FD EMPBANKFILE.
       COPY EMPBNKFD.

       FD EMPPAYHIST.
            01 PAYHISTREC.
               02 PH-EMP-ID                PIC 9(7).
               02 PH-RUN-DATE              PIC 9(8).
               02 PH-HOURLY-RATE           PIC 9(4)V99.
               02 PH-HOURS                 PIC 9(3).
               02 PH-GROSS                 PIC 9(8)V99.
               02 PH-TAX-WITHHELD          PIC 9(7)V99.
               02 PH-ENTRY-TYPE            PIC X.
               02 PH-ORIG-RUN-DATE         PIC 9(8).
               02 PH-PRETAX-DED            PIC 9(7)V99.

       FD EMPYTDFILE.
            01 EMPYTDREC.
               02 YTD-EMP-ID               PIC 9(7).
               02 YTD-GROSS                PIC 9(9)V99.
               02 YTD-OT-PAY               PIC 9(9)V99.
               02 YTD-HOURS                PIC 9(7).
               02 YTD-RUN-COUNT            PIC 9(3).
               02 YTD-YEAR                 PIC 9(4).
               02 YTD-CLOSED               PIC X.

       FD PAYADJAUDIT.
            01 ADJAUDITREC.
               02 PAA-BUSINESS-DATE        PIC 9(8).
               02 FILLER                   PIC X(1).
               02 PAA-TIME                 PIC 9(6).
               02 FILLER                   PIC X(1).
               02 PAA-DISPOSITION          PIC X(1).
               02 FILLER                   PIC X(1).
               02 PAA-TRAN-IMAGE           PIC X(95).
               02 FILLER                   PIC X(1).
               02 PAA-YTD-BEFORE           PIC 9(9)V99.
               02 FILLER                   PIC X(1).
               02 PAA-YTD-AFTER            PIC 9(9)V99.
               02 FILLER                   PIC X(1).
               02 PAA-REJECT-REASON        PIC X(30).

       FD DDEPREVFILE.
            01 DDEP-RECORD.
               02 DDEP-REC-TYPE            PIC X.
               02 DDEP-EMP-ID              PIC 9(7).
               02 DDEP-ROUTING             PIC 9(9).
               02 DDEP-ACCOUNT             PIC X(17).
               02 DDEP-AMOUNT              PIC 9(8)V99.
            01 DDEP-TRAILER.
               02 DDT-REC-TYPE             PIC X.
               02 DDT-COUNT                PIC 9(7).
               02 DDT-TOTAL                PIC 9(11)V99.
               02 FILLER                   PIC X(23).

       FD OFFCYCLERPT.
            01 PRINT-LINE                  PIC X(132).

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

       FD PERIODSTATUSFILE.
       COPY PRDSTSFD.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-PAYADJ-STATUS         PIC X(2).
           05  WS-EMPLOYEEFILE-STATUS   PIC X(2).
           05  WS-EMPBANK-STATUS        PIC X(2).
           05  WS-PAYHIST-STATUS        PIC X(2).
           05  WS-EMPYTD-STATUS         PIC X(2).
           05  WS-ADJAUD-STATUS         PIC X(2).
           05  WS-DDEPREV-STATUS        PIC X(2).
           05  WS-DDEPREV-NAME          PIC X(40).
           05  WS-OFFCYCLE-STATUS       PIC X(2).
           05  WS-OFFCYCLE-NAME         PIC X(40).
           05  WS-REJECT-REASON         PIC X(30).
           05  WS-SYS-TIME              PIC 9(8).
           05  WS-BANK-SW               PIC X VALUE 'N'.
               88  BANK-OPEN            VALUE 'Y'.

       COPY JOBCTL.
       COPY EXCCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY FISCTL.
       COPY PRDCTL.

      * The adjustments, with what the pay history says about the
      * payment each one refers to.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-ADJIDX WS-ADJIDX2.
               10  WS-ADJ-REC.
                   15  WS-ADJ-EMP-ID        PIC 9(7).
                   15  WS-ADJ-TYPE          PIC X.
                       88  ADJ-MANUAL-CHECK VALUE 'M'.
                       88  ADJ-VOID         VALUE 'V'.
                       88  ADJ-REISSUE      VALUE 'R'.
                   15  WS-ADJ-ORIG-DATE     PIC 9(8).
                   15  WS-ADJ-CHECK-NO      PIC X(8).
                   15  WS-ADJ-METHOD        PIC X.
                       88  ADJ-BY-DEPOSIT   VALUE 'D'.
                   15  WS-ADJ-HOURS         PIC 9(3).
                   15  WS-ADJ-GROSS         PIC 9(8)V99.
                   15  WS-ADJ-TAX           PIC 9(7)V99.
                   15  WS-ADJ-NET           PIC 9(8)V99.
                   15  WS-ADJ-OPERATOR      PIC X(8).
                   15  WS-ADJ-REASON        PIC X(30).
               10  WS-ADJ-ORIG-GROSS        PIC 9(8)V99.
               10  WS-ADJ-ORIG-SW           PIC X.
                   88  ADJ-ORIG-FOUND       VALUE 'Y'.
               10  WS-ADJ-VOIDED-SW         PIC X.
                   88  ADJ-ALREADY-VOIDED   VALUE 'Y'.
               10  WS-ADJ-REISSUED-SW       PIC X.
                   88  ADJ-ALREADY-REISSUED VALUE 'Y'.
       01  WS-ADJ-COUNT                 PIC 9(4) VALUE ZEROES.

       01  WS-YTD-TABLE.
           05  WS-YTD-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-YIDX.
               10  WS-YTD-REC           PIC X(44).
               10  WS-YTD-FIELDS REDEFINES WS-YTD-REC.
                   15  WS-YTD-ID        PIC 9(7).
                   15  WS-YTD-GROSS     PIC 9(9)V99.
                   15  WS-YTD-OT-PAY    PIC 9(9)V99.
                   15  WS-YTD-HOURS     PIC 9(7).
                   15  WS-YTD-RUNS      PIC 9(3).
                   15  WS-YTD-YEAR      PIC 9(4).
                   15  WS-YTD-CLOSED    PIC X.
       01  WS-YTD-COUNT                 PIC 9(4) VALUE ZEROES.
       01  WS-YTD-FOUND-IDX             PIC 9(4) VALUE ZEROES.
       01  WS-YTD-BEFORE                PIC 9(9)V99 VALUE ZEROES.
       01  WS-YTD-AFTER                 PIC 9(9)V99 VALUE ZEROES.

       01  WS-RUN-TOTALS.
           05  WS-POSTED-COUNT          PIC 9(5) VALUE ZEROES.
           05  WS-REJECTED-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-MANUAL-COUNT          PIC 9(5) VALUE ZEROES.
           05  WS-MANUAL-GROSS          PIC 9(9)V99 VALUE ZEROES.
           05  WS-MANUAL-NET            PIC 9(9)V99 VALUE ZEROES.
           05  WS-VOID-COUNT            PIC 9(5) VALUE ZEROES.
           05  WS-VOID-GROSS            PIC 9(9)V99 VALUE ZEROES.
           05  WS-VOID-NET              PIC 9(9)V99 VALUE ZEROES.
           05  WS-REISSUE-COUNT         PIC 9(5) VALUE ZEROES.
           05  WS-REISSUE-GROSS         PIC 9(9)V99 VALUE ZEROES.
           05  WS-REISSUE-NET           PIC 9(9)V99 VALUE ZEROES.
           05  WS-DDREV-COUNT           PIC 9(7) VALUE ZEROES.
           05  WS-DDREV-TOTAL           PIC 9(11)V99 VALUE ZEROES.
           05  WS-NET-GROSS-CHANGE      PIC S9(11)V99 VALUE ZEROES.
           05  WS-CHECK-CASH            PIC S9(11)V99 VALUE ZEROES.
           05  WS-SIGNED-AMOUNT         PIC S9(9)V99 VALUE ZEROES.

       01  ADJ-COLUMN-HEADINGS.
           05  FILLER                   PIC X(14) VALUE 'TYPE'.
           05  FILLER                   PIC X(9)  VALUE 'EMPLOYEE'.
           05  FILLER                   PIC X(22) VALUE 'NAME'.
           05  FILLER                   PIC X(10) VALUE 'ORIG RUN'.
           05  FILLER                   PIC X(10) VALUE 'CHECK NO'.
           05  FILLER                   PIC X(5)  VALUE 'MTH'.
           05  FILLER                   PIC X(15) VALUE
               '          GROSS'.
           05  FILLER                   PIC X(15) VALUE
               '            TAX'.
           05  FILLER                   PIC X(15) VALUE
               '            NET'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE 'OPERATOR'.

       01  ADJ-DETAIL-LINE.
           05  ADL-TYPE                 PIC X(14).
           05  ADL-EMP-ID               PIC 9(7).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  ADL-NAME                 PIC X(20).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  ADL-ORIG-DATE            PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  ADL-CHECK-NO             PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  ADL-METHOD               PIC X(1).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  ADL-GROSS                PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  ADL-TAX                  PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  ADL-NET                  PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  ADL-OPERATOR             PIC X(8).
           05  FILLER                   PIC X(7)  VALUE SPACES.

       01  ADJ-TOTAL-LINE.
           05  ATL-LABEL                PIC X(30).
           05  ATL-COUNT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(9)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'GROSS  '.
           05  ATL-GROSS                PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(5)  VALUE 'NET  '.
           05  ATL-NET                  PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(41) VALUE SPACES.

       01  ADJ-NONE-LINE.
           05  FILLER                   PIC X(40) VALUE
               'NO OFF-CYCLE ADJUSTMENTS POSTED'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "PAYADJUST" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 0120-CHECK-PERIOD-OPEN THRU 0120-CHECK-END.
           IF RETURN-CODE = 8
              PERFORM 0900-END-PROGRAM
           END-IF.
           PERFORM 0200-LOAD-ADJUSTMENTS THRU 0200-ADJ-END.
           PERFORM 0300-SCAN-PAY-HISTORY THRU 0300-PAYHIST-END.
           PERFORM 0350-LOAD-YTD-FILE THRU 0350-YTD-END.
           PERFORM 0150-OPEN-FILES THRU 0150-OPEN-END.
           SET WS-ADJIDX TO 1.
           PERFORM WS-ADJ-COUNT TIMES
              PERFORM 0400-PROCESS-ONE-ADJ THRU 0400-ADJ-END
              SET WS-ADJIDX UP BY 1
           END-PERFORM.
           PERFORM 0500-WRITE-REGISTER-TOTALS.
           PERFORM 0520-WRITE-DDREV-TRAILER.
           PERFORM 0600-REWRITE-YTD-FILE THRU 0600-YTD-END.
           PERFORM 0700-WRITE-BALANCES.
           DISPLAY "ADJUSTMENTS READ:     " WS-ADJ-COUNT.
           DISPLAY "ADJUSTMENTS POSTED:   " WS-POSTED-COUNT.
           DISPLAY "ADJUSTMENTS REJECTED: " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.

      * Adjustments post dated the business date, so its PAYROLL
      * period must not be closed on PERIODSTATUS.DAT.
       0120-CHECK-PERIOD-OPEN.
           PERFORM 9120-SET-PROCESS-PERIOD THRU 9120-SET-END.
           IF NOT PROCESS-PERIOD-SET
              MOVE 8 TO RETURN-CODE
              GO TO 0120-CHECK-END
           END-IF.
           MOVE "PAYROLL" TO PRD-WK-SUBSYSTEM.
           MOVE ZEROES TO PRD-WK-DATE.
           PERFORM 9160-CHECK-POSTING-PERIOD THRU 9160-CHECK-END.
           IF PRD-POST-REFUSED
              DISPLAY "ERR: PAYROLL PERIOD " PRD-WK-PERIOD
                 " IS CLOSED - RUN STOPPED"
              MOVE SPACES TO PRD-WK-KEY PRD-WK-IMAGE
              MOVE "PAYROLL" TO PRD-WK-KEY
              MOVE PRD-WK-PERIOD TO PRD-WK-KEY (10:6)
              PERFORM 9170-LOG-PERIOD-EXCEPTION
              MOVE 8 TO RETURN-CODE
           END-IF.
       0120-CHECK-END.

      * Pay history is appended; the audit trail too. The register
      * and the reversal file are dated by the business date.
       0150-OPEN-FILES.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMPLOYEEFILE-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN EMPLOYEEFILE, STATUS = "
                   WS-EMPLOYEEFILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           OPEN INPUT EMPBANKFILE.
           IF WS-EMPBANK-STATUS = "00"
              SET BANK-OPEN TO TRUE
           ELSE
              IF WS-EMPBANK-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE EMPBANKFILE "
                    WS-EMPBANK-STATUS
              END-IF
           END-IF.
           OPEN EXTEND EMPPAYHIST.
           IF WS-PAYHIST-STATUS NOT = "00"
              OPEN OUTPUT EMPPAYHIST
           END-IF.
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN EMPPAYHIST, STATUS = "
                   WS-PAYHIST-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           OPEN EXTEND PAYADJAUDIT.
           IF WS-ADJAUD-STATUS NOT = "00"
              OPEN OUTPUT PAYADJAUDIT
           END-IF.
           MOVE SPACES TO WS-DDEPREV-NAME.
           STRING "DDEPREV"          DELIMITED BY SIZE
                  WS-BUSINESS-DATE   DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-DDEPREV-NAME.
           OPEN OUTPUT DDEPREVFILE.
           IF WS-DDEPREV-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN DDEPREVFILE, STATUS = "
                   WS-DDEPREV-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-OFFCYCLE-NAME.
           STRING "OFFCYCLEREG"      DELIMITED BY SIZE
                  WS-BUSINESS-DATE   DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-OFFCYCLE-NAME.
           OPEN OUTPUT OFFCYCLERPT.
           IF WS-OFFCYCLE-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN OFFCYCLERPT, STATUS = "
                   WS-OFFCYCLE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'OFF-CYCLE PAYMENT REGISTER' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE ADJ-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
       0150-OPEN-END.

      * PAYADJTRAN.DAT is optional (status 35): no adjustments
      * still produces an empty register and zero balances.
       0200-LOAD-ADJUSTMENTS.
           OPEN INPUT PAYADJTRAN.
           IF WS-PAYADJ-STATUS NOT = "00"
              IF WS-PAYADJ-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE PAYADJTRAN "
                    WS-PAYADJ-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
              GO TO 0200-ADJ-END
           END-IF.
           PERFORM UNTIL WS-PAYADJ-STATUS NOT = "00"
              READ PAYADJTRAN
                 AT END MOVE "10" TO WS-PAYADJ-STATUS
              END-READ
              IF WS-PAYADJ-STATUS = "00"
                 IF WS-ADJ-COUNT < 1000
                    ADD 1 TO WS-ADJ-COUNT
                    SET WS-ADJIDX TO WS-ADJ-COUNT
                    MOVE PAYADJREC TO WS-ADJ-REC (WS-ADJIDX)
                    MOVE ZEROES TO WS-ADJ-ORIG-GROSS (WS-ADJIDX)
                    MOVE 'N' TO WS-ADJ-ORIG-SW (WS-ADJIDX)
                    MOVE 'N' TO WS-ADJ-VOIDED-SW (WS-ADJIDX)
                    MOVE 'N' TO WS-ADJ-REISSUED-SW (WS-ADJIDX)
                 ELSE
                    DISPLAY "ERR: ADJUSTMENT TABLE FULL AT 1000 "
                       "- RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    CLOSE PAYADJTRAN
                    GO TO 0900-END-PROGRAM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PAYADJTRAN.
       0200-ADJ-END.

      * One pass of the history settles, for every adjustment,
      * whether the original pay exists and what it grossed, and
      * whether it has already been voided or reissued. Pay run
      * records have a blank entry type.
       0300-SCAN-PAY-HISTORY.
           IF WS-ADJ-COUNT = ZEROES
              GO TO 0300-PAYHIST-END
           END-IF.
           OPEN INPUT EMPPAYHIST.
           IF WS-PAYHIST-STATUS NOT = "00"
              IF WS-PAYHIST-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE EMPPAYHIST "
                    WS-PAYHIST-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
              GO TO 0300-PAYHIST-END
           END-IF.
           PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
              READ EMPPAYHIST
                 AT END MOVE "10" TO WS-PAYHIST-STATUS
              END-READ
              IF WS-PAYHIST-STATUS = "00"
                 PERFORM 0310-MATCH-HISTORY
              END-IF
           END-PERFORM.
           CLOSE EMPPAYHIST.
       0300-PAYHIST-END.

       0310-MATCH-HISTORY.
           IF PH-ORIG-RUN-DATE NOT NUMERIC
              MOVE ZEROES TO PH-ORIG-RUN-DATE
           END-IF.
           SET WS-ADJIDX TO 1.
           PERFORM WS-ADJ-COUNT TIMES
              IF WS-ADJ-EMP-ID (WS-ADJIDX) = PH-EMP-ID
                 EVALUATE TRUE
                    WHEN PH-ENTRY-TYPE = SPACE
                       AND PH-RUN-DATE = WS-ADJ-ORIG-DATE (WS-ADJIDX)
                       MOVE 'Y' TO WS-ADJ-ORIG-SW (WS-ADJIDX)
                       ADD PH-GROSS TO WS-ADJ-ORIG-GROSS (WS-ADJIDX)
                    WHEN PH-ENTRY-TYPE = 'V'
                       AND PH-ORIG-RUN-DATE =
                           WS-ADJ-ORIG-DATE (WS-ADJIDX)
                       MOVE 'Y' TO WS-ADJ-VOIDED-SW (WS-ADJIDX)
                    WHEN PH-ENTRY-TYPE = 'R'
                       AND PH-ORIG-RUN-DATE =
                           WS-ADJ-ORIG-DATE (WS-ADJIDX)
                       MOVE 'Y' TO WS-ADJ-REISSUED-SW (WS-ADJIDX)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              SET WS-ADJIDX UP BY 1
           END-PERFORM.

      * EMPYTD.DAT is absent before the first pay run (status 35).
      * Records are kept as read; one is restarted only when an
      * adjustment posts to it and it belongs to an earlier year.
       0350-LOAD-YTD-FILE.
           OPEN INPUT EMPYTDFILE.
           IF WS-EMPYTD-STATUS NOT = "00"
              IF WS-EMPYTD-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE EMPYTDFILE "
                    WS-EMPYTD-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
              GO TO 0350-YTD-END
           END-IF.
           PERFORM UNTIL WS-EMPYTD-STATUS NOT = "00"
              READ EMPYTDFILE
                 AT END MOVE "10" TO WS-EMPYTD-STATUS
              END-READ
              IF WS-EMPYTD-STATUS = "00"
                 IF WS-YTD-COUNT < 5000
                    ADD 1 TO WS-YTD-COUNT
                    SET WS-YIDX TO WS-YTD-COUNT
                    MOVE EMPYTDREC TO WS-YTD-REC (WS-YIDX)
                 ELSE
                    DISPLAY "ERR: YTD TABLE FULL AT 5000 "
                       "- RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    CLOSE EMPYTDFILE
                    GO TO 0900-END-PROGRAM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE EMPYTDFILE.
       0350-YTD-END.

       0360-FIND-YTD.
           MOVE 0 TO WS-YTD-FOUND-IDX.
           SET WS-YIDX TO 1.
           PERFORM WS-YTD-COUNT TIMES
              IF WS-YTD-ID (WS-YIDX) = WS-ADJ-EMP-ID (WS-ADJIDX)
                 SET WS-YTD-FOUND-IDX TO WS-YIDX
              END-IF
              SET WS-YIDX UP BY 1
           END-PERFORM.
           MOVE ZEROES TO WS-YTD-BEFORE.
           IF WS-YTD-FOUND-IDX > 0
              SET WS-YIDX TO WS-YTD-FOUND-IDX
              IF WS-YTD-YEAR (WS-YIDX) = WS-BUSINESS-YEAR
                 MOVE WS-YTD-GROSS (WS-YIDX) TO WS-YTD-BEFORE
              END-IF
           END-IF.

       0400-PROCESS-ONE-ADJ.
           PERFORM 0410-VALIDATE-ADJ THRU 0410-VALIDATE-END.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0480-REJECT-ADJ
              GO TO 0400-ADJ-END
           END-IF.
           PERFORM 0420-POST-PAY-HISTORY.
           PERFORM 0430-POST-YTD THRU 0430-YTD-END.
           IF ADJ-VOID (WS-ADJIDX) AND ADJ-BY-DEPOSIT (WS-ADJIDX)
              PERFORM 0440-WRITE-DD-REVERSAL
           END-IF.
           PERFORM 0450-WRITE-REGISTER-LINE.
           PERFORM 0460-WRITE-AUDIT-LINE.
           PERFORM 0470-MARK-LATER-ADJS THRU 0470-MARK-END.
           ADD 1 TO WS-POSTED-COUNT.
       0400-ADJ-END.

       0410-VALIDATE-ADJ.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 0360-FIND-YTD.
           IF NOT ADJ-MANUAL-CHECK (WS-ADJIDX)
              AND NOT ADJ-VOID (WS-ADJIDX)
              AND NOT ADJ-REISSUE (WS-ADJIDX)
              MOVE "INVALID ADJUSTMENT TYPE" TO WS-REJECT-REASON
              GO TO 0410-VALIDATE-END
           END-IF.
           IF WS-ADJ-HOURS (WS-ADJIDX) NOT NUMERIC
              OR WS-ADJ-GROSS (WS-ADJIDX) NOT NUMERIC
              OR WS-ADJ-TAX (WS-ADJIDX) NOT NUMERIC
              OR WS-ADJ-NET (WS-ADJIDX) NOT NUMERIC
              OR WS-ADJ-ORIG-DATE (WS-ADJIDX) NOT NUMERIC
              MOVE "ADJUSTMENT FIELDS NOT NUMERIC" TO WS-REJECT-REASON
              GO TO 0410-VALIDATE-END
           END-IF.
           IF WS-ADJ-GROSS (WS-ADJIDX) = ZEROES
              MOVE "ADJUSTMENT GROSS IS ZERO" TO WS-REJECT-REASON
              GO TO 0410-VALIDATE-END
           END-IF.
           IF WS-ADJ-TAX (WS-ADJIDX) + WS-ADJ-NET (WS-ADJIDX)
              > WS-ADJ-GROSS (WS-ADJIDX)
              MOVE "TAX PLUS NET EXCEEDS GROSS" TO WS-REJECT-REASON
              GO TO 0410-VALIDATE-END
           END-IF.
           IF WS-ADJ-ORIG-DATE (WS-ADJIDX) > WS-BUSINESS-DATE
              OR (WS-ADJ-ORIG-DATE (WS-ADJIDX) = ZEROES
                  AND NOT ADJ-MANUAL-CHECK (WS-ADJIDX))
              MOVE "ORIGINAL RUN DATE INVALID" TO WS-REJECT-REASON
              GO TO 0410-VALIDATE-END
           END-IF.
           MOVE WS-ADJ-EMP-ID (WS-ADJIDX) TO EMPLOYEEID.
           READ EMPLOYEEFILE
              INVALID KEY
                 MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 0410-VALIDATE-END
           END-IF.
           IF ADJ-VOID (WS-ADJIDX)
              EVALUATE TRUE
                 WHEN WS-ADJ-ORIG-DATE (WS-ADJIDX) (1:4)
                      NOT = WS-BUSINESS-YEAR
                    MOVE "PRIOR-YEAR PAY - USE A W-2C"
                       TO WS-REJECT-REASON
                 WHEN NOT ADJ-ORIG-FOUND (WS-ADJIDX)
                    MOVE "ORIGINAL PAY NOT IN HISTORY"
                       TO WS-REJECT-REASON
                 WHEN ADJ-ALREADY-VOIDED (WS-ADJIDX)
                    MOVE "PAYMENT ALREADY VOIDED" TO WS-REJECT-REASON
                 WHEN WS-ADJ-GROSS (WS-ADJIDX)
                      > WS-ADJ-ORIG-GROSS (WS-ADJIDX)
                    MOVE "VOID EXCEEDS ORIGINAL GROSS"
                       TO WS-REJECT-REASON
                 WHEN WS-ADJ-GROSS (WS-ADJIDX) > WS-YTD-BEFORE
                    MOVE "VOID EXCEEDS YTD GROSS" TO WS-REJECT-REASON
                 WHEN WS-ADJ-METHOD (WS-ADJIDX) NOT = 'C'
                      AND WS-ADJ-METHOD (WS-ADJIDX) NOT = 'D'
                    MOVE "PAY METHOD MUST BE C OR D"
                       TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-REJECT-REASON = SPACES
                 AND ADJ-BY-DEPOSIT (WS-ADJIDX)
                 PERFORM 0415-READ-BANK
              END-IF
           END-IF.
           IF ADJ-REISSUE (WS-ADJIDX)
              EVALUATE TRUE
                 WHEN NOT ADJ-ALREADY-VOIDED (WS-ADJIDX)
                    MOVE "NO VOID ON FILE TO REISSUE"
                       TO WS-REJECT-REASON
                 WHEN ADJ-ALREADY-REISSUED (WS-ADJIDX)
                    MOVE "PAYMENT ALREADY REISSUED"
                       TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-ADJ-ORIG-DATE (WS-ADJIDX) NOT = ZEROES
              PERFORM 0418-CHECK-ORIG-PERIOD
           END-IF.
       0410-VALIDATE-END.

       0415-READ-BANK.
           IF NOT BANK-OPEN
              MOVE "NO BANK RECORD FOR REVERSAL" TO WS-REJECT-REASON
           ELSE
              MOVE WS-ADJ-EMP-ID (WS-ADJIDX) TO EB-EMP-ID
              READ EMPBANKFILE
                 INVALID KEY
                    MOVE "NO BANK RECORD FOR REVERSAL"
                       TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF EB-ROUTING = ZEROES
                       MOVE "BANK DETAILS NOT YET LIVE"
                          TO WS-REJECT-REASON
                    END-IF
              END-READ
           END-IF.

      * An adjustment to a payment in a PAYROLL period that is
      * closing or closed is rejected, unless the period redirects
      * late items: it then posts as usual, dated the business
      * date, and the redirect is logged to EXCEPTIONS.DAT.
       0418-CHECK-ORIG-PERIOD.
           MOVE "PAYROLL" TO PRD-WK-SUBSYSTEM.
           MOVE WS-ADJ-ORIG-DATE (WS-ADJIDX) TO PRD-WK-DATE.
           PERFORM 9160-CHECK-POSTING-PERIOD THRU 9160-CHECK-END.
           IF PRD-POST-REFUSED
              STRING "PAYROLL PERIOD " PRD-WK-PERIOD " "
                        DELIMITED BY SIZE
                     PRD-WK-STATUS DELIMITED BY SPACE
                 INTO WS-REJECT-REASON
           END-IF.
           IF PRD-POST-REDIRECTED
              MOVE SPACES                    TO PRD-WK-KEY
              MOVE WS-ADJ-EMP-ID (WS-ADJIDX) TO PRD-WK-KEY (1:7)
              MOVE WS-ADJ-ORIG-DATE (WS-ADJIDX) TO PRD-WK-KEY (9:8)
              MOVE WS-ADJ-REC (WS-ADJIDX)    TO PRD-WK-IMAGE
              PERFORM 9170-LOG-PERIOD-EXCEPTION
           END-IF.

      * The adjustment is dated the day it is posted; the original
      * run date ties it back to the pay it corrects.
       0420-POST-PAY-HISTORY.
           MOVE WS-ADJ-EMP-ID (WS-ADJIDX)    TO PH-EMP-ID.
           MOVE WS-BUSINESS-DATE             TO PH-RUN-DATE.
           MOVE HOURLYRATE                   TO PH-HOURLY-RATE.
           MOVE WS-ADJ-HOURS (WS-ADJIDX)     TO PH-HOURS.
           MOVE WS-ADJ-GROSS (WS-ADJIDX)     TO PH-GROSS.
           MOVE WS-ADJ-TAX (WS-ADJIDX)       TO PH-TAX-WITHHELD.
           MOVE WS-ADJ-TYPE (WS-ADJIDX)      TO PH-ENTRY-TYPE.
           MOVE WS-ADJ-ORIG-DATE (WS-ADJIDX) TO PH-ORIG-RUN-DATE.
           MOVE ZEROES                       TO PH-PRETAX-DED.
           WRITE PAYHISTREC.

      * Gross and hours move; the run count and overtime figures
      * belong to the pay runs and are left alone.
       0430-POST-YTD.
           IF WS-YTD-FOUND-IDX = 0
              IF WS-YTD-COUNT < 5000
                 ADD 1 TO WS-YTD-COUNT
                 SET WS-YIDX TO WS-YTD-COUNT
                 MOVE WS-ADJ-EMP-ID (WS-ADJIDX) TO WS-YTD-ID (WS-YIDX)
                 MOVE ZEROES TO WS-YTD-GROSS (WS-YIDX)
                    WS-YTD-OT-PAY (WS-YIDX) WS-YTD-HOURS (WS-YIDX)
                    WS-YTD-RUNS (WS-YIDX)
                 MOVE WS-BUSINESS-YEAR TO WS-YTD-YEAR (WS-YIDX)
                 MOVE SPACE TO WS-YTD-CLOSED (WS-YIDX)
              ELSE
                 DISPLAY "WARNING: YTD TABLE FULL AT 5000, EMPLOYEE "
                    WS-ADJ-EMP-ID (WS-ADJIDX) " NOT ACCUMULATED"
                 MOVE WS-YTD-BEFORE TO WS-YTD-AFTER
                 GO TO 0430-YTD-END
              END-IF
           ELSE
              SET WS-YIDX TO WS-YTD-FOUND-IDX
           END-IF.
           IF WS-YTD-YEAR (WS-YIDX) NOT = WS-BUSINESS-YEAR
              MOVE ZEROES TO WS-YTD-GROSS (WS-YIDX)
                 WS-YTD-OT-PAY (WS-YIDX) WS-YTD-HOURS (WS-YIDX)
                 WS-YTD-RUNS (WS-YIDX)
              MOVE WS-BUSINESS-YEAR TO WS-YTD-YEAR (WS-YIDX)
              MOVE SPACE TO WS-YTD-CLOSED (WS-YIDX)
           END-IF.
           IF ADJ-VOID (WS-ADJIDX)
              SUBTRACT WS-ADJ-GROSS (WS-ADJIDX)
                 FROM WS-YTD-GROSS (WS-YIDX)
              IF WS-ADJ-HOURS (WS-ADJIDX) > WS-YTD-HOURS (WS-YIDX)
                 MOVE ZEROES TO WS-YTD-HOURS (WS-YIDX)
              ELSE
                 SUBTRACT WS-ADJ-HOURS (WS-ADJIDX)
                    FROM WS-YTD-HOURS (WS-YIDX)
              END-IF
           ELSE
              ADD WS-ADJ-GROSS (WS-ADJIDX) TO WS-YTD-GROSS (WS-YIDX)
              ADD WS-ADJ-HOURS (WS-ADJIDX) TO WS-YTD-HOURS (WS-YIDX)
           END-IF.
           MOVE WS-YTD-GROSS (WS-YIDX) TO WS-YTD-AFTER.
       0430-YTD-END.

      * Same layout as the pay run's direct deposit file, with an
      * R record type so the bank takes the money back.
       0440-WRITE-DD-REVERSAL.
           ADD 1 TO WS-DDREV-COUNT.
           ADD WS-ADJ-NET (WS-ADJIDX) TO WS-DDREV-TOTAL.
           MOVE SPACES                    TO DDEP-RECORD.
           MOVE "R"                       TO DDEP-REC-TYPE.
           MOVE WS-ADJ-EMP-ID (WS-ADJIDX) TO DDEP-EMP-ID.
           MOVE EB-ROUTING                TO DDEP-ROUTING.
           MOVE EB-ACCOUNT                TO DDEP-ACCOUNT.
           MOVE WS-ADJ-NET (WS-ADJIDX)    TO DDEP-AMOUNT.
           WRITE DDEP-RECORD.

      * Voids print as negatives: they take the money back.
       0450-WRITE-REGISTER-LINE.
           MOVE WS-ADJ-EMP-ID (WS-ADJIDX)    TO ADL-EMP-ID.
           MOVE EMPLOYEENAME                 TO ADL-NAME.
           MOVE WS-ADJ-ORIG-DATE (WS-ADJIDX) TO ADL-ORIG-DATE.
           MOVE WS-ADJ-CHECK-NO (WS-ADJIDX)  TO ADL-CHECK-NO.
           MOVE WS-ADJ-OPERATOR (WS-ADJIDX)  TO ADL-OPERATOR.
           EVALUATE TRUE
              WHEN ADJ-MANUAL-CHECK (WS-ADJIDX)
                 MOVE "MANUAL CHECK" TO ADL-TYPE
                 MOVE "C" TO ADL-METHOD
                 ADD 1 TO WS-MANUAL-COUNT
                 ADD WS-ADJ-GROSS (WS-ADJIDX) TO WS-MANUAL-GROSS
                 ADD WS-ADJ-NET (WS-ADJIDX)   TO WS-MANUAL-NET
                 ADD WS-ADJ-GROSS (WS-ADJIDX) TO WS-NET-GROSS-CHANGE
                 ADD WS-ADJ-NET (WS-ADJIDX)   TO WS-CHECK-CASH
                 MOVE WS-ADJ-GROSS (WS-ADJIDX) TO ADL-GROSS
                 MOVE WS-ADJ-TAX (WS-ADJIDX)   TO ADL-TAX
                 MOVE WS-ADJ-NET (WS-ADJIDX)   TO ADL-NET
              WHEN ADJ-REISSUE (WS-ADJIDX)
                 MOVE "REISSUE" TO ADL-TYPE
                 MOVE "C" TO ADL-METHOD
                 ADD 1 TO WS-REISSUE-COUNT
                 ADD WS-ADJ-GROSS (WS-ADJIDX) TO WS-REISSUE-GROSS
                 ADD WS-ADJ-NET (WS-ADJIDX)   TO WS-REISSUE-NET
                 ADD WS-ADJ-GROSS (WS-ADJIDX) TO WS-NET-GROSS-CHANGE
                 ADD WS-ADJ-NET (WS-ADJIDX)   TO WS-CHECK-CASH
                 MOVE WS-ADJ-GROSS (WS-ADJIDX) TO ADL-GROSS
                 MOVE WS-ADJ-TAX (WS-ADJIDX)   TO ADL-TAX
                 MOVE WS-ADJ-NET (WS-ADJIDX)   TO ADL-NET
              WHEN OTHER
                 MOVE "VOID" TO ADL-TYPE
                 MOVE WS-ADJ-METHOD (WS-ADJIDX) TO ADL-METHOD
                 ADD 1 TO WS-VOID-COUNT
                 ADD WS-ADJ-GROSS (WS-ADJIDX) TO WS-VOID-GROSS
                 ADD WS-ADJ-NET (WS-ADJIDX)   TO WS-VOID-NET
                 SUBTRACT WS-ADJ-GROSS (WS-ADJIDX)
                    FROM WS-NET-GROSS-CHANGE
                 IF NOT ADJ-BY-DEPOSIT (WS-ADJIDX)
                    SUBTRACT WS-ADJ-NET (WS-ADJIDX) FROM WS-CHECK-CASH
                 END-IF
                 COMPUTE WS-SIGNED-AMOUNT =
                    0 - WS-ADJ-GROSS (WS-ADJIDX)
                 MOVE WS-SIGNED-AMOUNT TO ADL-GROSS
                 COMPUTE WS-SIGNED-AMOUNT =
                    0 - WS-ADJ-TAX (WS-ADJIDX)
                 MOVE WS-SIGNED-AMOUNT TO ADL-TAX
                 COMPUTE WS-SIGNED-AMOUNT =
                    0 - WS-ADJ-NET (WS-ADJIDX)
                 MOVE WS-SIGNED-AMOUNT TO ADL-NET
           END-EVALUATE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE ADJ-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * Posted (P) unless a reject reason is set (R).
       0460-WRITE-AUDIT-LINE.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES                    TO ADJAUDITREC.
           MOVE WS-BUSINESS-DATE          TO PAA-BUSINESS-DATE.
           MOVE WS-SYS-TIME (1:6)         TO PAA-TIME.
           IF WS-REJECT-REASON = SPACES
              MOVE 'P'                    TO PAA-DISPOSITION
              MOVE WS-YTD-AFTER           TO PAA-YTD-AFTER
           ELSE
              MOVE 'R'                    TO PAA-DISPOSITION
              MOVE WS-YTD-BEFORE          TO PAA-YTD-AFTER
           END-IF.
           MOVE WS-ADJ-REC (WS-ADJIDX)    TO PAA-TRAN-IMAGE.
           MOVE WS-YTD-BEFORE             TO PAA-YTD-BEFORE.
           MOVE WS-REJECT-REASON          TO PAA-REJECT-REASON.
           WRITE ADJAUDITREC.

      * A void or reissue posted here counts against any later
      * adjustment in the same file for the same payment.
       0470-MARK-LATER-ADJS.
           IF ADJ-MANUAL-CHECK (WS-ADJIDX)
              GO TO 0470-MARK-END
           END-IF.
           SET WS-ADJIDX2 TO WS-ADJIDX.
           PERFORM UNTIL WS-ADJIDX2 NOT < WS-ADJ-COUNT
              SET WS-ADJIDX2 UP BY 1
              IF WS-ADJ-EMP-ID (WS-ADJIDX2) = WS-ADJ-EMP-ID (WS-ADJIDX)
                 AND WS-ADJ-ORIG-DATE (WS-ADJIDX2)
                     = WS-ADJ-ORIG-DATE (WS-ADJIDX)
                 IF ADJ-VOID (WS-ADJIDX)
                    MOVE 'Y' TO WS-ADJ-VOIDED-SW (WS-ADJIDX2)
                 ELSE
                    MOVE 'Y' TO WS-ADJ-REISSUED-SW (WS-ADJIDX2)
                 END-IF
              END-IF
           END-PERFORM.
       0470-MARK-END.

       0480-REJECT-ADJ.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES                    TO EXC-WK-KEY.
           MOVE WS-ADJ-EMP-ID (WS-ADJIDX) TO EXC-WK-KEY (1:7).
           MOVE WS-ADJ-ORIG-DATE (WS-ADJIDX) TO EXC-WK-KEY (9:8).
           MOVE "ADJ"                     TO EXC-WK-REASON-CODE.
           MOVE WS-REJECT-REASON          TO EXC-WK-REASON-TEXT.
           MOVE WS-ADJ-REC (WS-ADJIDX)    TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.
           PERFORM 0460-WRITE-AUDIT-LINE.

       0500-WRITE-REGISTER-TOTALS.
           IF WS-POSTED-COUNT = ZEROES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE ADJ-NONE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "MANUAL CHECKS" TO ATL-LABEL.
           MOVE WS-MANUAL-COUNT TO ATL-COUNT.
           MOVE WS-MANUAL-GROSS TO ATL-GROSS.
           MOVE WS-MANUAL-NET   TO ATL-NET.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE "REISSUES" TO ATL-LABEL.
           MOVE WS-REISSUE-COUNT TO ATL-COUNT.
           MOVE WS-REISSUE-GROSS TO ATL-GROSS.
           MOVE WS-REISSUE-NET   TO ATL-NET.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE "VOIDS" TO ATL-LABEL.
           MOVE WS-VOID-COUNT TO ATL-COUNT.
           COMPUTE WS-SIGNED-AMOUNT = 0 - WS-VOID-GROSS.
           MOVE WS-SIGNED-AMOUNT TO ATL-GROSS.
           COMPUTE WS-SIGNED-AMOUNT = 0 - WS-VOID-NET.
           MOVE WS-SIGNED-AMOUNT TO ATL-NET.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE "NET CHANGE TO PAY" TO ATL-LABEL.
           MOVE WS-POSTED-COUNT TO ATL-COUNT.
           MOVE WS-NET-GROSS-CHANGE TO ATL-GROSS.
           COMPUTE WS-SIGNED-AMOUNT = WS-MANUAL-NET + WS-REISSUE-NET
              - WS-VOID-NET.
           MOVE WS-SIGNED-AMOUNT TO ATL-NET.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE "REJECTED - SEE EXCEPTIONS" TO ATL-LABEL.
           MOVE WS-REJECTED-COUNT TO ATL-COUNT.
           MOVE ZEROES TO ATL-GROSS ATL-NET.
           PERFORM 0510-WRITE-TOTAL-LINE.

       0510-WRITE-TOTAL-LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE ADJ-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0520-WRITE-DDREV-TRAILER.
           MOVE SPACES         TO DDEP-TRAILER.
           MOVE "T"            TO DDT-REC-TYPE.
           MOVE WS-DDREV-COUNT TO DDT-COUNT.
           MOVE WS-DDREV-TOTAL TO DDT-TOTAL.
           WRITE DDEP-TRAILER.

       0600-REWRITE-YTD-FILE.
           IF WS-POSTED-COUNT = ZEROES
              GO TO 0600-YTD-END
           END-IF.
           OPEN OUTPUT EMPYTDFILE.
           IF WS-EMPYTD-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE EMPYTD.DAT, STATUS = "
                 WS-EMPYTD-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0600-YTD-END
           END-IF.
           SET WS-YIDX TO 1.
           PERFORM WS-YTD-COUNT TIMES
              MOVE WS-YTD-REC (WS-YIDX) TO EMPYTDREC
              WRITE EMPYTDREC
              SET WS-YIDX UP BY 1
           END-PERFORM.
           CLOSE EMPYTDFILE.
       0600-YTD-END.

      * Adjustments in = posted + rejected, valued at the net change
      * to gross pay; the reversal file at its total; the checks
      * cut less the check voids as a memo for treasury.
       0700-WRITE-BALANCES.
           MOVE "PAYADJTRAN" TO BAL-WK-FILE-NAME.
           MOVE WS-ADJ-COUNT TO BAL-WK-READ.
           MOVE WS-POSTED-COUNT TO BAL-WK-WRITTEN.
           MOVE WS-REJECTED-COUNT TO BAL-WK-REJECTED.
           MOVE WS-NET-GROSS-CHANGE TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.
           MOVE "DDEPREV" TO BAL-WK-FILE-NAME.
           MOVE WS-DDREV-COUNT TO BAL-WK-READ.
           MOVE WS-DDREV-COUNT TO BAL-WK-WRITTEN.
           MOVE ZEROES TO BAL-WK-REJECTED.
           MOVE WS-DDREV-TOTAL TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.
           MOVE "OFFCYCLE.MEMO" TO BAL-WK-FILE-NAME.
           MOVE ZEROES TO BAL-WK-READ.
           MOVE ZEROES TO BAL-WK-WRITTEN.
           MOVE ZEROES TO BAL-WK-REJECTED.
           MOVE WS-CHECK-CASH TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.

       0900-END-PROGRAM.
           CLOSE EMPLOYEEFILE EMPPAYHIST PAYADJAUDIT DDEPREVFILE
              OFFCYCLERPT.
           IF BANK-OPEN
              CLOSE EMPBANKFILE
           END-IF.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY EXCLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY FISCALPD.
       COPY PRDTAB.
       COPY PRDLOCK.
       COPY PRDEXC.

       END PROGRAM PAYADJUST.
