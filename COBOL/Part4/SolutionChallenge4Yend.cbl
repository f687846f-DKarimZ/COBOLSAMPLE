       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARENDSTMT.

      * Year-end wage and earnings statements (W-2 and 1099) and
      * the statement transmission file.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. Builds one earnings statement per person
      *    for the tax year: the business year when run in
      *    December, otherwise the year before (run it after the
      *    last pay run of the year and before the first pay run
      *    of the next resets EMPYTD.DAT).
      *    Payroll wages are the EMPYTD.DAT gross for the tax
      *    year; tax withheld and pre-tax deductions are summed
      *    from the year's EMPPAYHIST.DAT (a void, entry type V,
      *    counts negative). Before anything is produced every
      *    employee's EMPYTD.DAT gross must equal the year's pay
      *    history gross: EARNRECONyyyymmdd.DAT lists the tie and
      *    any difference, and a difference stops the run (RC 8)
      *    with no statements written.
      *    Commission and contest bonus remitted in the tax year
      *    come from SALESREMITHIST.DAT. The salesperson id is the
      *    EMPLOYEEID (the SALESROSTERXREF match): a salesperson
      *    on the employee master is an employee (worker type E,
      *    form W-2) and the commission is wages; one who is not
      *    is a commission-only contractor (worker type C, form
      *    1099) named from SALESPERSONMST.DAT, whose commission
      *    is nonemployee compensation, reported from $600 up.
      *    The TIN is the SSN on APPLIEDSSN.DAT; a person with no
      *    TIN still gets a statement and is listed on the common
      *    exception file.
      *    Written: the employee copies (EARNSTMTyyyymmdd.DAT,
      *    SSN shown as the last four digits only) and the
      *    fixed-format transmission file EARNXMITyyyymmdd.DAT
      *    (header, one D record per statement, trailer with the
      *    counts and totals), balanced on BALANCE.DAT.
      *  - The TIN on the employee copy is now masked by the
      *    shared SSNMASK rule; EARNXMIT keeps the full TIN and
      *    is listed as restricted in SSNRESTR.
      *  - A remittance history record whose bonus or commission
      *    amount is not numeric (written before those fields
      *    existed) now counts as zero instead of corrupting the
      *    year's totals.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMPLOYEEFILE ASSIGN TO "EMPMASTER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EMPLOYEEID
             FILE STATUS IS WS-EMPLOYEEFILE-STATUS.
            SELECT SPMFILE ASSIGN TO "SALESPERSONMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SPM-ID
             FILE STATUS IS WS-SPM-STATUS.
            SELECT EMPYTDFILE ASSIGN TO "EMPYTD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMPYTD-STATUS.
            SELECT EMPPAYHIST ASSIGN TO "EMPPAYHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYHIST-STATUS.
            SELECT REMITHISTFILE ASSIGN TO "SALESREMITHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REMITHIST-STATUS.
            SELECT APPLIEDSSNFILE ASSIGN TO "APPLIEDSSN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-APPLIEDSSN-STATUS.
            SELECT RECONRPT ASSIGN DYNAMIC WS-RECONRPT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECONRPT-STATUS.
            SELECT STMTFILE ASSIGN DYNAMIC WS-STMTFILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STMTFILE-STATUS.
            SELECT XMITFILE ASSIGN DYNAMIC WS-XMITFILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XMITFILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
            01 EMPDETAILS.
               88 ENDOFFILE VALUE HIGH-VALUES.
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

       FD EMPYTDFILE.
            01 EMPYTDREC.
               02 YTD-EMP-ID               PIC 9(7).
               02 YTD-GROSS                PIC 9(9)V99.
               02 YTD-OT-PAY               PIC 9(9)V99.
               02 YTD-HOURS                PIC 9(7).
               02 YTD-RUN-COUNT            PIC 9(3).
               02 YTD-YEAR                 PIC 9(4).
               02 YTD-CLOSED               PIC X.

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

       FD REMITHISTFILE.
       COPY SLSREMIT.

       FD APPLIEDSSNFILE.
            01 APPLIEDSSNREC.
               05 APP-SSN                  PIC X(9).
               05 APP-EMP-ID               PIC 9(7).

       FD RECONRPT.
            01 PRINT-LINE                  PIC X(132).

       FD STMTFILE.
            01 STMT-LINE                   PIC X(80).

       FD XMITFILE.
            01 XMIT-HEADER.
               02 XH-REC-TYPE              PIC X.
               02 XH-TAX-YEAR              PIC 9(4).
               02 XH-CREATE-DATE           PIC 9(8).
               02 FILLER                   PIC X(130).
            01 XMIT-DETAIL.
               02 XD-REC-TYPE              PIC X.
               02 XD-TAX-YEAR              PIC 9(4).
               02 XD-FORM-TYPE             PIC X(4).
               02 XD-WORKER-TYPE           PIC X.
               02 XD-PERSON-ID             PIC 9(7).
               02 XD-TIN                   PIC X(9).
               02 XD-LASTNAME              PIC X(20).
               02 XD-FIRSTNAME             PIC X(20).
               02 XD-GROSS-PAY             PIC 9(9)V99.
               02 XD-COMMISSION            PIC 9(9)V99.
               02 XD-BONUS                 PIC 9(9)V99.
               02 XD-PRETAX-DED            PIC 9(9)V99.
               02 XD-TAXABLE-WAGES         PIC 9(9)V99.
               02 XD-NONEMP-COMP           PIC 9(9)V99.
               02 XD-TAX-WITHHELD          PIC 9(9)V99.
            01 XMIT-TRAILER.
               02 XT-REC-TYPE              PIC X.
               02 XT-TAX-YEAR              PIC 9(4).
               02 XT-W2-COUNT              PIC 9(7).
               02 XT-1099-COUNT            PIC 9(7).
               02 XT-TOTAL-WAGES           PIC 9(11)V99.
               02 XT-TOTAL-NONEMP          PIC 9(11)V99.
               02 XT-TOTAL-TAX             PIC 9(11)V99.
               02 FILLER                   PIC X(85).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD COMMONEXCFILE.
       COPY EXCFD.

       FD BALANCEFILE.
       COPY BALFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-EMPLOYEEFILE-STATUS   PIC X(2).
           05  WS-SPM-STATUS            PIC X(2).
           05  WS-EMPYTD-STATUS         PIC X(2).
           05  WS-PAYHIST-STATUS        PIC X(2).
           05  WS-REMITHIST-STATUS      PIC X(2).
           05  WS-APPLIEDSSN-STATUS     PIC X(2).
           05  WS-RECONRPT-STATUS       PIC X(2).
           05  WS-RECONRPT-NAME         PIC X(40).
           05  WS-STMTFILE-STATUS       PIC X(2).
           05  WS-STMTFILE-NAME         PIC X(40).
           05  WS-XMITFILE-STATUS       PIC X(2).
           05  WS-XMITFILE-NAME         PIC X(40).
           05  WS-TAX-YEAR              PIC 9(4) VALUE ZEROES.
           05  WS-LOOKUP-ID             PIC 9(7) VALUE ZEROES.
           05  WS-SPM-SW                PIC X VALUE 'N'.
               88  SPM-OPEN             VALUE 'Y'.
           05  WS-1099-THRESHOLD        PIC 9(5)V99 VALUE 600.00.

       COPY JOBCTL.
       COPY EXCCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY SSNMASK.

      * Everyone with pay, pay history or commission in the tax
      * year, keyed by EMPLOYEEID (= salesperson id).
       01  WS-PERSON-TABLE.
           05  WS-PS-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-PSIDX.
               10  WS-PS-ID             PIC 9(7).
               10  WS-PS-YTD-GROSS      PIC 9(9)V99.
               10  WS-PS-HIST-GROSS     PIC S9(9)V99.
               10  WS-PS-TAX            PIC S9(9)V99.
               10  WS-PS-PRETAX         PIC S9(9)V99.
               10  WS-PS-COMMISSION     PIC 9(9)V99.
               10  WS-PS-BONUS          PIC 9(9)V99.
               10  WS-PS-MASTER-SW      PIC X.
                   88  PS-ON-MASTER     VALUE 'Y'.
       01  WS-PERSON-COUNT              PIC 9(4) VALUE ZEROES.
       01  WS-PS-FOUND-IDX              PIC 9(4) VALUE ZEROES.

       01  WS-SSN-TABLE.
           05  WS-SSN-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-SSNIDX.
               10  WS-SSN-NUM           PIC X(9).
               10  WS-SSN-EMP-ID        PIC 9(7).
       01  WS-SSN-COUNT                 PIC 9(4) VALUE ZEROES.

      * The statement being built.
       01  WS-STATEMENT.
           05  WS-ST-FORM-TYPE          PIC X(4).
           05  WS-ST-WORKER-TYPE        PIC X.
               88  ST-EMPLOYEE          VALUE 'E'.
               88  ST-CONTRACTOR        VALUE 'C'.
           05  WS-ST-ID                 PIC 9(7).
           05  WS-ST-TIN                PIC X(9).
           05  WS-ST-LASTNAME           PIC X(20).
           05  WS-ST-FIRSTNAME          PIC X(20).
           05  WS-ST-GROSS-PAY          PIC 9(9)V99.
           05  WS-ST-COMMISSION         PIC 9(9)V99.
           05  WS-ST-BONUS              PIC 9(9)V99.
           05  WS-ST-PRETAX             PIC 9(9)V99.
           05  WS-ST-TAXABLE-WAGES      PIC 9(9)V99.
           05  WS-ST-NONEMP-COMP        PIC 9(9)V99.
           05  WS-ST-TAX                PIC 9(9)V99.

       01  WS-RUN-TOTALS.
           05  WS-MISMATCH-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-TOT-YTD-GROSS         PIC 9(11)V99 VALUE ZEROES.
           05  WS-TOT-HIST-GROSS        PIC S9(11)V99 VALUE ZEROES.
           05  WS-DIFFERENCE            PIC S9(11)V99 VALUE ZEROES.
           05  WS-W2-COUNT              PIC 9(7) VALUE ZEROES.
           05  WS-1099-COUNT            PIC 9(7) VALUE ZEROES.
           05  WS-BELOW-COUNT           PIC 9(7) VALUE ZEROES.
           05  WS-NO-TIN-COUNT          PIC 9(7) VALUE ZEROES.
           05  WS-TOT-WAGES             PIC 9(11)V99 VALUE ZEROES.
           05  WS-TOT-NONEMP            PIC 9(11)V99 VALUE ZEROES.
           05  WS-TOT-TAX               PIC 9(11)V99 VALUE ZEROES.

       01  RECON-COLUMN-HEADINGS.
           05  FILLER                   PIC X(12) VALUE 'EMPLOYEE'.
           05  FILLER                   PIC X(18) VALUE
               '      EMPYTD GROSS'.
           05  FILLER                   PIC X(18) VALUE
               '     HISTORY GROSS'.
           05  FILLER                   PIC X(18) VALUE
               '        DIFFERENCE'.
           05  FILLER                   PIC X(66) VALUE SPACES.

       01  RECON-DETAIL-LINE.
           05  RDL-ID                   PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RDL-YTD-GROSS            PIC $$$,$$$,$$$,$$9.99.
           05  RDL-HIST-GROSS           PIC $$$,$$$,$$$,$$9.99-.
           05  RDL-DIFFERENCE           PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(64) VALUE SPACES.

       01  RECON-RESULT-LINE.
           05  RRL-TEXT                 PIC X(70).
           05  FILLER                   PIC X(62) VALUE SPACES.

       01  STMT-RULE-LINE.
           05  FILLER                   PIC X(80) VALUE ALL '='.

       01  STMT-TITLE-LINE.
           05  FILLER                   PIC X(35) VALUE
               'WAGE AND EARNINGS STATEMENT'.
           05  FILLER                   PIC X(9)  VALUE 'TAX YEAR '.
           05  STL-TAX-YEAR             PIC 9(4).
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(5)  VALUE 'FORM '.
           05  STL-FORM-TYPE            PIC X(4).
           05  FILLER                   PIC X(11) VALUE SPACES.

       01  STMT-NAME-LINE.
           05  SNL-LABEL                PIC X(12).
           05  SNL-ID                   PIC 9(7).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SNL-FIRSTNAME            PIC X(20).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  SNL-LASTNAME             PIC X(20).
           05  FILLER                   PIC X(18) VALUE SPACES.

       01  STMT-TIN-LINE.
           05  FILLER                   PIC X(12) VALUE 'TIN'.
           05  STN-TIN                  PIC X(11).
           05  FILLER                   PIC X(57) VALUE SPACES.

       01  STMT-AMOUNT-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  SAL-LABEL                PIC X(30).
           05  SAL-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(32) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "YEARENDSTMT" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           IF WS-BUSINESS-MONTH = 12
              MOVE WS-BUSINESS-YEAR TO WS-TAX-YEAR
           ELSE
              COMPUTE WS-TAX-YEAR = WS-BUSINESS-YEAR - 1
           END-IF.
           DISPLAY "TAX YEAR: " WS-TAX-YEAR.
           PERFORM 0200-LOAD-YTD THRU 0200-YTD-END.
           PERFORM 0250-LOAD-PAY-HISTORY THRU 0250-PAYHIST-END.
           PERFORM 0300-RECONCILE THRU 0300-RECON-END.
           PERFORM 0350-LOAD-REMIT-HISTORY THRU 0350-REMIT-END.
           PERFORM 0360-LOAD-SSN-XREF THRU 0360-SSN-END.
           PERFORM 0400-OPEN-OUTPUTS THRU 0400-OPEN-END.
           READ EMPLOYEEFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0500-EMPLOYEE-STATEMENT UNTIL ENDOFFILE.
           SET WS-PSIDX TO 1.
           PERFORM WS-PERSON-COUNT TIMES
              IF NOT PS-ON-MASTER (WS-PSIDX)
                 PERFORM 0550-OFF-MASTER-STATEMENT
                    THRU 0550-OFF-MASTER-END
              END-IF
              SET WS-PSIDX UP BY 1
           END-PERFORM.
           PERFORM 0700-WRITE-TRAILER.
           PERFORM 0750-WRITE-BALANCES.
           DISPLAY "W-2 STATEMENTS:       " WS-W2-COUNT.
           DISPLAY "1099 STATEMENTS:      " WS-1099-COUNT.
           DISPLAY "1099 BELOW THRESHOLD: " WS-BELOW-COUNT.
           IF WS-NO-TIN-COUNT > 0
              DISPLAY "WARNING: " WS-NO-TIN-COUNT
                 " STATEMENTS HAVE NO TIN - SEE EXCEPTIONS"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 0900-END-PROGRAM.

      * Only records of the tax year count; an earlier year's
      * record left over from a departed employee is ignored.
       0200-LOAD-YTD.
           OPEN INPUT EMPYTDFILE.
           IF WS-EMPYTD-STATUS NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE EMPYTDFILE "
                 WS-EMPYTD-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM UNTIL WS-EMPYTD-STATUS NOT = "00"
              READ EMPYTDFILE
                 AT END MOVE "10" TO WS-EMPYTD-STATUS
              END-READ
              IF WS-EMPYTD-STATUS = "00"
                 AND YTD-YEAR = WS-TAX-YEAR
                 MOVE YTD-EMP-ID TO WS-LOOKUP-ID
                 PERFORM 0210-FIND-OR-ADD-PERSON
                 ADD YTD-GROSS TO WS-PS-YTD-GROSS (WS-PSIDX)
                 ADD YTD-GROSS TO WS-TOT-YTD-GROSS
              END-IF
           END-PERFORM.
           CLOSE EMPYTDFILE.
           IF WS-PERSON-COUNT = ZEROES
              DISPLAY "ERR: EMPYTD.DAT HOLDS NO RECORDS FOR TAX YEAR "
                 WS-TAX-YEAR " - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
       0200-YTD-END.

      * Leaves WS-PSIDX on the person's entry.
       0210-FIND-OR-ADD-PERSON.
           MOVE 0 TO WS-PS-FOUND-IDX.
           SET WS-PSIDX TO 1.
           PERFORM WS-PERSON-COUNT TIMES
              IF WS-PS-ID (WS-PSIDX) = WS-LOOKUP-ID
                 SET WS-PS-FOUND-IDX TO WS-PSIDX
              END-IF
              SET WS-PSIDX UP BY 1
           END-PERFORM.
           IF WS-PS-FOUND-IDX = 0
              IF WS-PERSON-COUNT < 5000
                 ADD 1 TO WS-PERSON-COUNT
                 SET WS-PSIDX TO WS-PERSON-COUNT
                 MOVE WS-LOOKUP-ID TO WS-PS-ID (WS-PSIDX)
                 MOVE ZEROES TO WS-PS-YTD-GROSS (WS-PSIDX)
                    WS-PS-HIST-GROSS (WS-PSIDX) WS-PS-TAX (WS-PSIDX)
                    WS-PS-PRETAX (WS-PSIDX)
                    WS-PS-COMMISSION (WS-PSIDX) WS-PS-BONUS (WS-PSIDX)
                 MOVE 'N' TO WS-PS-MASTER-SW (WS-PSIDX)
                 SET WS-PS-FOUND-IDX TO WS-PSIDX
              ELSE
                 DISPLAY "ERR: PERSON TABLE FULL AT 5000 "
                    "- RUN STOPPED"
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF.
           SET WS-PSIDX TO WS-PS-FOUND-IDX.

      * A void takes back its gross, tax and pre-tax deductions.
       0250-LOAD-PAY-HISTORY.
           OPEN INPUT EMPPAYHIST.
           IF WS-PAYHIST-STATUS NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE EMPPAYHIST "
                 WS-PAYHIST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
              READ EMPPAYHIST
                 AT END MOVE "10" TO WS-PAYHIST-STATUS
              END-READ
              IF WS-PAYHIST-STATUS = "00"
                 AND PH-RUN-DATE (1:4) = WS-TAX-YEAR
                 PERFORM 0260-POST-ONE-PAY
              END-IF
           END-PERFORM.
           CLOSE EMPPAYHIST.
       0250-PAYHIST-END.

       0260-POST-ONE-PAY.
           IF PH-TAX-WITHHELD NOT NUMERIC
              MOVE ZEROES TO PH-TAX-WITHHELD
           END-IF.
           IF PH-PRETAX-DED NOT NUMERIC
              MOVE ZEROES TO PH-PRETAX-DED
           END-IF.
           MOVE PH-EMP-ID TO WS-LOOKUP-ID.
           PERFORM 0210-FIND-OR-ADD-PERSON.
           IF PH-ENTRY-TYPE = 'V'
              SUBTRACT PH-GROSS FROM WS-PS-HIST-GROSS (WS-PSIDX)
              SUBTRACT PH-TAX-WITHHELD FROM WS-PS-TAX (WS-PSIDX)
              SUBTRACT PH-PRETAX-DED FROM WS-PS-PRETAX (WS-PSIDX)
              SUBTRACT PH-GROSS FROM WS-TOT-HIST-GROSS
           ELSE
              ADD PH-GROSS TO WS-PS-HIST-GROSS (WS-PSIDX)
              ADD PH-TAX-WITHHELD TO WS-PS-TAX (WS-PSIDX)
              ADD PH-PRETAX-DED TO WS-PS-PRETAX (WS-PSIDX)
              ADD PH-GROSS TO WS-TOT-HIST-GROSS
           END-IF.

      * Every employee's EMPYTD.DAT gross must equal the year's pay
      * history; one difference and nothing is produced.
       0300-RECONCILE.
           MOVE SPACES TO WS-RECONRPT-NAME.
           STRING "EARNRECON"        DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-RECONRPT-NAME.
           OPEN OUTPUT RECONRPT.
           IF WS-RECONRPT-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN RECONRPT, STATUS = "
                   WS-RECONRPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'YEAR-END EARNINGS TIE TO PAY HISTORY' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE RECON-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           SET WS-PSIDX TO 1.
           PERFORM WS-PERSON-COUNT TIMES
              IF WS-PS-YTD-GROSS (WS-PSIDX)
                 NOT = WS-PS-HIST-GROSS (WS-PSIDX)
                 PERFORM 0310-RECON-MISMATCH
              END-IF
              SET WS-PSIDX UP BY 1
           END-PERFORM.
           MOVE "TOTAL" TO RDL-ID.
           MOVE WS-TOT-YTD-GROSS  TO RDL-YTD-GROSS.
           MOVE WS-TOT-HIST-GROSS TO RDL-HIST-GROSS.
           COMPUTE WS-DIFFERENCE = WS-TOT-HIST-GROSS - WS-TOT-YTD-GROSS.
           MOVE WS-DIFFERENCE     TO RDL-DIFFERENCE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE RECON-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-MISMATCH-COUNT > 0
              MOVE "*** DOES NOT TIE - NO STATEMENTS PRODUCED ***"
                 TO RRL-TEXT
           ELSE
              MOVE "TIES TO PAY HISTORY - STATEMENTS PRODUCED"
                 TO RRL-TEXT
           END-IF.
           MOVE RECON-RESULT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
           CLOSE RECONRPT.
           IF WS-MISMATCH-COUNT > 0
              DISPLAY "ERR: " WS-MISMATCH-COUNT " EMPLOYEES DO NOT TIE "
                 "TO PAY HISTORY - SEE " WS-RECONRPT-NAME
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
       0300-RECON-END.

       0310-RECON-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE WS-PS-ID (WS-PSIDX)         TO RDL-ID.
           MOVE WS-PS-YTD-GROSS (WS-PSIDX)  TO RDL-YTD-GROSS.
           MOVE WS-PS-HIST-GROSS (WS-PSIDX) TO RDL-HIST-GROSS.
           COMPUTE WS-DIFFERENCE = WS-PS-HIST-GROSS (WS-PSIDX)
              - WS-PS-YTD-GROSS (WS-PSIDX).
           MOVE WS-DIFFERENCE               TO RDL-DIFFERENCE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE RECON-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES                   TO EXC-WK-KEY.
           MOVE WS-PS-ID (WS-PSIDX)      TO EXC-WK-KEY (1:7).
           MOVE "YEND"                   TO EXC-WK-REASON-CODE.
           MOVE "YTD GROSS NOT = PAY HISTORY" TO EXC-WK-REASON-TEXT.
           MOVE RECON-DETAIL-LINE        TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

      * REMIT-COMMISSION-AMT is what was paid, contest bonus
      * included; a held period paid nothing and its release is
      * counted in the period that paid it.
       0350-LOAD-REMIT-HISTORY.
           OPEN INPUT REMITHISTFILE.
           IF WS-REMITHIST-STATUS NOT = "00"
              IF WS-REMITHIST-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE REMITHISTFILE "
                    WS-REMITHIST-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
              GO TO 0350-REMIT-END
           END-IF.
           PERFORM UNTIL WS-REMITHIST-STATUS NOT = "00"
              READ REMITHISTFILE
                 AT END MOVE "10" TO WS-REMITHIST-STATUS
              END-READ
              IF WS-REMITHIST-STATUS = "00"
                 IF REMIT-BONUS-AMT NOT NUMERIC
                    MOVE ZEROES TO REMIT-BONUS-AMT
                 END-IF
                 IF REMIT-COMMISSION-AMT NOT NUMERIC
                    MOVE ZEROES TO REMIT-COMMISSION-AMT
                 END-IF
              END-IF
              IF WS-REMITHIST-STATUS = "00"
                 AND REMIT-PERIOD (1:4) = WS-TAX-YEAR
                 AND REMIT-COMMISSION-AMT > ZEROES
                 MOVE REMIT-SALESPERSON-ID TO WS-LOOKUP-ID
                 PERFORM 0210-FIND-OR-ADD-PERSON
                 IF REMIT-BONUS-AMT > REMIT-COMMISSION-AMT
                    ADD REMIT-COMMISSION-AMT TO WS-PS-BONUS (WS-PSIDX)
                 ELSE
                    ADD REMIT-BONUS-AMT TO WS-PS-BONUS (WS-PSIDX)
                    COMPUTE WS-PS-COMMISSION (WS-PSIDX) =
                       WS-PS-COMMISSION (WS-PSIDX)
                       + REMIT-COMMISSION-AMT - REMIT-BONUS-AMT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE REMITHISTFILE.
       0350-REMIT-END.

      * APPLIEDSSN.DAT is absent until the first new-hire apply
      * (status 35); every statement then lacks a TIN.
       0360-LOAD-SSN-XREF.
           OPEN INPUT APPLIEDSSNFILE.
           IF WS-APPLIEDSSN-STATUS NOT = "00"
              IF WS-APPLIEDSSN-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE APPLIEDSSNFILE "
                    WS-APPLIEDSSN-STATUS
              END-IF
              GO TO 0360-SSN-END
           END-IF.
           PERFORM UNTIL WS-APPLIEDSSN-STATUS NOT = "00"
              READ APPLIEDSSNFILE
                 AT END MOVE "10" TO WS-APPLIEDSSN-STATUS
              END-READ
              IF WS-APPLIEDSSN-STATUS = "00"
                 IF WS-SSN-COUNT < 5000
                    ADD 1 TO WS-SSN-COUNT
                    SET WS-SSNIDX TO WS-SSN-COUNT
                    MOVE APP-SSN    TO WS-SSN-NUM (WS-SSNIDX)
                    MOVE APP-EMP-ID TO WS-SSN-EMP-ID (WS-SSNIDX)
                 ELSE
                    DISPLAY "ERR: SSN TABLE FULL AT 5000 "
                       "- RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    CLOSE APPLIEDSSNFILE
                    GO TO 0900-END-PROGRAM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE APPLIEDSSNFILE.
       0360-SSN-END.

       0400-OPEN-OUTPUTS.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMPLOYEEFILE-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN EMPLOYEEFILE, STATUS = "
                   WS-EMPLOYEEFILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           OPEN INPUT SPMFILE.
           IF WS-SPM-STATUS = "00"
              SET SPM-OPEN TO TRUE
           ELSE
              IF WS-SPM-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE SPMFILE "
                    WS-SPM-STATUS
              END-IF
           END-IF.
           MOVE SPACES TO WS-STMTFILE-NAME.
           STRING "EARNSTMT"         DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-STMTFILE-NAME.
           OPEN OUTPUT STMTFILE.
           IF WS-STMTFILE-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN STMTFILE, STATUS = "
                   WS-STMTFILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-XMITFILE-NAME.
           STRING "EARNXMIT"         DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-XMITFILE-NAME.
           OPEN OUTPUT XMITFILE.
           IF WS-XMITFILE-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN XMITFILE, STATUS = "
                   WS-XMITFILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES           TO XMIT-HEADER.
           MOVE "H"              TO XH-REC-TYPE.
           MOVE WS-TAX-YEAR      TO XH-TAX-YEAR.
           MOVE WS-BUSINESS-DATE TO XH-CREATE-DATE.
           WRITE XMIT-HEADER.
       0400-OPEN-END.

      * Employees in master order. Payroll gross, commission and
      * bonus are all wages; pre-tax deductions come off them.
       0500-EMPLOYEE-STATEMENT.
           MOVE EMPLOYEEID TO WS-LOOKUP-ID.
           PERFORM 0510-FIND-PERSON.
           IF WS-PS-FOUND-IDX > 0
              SET WS-PSIDX TO WS-PS-FOUND-IDX
              MOVE 'Y' TO WS-PS-MASTER-SW (WS-PSIDX)
              PERFORM 0600-BUILD-EMPLOYEE-AMOUNTS
              MOVE LASTNAME  TO WS-ST-LASTNAME
              MOVE FIRSTNAME TO WS-ST-FIRSTNAME
              IF WS-ST-GROSS-PAY > ZEROES
                 OR WS-ST-COMMISSION > ZEROES
                 OR WS-ST-BONUS > ZEROES
                 OR WS-ST-TAX > ZEROES
                 PERFORM 0650-WRITE-STATEMENT
              END-IF
           END-IF.
           READ EMPLOYEEFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.

       0510-FIND-PERSON.
           MOVE 0 TO WS-PS-FOUND-IDX.
           SET WS-PSIDX TO 1.
           PERFORM WS-PERSON-COUNT TIMES
              IF WS-PS-ID (WS-PSIDX) = WS-LOOKUP-ID
                 SET WS-PS-FOUND-IDX TO WS-PSIDX
              END-IF
              SET WS-PSIDX UP BY 1
           END-PERFORM.

      * Not on the employee master: payroll wages make it a W-2 for
      * an employee since removed (listed, no name on file);
      * commission alone makes a contractor, reported on a 1099
      * once it reaches the threshold.
       0550-OFF-MASTER-STATEMENT.
           IF WS-PS-YTD-GROSS (WS-PSIDX) > ZEROES
              OR WS-PS-TAX (WS-PSIDX) > ZEROES
              PERFORM 0600-BUILD-EMPLOYEE-AMOUNTS
              MOVE SPACES TO WS-ST-LASTNAME WS-ST-FIRSTNAME
              MOVE SPACES                   TO EXC-WK-KEY
              MOVE WS-PS-ID (WS-PSIDX)      TO EXC-WK-KEY (1:7)
              MOVE "YEND"                   TO EXC-WK-REASON-CODE
              MOVE "WAGES BUT NOT ON EMPLOYEE MASTER"
                 TO EXC-WK-REASON-TEXT
              MOVE WS-PS-ENTRY (WS-PSIDX)   TO EXC-WK-IMAGE
              PERFORM 9700-WRITE-COMMON-EXC
              PERFORM 0650-WRITE-STATEMENT
              GO TO 0550-OFF-MASTER-END
           END-IF.
           IF WS-PS-COMMISSION (WS-PSIDX) + WS-PS-BONUS (WS-PSIDX)
              < WS-1099-THRESHOLD
              ADD 1 TO WS-BELOW-COUNT
              GO TO 0550-OFF-MASTER-END
           END-IF.
           MOVE "1099" TO WS-ST-FORM-TYPE.
           MOVE 'C'    TO WS-ST-WORKER-TYPE.
           MOVE WS-PS-ID (WS-PSIDX) TO WS-ST-ID.
           MOVE ZEROES TO WS-ST-GROSS-PAY WS-ST-PRETAX
              WS-ST-TAXABLE-WAGES WS-ST-TAX.
           MOVE WS-PS-COMMISSION (WS-PSIDX) TO WS-ST-COMMISSION.
           MOVE WS-PS-BONUS (WS-PSIDX)      TO WS-ST-BONUS.
           COMPUTE WS-ST-NONEMP-COMP =
              WS-ST-COMMISSION + WS-ST-BONUS.
           MOVE SPACES TO WS-ST-LASTNAME WS-ST-FIRSTNAME.
           IF SPM-OPEN
              MOVE WS-PS-ID (WS-PSIDX) TO SPM-ID
              READ SPMFILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPM-LASTNAME  TO WS-ST-LASTNAME
                    MOVE SPM-FIRSTNAME TO WS-ST-FIRSTNAME
              END-READ
           END-IF.
           PERFORM 0650-WRITE-STATEMENT.
       0550-OFF-MASTER-END.

       0600-BUILD-EMPLOYEE-AMOUNTS.
           MOVE "W2  " TO WS-ST-FORM-TYPE.
           MOVE 'E'    TO WS-ST-WORKER-TYPE.
           MOVE WS-PS-ID (WS-PSIDX)         TO WS-ST-ID.
           MOVE WS-PS-YTD-GROSS (WS-PSIDX)  TO WS-ST-GROSS-PAY.
           MOVE WS-PS-COMMISSION (WS-PSIDX) TO WS-ST-COMMISSION.
           MOVE WS-PS-BONUS (WS-PSIDX)      TO WS-ST-BONUS.
           IF WS-PS-PRETAX (WS-PSIDX) > ZEROES
              MOVE WS-PS-PRETAX (WS-PSIDX)  TO WS-ST-PRETAX
           ELSE
              MOVE ZEROES                   TO WS-ST-PRETAX
           END-IF.
           IF WS-PS-TAX (WS-PSIDX) > ZEROES
              MOVE WS-PS-TAX (WS-PSIDX)     TO WS-ST-TAX
           ELSE
              MOVE ZEROES                   TO WS-ST-TAX
           END-IF.
           COMPUTE WS-ST-TAXABLE-WAGES = WS-ST-GROSS-PAY
              + WS-ST-COMMISSION + WS-ST-BONUS - WS-ST-PRETAX.
           MOVE ZEROES TO WS-ST-NONEMP-COMP.

      * The TIN comes from the SSN cross-reference; without one
      * the statement still goes out and is listed for follow-up.
       0650-WRITE-STATEMENT.
           MOVE SPACES TO WS-ST-TIN.
           SET WS-SSNIDX TO 1.
           PERFORM WS-SSN-COUNT TIMES
              IF WS-SSN-EMP-ID (WS-SSNIDX) = WS-ST-ID
                 MOVE WS-SSN-NUM (WS-SSNIDX) TO WS-ST-TIN
              END-IF
              SET WS-SSNIDX UP BY 1
           END-PERFORM.
           IF WS-ST-TIN = SPACES
              ADD 1 TO WS-NO-TIN-COUNT
              MOVE SPACES                 TO EXC-WK-KEY
              MOVE WS-ST-ID               TO EXC-WK-KEY (1:7)
              MOVE "YEND"                 TO EXC-WK-REASON-CODE
              MOVE "NO TIN FOR EARNINGS STATEMENT"
                 TO EXC-WK-REASON-TEXT
              MOVE WS-STATEMENT           TO EXC-WK-IMAGE
              PERFORM 9700-WRITE-COMMON-EXC
           END-IF.
           IF ST-EMPLOYEE
              ADD 1 TO WS-W2-COUNT
              ADD WS-ST-TAXABLE-WAGES TO WS-TOT-WAGES
           ELSE
              ADD 1 TO WS-1099-COUNT
              ADD WS-ST-NONEMP-COMP TO WS-TOT-NONEMP
           END-IF.
           ADD WS-ST-TAX TO WS-TOT-TAX.
           MOVE SPACES              TO XMIT-DETAIL.
           MOVE "D"                 TO XD-REC-TYPE.
           MOVE WS-TAX-YEAR         TO XD-TAX-YEAR.
           MOVE WS-ST-FORM-TYPE     TO XD-FORM-TYPE.
           MOVE WS-ST-WORKER-TYPE   TO XD-WORKER-TYPE.
           MOVE WS-ST-ID            TO XD-PERSON-ID.
           MOVE WS-ST-TIN           TO XD-TIN.
           MOVE WS-ST-LASTNAME      TO XD-LASTNAME.
           MOVE WS-ST-FIRSTNAME     TO XD-FIRSTNAME.
           MOVE WS-ST-GROSS-PAY     TO XD-GROSS-PAY.
           MOVE WS-ST-COMMISSION    TO XD-COMMISSION.
           MOVE WS-ST-BONUS         TO XD-BONUS.
           MOVE WS-ST-PRETAX        TO XD-PRETAX-DED.
           MOVE WS-ST-TAXABLE-WAGES TO XD-TAXABLE-WAGES.
           MOVE WS-ST-NONEMP-COMP   TO XD-NONEMP-COMP.
           MOVE WS-ST-TAX           TO XD-TAX-WITHHELD.
           WRITE XMIT-DETAIL.
           PERFORM 0660-PRINT-EMPLOYEE-COPY.

      * The employee copy shows only the last four of the SSN.
       0660-PRINT-EMPLOYEE-COPY.
           MOVE STMT-RULE-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-TAX-YEAR TO STL-TAX-YEAR.
           IF ST-EMPLOYEE
              MOVE "W-2 " TO STL-FORM-TYPE
              MOVE "EMPLOYEE" TO SNL-LABEL
           ELSE
              MOVE "1099" TO STL-FORM-TYPE
              MOVE "RECIPIENT" TO SNL-LABEL
           END-IF.
           MOVE STMT-TITLE-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-ST-ID        TO SNL-ID.
           MOVE WS-ST-FIRSTNAME TO SNL-FIRSTNAME.
           MOVE WS-ST-LASTNAME  TO SNL-LASTNAME.
           MOVE STMT-NAME-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           IF WS-ST-TIN = SPACES
              MOVE "NOT ON FILE" TO STN-TIN
           ELSE
              MOVE WS-ST-TIN TO SSN-MASK-IN
              PERFORM 9400-MASK-SSN
              MOVE SSN-MASK-EDITED TO STN-TIN
           END-IF.
           MOVE STMT-TIN-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           IF ST-EMPLOYEE
              MOVE "GROSS PAY" TO SAL-LABEL
              MOVE WS-ST-GROSS-PAY TO SAL-AMOUNT
              PERFORM 0670-PRINT-AMOUNT
              MOVE "COMMISSION" TO SAL-LABEL
              MOVE WS-ST-COMMISSION TO SAL-AMOUNT
              PERFORM 0670-PRINT-AMOUNT
              MOVE "BONUS" TO SAL-LABEL
              MOVE WS-ST-BONUS TO SAL-AMOUNT
              PERFORM 0670-PRINT-AMOUNT
              MOVE "PRE-TAX DEDUCTIONS" TO SAL-LABEL
              MOVE WS-ST-PRETAX TO SAL-AMOUNT
              PERFORM 0670-PRINT-AMOUNT
              MOVE "TAXABLE WAGES" TO SAL-LABEL
              MOVE WS-ST-TAXABLE-WAGES TO SAL-AMOUNT
              PERFORM 0670-PRINT-AMOUNT
              MOVE "TAX WITHHELD" TO SAL-LABEL
              MOVE WS-ST-TAX TO SAL-AMOUNT
              PERFORM 0670-PRINT-AMOUNT
           ELSE
              MOVE "COMMISSION" TO SAL-LABEL
              MOVE WS-ST-COMMISSION TO SAL-AMOUNT
              PERFORM 0670-PRINT-AMOUNT
              MOVE "BONUS" TO SAL-LABEL
              MOVE WS-ST-BONUS TO SAL-AMOUNT
              PERFORM 0670-PRINT-AMOUNT
              MOVE "NONEMPLOYEE COMPENSATION" TO SAL-LABEL
              MOVE WS-ST-NONEMP-COMP TO SAL-AMOUNT
              PERFORM 0670-PRINT-AMOUNT
           END-IF.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.

       0670-PRINT-AMOUNT.
           MOVE STMT-AMOUNT-LINE TO STMT-LINE.
           WRITE STMT-LINE.

       0700-WRITE-TRAILER.
           MOVE SPACES          TO XMIT-TRAILER.
           MOVE "T"             TO XT-REC-TYPE.
           MOVE WS-TAX-YEAR     TO XT-TAX-YEAR.
           MOVE WS-W2-COUNT     TO XT-W2-COUNT.
           MOVE WS-1099-COUNT   TO XT-1099-COUNT.
           MOVE WS-TOT-WAGES    TO XT-TOTAL-WAGES.
           MOVE WS-TOT-NONEMP   TO XT-TOTAL-NONEMP.
           MOVE WS-TOT-TAX      TO XT-TOTAL-TAX.
           WRITE XMIT-TRAILER.

      * Contractors under the threshold are the rejected count;
      * the amount is wages plus nonemployee compensation sent.
       0750-WRITE-BALANCES.
           MOVE "EARNXMIT" TO BAL-WK-FILE-NAME.
           COMPUTE BAL-WK-READ =
              WS-W2-COUNT + WS-1099-COUNT + WS-BELOW-COUNT.
           COMPUTE BAL-WK-WRITTEN = WS-W2-COUNT + WS-1099-COUNT.
           MOVE WS-BELOW-COUNT TO BAL-WK-REJECTED.
           COMPUTE BAL-WK-AMOUNT = WS-TOT-WAGES + WS-TOT-NONEMP.
           PERFORM 9800-WRITE-BALANCE.
           MOVE "EARNXMIT.MEMO" TO BAL-WK-FILE-NAME.
           MOVE ZEROES TO BAL-WK-READ.
           MOVE ZEROES TO BAL-WK-WRITTEN.
           MOVE ZEROES TO BAL-WK-REJECTED.
           MOVE WS-TOT-TAX TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.

       0900-END-PROGRAM.
           CLOSE EMPLOYEEFILE STMTFILE XMITFILE.
           IF SPM-OPEN
              CLOSE SPMFILE
           END-IF.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY EXCLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY SSNMASKPD.

       END PROGRAM YEARENDSTMT.
