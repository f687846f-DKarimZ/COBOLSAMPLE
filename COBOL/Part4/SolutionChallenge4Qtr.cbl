       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRPAYTAX.

      * Quarterly payroll tax summary from the pay history.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. The quarterly federal and state payroll tax
      *    returns were filled in from EMPPAYHIST.DAT added up by
      *    hand. For the calendar quarter holding the RUNCONTROL
      *    business date (set the date back into an earlier
      *    quarter to rerun that quarter) this program reports:
      *      - per employee, quarter-to-date wages, statutory tax
      *        withheld and employer tax, with the year-to-date
      *        wages from the pay history through the quarter end,
      *        from every run of the year, and from EMPYTD.DAT;
      *      - for the quarter, total wages, tax withheld, and the
      *        taxable wages and employer tax for each employer
      *        cost code from EMPRCOSTHIST.DAT;
      *      - the number of employees on the payroll on the 12th
      *        of each month of the quarter, from EMPMASTER.DAT.
      *    Written to the business-dated QTRTAXRPTyyyymmdd.DAT.
      *  - Tie-out before anyone files: an employee whose EMPYTD.DAT
      *    gross for the year differs from the year's pay history,
      *    employer tax for an employee with no wages in the
      *    quarter, and a cost code whose taxable wages exceed the
      *    quarter's wages are each flagged on the report and to
      *    the common exception file, and the run ends RC 4.
      *  - The employee master now ends with the pay grade
      *    (PAYGRADE); the record layout here follows it.
      *  - Pay history records carry an entry type and original
      *    run date. A void (entry type V) is subtracted from
      *    wages and tax withheld in the quarter it was posted;
      *    the quarter and year figures are signed and print a
      *    trailing minus.
      *  - The pay history layout here follows the pre-tax
      *    deduction total now carried on each record.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMPLOYEEFILE ASSIGN TO "EMPMASTER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EMPLOYEEID
             FILE STATUS IS WS-EMPLOYEEFILE-STATUS.
            SELECT EMPPAYHIST ASSIGN TO "EMPPAYHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYHIST-STATUS.
            SELECT EMPRCOSTHIST ASSIGN TO "EMPRCOSTHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ERCHIST-STATUS.
            SELECT EMPYTDFILE ASSIGN TO "EMPYTD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMPYTD-STATUS.
            SELECT QTRTAXRPT ASSIGN DYNAMIC WS-QTRRPT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QTRRPT-STATUS.
            SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
            SELECT COMMONEXCFILE ASSIGN TO "EXCEPTIONS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COMMONEXC-STATUS.
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
                  88 EMPLOYEE-TERMINATED   VALUE 'T'.
               02 TERMDATE                 PIC 9(8).
               02 PAYFREQ                  PIC X.
               02 PAYGRADE                 PIC X(2).

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

       FD EMPRCOSTHIST.
       COPY ERCHISTFD.

       FD EMPYTDFILE.
            01 EMPYTDREC.
               02 YTD-EMP-ID               PIC 9(7).
               02 YTD-GROSS                PIC 9(9)V99.
               02 YTD-OT-PAY               PIC 9(9)V99.
               02 YTD-HOURS                PIC 9(7).
               02 YTD-RUN-COUNT            PIC 9(3).
               02 YTD-YEAR                 PIC 9(4).
               02 YTD-CLOSED               PIC X.

       FD QTRTAXRPT.
            01 PRINT-LINE                  PIC X(132).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD COMMONEXCFILE.
       COPY EXCFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-EMPLOYEEFILE-STATUS   PIC X(2).
           05  WS-PAYHIST-STATUS        PIC X(2).
           05  WS-ERCHIST-STATUS        PIC X(2).
           05  WS-EMPYTD-STATUS         PIC X(2).
           05  WS-QTRRPT-STATUS         PIC X(2).
           05  WS-QTRRPT-NAME           PIC X(40).
           05  WS-PAYHIST-READ-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-ERCHIST-READ-COUNT    PIC 9(7) VALUE ZEROES.
           05  WS-TIE-FAIL-COUNT        PIC 9(5) VALUE ZEROES.

       COPY JOBCTL.
       COPY EXCCTL.
       COPY RUNCTL.

       01  WS-QUARTER-FIELDS.
           05  WS-QTR-NO                PIC 9     VALUE ZEROES.
           05  WS-QTR-YEAR              PIC 9(4)  VALUE ZEROES.
           05  WS-QTR-FIRST-MONTH       PIC 9(2)  VALUE ZEROES.
           05  WS-QTR-FROM-YM           PIC 9(6)  VALUE ZEROES.
           05  WS-QTR-TO-YM             PIC 9(6)  VALUE ZEROES.
           05  WS-REC-YM                PIC 9(6)  VALUE ZEROES.
           05  WS-MONTH-SUB             PIC 9     VALUE ZEROES.
           05  WS-TWELFTH OCCURS 3 TIMES
                                        PIC 9(8).
           05  WS-COUNT-12TH OCCURS 3 TIMES
                                        PIC 9(5).

       01  WS-QEMP-TABLE.
           05  WS-QE-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-QEIDX.
               10  WS-QE-ID             PIC 9(7).
               10  WS-QE-QTD-GROSS      PIC S9(9)V99.
               10  WS-QE-QTD-TAX        PIC S9(9)V99.
               10  WS-QE-QTD-ERTAX      PIC 9(9)V99.
               10  WS-QE-YTD-QEND       PIC S9(9)V99.
               10  WS-QE-YTD-ALL        PIC S9(9)V99.
               10  WS-QE-YTD-FILE       PIC 9(9)V99.
               10  WS-QE-FLAG           PIC X.
       01  WS-QEMP-COUNT                PIC 9(4) VALUE ZEROES.
       01  WS-QE-FOUND-IDX              PIC 9(4) VALUE ZEROES.
       01  WS-QE-LOOKUP-ID              PIC 9(7) VALUE ZEROES.

       01  WS-QCODE-TABLE.
           05  WS-QC-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-QCIDX.
               10  WS-QC-CODE           PIC X(4).
               10  WS-QC-WAGES          PIC 9(11)V99.
               10  WS-QC-COST           PIC 9(11)V99.
       01  WS-QCODE-COUNT               PIC 9(2) VALUE ZEROES.
       01  WS-QC-FOUND-IDX              PIC 9(2) VALUE ZEROES.

       01  WS-QTR-TOTALS.
           05  WS-TOT-WAGES             PIC S9(11)V99 VALUE ZEROES.
           05  WS-TOT-TAX               PIC S9(11)V99 VALUE ZEROES.
           05  WS-TOT-ERTAX             PIC 9(11)V99 VALUE ZEROES.
           05  WS-WORK-TAX              PIC S9(7)V99 VALUE ZEROES.
           05  WS-WORK-GROSS            PIC S9(8)V99 VALUE ZEROES.

       01  QTR-PERIOD-LINE.
           05  FILLER                   PIC X(8)  VALUE 'QUARTER '.
           05  QPL-QTR                  PIC 9.
           05  FILLER                   PIC X(4)  VALUE ' OF '.
           05  QPL-YEAR                 PIC 9(4).
           05  FILLER                   PIC X(115) VALUE SPACES.

       01  QTR-COLUMN-HEADINGS.
           05  FILLER                   PIC X(9)  VALUE 'EMPLOYEE'.
           05  FILLER                   PIC X(17) VALUE
               '        QTD WAGES'.
           05  FILLER                   PIC X(17) VALUE
               '     TAX WITHHELD'.
           05  FILLER                   PIC X(17) VALUE
               '     EMPLOYER TAX'.
           05  FILLER                   PIC X(17) VALUE
               '   YTD TO QTR END'.
           05  FILLER                   PIC X(17) VALUE
               '    YTD ALL RUNS'.
           05  FILLER                   PIC X(17) VALUE
               '    EMPYTD GROSS'.
           05  FILLER                   PIC X(21) VALUE
               '  TIE'.

       01  QTR-DETAIL-LINE.
           05  QDL-EMP-ID               PIC 9(7).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  QDL-QTD-GROSS            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  QDL-QTD-TAX              PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  QDL-QTD-ERTAX            PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  QDL-YTD-QEND             PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  QDL-YTD-ALL              PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  QDL-YTD-FILE             PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  QDL-TIE                  PIC X(18).

       01  QTR-SUMMARY-LINE.
           05  QSL-LABEL                PIC X(40).
           05  QSL-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(73) VALUE SPACES.

       01  QTR-COUNT-LINE.
           05  FILLER                   PIC X(32) VALUE
               'EMPLOYEES ON PAYROLL ON THE 12TH'.
           05  FILLER                   PIC X(10) VALUE ' OF MONTH '.
           05  QCL-MONTH                PIC Z9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  QCL-COUNT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(78) VALUE SPACES.

       01  QTR-TIE-LINE.
           05  QTL-TEXT                 PIC X(40).
           05  QTL-KEY                  PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  QTL-AMOUNT-1             PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  QTL-AMOUNT-2             PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(41) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "QTRPAYTAX" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           MOVE WS-BUSINESS-YEAR TO WS-QTR-YEAR.
           COMPUTE WS-QTR-NO = (WS-BUSINESS-MONTH + 2) / 3.
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NO - 1) * 3 + 1.
           COMPUTE WS-QTR-FROM-YM =
              (WS-QTR-YEAR * 100) + WS-QTR-FIRST-MONTH.
           COMPUTE WS-QTR-TO-YM = WS-QTR-FROM-YM + 2.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 3
              COMPUTE WS-TWELFTH (WS-MONTH-SUB) =
                 ((WS-QTR-FROM-YM + WS-MONTH-SUB - 1) * 100) + 12
              MOVE ZEROES TO WS-COUNT-12TH (WS-MONTH-SUB)
           END-PERFORM.
           MOVE SPACES TO WS-QTRRPT-NAME.
           STRING "QTRTAXRPT"        DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-QTRRPT-NAME.
           OPEN OUTPUT QTRTAXRPT.
           IF WS-QTRRPT-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN QTRTAXRPT, STATUS = "
                   WS-QTRRPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'QUARTERLY PAYROLL TAX SUMMARY' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           PERFORM 0200-LOAD-PAY-HISTORY THRU 0200-PAYHIST-END.
           PERFORM 0250-LOAD-EMPLOYER-COST THRU 0250-ERCOST-END.
           PERFORM 0300-LOAD-YTD-FILE THRU 0300-YTD-END.
           PERFORM 0350-COUNT-TWELFTH THRU 0350-COUNT-END.
           PERFORM 0400-WRITE-EMPLOYEE-DETAIL.
           PERFORM 0500-WRITE-QUARTER-SUMMARY.
           PERFORM 0600-WRITE-TIE-OUT.
           DISPLAY "PAY HISTORY RECORDS READ: " WS-PAYHIST-READ-COUNT.
           DISPLAY "EMPLOYER COST RECORDS READ: "
              WS-ERCHIST-READ-COUNT.
           IF WS-TIE-FAIL-COUNT > 0
              DISPLAY "WARNING: " WS-TIE-FAIL-COUNT
                 " QUARTERLY TOTALS DO NOT TIE - SEE "
                 WS-QTRRPT-NAME
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 0900-END-PROGRAM.

      * Every pay of the quarter's year is read: the quarter's pays
      * make the quarter-to-date figures, those up to the quarter
      * end the year-to-date at the quarter end, and all of them
      * the figure that must agree with EMPYTD.DAT. A pay history
      * record written before the tax withheld was carried has
      * no withholding on it. A voided payment (entry type V) takes
      * its gross and tax back in the quarter the void was posted.
       0200-LOAD-PAY-HISTORY.
           OPEN INPUT EMPPAYHIST.
           IF WS-PAYHIST-STATUS NOT = "00"
              IF WS-PAYHIST-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE EMPPAYHIST "
                    WS-PAYHIST-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO 0200-PAYHIST-END
           END-IF.
           PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
              READ EMPPAYHIST
                 AT END MOVE "10" TO WS-PAYHIST-STATUS
              END-READ
              IF WS-PAYHIST-STATUS = "00"
                 AND PH-RUN-DATE (1:4) = WS-QTR-YEAR
                 ADD 1 TO WS-PAYHIST-READ-COUNT
                 MOVE PH-EMP-ID TO WS-QE-LOOKUP-ID
                 PERFORM 0210-FIND-OR-ADD-EMPLOYEE
                 IF WS-QE-FOUND-IDX > 0
                    PERFORM 0220-POST-ONE-PAY
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE EMPPAYHIST.
       0200-PAYHIST-END.

       0210-FIND-OR-ADD-EMPLOYEE.
           MOVE 0 TO WS-QE-FOUND-IDX.
           SET WS-QEIDX TO 1.
           PERFORM WS-QEMP-COUNT TIMES
              IF WS-QE-ID (WS-QEIDX) = WS-QE-LOOKUP-ID
                 SET WS-QE-FOUND-IDX TO WS-QEIDX
              END-IF
              SET WS-QEIDX UP BY 1
           END-PERFORM.
           IF WS-QE-FOUND-IDX = 0
              IF WS-QEMP-COUNT < 5000
                 ADD 1 TO WS-QEMP-COUNT
                 SET WS-QEIDX TO WS-QEMP-COUNT
                 MOVE WS-QE-LOOKUP-ID TO WS-QE-ID (WS-QEIDX)
                 MOVE ZEROES TO WS-QE-QTD-GROSS (WS-QEIDX)
                 MOVE ZEROES TO WS-QE-QTD-TAX (WS-QEIDX)
                 MOVE ZEROES TO WS-QE-QTD-ERTAX (WS-QEIDX)
                 MOVE ZEROES TO WS-QE-YTD-QEND (WS-QEIDX)
                 MOVE ZEROES TO WS-QE-YTD-ALL (WS-QEIDX)
                 MOVE ZEROES TO WS-QE-YTD-FILE (WS-QEIDX)
                 MOVE SPACE  TO WS-QE-FLAG (WS-QEIDX)
                 SET WS-QE-FOUND-IDX TO WS-QEIDX
              ELSE
                 DISPLAY "ERR: QUARTER EMPLOYEE TABLE FULL AT 5000 "
                    "- RUN STOPPED"
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF.

       0220-POST-ONE-PAY.
           SET WS-QEIDX TO WS-QE-FOUND-IDX.
           IF PH-TAX-WITHHELD NUMERIC
              MOVE PH-TAX-WITHHELD TO WS-WORK-TAX
           ELSE
              MOVE ZEROES TO WS-WORK-TAX
           END-IF.
           MOVE PH-GROSS TO WS-WORK-GROSS.
           IF PH-ENTRY-TYPE = 'V'
              COMPUTE WS-WORK-GROSS = 0 - WS-WORK-GROSS
              COMPUTE WS-WORK-TAX = 0 - WS-WORK-TAX
           END-IF.
           MOVE PH-RUN-DATE (1:6) TO WS-REC-YM.
           ADD WS-WORK-GROSS TO WS-QE-YTD-ALL (WS-QEIDX).
           IF WS-REC-YM <= WS-QTR-TO-YM
              ADD WS-WORK-GROSS TO WS-QE-YTD-QEND (WS-QEIDX)
           END-IF.
           IF WS-REC-YM >= WS-QTR-FROM-YM
              AND WS-REC-YM <= WS-QTR-TO-YM
              ADD WS-WORK-GROSS TO WS-QE-QTD-GROSS (WS-QEIDX)
              ADD WS-WORK-TAX   TO WS-QE-QTD-TAX (WS-QEIDX)
              ADD WS-WORK-GROSS TO WS-TOT-WAGES
              ADD WS-WORK-TAX TO WS-TOT-TAX
           END-IF.

      * EMPRCOSTHIST.DAT is absent until the employer cost accrual
      * has run (status 35); the quarter then shows no employer tax.
       0250-LOAD-EMPLOYER-COST.
           OPEN INPUT EMPRCOSTHIST.
           IF WS-ERCHIST-STATUS NOT = "00"
              IF WS-ERCHIST-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE EMPRCOSTHIST "
                    WS-ERCHIST-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO 0250-ERCOST-END
           END-IF.
           PERFORM UNTIL WS-ERCHIST-STATUS NOT = "00"
              READ EMPRCOSTHIST
                 AT END MOVE "10" TO WS-ERCHIST-STATUS
              END-READ
              IF WS-ERCHIST-STATUS = "00"
                 MOVE ECH-RUN-DATE (1:6) TO WS-REC-YM
                 IF WS-REC-YM >= WS-QTR-FROM-YM
                    AND WS-REC-YM <= WS-QTR-TO-YM
                    ADD 1 TO WS-ERCHIST-READ-COUNT
                    PERFORM 0260-POST-ONE-COST
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE EMPRCOSTHIST.
       0250-ERCOST-END.

       0260-POST-ONE-COST.
           MOVE 0 TO WS-QC-FOUND-IDX.
           SET WS-QCIDX TO 1.
           PERFORM WS-QCODE-COUNT TIMES
              IF WS-QC-CODE (WS-QCIDX) = ECH-CODE
                 SET WS-QC-FOUND-IDX TO WS-QCIDX
              END-IF
              SET WS-QCIDX UP BY 1
           END-PERFORM.
           IF WS-QC-FOUND-IDX = 0
              IF WS-QCODE-COUNT < 20
                 ADD 1 TO WS-QCODE-COUNT
                 SET WS-QCIDX TO WS-QCODE-COUNT
                 MOVE ECH-CODE TO WS-QC-CODE (WS-QCIDX)
                 MOVE ZEROES   TO WS-QC-WAGES (WS-QCIDX)
                 MOVE ZEROES   TO WS-QC-COST (WS-QCIDX)
                 SET WS-QC-FOUND-IDX TO WS-QCIDX
              ELSE
                 DISPLAY "ERR: EMPLOYER COST CODE TABLE FULL AT 20 "
                    "- RUN STOPPED"
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF.
           SET WS-QCIDX TO WS-QC-FOUND-IDX.
           ADD ECH-WAGES TO WS-QC-WAGES (WS-QCIDX).
           ADD ECH-COST  TO WS-QC-COST (WS-QCIDX).
           ADD ECH-COST  TO WS-TOT-ERTAX.
           MOVE ECH-EMP-ID TO WS-QE-LOOKUP-ID.
           PERFORM 0210-FIND-OR-ADD-EMPLOYEE.
           SET WS-QEIDX TO WS-QE-FOUND-IDX.
           ADD ECH-COST TO WS-QE-QTD-ERTAX (WS-QEIDX).

      * Only the year of the quarter is compared; EMPYTD.DAT
      * already rolled into a later year has nothing to tie to.
       0300-LOAD-YTD-FILE.
           OPEN INPUT EMPYTDFILE.
           IF WS-EMPYTD-STATUS NOT = "00"
              IF WS-EMPYTD-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE EMPYTDFILE "
                    WS-EMPYTD-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO 0300-YTD-END
           END-IF.
           PERFORM UNTIL WS-EMPYTD-STATUS NOT = "00"
              READ EMPYTDFILE
                 AT END MOVE "10" TO WS-EMPYTD-STATUS
              END-READ
              IF WS-EMPYTD-STATUS = "00"
                 AND YTD-YEAR = WS-QTR-YEAR
                 AND YTD-GROSS > ZEROES
                 MOVE YTD-EMP-ID TO WS-QE-LOOKUP-ID
                 PERFORM 0210-FIND-OR-ADD-EMPLOYEE
                 SET WS-QEIDX TO WS-QE-FOUND-IDX
                 MOVE YTD-GROSS TO WS-QE-YTD-FILE (WS-QEIDX)
              END-IF
           END-PERFORM.
           CLOSE EMPYTDFILE.
       0300-YTD-END.

      * On the payroll on the 12th: started on or before it and not
      * terminated before it. A 12th still ahead of the business
      * date is left at zero.
       0350-COUNT-TWELFTH.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMPLOYEEFILE-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN EMPLOYEEFILE, STATUS = "
                   WS-EMPLOYEEFILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0350-COUNT-END
           END-IF.
           READ EMPLOYEEFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFFILE
              PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                 UNTIL WS-MONTH-SUB > 3
                 IF WS-TWELFTH (WS-MONTH-SUB) <= WS-BUSINESS-DATE
                    AND STARTDATE <= WS-TWELFTH (WS-MONTH-SUB)
                    AND (TERMDATE = ZEROES
                         OR TERMDATE >= WS-TWELFTH (WS-MONTH-SUB))
                    ADD 1 TO WS-COUNT-12TH (WS-MONTH-SUB)
                 END-IF
              END-PERFORM
              READ EMPLOYEEFILE
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEEFILE.
       0350-COUNT-END.

       0400-WRITE-EMPLOYEE-DETAIL.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE WS-QTR-NO   TO QPL-QTR.
           MOVE WS-QTR-YEAR TO QPL-YEAR.
           MOVE QTR-PERIOD-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE QTR-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
           SET WS-QEIDX TO 1.
           PERFORM WS-QEMP-COUNT TIMES
              IF WS-QE-QTD-GROSS (WS-QEIDX) > ZEROES
                 OR WS-QE-QTD-ERTAX (WS-QEIDX) > ZEROES
                 OR WS-QE-YTD-ALL (WS-QEIDX)
                    NOT = WS-QE-YTD-FILE (WS-QEIDX)
                 PERFORM 0410-WRITE-ONE-EMPLOYEE
              END-IF
              SET WS-QEIDX UP BY 1
           END-PERFORM.

       0410-WRITE-ONE-EMPLOYEE.
           MOVE WS-QE-ID (WS-QEIDX)        TO QDL-EMP-ID.
           MOVE WS-QE-QTD-GROSS (WS-QEIDX) TO QDL-QTD-GROSS.
           MOVE WS-QE-QTD-TAX (WS-QEIDX)   TO QDL-QTD-TAX.
           MOVE WS-QE-QTD-ERTAX (WS-QEIDX) TO QDL-QTD-ERTAX.
           MOVE WS-QE-YTD-QEND (WS-QEIDX)  TO QDL-YTD-QEND.
           MOVE WS-QE-YTD-ALL (WS-QEIDX)   TO QDL-YTD-ALL.
           MOVE WS-QE-YTD-FILE (WS-QEIDX)  TO QDL-YTD-FILE.
           MOVE SPACES TO QDL-TIE.
           IF WS-QE-YTD-ALL (WS-QEIDX) NOT = WS-QE-YTD-FILE (WS-QEIDX)
              MOVE "*** YTD NO TIE" TO QDL-TIE
              MOVE "YTD GROSS DOES NOT TIE" TO EXC-WK-REASON-TEXT
              PERFORM 0420-FLAG-EMPLOYEE
           ELSE
              IF WS-QE-QTD-GROSS (WS-QEIDX) = ZEROES
                 MOVE "*** NO QTD WAGES" TO QDL-TIE
                 MOVE "EMPLOYER TAX WITH NO WAGES"
                    TO EXC-WK-REASON-TEXT
                 PERFORM 0420-FLAG-EMPLOYEE
              END-IF
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE QTR-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0420-FLAG-EMPLOYEE.
           ADD 1 TO WS-TIE-FAIL-COUNT.
           MOVE 'X' TO WS-QE-FLAG (WS-QEIDX).
           MOVE SPACES TO EXC-WK-KEY.
           MOVE WS-QE-ID (WS-QEIDX) TO EXC-WK-KEY (1:7).
           MOVE "QTR"  TO EXC-WK-REASON-CODE.
           MOVE QTR-DETAIL-LINE (1:100) TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

       0500-WRITE-QUARTER-SUMMARY.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "TOTAL WAGES PAID IN THE QUARTER" TO QSL-LABEL.
           MOVE WS-TOT-WAGES TO QSL-AMOUNT.
           PERFORM 0510-WRITE-SUMMARY-LINE.
           MOVE "STATUTORY TAX WITHHELD" TO QSL-LABEL.
           MOVE WS-TOT-TAX TO QSL-AMOUNT.
           PERFORM 0510-WRITE-SUMMARY-LINE.
           SET WS-QCIDX TO 1.
           PERFORM WS-QCODE-COUNT TIMES
              MOVE SPACES TO QSL-LABEL
              STRING "TAXABLE WAGES - "     DELIMITED BY SIZE
                     WS-QC-CODE (WS-QCIDX)  DELIMITED BY SIZE
                 INTO QSL-LABEL
              MOVE WS-QC-WAGES (WS-QCIDX) TO QSL-AMOUNT
              PERFORM 0510-WRITE-SUMMARY-LINE
              MOVE SPACES TO QSL-LABEL
              STRING "EMPLOYER TAX - "      DELIMITED BY SIZE
                     WS-QC-CODE (WS-QCIDX)  DELIMITED BY SIZE
                 INTO QSL-LABEL
              MOVE WS-QC-COST (WS-QCIDX) TO QSL-AMOUNT
              PERFORM 0510-WRITE-SUMMARY-LINE
              SET WS-QCIDX UP BY 1
           END-PERFORM.
           MOVE "EMPLOYER TAX - ALL CODES" TO QSL-LABEL.
           MOVE WS-TOT-ERTAX TO QSL-AMOUNT.
           PERFORM 0510-WRITE-SUMMARY-LINE.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 3
              COMPUTE QCL-MONTH = WS-QTR-FIRST-MONTH
                 + WS-MONTH-SUB - 1
              MOVE WS-COUNT-12TH (WS-MONTH-SUB) TO QCL-COUNT
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE QTR-COUNT-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.

       0510-WRITE-SUMMARY-LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE QTR-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * A cost code cannot have taxed more wages than were paid in
      * the quarter; the employee-level tie-outs were counted as the
      * detail was written.
       0600-WRITE-TIE-OUT.
           SET WS-QCIDX TO 1.
           PERFORM WS-QCODE-COUNT TIMES
              IF WS-QC-WAGES (WS-QCIDX) > WS-TOT-WAGES
                 ADD 1 TO WS-TIE-FAIL-COUNT
                 MOVE "*** TAXABLE WAGES EXCEED WAGES - CODE"
                    TO QTL-TEXT
                 MOVE WS-QC-CODE (WS-QCIDX)  TO QTL-KEY
                 MOVE WS-QC-WAGES (WS-QCIDX) TO QTL-AMOUNT-1
                 MOVE WS-TOT-WAGES           TO QTL-AMOUNT-2
                 PERFORM 9500-CHECK-PAGE-OVERFLOW
                 MOVE QTR-TIE-LINE TO PRINT-LINE
                 WRITE PRINT-LINE AFTER ADVANCING 1 LINE
                 MOVE SPACES TO EXC-WK-KEY
                 MOVE WS-QC-CODE (WS-QCIDX) TO EXC-WK-KEY
                 MOVE "QTR"  TO EXC-WK-REASON-CODE
                 MOVE "TAXABLE WAGES EXCEED WAGES"
                    TO EXC-WK-REASON-TEXT
                 MOVE QTR-TIE-LINE (1:100) TO EXC-WK-IMAGE
                 PERFORM 9700-WRITE-COMMON-EXC
              END-IF
              SET WS-QCIDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO PRINT-LINE.
           IF WS-TIE-FAIL-COUNT = ZEROES
              MOVE "ALL QUARTER TOTALS TIE TO THE PAY HISTORY"
                 TO PRINT-LINE
           ELSE
              STRING "*** " DELIMITED BY SIZE
                     WS-TIE-FAIL-COUNT DELIMITED BY SIZE
                     " ITEMS DO NOT TIE - RESOLVE BEFORE FILING ***"
                        DELIMITED BY SIZE
                 INTO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.

       0900-END-PROGRAM.
           CLOSE QTRTAXRPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY EXCLOG.
       COPY RUNCTLPD.

       END PROGRAM QTRPAYTAX.
