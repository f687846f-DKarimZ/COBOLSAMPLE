       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYGRADERPT.

      * Compa-ratio report over the employee master by department
      * and pay grade.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. The employee master carries a pay grade
      *    (PAYGRADE) whose minimum, midpoint and maximum hourly
      *    rates are on PAYGRADE.DAT (PAYGRDFD copybook). For every
      *    active employee the compa-ratio is HOURLYRATE against
      *    the grade midpoint, as a percentage. The report is
      *    sorted by DEPARTMENT and grade: each group prints its
      *    headcount, range, average compa-ratio and the number
      *    below the minimum and above the maximum, preceded by a
      *    line for every employee outside the range or holding a
      *    grade not on PAYGRADE.DAT. Ungraded employees print as
      *    their own group. Company totals follow. Written to the
      *    business-dated PAYGRADERPTyyyymmdd.DAT.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMPLOYEEFILE ASSIGN TO "EMPMASTER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EMPLOYEEID
             FILE STATUS IS WS-EMPLOYEEFILE-STATUS.
            SELECT PAYGRADEFILE ASSIGN TO "PAYGRADE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYGRADE-STATUS.
            SELECT GRADERPT ASSIGN DYNAMIC WS-GRADERPT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GRADERPT-STATUS.
            SELECT GRADESORT ASSIGN TO "PAYGRADE.TMP".
            SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
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

       FD PAYGRADEFILE.
       COPY PAYGRDFD.

       FD GRADERPT.
            01 PRINT-LINE                  PIC X(132).

      * Active employees by department, grade and id.
       SD GRADESORT.
            01 SORTREC.
               02 SRT-DEPT                 PIC X(30).
               02 SRT-GRADE                PIC X(2).
               02 SRT-EMP-ID               PIC 9(7).
               02 SRT-NAME                 PIC X(20).
               02 SRT-RATE                 PIC 9(4)V99.

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-EMPLOYEEFILE-STATUS   PIC X(2).
           05  WS-PAYGRADE-STATUS       PIC X(2).
           05  WS-GRADERPT-STATUS       PIC X(2).
           05  WS-GRADERPT-NAME         PIC X(40).
           05  WS-EMP-READ-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-SORT-EOF-SW           PIC X VALUE 'N'.
               88  SORT-EOF             VALUE 'Y'.
           05  WS-FIRST-GROUP-SW        PIC X VALUE 'Y'.
               88  FIRST-GROUP          VALUE 'Y'.

       COPY JOBCTL.
       COPY RUNCTL.

       01  WS-GRADE-TABLE.
           05  WS-GRD-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-GRDIDX.
               10  WS-GRD-GRADE         PIC X(2).
               10  WS-GRD-MIN-RATE      PIC 9(4)V99.
               10  WS-GRD-MID-RATE      PIC 9(4)V99.
               10  WS-GRD-MAX-RATE      PIC 9(4)V99.
       01  WS-GRADE-COUNT               PIC 9(2) VALUE ZEROES.
       01  WS-GRADE-FOUND-IDX           PIC 9(2) VALUE ZEROES.
       01  WS-LOOKUP-GRADE              PIC X(2) VALUE SPACES.

       01  WS-GROUP-FIELDS.
           05  WS-PREV-DEPT             PIC X(30) VALUE SPACES.
           05  WS-PREV-GRADE            PIC X(2)  VALUE SPACES.
           05  WS-COMPA-RATIO           PIC 9(3)V9 VALUE ZEROES.
           05  WS-AVG-COMPA             PIC 9(3)V9 VALUE ZEROES.
           05  WS-GRP-COUNT             PIC 9(5) VALUE ZEROES.
           05  WS-GRP-RATED             PIC 9(5) VALUE ZEROES.
           05  WS-GRP-COMPA-SUM         PIC 9(7)V9 VALUE ZEROES.
           05  WS-GRP-BELOW             PIC 9(5) VALUE ZEROES.
           05  WS-GRP-ABOVE             PIC 9(5) VALUE ZEROES.

       01  WS-COMPANY-TOTALS.
           05  WS-TOT-COUNT             PIC 9(6) VALUE ZEROES.
           05  WS-TOT-RATED             PIC 9(6) VALUE ZEROES.
           05  WS-TOT-COMPA-SUM         PIC 9(8)V9 VALUE ZEROES.
           05  WS-TOT-BELOW             PIC 9(6) VALUE ZEROES.
           05  WS-TOT-ABOVE             PIC 9(6) VALUE ZEROES.
           05  WS-TOT-UNGRADED          PIC 9(6) VALUE ZEROES.
           05  WS-TOT-NO-GRADE          PIC 9(6) VALUE ZEROES.

       01  GRADE-COLUMN-HEADINGS.
           05  FILLER                   PIC X(32) VALUE
               'DEPARTMENT'.
           05  FILLER                   PIC X(10) VALUE 'GRADE'.
           05  FILLER                   PIC X(8)  VALUE '   COUNT'.
           05  FILLER                   PIC X(10) VALUE '       MIN'.
           05  FILLER                   PIC X(10) VALUE '       MID'.
           05  FILLER                   PIC X(10) VALUE '       MAX'.
           05  FILLER                   PIC X(10) VALUE '    AVG CR'.
           05  FILLER                   PIC X(10) VALUE ' BELOW MIN'.
           05  FILLER                   PIC X(10) VALUE ' ABOVE MAX'.
           05  FILLER                   PIC X(22) VALUE SPACES.

       01  GRADE-GROUP-LINE.
           05  GGL-DEPT                 PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  GGL-GRADE                PIC X(10).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  GGL-COUNT                PIC ZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  GGL-MIN                  PIC ZZZ9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  GGL-MID                  PIC ZZZ9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  GGL-MAX                  PIC ZZZ9.99.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  GGL-AVG-CR               PIC ZZ9.9.
           05  FILLER                   PIC X(1)  VALUE '%'.
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  GGL-BELOW                PIC ZZZZ9.
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  GGL-ABOVE                PIC ZZZZ9.
           05  FILLER                   PIC X(22) VALUE SPACES.

       01  GRADE-DETAIL-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  GDL-EMP-ID               PIC 9(7).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  GDL-NAME                 PIC X(20).
           05  FILLER                   PIC X(7)  VALUE '  RATE '.
           05  GDL-RATE                 PIC ZZZ9.99.
           05  FILLER                   PIC X(15) VALUE
               '  COMPA-RATIO '.
           05  GDL-CR                   PIC ZZ9.9.
           05  FILLER                   PIC X(3)  VALUE '%  '.
           05  GDL-FLAG                 PIC X(20).
           05  FILLER                   PIC X(42) VALUE SPACES.

       01  GRADE-TOTAL-LINE.
           05  GTL-LABEL                PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  GTL-VALUE                PIC ZZZZZ9.
           05  FILLER                   PIC X(94) VALUE SPACES.

       01  GRADE-AVERAGE-LINE.
           05  FILLER                   PIC X(32) VALUE
               'COMPANY AVERAGE COMPA-RATIO'.
           05  GAL-AVG-CR               PIC ZZ9.9.
           05  FILLER                   PIC X(1)  VALUE '%'.
           05  FILLER                   PIC X(94) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "PAYGRADERPT" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 0110-LOAD-PAY-GRADES.
           IF WS-GRADE-COUNT = ZEROES
               DISPLAY "ERR: NO PAY GRADES ON PAYGRADE.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-EMPLOYEEFILE-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN EMPLOYEEFILE, STATUS = "
                   WS-EMPLOYEEFILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-GRADERPT-NAME.
           STRING "PAYGRADERPT"      DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-GRADERPT-NAME.
           OPEN OUTPUT GRADERPT.
           IF WS-GRADERPT-STATUS NOT = "00"
               DISPLAY "ERR: UNABLE TO OPEN GRADERPT, STATUS = "
                   WS-GRADERPT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'PAY GRADE COMPA-RATIO REPORT' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           SORT GRADESORT
              ON ASCENDING KEY SRT-DEPT SRT-GRADE SRT-EMP-ID
              INPUT PROCEDURE IS 0200-RELEASE-EMPLOYEES
              OUTPUT PROCEDURE IS 0300-PRINT-GROUPS.
           PERFORM 0400-WRITE-COMPANY-TOTALS.
           DISPLAY "EMPLOYEES READ: " WS-EMP-READ-COUNT.
           DISPLAY "BELOW GRADE MINIMUM: " WS-TOT-BELOW.
           DISPLAY "ABOVE GRADE MAXIMUM: " WS-TOT-ABOVE.
           PERFORM 0900-END-PROGRAM.

       0110-LOAD-PAY-GRADES.
           OPEN INPUT PAYGRADEFILE.
           IF WS-PAYGRADE-STATUS NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE PAYGRADEFILE "
                 WS-PAYGRADE-STATUS
           END-IF.
           IF WS-PAYGRADE-STATUS = "00"
              PERFORM UNTIL WS-PAYGRADE-STATUS NOT = "00"
                 READ PAYGRADEFILE
                    AT END MOVE "10" TO WS-PAYGRADE-STATUS
                 END-READ
                 IF WS-PAYGRADE-STATUS = "00"
                    IF WS-GRADE-COUNT < 50
                       ADD 1 TO WS-GRADE-COUNT
                       SET WS-GRDIDX TO WS-GRADE-COUNT
                       MOVE PG-GRADE    TO WS-GRD-GRADE (WS-GRDIDX)
                       MOVE PG-MIN-RATE TO WS-GRD-MIN-RATE (WS-GRDIDX)
                       MOVE PG-MID-RATE TO WS-GRD-MID-RATE (WS-GRDIDX)
                       MOVE PG-MAX-RATE TO WS-GRD-MAX-RATE (WS-GRDIDX)
                    ELSE
                       DISPLAY "WARNING: PAY GRADE TABLE FULL AT 50, "
                          "GRADE " PG-GRADE " NOT REPORTED"
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PAYGRADEFILE
           END-IF.

      * Terminated employees are out of the pay structure.
       0200-RELEASE-EMPLOYEES.
           READ EMPLOYEEFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFFILE
              ADD 1 TO WS-EMP-READ-COUNT
              IF NOT EMPLOYEE-TERMINATED
                 MOVE DEPARTMENT   TO SRT-DEPT
                 MOVE PAYGRADE     TO SRT-GRADE
                 MOVE EMPLOYEEID   TO SRT-EMP-ID
                 MOVE EMPLOYEENAME TO SRT-NAME
                 MOVE HOURLYRATE   TO SRT-RATE
                 RELEASE SORTREC
              END-IF
              READ EMPLOYEEFILE
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           END-PERFORM.

      * Sort output: out-of-range employees as they come, and a
      * group line at each change of department or grade.
       0300-PRINT-GROUPS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE GRADE-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'N' TO WS-SORT-EOF-SW.
           RETURN GRADESORT
              AT END SET SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL SORT-EOF
              IF NOT FIRST-GROUP
                 AND (SRT-DEPT NOT = WS-PREV-DEPT
                      OR SRT-GRADE NOT = WS-PREV-GRADE)
                 PERFORM 0320-PRINT-GROUP-LINE
              END-IF
              MOVE 'N'       TO WS-FIRST-GROUP-SW
              MOVE SRT-DEPT  TO WS-PREV-DEPT
              MOVE SRT-GRADE TO WS-PREV-GRADE
              PERFORM 0310-RATE-ONE-EMPLOYEE
              RETURN GRADESORT
                 AT END SET SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-GROUP
              PERFORM 0320-PRINT-GROUP-LINE
           END-IF.

       0310-RATE-ONE-EMPLOYEE.
           ADD 1 TO WS-GRP-COUNT WS-TOT-COUNT.
           IF SRT-GRADE = SPACES
              ADD 1 TO WS-TOT-UNGRADED
           ELSE
              MOVE SRT-GRADE TO WS-LOOKUP-GRADE
              PERFORM 0330-FIND-GRADE
              MOVE SRT-EMP-ID TO GDL-EMP-ID
              MOVE SRT-NAME   TO GDL-NAME
              MOVE SRT-RATE   TO GDL-RATE
              MOVE SPACES     TO GDL-FLAG
              IF WS-GRADE-FOUND-IDX = 0
                 ADD 1 TO WS-TOT-NO-GRADE
                 MOVE ZEROES TO GDL-CR
                 MOVE "GRADE NOT ON FILE" TO GDL-FLAG
              ELSE
                 SET WS-GRDIDX TO WS-GRADE-FOUND-IDX
                 IF WS-GRD-MID-RATE (WS-GRDIDX) = ZEROES
                    MOVE ZEROES TO WS-COMPA-RATIO
                 ELSE
                    COMPUTE WS-COMPA-RATIO ROUNDED =
                       SRT-RATE * 100 / WS-GRD-MID-RATE (WS-GRDIDX)
                 END-IF
                 ADD 1 TO WS-GRP-RATED WS-TOT-RATED
                 ADD WS-COMPA-RATIO TO WS-GRP-COMPA-SUM
                    WS-TOT-COMPA-SUM
                 MOVE WS-COMPA-RATIO TO GDL-CR
                 IF SRT-RATE < WS-GRD-MIN-RATE (WS-GRDIDX)
                    ADD 1 TO WS-GRP-BELOW WS-TOT-BELOW
                    MOVE "BELOW GRADE MINIMUM" TO GDL-FLAG
                 END-IF
                 IF SRT-RATE > WS-GRD-MAX-RATE (WS-GRDIDX)
                    ADD 1 TO WS-GRP-ABOVE WS-TOT-ABOVE
                    MOVE "ABOVE GRADE MAXIMUM" TO GDL-FLAG
                 END-IF
              END-IF
              IF GDL-FLAG NOT = SPACES
                 PERFORM 9500-CHECK-PAGE-OVERFLOW
                 MOVE GRADE-DETAIL-LINE TO PRINT-LINE
                 WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              END-IF
           END-IF.

       0320-PRINT-GROUP-LINE.
           MOVE WS-PREV-DEPT TO GGL-DEPT.
           MOVE WS-GRP-COUNT TO GGL-COUNT.
           MOVE WS-GRP-BELOW TO GGL-BELOW.
           MOVE WS-GRP-ABOVE TO GGL-ABOVE.
           MOVE ZEROES TO GGL-MIN GGL-MID GGL-MAX GGL-AVG-CR.
           IF WS-PREV-GRADE = SPACES
              MOVE "UNGRADED" TO GGL-GRADE
           ELSE
              MOVE WS-PREV-GRADE TO GGL-GRADE
              MOVE WS-PREV-GRADE TO WS-LOOKUP-GRADE
              PERFORM 0330-FIND-GRADE
              IF WS-GRADE-FOUND-IDX > 0
                 SET WS-GRDIDX TO WS-GRADE-FOUND-IDX
                 MOVE WS-GRD-MIN-RATE (WS-GRDIDX) TO GGL-MIN
                 MOVE WS-GRD-MID-RATE (WS-GRDIDX) TO GGL-MID
                 MOVE WS-GRD-MAX-RATE (WS-GRDIDX) TO GGL-MAX
              END-IF
           END-IF.
           IF WS-GRP-RATED > ZEROES
              COMPUTE WS-AVG-COMPA ROUNDED =
                 WS-GRP-COMPA-SUM / WS-GRP-RATED
              MOVE WS-AVG-COMPA TO GGL-AVG-CR
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE GRADE-GROUP-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO WS-GRP-COUNT WS-GRP-RATED WS-GRP-COMPA-SUM
              WS-GRP-BELOW WS-GRP-ABOVE.

       0330-FIND-GRADE.
           MOVE 0 TO WS-GRADE-FOUND-IDX.
           SET WS-GRDIDX TO 1.
           PERFORM WS-GRADE-COUNT TIMES
              IF WS-GRD-GRADE (WS-GRDIDX) = WS-LOOKUP-GRADE
                 SET WS-GRADE-FOUND-IDX TO WS-GRDIDX
              END-IF
              SET WS-GRDIDX UP BY 1
           END-PERFORM.

       0400-WRITE-COMPANY-TOTALS.
           MOVE "ACTIVE EMPLOYEES" TO GTL-LABEL.
           MOVE WS-TOT-COUNT TO GTL-VALUE.
           PERFORM 0410-WRITE-TOTAL-LINE.
           MOVE ZEROES TO WS-AVG-COMPA.
           IF WS-TOT-RATED > ZEROES
              COMPUTE WS-AVG-COMPA ROUNDED =
                 WS-TOT-COMPA-SUM / WS-TOT-RATED
           END-IF.
           MOVE WS-AVG-COMPA TO GAL-AVG-CR.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE GRADE-AVERAGE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "BELOW GRADE MINIMUM" TO GTL-LABEL.
           MOVE WS-TOT-BELOW TO GTL-VALUE.
           PERFORM 0410-WRITE-TOTAL-LINE.
           MOVE "ABOVE GRADE MAXIMUM" TO GTL-LABEL.
           MOVE WS-TOT-ABOVE TO GTL-VALUE.
           PERFORM 0410-WRITE-TOTAL-LINE.
           MOVE "UNGRADED" TO GTL-LABEL.
           MOVE WS-TOT-UNGRADED TO GTL-VALUE.
           PERFORM 0410-WRITE-TOTAL-LINE.
           MOVE "GRADE NOT ON FILE" TO GTL-LABEL.
           MOVE WS-TOT-NO-GRADE TO GTL-VALUE.
           PERFORM 0410-WRITE-TOTAL-LINE.

       0410-WRITE-TOTAL-LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE GRADE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           CLOSE EMPLOYEEFILE GRADERPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY RUNCTLPD.

       END PROGRAM PAYGRADERPT.
