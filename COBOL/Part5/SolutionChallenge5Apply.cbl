      *    history. An SSN mapping to a still-active employee is
      *    skipped and listed as an active duplicate. Rehires get
      *    their own section counts on the apply report.
      *  - An employee applied or rehired into a sales department
      *    (department beginning SALES) is proposed to the
      *    salesperson master: an add transaction with the name,
      *    gender and no region goes on SPHRTRANS.DAT (copybook
      *    SLSSPTRN) for SALESPERSONBATCH to apply and audit, and
      *    the apply report shows the proposal. An EMPLOYEEID too
      *    large for a salesperson id is listed instead.
      *  - New hires are written ungraded (blank pay grade) for
      *    HR to grade through MAINTAINEMPMASTER; the master
      *    record and change-history images carry the new field.
      *  - The apply report now shows only the last four digits
      *    of the SSN (shared SSNMASK copybooks). APPLIEDSSN.DAT
      *    keeps the full value as the cross-reference and is
      *    listed as restricted in SSNRESTR.
      *  - Writes the dated provisioning extracts (PROVFD
      *    copybook) for facilities, IT and the benefits vendor:
      *    HIREPROVyyyymmdd.DAT gets one record per group for
      *    every employee applied (request NEW) or rehired
      *    (request REA, a reactivation), and
      *    TERMPROVyyyymmdd.DAT one per group for every
      *    termination MAINTAINEMPMASTER queued on
      *    TERMNOTICE.DAT, which is then emptied. Each extract
      *    ends with a trailer of record and request counts and
      *    is written even when empty.
      *  - EMPCHGHIST.DAT records now carry an operator id;
      *    inserts made here are stamped *BATCH*.
      **************************************************************

       ENVIRONMENT DIVISION.
           FILE STATUS IS WS-CHGHIST-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPHRTRANS ASSIGN TO "SPHRTRANS.DAT"
           FILE STATUS IS WS-HRTRANS-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIREPROVFILE ASSIGN DYNAMIC WS-HIREPROV-NAME
           FILE STATUS IS WS-HIREPROV-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMPROVFILE ASSIGN DYNAMIC WS-TERMPROV-NAME
           FILE STATUS IS WS-TERMPROV-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMNOTICEFILE ASSIGN TO "TERMNOTICE.DAT"
           FILE STATUS IS WS-TERMNOTICE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
           02 EMP-STATUS               PIC X.
           02 EMP-TERM-DATE            PIC 9(8).
           02 EMP-PAY-FREQ             PIC X.
           02 EMP-PAY-GRADE            PIC X(2).

       FD APPLIEDSSNFILE.
         01 APPLIEDSSNREC.
       FD EMPCHGHISTFILE.
       COPY EMPCHGFD.

       FD SPHRTRANS.
       COPY SLSSPTRN.

       FD HIREPROVFILE.
         01 HIREPROVREC            PIC X(80).

       FD TERMPROVFILE.
         01 TERMPROVREC            PIC X(80).

       FD TERMNOTICEFILE.
         01 TERMNOTICEREC          PIC X(80).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

           05 WS-SKIPPED-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-CHGHIST-STATUS    PIC X(2).
           05 WS-CHG-TIME          PIC 9(8).
           05 WS-HRTRANS-STATUS    PIC X(2).
           05 WS-PROPOSED-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-HIREPROV-STATUS   PIC X(2).
           05 WS-HIREPROV-NAME     PIC X(40).
           05 WS-TERMPROV-STATUS   PIC X(2).
           05 WS-TERMPROV-NAME     PIC X(40).
           05 WS-TERMNOTICE-STATUS PIC X(2).
           05 WS-PROV-REC-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-PROV-NEW-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-PROV-REACT-COUNT  PIC 9(7) VALUE ZEROES.
           05 WS-TERM-REC-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-TERM-NOTICE-COUNT PIC 9(7) VALUE ZEROES.

       COPY JOBCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY SSNMASK.

       01  WS-DEFAULTS.
           05  WS-DEFAULT-DEPT     PIC X(30) VALUE "UNASSIGNED".
           05  WS-DEFAULT-HOURS    PIC 9(3)  VALUE 160.
           05  WS-ANNUAL-HOURS     PIC 9(4)  VALUE 2080.
           05  WS-SALES-DEPT       PIC X(5)  VALUE "SALES".

       01  WS-NEXT-EMP-ID          PIC 9(7) VALUE ZEROES.

      * Provisioning records are built here and written to the
      * hire or termination extract.
       COPY PROVFD.

      * Downstream groups sent a provisioning record for every hire,
      * rehire and termination: facilities, IT, benefits vendor.
       01  WS-PROV-GROUP-LIST.
           05  FILLER              PIC X(3) VALUE "FAC".
           05  FILLER              PIC X(3) VALUE "IT ".
           05  FILLER              PIC X(3) VALUE "BEN".
       01  WS-PROV-GROUP-TABLE REDEFINES WS-PROV-GROUP-LIST.
           05  WS-PROV-GROUP       PIC X(3) OCCURS 3 TIMES
                                   INDEXED BY WS-GRPIDX.

       01  WS-SSN-TABLE.
           05  WS-SSN-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-SSNIDX.
       01  WS-REHIRE-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-MATCH-EMP-ID         PIC 9(7) VALUE ZEROES.
       01  WS-CHG-ACTION           PIC X VALUE 'A'.
       01  WS-CHG-BEFORE           PIC X(87) VALUE SPACES.

       01  APPLY-DETAIL-LINE.
           05  APD-ACTION          PIC X(8).
           IF WS-CHGHIST-STATUS NOT = "00"
              OPEN OUTPUT EMPCHGHISTFILE
           END-IF.
           OPEN EXTEND SPHRTRANS.
           IF WS-HRTRANS-STATUS NOT = "00"
              OPEN OUTPUT SPHRTRANS
           END-IF.
           PERFORM 0140-OPEN-PROVISIONING.
           READ FUSIONFILE
              AT END SET ENDOFFUSION TO TRUE
           END-READ.
           DISPLAY "NEW HIRES APPLIED: " WS-APPLIED-COUNT.
           DISPLAY "RECORDS SKIPPED:   " WS-SKIPPED-COUNT.
           DISPLAY "REHIRES APPLIED:   " WS-REHIRE-COUNT.
           DISPLAY "SALESPEOPLE PROPOSED: " WS-PROPOSED-COUNT.
           PERFORM 0300-WRITE-HIRE-TRAILER.
           PERFORM 0350-TERMINATION-EXTRACT
              THRU 0350-TERM-END.
           DISPLAY "PROVISIONING RECORDS:  " WS-PROV-REC-COUNT.
           DISPLAY "TERMINATIONS NOTIFIED: " WS-TERM-NOTICE-COUNT.
           MOVE "FUSION.NEW" TO BAL-WK-FILE-NAME.
           COMPUTE BAL-WK-READ = WS-APPLIED-COUNT
              + WS-SKIPPED-COUNT + WS-REHIRE-COUNT.
              GO TO 0900-END-PROGRAM
           END-IF.

      * Both extracts are written every run, a trailer alone when
      * there is nothing to send, so the receiving side can tell a
      * quiet night from a missing file.
       0140-OPEN-PROVISIONING.
           MOVE SPACES TO WS-HIREPROV-NAME.
           STRING "HIREPROV"         DELIMITED BY SIZE
                  WS-BUSINESS-DATE   DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-HIREPROV-NAME.
           OPEN OUTPUT HIREPROVFILE.
           IF WS-HIREPROV-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN HIREPROV, STATUS = "
                 WS-HIREPROV-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-TERMPROV-NAME.
           STRING "TERMPROV"         DELIMITED BY SIZE
                  WS-BUSINESS-DATE   DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-TERMPROV-NAME.
           OPEN OUTPUT TERMPROVFILE.
           IF WS-TERMPROV-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN TERMPROV, STATUS = "
                 WS-TERMPROV-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.

       0200-APPLY-ONE-RECORD.
           MOVE FUS-SSN TO SSN-MASK-IN.
           PERFORM 9400-MASK-SSN.
           PERFORM 0210-CHECK-SSN-APPLIED.
           IF SSN-ALREADY-APPLIED
              PERFORM 0215-HANDLE-KNOWN-SSN
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE SPACES       TO APPLY-DETAIL-LINE
                 MOVE "SKIPPED"    TO APD-ACTION
                 MOVE SSN-MASK-OUT TO APD-SSN
                 STRING FUS-LNAME DELIMITED BY SIZE
                        FUS-FNAME DELIMITED BY SIZE
                    INTO APD-NAME
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE SPACES       TO APPLY-DETAIL-LINE
                 MOVE "SKIPPED"    TO APD-ACTION
                 MOVE SSN-MASK-OUT TO APD-SSN
                 STRING FUS-LNAME DELIMITED BY SIZE
                        FUS-FNAME DELIMITED BY SIZE
                    INTO APD-NAME
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE SPACES       TO APPLY-DETAIL-LINE
              MOVE "SKIPPED"    TO APD-ACTION
              MOVE SSN-MASK-OUT TO APD-SSN
              MOVE "REHIRE REWRITE FAILED" TO APD-DETAIL
              WRITE APPLY-LINE FROM APPLY-DETAIL-LINE
           ELSE
              ADD 1 TO WS-REHIRE-COUNT
              MOVE SPACES       TO APPLY-DETAIL-LINE
              MOVE "REHIRED"    TO APD-ACTION
              MOVE SSN-MASK-OUT TO APD-SSN
              STRING FUS-LNAME DELIMITED BY SIZE
                     FUS-FNAME DELIMITED BY SIZE
                 INTO APD-NAME
              WRITE APPLY-LINE FROM APPLY-DETAIL-LINE
              MOVE "U" TO WS-CHG-ACTION
              PERFORM 0230-WRITE-CHANGE-HISTORY
              MOVE "REA" TO PRV-REQUEST-TYPE
              PERFORM 0250-WRITE-HIRE-NOTICES
              IF EMP-DEPARTMENT (1:5) = WS-SALES-DEPT
                 PERFORM 0240-PROPOSE-SALESPERSON
              END-IF
           END-IF.

       0220-BUILD-AND-WRITE-EMPLOYEE.
           MOVE "A"             TO EMP-STATUS.
           MOVE ZEROES          TO EMP-TERM-DATE.
           MOVE "M"             TO EMP-PAY-FREQ.
           MOVE SPACES          TO EMP-PAY-GRADE.
           WRITE EMPMASTERREC
              INVALID KEY
                 MOVE 'N' TO WS-WRITE-OK-SW
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE SPACES       TO APPLY-DETAIL-LINE
              MOVE "SKIPPED"    TO APD-ACTION
              MOVE SSN-MASK-OUT TO APD-SSN
              MOVE "EMPLOYEEID ALREADY ON MASTER" TO APD-DETAIL
              WRITE APPLY-LINE FROM APPLY-DETAIL-LINE
           ELSE
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES       TO APPLY-DETAIL-LINE
              MOVE "APPLIED"    TO APD-ACTION
              MOVE SSN-MASK-OUT TO APD-SSN
              STRING FUS-LNAME DELIMITED BY SIZE
                     FUS-FNAME DELIMITED BY SIZE
                 INTO APD-NAME
              MOVE "A"    TO WS-CHG-ACTION
              MOVE SPACES TO WS-CHG-BEFORE
              PERFORM 0230-WRITE-CHANGE-HISTORY
              MOVE "NEW"  TO PRV-REQUEST-TYPE
              PERFORM 0250-WRITE-HIRE-NOTICES
              IF EMP-DEPARTMENT (1:5) = WS-SALES-DEPT
                 PERFORM 0240-PROPOSE-SALESPERSON
              END-IF
              ADD 1 TO WS-NEXT-EMP-ID
           END-IF.

           MOVE EMP-ID            TO ECH-EMP-ID.
           MOVE WS-CHG-BEFORE     TO ECH-BEFORE.
           MOVE EMPMASTERREC      TO ECH-AFTER.
           MOVE "*BATCH*"         TO ECH-OPERATOR.
           WRITE EMPCHG-REC.
           IF WS-CHGHIST-STATUS NOT = "00"
              DISPLAY "WARNING: EMPCHGHIST WRITE FAILED, STATUS = "
                 WS-CHGHIST-STATUS
           END-IF.

      * The salesperson id is the EMPLOYEEID, the way SALESROSTERXREF
      * matches the two masters. The region is left blank for
      * SALESPERSONBATCH to default.
       0240-PROPOSE-SALESPERSON.
           MOVE SPACES       TO APPLY-DETAIL-LINE.
           MOVE "SLSPROP"    TO APD-ACTION.
           MOVE SSN-MASK-OUT TO APD-SSN.
           MOVE EMP-NAME     TO APD-NAME.
           IF EMP-ID > 99999
              MOVE "EMPLOYEEID TOO LARGE FOR SALES ID"
                 TO APD-DETAIL
           ELSE
              MOVE SPACES        TO SPMAINTREC
              MOVE 'A'           TO SPT-ACTION
              MOVE EMP-ID        TO SPT-ID
              MOVE EMP-LASTNAME  TO SPT-LASTNAME
              MOVE EMP-FIRSTNAME TO SPT-FIRSTNAME
              MOVE EMP-GENDER    TO SPT-GENDER
              MOVE 'A'           TO SPT-HIRE-STATUS
              MOVE ZEROES        TO SPT-EFF-DATE
              WRITE SPMAINTREC
              ADD 1 TO WS-PROPOSED-COUNT
              MOVE "SALESPERSON ADD PROPOSED" TO APD-DETAIL
           END-IF.
           WRITE APPLY-LINE FROM APPLY-DETAIL-LINE.

      * A rehire keeps the EMPLOYEEID and original start date on
      * the master, but day one for badge and login is the hire date
      * on the feed, so that is the start date sent.
       0250-WRITE-HIRE-NOTICES.
           IF PRV-NEW-ACCOUNT
              ADD 1 TO WS-PROV-NEW-COUNT
           ELSE
              ADD 1 TO WS-PROV-REACT-COUNT
           END-IF.
           MOVE "D"            TO PRV-REC-TYPE.
           MOVE EMP-ID         TO PRV-EMP-ID.
           MOVE EMP-LASTNAME   TO PRV-LASTNAME.
           MOVE EMP-FIRSTNAME  TO PRV-FIRSTNAME.
           MOVE EMP-DEPARTMENT TO PRV-DEPARTMENT.
           MOVE FUS-HIREDATE   TO PRV-START-DATE.
           MOVE ZEROES         TO PRV-TERM-DATE.
           PERFORM VARYING WS-GRPIDX FROM 1 BY 1
              UNTIL WS-GRPIDX > 3
              MOVE WS-PROV-GROUP (WS-GRPIDX) TO PRV-GROUP
              WRITE HIREPROVREC FROM PROV-DETAIL
              ADD 1 TO WS-PROV-REC-COUNT
           END-PERFORM.

       0300-WRITE-HIRE-TRAILER.
           MOVE SPACES              TO PROV-TRAILER.
           MOVE "T"                 TO PRT-REC-TYPE.
           MOVE WS-BUSINESS-DATE    TO PRT-CREATE-DATE.
           MOVE WS-PROV-REC-COUNT   TO PRT-RECORD-COUNT.
           MOVE WS-PROV-NEW-COUNT   TO PRT-NEW-COUNT.
           MOVE WS-PROV-REACT-COUNT TO PRT-REACT-COUNT.
           MOVE ZEROES              TO PRT-TERM-COUNT.
           WRITE HIREPROVREC FROM PROV-TRAILER.

      * TERMNOTICE.DAT is absent until MAINTAINEMPMASTER first
      * terminates someone (status 35). Each queued notice goes to
      * every group; once the extract is written the queue is
      * emptied so a rerun does not send it twice.
       0350-TERMINATION-EXTRACT.
           OPEN INPUT TERMNOTICEFILE.
           IF WS-TERMNOTICE-STATUS NOT = "00" AND
              WS-TERMNOTICE-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE TERMNOTICEFILE "
                 WS-TERMNOTICE-STATUS
           END-IF.
           IF WS-TERMNOTICE-STATUS = "00"
              PERFORM UNTIL WS-TERMNOTICE-STATUS NOT = "00"
                 READ TERMNOTICEFILE INTO PROV-DETAIL
                    AT END MOVE "10" TO WS-TERMNOTICE-STATUS
                 END-READ
                 IF WS-TERMNOTICE-STATUS = "00"
                    AND PRV-IS-DETAIL
                    PERFORM 0360-WRITE-TERM-NOTICES
                 END-IF
              END-PERFORM
              CLOSE TERMNOTICEFILE
           END-IF.
           MOVE SPACES               TO PROV-TRAILER.
           MOVE "T"                  TO PRT-REC-TYPE.
           MOVE WS-BUSINESS-DATE     TO PRT-CREATE-DATE.
           MOVE WS-TERM-REC-COUNT    TO PRT-RECORD-COUNT.
           MOVE ZEROES               TO PRT-NEW-COUNT PRT-REACT-COUNT.
           MOVE WS-TERM-NOTICE-COUNT TO PRT-TERM-COUNT.
           WRITE TERMPROVREC FROM PROV-TRAILER.
           IF WS-TERM-NOTICE-COUNT = ZEROES
              GO TO 0350-TERM-END
           END-IF.
           OPEN OUTPUT TERMNOTICEFILE.
           IF WS-TERMNOTICE-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO EMPTY TERMNOTICE.DAT, STATUS = "
                 WS-TERMNOTICE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0350-TERM-END
           END-IF.
           CLOSE TERMNOTICEFILE.
       0350-TERM-END.

       0360-WRITE-TERM-NOTICES.
           ADD 1 TO WS-TERM-NOTICE-COUNT.
           PERFORM VARYING WS-GRPIDX FROM 1 BY 1
              UNTIL WS-GRPIDX > 3
              MOVE WS-PROV-GROUP (WS-GRPIDX) TO PRV-GROUP
              WRITE TERMPROVREC FROM PROV-DETAIL
              ADD 1 TO WS-TERM-REC-COUNT
           END-PERFORM.

       0900-END-PROGRAM.
           CLOSE FUSIONFILE EMPMASTER APPLIEDSSNFILE APPLYRPT
              EMPCHGHISTFILE SPHRTRANS HIREPROVFILE TERMPROVFILE.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY JOBLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY SSNMASKPD.

       END PROGRAM ONBOARDAPPLY.
