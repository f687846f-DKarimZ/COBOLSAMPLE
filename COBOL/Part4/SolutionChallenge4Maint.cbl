      *    (EMPCHGFD copybook) so rate and status disputes can be
      *    answered from the trail. EMPCHGINQ reports the history
      *    by employee id or date range.
      *  - The salesperson master now follows sales-department
      *    staffing. Terminating an employee (status T) who is or
      *    was in a sales department (department beginning SALES)
      *    proposes an update setting their salesperson hire status
      *    to T, and an add or change that puts an active employee
      *    into a sales department - a new hire placed by HR after
      *    ONBOARDAPPLY, or a rehire - proposes a salesperson add
      *    with the name and no region. Proposals go on
      *    SPHRTRANS.DAT (copybook SLSSPTRN) for SALESPERSONBATCH to
      *    apply through its audited path.
      *  - Maintains the pay grade (PAYGRADE.DAT holds each
      *    grade's range); blank is ungraded.
      *  - Terminating an employee (status changed to T) queues a
      *    termination notice on TERMNOTICE.DAT (PROVFD copybook)
      *    for ONBOARDAPPLY to send to facilities, IT and
      *    benefits in the dated termination extract.
      *  - The operator must now sign on against OPERATOR.DAT
      *    (OPRCTL / OPRSIGN copybooks) and each add, change or
      *    delete is refused unless the operator's authority
      *    entry for MAINTAINEMPMASTER allows it; refusals go to
      *    OPERLOG.DAT. The operator id is stamped on every
      *    EMPCHGHIST.DAT record and on the salesperson
      *    proposals.
      **************************************************************

       ENVIRONMENT DIVISION.
           FILE STATUS IS WS-CHGHIST-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPHRTRANS ASSIGN TO "SPHRTRANS.DAT"
           FILE STATUS IS WS-HRTRANS-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMNOTICEFILE ASSIGN TO "TERMNOTICE.DAT"
           FILE STATUS IS WS-TERMNOTICE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATORFILE ASSIGN TO "OPERATOR.DAT"
           FILE STATUS IS WS-OPERATOR-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID.

           SELECT OPRLOGFILE ASSIGN TO "OPERLOG.DAT"
           FILE STATUS IS WS-OPRLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE.
           02 EMP-STATUS               PIC X.
           02 EMP-TERM-DATE            PIC 9(8).
           02 EMP-PAY-FREQ             PIC X.
           02 EMP-PAY-GRADE            PIC X(2).

       FD EMPCHGHISTFILE.
       COPY EMPCHGFD.

       FD SPHRTRANS.
       COPY SLSSPTRN.

       FD TERMNOTICEFILE.
       COPY PROVFD.

       FD OPERATORFILE.
       COPY OPRFD.

       FD OPRLOGFILE.
       COPY OPRLOGFD.

       WORKING-STORAGE SECTION.
         01 WS-WORK-AREAS.
           05 FILE-CHECK-KEY       PIC X(2).

           05 WS-CHGHIST-STATUS    PIC X(2).
           05 WS-CHG-ACTION        PIC X.
           05 WS-BEFORE-IMAGE      PIC X(87).
           05 WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
              10 FILLER            PIC X(44).
              10 WS-BEF-DEPARTMENT PIC X(30).
              10 FILLER            PIC X.
              10 WS-BEF-STATUS     PIC X.
              10 FILLER            PIC X(11).
           05 WS-AFTER-IMAGE       PIC X(87).
           05 WS-CHG-DATE          PIC 9(8).
           05 WS-CHG-TIME          PIC 9(8).
           05 WS-HRTRANS-STATUS    PIC X(2).
           05 WS-SALES-DEPT        PIC X(5) VALUE "SALES".
           05 WS-TERMNOTICE-STATUS PIC X(2).

       COPY OPRCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "MAINTAINEMPMASTER" TO OPR-WK-PROGRAM.
           PERFORM 9200-OPERATOR-SIGN-ON THRU 9200-SIGN-ON-END.
           IF NOT OPERATOR-SIGNED-ON
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           OPEN I-O EMPFILE.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE EMPFILE ", FILE-CHECK-KEY
           IF WS-CHGHIST-STATUS NOT = "00"
              OPEN OUTPUT EMPCHGHISTFILE
           END-IF.
           OPEN EXTEND SPHRTRANS.
           IF WS-HRTRANS-STATUS NOT = "00"
              OPEN OUTPUT SPHRTRANS
           END-IF.
           OPEN EXTEND TERMNOTICEFILE.
           IF WS-TERMNOTICE-STATUS NOT = "00"
              OPEN OUTPUT TERMNOTICEFILE
           END-IF.
           PERFORM 0200-MAINTAIN-ONE-RECORD
              UNTIL MAINT-QUIT.
           PERFORM 0900-END-PROGRAM.
           DISPLAY "1 = ADD   2 = CHANGE   3 = DELETE   9 = QUIT"
              WITH NO ADVANCING.
           ACCEPT WS-MAINT-ACTION.
           PERFORM 0280-CHECK-AUTHORITY.
           EVALUATE TRUE
              WHEN NOT ACTION-AUTHORIZED
                 CONTINUE
              WHEN MAINT-ADD
                 PERFORM 0210-ADD-RECORD
              WHEN MAINT-CHANGE
                 MOVE SPACES       TO WS-BEFORE-IMAGE
                 MOVE EMPMASTERREC TO WS-AFTER-IMAGE
                 PERFORM 0250-WRITE-CHANGE-HISTORY
                 PERFORM 0260-CHECK-SALES-STAFFING
                    THRU 0260-CHECK-END
           END-WRITE.

       0220-CHANGE-RECORD.
                    MOVE "U"          TO WS-CHG-ACTION
                    MOVE EMPMASTERREC TO WS-AFTER-IMAGE
                    PERFORM 0250-WRITE-CHANGE-HISTORY
                    PERFORM 0260-CHECK-SALES-STAFFING
                       THRU 0260-CHECK-END
                    PERFORM 0270-QUEUE-TERMINATION
              END-REWRITE
           END-IF.

           DISPLAY "ENTER PAY FREQUENCY (W=WEEKLY M=MONTHLY)"
              WITH NO ADVANCING.
           ACCEPT EMP-PAY-FREQ.
           DISPLAY "ENTER PAY GRADE (2 CHARS, BLANK IF UNGRADED)"
              WITH NO ADVANCING.
           ACCEPT EMP-PAY-GRADE.

      * Change history is stamped from the system clock - this
      * program runs at a console, not under the nightly driver,
           MOVE EMP-ID             TO ECH-EMP-ID.
           MOVE WS-BEFORE-IMAGE    TO ECH-BEFORE.
           MOVE WS-AFTER-IMAGE     TO ECH-AFTER.
           MOVE OPR-WK-OPERATOR    TO ECH-OPERATOR.
           WRITE EMPCHG-REC.
           IF WS-CHGHIST-STATUS NOT = "00"
              DISPLAY "WARNING: EMPCHGHIST WRITE FAILED, STATUS = "
                 WS-CHGHIST-STATUS
           END-IF.

      * Compares the before image (blank on an add) with the record
      * as written. The salesperson id is the EMPLOYEEID, the way
      * SALESROSTERXREF matches the two masters.
       0260-CHECK-SALES-STAFFING.
           MOVE SPACES TO SPMAINTREC.
           EVALUATE TRUE
              WHEN EMP-STATUS = "T"
                 AND WS-BEF-STATUS NOT = "T"
                 AND (EMP-DEPARTMENT (1:5) = WS-SALES-DEPT
                      OR WS-BEF-DEPARTMENT (1:5) = WS-SALES-DEPT)
                 MOVE 'U' TO SPT-ACTION
                 MOVE 'T' TO SPT-HIRE-STATUS
              WHEN EMP-STATUS NOT = "T"
                 AND EMP-DEPARTMENT (1:5) = WS-SALES-DEPT
                 AND (WS-BEF-DEPARTMENT (1:5) NOT = WS-SALES-DEPT
                      OR WS-BEF-STATUS = "T")
                 MOVE 'A'           TO SPT-ACTION
                 MOVE EMP-LASTNAME  TO SPT-LASTNAME
                 MOVE EMP-FIRSTNAME TO SPT-FIRSTNAME
                 MOVE EMP-GENDER    TO SPT-GENDER
                 MOVE 'A'           TO SPT-HIRE-STATUS
              WHEN OTHER
                 GO TO 0260-CHECK-END
           END-EVALUATE.
           IF EMP-ID > 99999
              DISPLAY "EMPLOYEEID TOO LARGE FOR A SALESPERSON ID - "
                 "SALESPERSON MASTER NOT UPDATED"
              GO TO 0260-CHECK-END
           END-IF.
           MOVE EMP-ID TO SPT-ID.
           MOVE ZEROES TO SPT-EFF-DATE.
           MOVE OPR-WK-OPERATOR TO SPT-OPERATOR.
           WRITE SPMAINTREC.
           IF WS-HRTRANS-STATUS NOT = "00"
              DISPLAY "WARNING: SPHRTRANS WRITE FAILED, STATUS = "
                 WS-HRTRANS-STATUS
           ELSE
              DISPLAY "SALESPERSON MASTER CHANGE PROPOSED FOR "
                 "SALESPERSONBATCH"
           END-IF.
       0260-CHECK-END.

      * A change that moves an employee to status T queues one
      * termination notice; ONBOARDAPPLY sends it on to facilities,
      * IT and benefits in the nightly termination extract.
       0270-QUEUE-TERMINATION.
           IF EMP-STATUS = "T"
              AND WS-BEF-STATUS NOT = "T"
              MOVE SPACES         TO PROV-DETAIL
              MOVE "D"            TO PRV-REC-TYPE
              MOVE "TRM"          TO PRV-REQUEST-TYPE
              MOVE EMP-ID         TO PRV-EMP-ID
              MOVE EMP-LASTNAME   TO PRV-LASTNAME
              MOVE EMP-FIRSTNAME  TO PRV-FIRSTNAME
              MOVE EMP-DEPARTMENT TO PRV-DEPARTMENT
              MOVE EMP-STARTDATE  TO PRV-START-DATE
              MOVE EMP-TERM-DATE  TO PRV-TERM-DATE
              WRITE PROV-DETAIL
              IF WS-TERMNOTICE-STATUS NOT = "00"
                 DISPLAY "WARNING: TERMNOTICE WRITE FAILED, STATUS = "
                    WS-TERMNOTICE-STATUS
              ELSE
                 DISPLAY "TERMINATION NOTICE QUEUED FOR PROVISIONING"
              END-IF
           END-IF.

      * Quit and unknown choices need no authority.
       0280-CHECK-AUTHORITY.
           MOVE 'N' TO OPR-WK-AUTH-SW.
           MOVE SPACES TO OPR-WK-KEY.
           EVALUATE TRUE
              WHEN MAINT-ADD    MOVE 'A' TO OPR-WK-ACTION
              WHEN MAINT-CHANGE MOVE 'C' TO OPR-WK-ACTION
              WHEN MAINT-DELETE MOVE 'D' TO OPR-WK-ACTION
              WHEN OTHER        MOVE SPACE TO OPR-WK-ACTION
           END-EVALUATE.
           IF OPR-WK-ACTION NOT = SPACE
              PERFORM 9210-CHECK-AUTHORITY
           END-IF.

       0900-END-PROGRAM.
           CLOSE EMPFILE EMPCHGHISTFILE SPHRTRANS TERMNOTICEFILE.
           STOP RUN.

       COPY OPRSIGN.

       END PROGRAM MAINTAINEMPMASTER.
