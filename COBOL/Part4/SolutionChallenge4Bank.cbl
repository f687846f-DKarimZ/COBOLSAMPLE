      *    indexed EMPBANK.DAT (keyed EMPLOYEEID); this program
      *    lets an operator add, change or delete a bank record,
      *    the way MAINTAINEMPMASTER does for the employee master.
      *  - The operator must now sign on against OPERATOR.DAT
      *    (OPRCTL / OPRSIGN copybooks) before any maintenance,
      *    and each add, change or delete is refused unless the
      *    operator's authority entry for MAINTAINEMPBANK allows
      *    it; refusals go to OPERLOG.DAT.
      *  - New or changed details no longer go live when keyed:
      *    they are held pending (EMPBNKFD copybook) until
      *    EMPLOYEERAISE has sent a zero-dollar prenote and the
      *    cooling-off period has passed with no return; option 4
      *    records a prenote the bank returned. Every add,
      *    change, delete and return appends before and after
      *    images with the operator to BANKCHG.DAT (BNKCHGFD
      *    copybook) for BANKCHGRPT.
      **************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS EB-EMP-ID.

           SELECT BANKCHGFILE ASSIGN TO "BANKCHG.DAT"
           FILE STATUS IS WS-BANKCHG-STATUS
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
       FD EMPBANKFILE.
       COPY EMPBNKFD.

       FD BANKCHGFILE.
       COPY BNKCHGFD.

       FD OPERATORFILE.
       COPY OPRFD.

       FD OPRLOGFILE.
       COPY OPRLOGFD.

       WORKING-STORAGE SECTION.
         01 WS-WORK-AREAS.
              88  MAINT-ADD        VALUE 1.
              88  MAINT-CHANGE     VALUE 2.
              88  MAINT-DELETE     VALUE 3.
              88  MAINT-RETURN     VALUE 4.
              88  MAINT-QUIT       VALUE 9.
           05 WS-BANKCHG-STATUS    PIC X(2).
           05 WS-NEW-ROUTING       PIC 9(9).
           05 WS-NEW-ACCOUNT       PIC X(17).
           05 WS-CHG-ACTION        PIC X.
           05 WS-BEFORE-IMAGE      PIC X(92).
           05 WS-AFTER-IMAGE       PIC X(92).
           05 WS-CHG-DATE          PIC 9(8).
           05 WS-CHG-TIME          PIC 9(8).

       COPY OPRCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "MAINTAINEMPBANK" TO OPR-WK-PROGRAM.
           PERFORM 9200-OPERATOR-SIGN-ON THRU 9200-SIGN-ON-END.
           IF NOT OPERATOR-SIGNED-ON
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           OPEN I-O EMPBANKFILE.
      *    No bank master yet - create it empty on status 35 and
      *    reopen, the same way MAINTAINSALESPERSON bootstraps.
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           OPEN EXTEND BANKCHGFILE.
           IF WS-BANKCHG-STATUS NOT = "00"
              OPEN OUTPUT BANKCHGFILE
           END-IF.
           PERFORM 0200-MAINTAIN-ONE-RECORD
              UNTIL MAINT-QUIT.
           PERFORM 0900-END-PROGRAM.

       0200-MAINTAIN-ONE-RECORD.
           DISPLAY "1 = ADD   2 = CHANGE   3 = DELETE   "
              "4 = PRENOTE RETURNED   9 = QUIT" WITH NO ADVANCING.
           ACCEPT WS-MAINT-ACTION.
           PERFORM 0270-CHECK-AUTHORITY.
           EVALUATE TRUE
              WHEN NOT ACTION-AUTHORIZED
                 CONTINUE
              WHEN MAINT-ADD
                 PERFORM 0210-ADD-RECORD
              WHEN MAINT-CHANGE
                 PERFORM 0220-CHANGE-RECORD
              WHEN MAINT-DELETE
                 PERFORM 0230-DELETE-RECORD
              WHEN MAINT-RETURN
                 PERFORM 0235-RECORD-RETURN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * A new account has no live details: the employee is paid
      * by check until the prenote has cleared.
       0210-ADD-RECORD.
           DISPLAY "ENTER EMPLOYEE ID (7 DIGITS)" WITH NO ADVANCING.
           ACCEPT EB-EMP-ID.
           PERFORM 0240-ACCEPT-DETAIL-FIELDS.
           MOVE ZEROES TO EB-ROUTING.
           MOVE SPACES TO EB-ACCOUNT.
           PERFORM 0245-SET-PENDING.
           WRITE EMPBANKREC
              INVALID KEY
                 DISPLAY "WRITE FAILED (DUPLICATE ID?), STATUS = ",
                    FILE-CHECK-KEY
              NOT INVALID KEY
                 MOVE "A"        TO WS-CHG-ACTION
                 MOVE SPACES     TO WS-BEFORE-IMAGE
                 MOVE EMPBANKREC TO WS-AFTER-IMAGE
                 PERFORM 0260-WRITE-CHANGE-HISTORY
                 DISPLAY "PENDING PRENOTE - PAID BY CHECK UNTIL "
                    "THE ACCOUNT IS ACTIVE"
           END-WRITE.

       0220-CHANGE-RECORD.
           IF NOT RECORDFOUND
              DISPLAY "RECORD NOT FOUND FOR THAT ID"
           ELSE
              MOVE EMPBANKREC TO WS-BEFORE-IMAGE
              PERFORM 0240-ACCEPT-DETAIL-FIELDS
              IF WS-NEW-ROUTING = EB-ROUTING
                 AND WS-NEW-ACCOUNT = EB-ACCOUNT
                 AND EB-ROUTING NOT = ZEROES
                 PERFORM 0250-CANCEL-PENDING
              ELSE
                 PERFORM 0245-SET-PENDING
              END-IF
              REWRITE EMPBANKREC
                 INVALID KEY
                    DISPLAY "REWRITE FAILED, STATUS = ", FILE-CHECK-KEY
                 NOT INVALID KEY
                    MOVE "C"        TO WS-CHG-ACTION
                    MOVE EMPBANKREC TO WS-AFTER-IMAGE
                    PERFORM 0260-WRITE-CHANGE-HISTORY
                    IF EB-PENDING
                       DISPLAY "PENDING PRENOTE - PAID ON THE CURRENT "
                          "DETAILS UNTIL THE NEW ONES ARE ACTIVE"
                    END-IF
              END-REWRITE
           END-IF.

           IF NOT RECORDFOUND
              DISPLAY "RECORD NOT FOUND FOR THAT ID"
           ELSE
              MOVE EMPBANKREC TO WS-BEFORE-IMAGE
              DELETE EMPBANKFILE RECORD
                 INVALID KEY
                    DISPLAY "DELETE FAILED, STATUS = ", FILE-CHECK-KEY
                 NOT INVALID KEY
                    MOVE "D"    TO WS-CHG-ACTION
                    MOVE SPACES TO WS-AFTER-IMAGE
                    PERFORM 0260-WRITE-CHANGE-HISTORY
              END-DELETE
           END-IF.

      * The bank has returned the prenote: the pending details are
      * wrong and never go live. The employee stays on the current
      * details (or check) until corrected details are keyed as a
      * change.
       0235-RECORD-RETURN.
           DISPLAY "ENTER EMPLOYEE ID (7 DIGITS)" WITH NO ADVANCING.
           ACCEPT EB-EMP-ID.
           READ EMPBANKFILE
              KEY IS EB-EMP-ID
              INVALID KEY DISPLAY "EMPBANK STATUS: ", FILE-CHECK-KEY
           END-READ.
           IF NOT RECORDFOUND
              DISPLAY "RECORD NOT FOUND FOR THAT ID"
           ELSE
              IF NOT EB-PENDING OR EB-PRENOTE-DATE = ZEROES
                 DISPLAY "NO PRENOTE OUTSTANDING FOR THAT ID"
              ELSE
                 MOVE EMPBANKREC TO WS-BEFORE-IMAGE
                 MOVE 'R' TO EB-STATUS
                 MOVE ZEROES TO EB-ACTIVE-DATE
                 REWRITE EMPBANKREC
                    INVALID KEY
                       DISPLAY "REWRITE FAILED, STATUS = ",
                          FILE-CHECK-KEY
                    NOT INVALID KEY
                       MOVE "R"        TO WS-CHG-ACTION
                       MOVE EMPBANKREC TO WS-AFTER-IMAGE
                       PERFORM 0260-WRITE-CHANGE-HISTORY
                       DISPLAY "PRENOTE RETURN RECORDED - KEY THE "
                          "CORRECTED DETAILS AS A CHANGE"
                 END-REWRITE
              END-IF
           END-IF.

       0240-ACCEPT-DETAIL-FIELDS.
           DISPLAY "ENTER ROUTING NUMBER (9 DIGITS)"
              WITH NO ADVANCING.
           ACCEPT WS-NEW-ROUTING.
           DISPLAY "ENTER ACCOUNT NUMBER (17 CHARS)"
              WITH NO ADVANCING.
           ACCEPT WS-NEW-ACCOUNT.

      * Keyed details wait for EMPLOYEERAISE to send the prenote
      * and for the cooling-off period to run; a change keyed over
      * a pending or returned one starts the wait again.
       0245-SET-PENDING.
           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD.
           MOVE 'P'             TO EB-STATUS.
           MOVE WS-NEW-ROUTING  TO EB-PEND-ROUTING.
           MOVE WS-NEW-ACCOUNT  TO EB-PEND-ACCOUNT.
           MOVE WS-CHG-DATE     TO EB-PEND-DATE.
           MOVE OPR-WK-OPERATOR TO EB-PEND-OPERATOR.
           MOVE ZEROES          TO EB-PRENOTE-DATE EB-ACTIVE-DATE.

      * Keying the live details back withdraws a pending change.
       0250-CANCEL-PENDING.
           MOVE 'A'    TO EB-STATUS.
           MOVE ZEROES TO EB-PEND-ROUTING EB-PEND-DATE
                          EB-PRENOTE-DATE EB-ACTIVE-DATE.
           MOVE SPACES TO EB-PEND-ACCOUNT EB-PEND-OPERATOR.
           DISPLAY "SAME AS THE CURRENT DETAILS - NOTHING PENDING".

      * Change history is stamped from the system clock, the same
      * as MAINTAINEMPMASTER's.
       0260-WRITE-CHANGE-HISTORY.
           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHG-TIME FROM TIME.
           MOVE SPACES             TO BANKCHG-REC.
           MOVE WS-CHG-DATE        TO BCH-DATE.
           MOVE WS-CHG-TIME (1:6)  TO BCH-TIME.
           MOVE "MAINTAINEMPBANK"  TO BCH-PROGRAM.
           MOVE WS-CHG-ACTION      TO BCH-ACTION.
           MOVE EB-EMP-ID          TO BCH-EMP-ID.
           MOVE WS-BEFORE-IMAGE    TO BCH-BEFORE.
           MOVE WS-AFTER-IMAGE     TO BCH-AFTER.
           MOVE OPR-WK-OPERATOR    TO BCH-OPERATOR.
           WRITE BANKCHG-REC.
           IF WS-BANKCHG-STATUS NOT = "00"
              DISPLAY "WARNING: BANKCHG WRITE FAILED, STATUS = "
                 WS-BANKCHG-STATUS
           END-IF.

      * Quit and unknown choices need no authority; recording a
      * prenote return is a change.
       0270-CHECK-AUTHORITY.
           MOVE 'N' TO OPR-WK-AUTH-SW.
           MOVE SPACES TO OPR-WK-KEY.
           EVALUATE TRUE
              WHEN MAINT-ADD    MOVE 'A' TO OPR-WK-ACTION
              WHEN MAINT-CHANGE MOVE 'C' TO OPR-WK-ACTION
              WHEN MAINT-RETURN MOVE 'C' TO OPR-WK-ACTION
              WHEN MAINT-DELETE MOVE 'D' TO OPR-WK-ACTION
              WHEN OTHER        MOVE SPACE TO OPR-WK-ACTION
           END-EVALUATE.
           IF OPR-WK-ACTION NOT = SPACE
              PERFORM 9210-CHECK-AUTHORITY
           END-IF.

       0900-END-PROGRAM.
           CLOSE EMPBANKFILE BANKCHGFILE.
           STOP RUN.

       COPY OPRSIGN.

       END PROGRAM MAINTAINEMPBANK.
