       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETCUSTMAINT.

      * Maintenance of the pet store customer master, and merging of
      * duplicate customers.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. Customers used to be added only by the
      *    nightly sales run, named off the sale and with no
      *    address, and a customer rung under two ids split their
      *    spend and loyalty tier between them. This program lets
      *    an operator add a customer, change the name and address,
      *    inactivate or reactivate a customer, and merge one
      *    customer id into another the way MAINTAINEMPMASTER
      *    maintains the employee master. A merge adds the
      *    lifetime total to the surviving id, moves the purchase
      *    history (PETCUSTHIST.DAT, amounts for the same month
      *    combined) and store credit (PETCREDIT.DAT) across, and
      *    re-grades the survivor's tier on its trailing twelve
      *    months. The merged id stays on the master pointing at
      *    the survivor so PETSTORECHALLENGE posts later sales
      *    under it to the right customer. Every change appends a
      *    before/after image to PETCUSTCHG.DAT (CUSTCHGFD
      *    copybook). Candidates for merging are listed weekly by
      *    PETCUSTDUPS.
      *  - Added linking a customer to an employee (action 6): the
      *    employee id is checked against EMPMASTER.DAT, must not
      *    be terminated and may be linked to one customer only;
      *    zero removes the link. The sales run gives linked
      *    customers the staff discount and lets them charge sales
      *    to payroll. A merge keeps the link on the survivor. The
      *    change trail images grow to the longer master record.
      *  - The employee master now ends with the pay grade
      *    (PAYGRADE); the record layout here follows it.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PETCUSTMASTER ASSIGN TO "PETCUSTMASTER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUSTMASTER-STATUS.
              SELECT PETCUSTHIST ASSIGN TO "PETCUSTHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUSTHIST-STATUS.
              SELECT PETCREDIT ASSIGN TO "PETCREDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CREDIT-STATUS.
              SELECT PETCUSTCHGFILE ASSIGN TO "PETCUSTCHG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHGHIST-STATUS.
              SELECT EMPMASTER ASSIGN TO "EMPMASTER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EM-EMP-ID
             FILE STATUS IS WS-EMPMASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PETCUSTMASTER.
           01 CUSTMASTERDETAILS.
               02 CM-CUSTOMER-ID        PIC 9(7).
               02 CM-CUSTOMER-NAME      PIC X(30).
               02 CM-CUSTOMER-ADDRESS   PIC X(30).
               02 CM-LIFETIME-TOTAL     PIC 9(9)V99.
               02 CM-LOYALTY-TIER       PIC X.
               02 CM-STATUS             PIC X.
               02 CM-MERGED-INTO        PIC 9(7).
               02 CM-EMPLOYEE-ID        PIC 9(7).

       FD PETCUSTHIST.
           01 CUSTHISTDETAILS.
               02 CH-CUSTOMER-ID        PIC 9(7).
               02 CH-PERIOD             PIC 9(6).
               02 CH-AMOUNT             PIC 9(7)V99.

       FD PETCREDIT.
           01 CREDITDETAILS.
               02 CR-CUSTOMER-ID        PIC 9(7).
               02 CR-BALANCE            PIC 9(7)V99.

       FD PETCUSTCHGFILE.
       COPY CUSTCHGFD.

       FD EMPMASTER.
           01 EMPMASTERREC.
               02 EM-EMP-ID             PIC 9(7).
               02 EM-NAME               PIC X(20).
               02 EM-STARTDATE          PIC 9(8).
               02 EM-HOURSWORKED        PIC 9(3).
               02 EM-HOURLYRATE         PIC 9(4)V99.
               02 EM-DEPARTMENT         PIC X(30).
               02 EM-GENDER             PIC X.
               02 EM-STATUS             PIC X.
                  88 EM-TERMINATED      VALUE 'T'.
               02 EM-TERM-DATE          PIC 9(8).
               02 EM-PAY-FREQ           PIC X.
               02 EM-PAY-GRADE          PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTMASTER-STATUS PIC X(2).
           05  WS-CUSTHIST-STATUS   PIC X(2).
           05  WS-CREDIT-STATUS     PIC X(2).
           05  WS-CHGHIST-STATUS    PIC X(2).
           05  WS-EMPMASTER-STATUS  PIC X(2).

       01  WS-MAINT-ACTION      PIC 9.
           88  MAINT-ADD        VALUE 1.
           88  MAINT-CHANGE     VALUE 2.
           88  MAINT-INACTIVATE VALUE 3.
           88  MAINT-REACTIVATE VALUE 4.
           88  MAINT-MERGE      VALUE 5.
           88  MAINT-EMP-LINK   VALUE 6.
           88  MAINT-QUIT       VALUE 9.

       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-CIDX WS-CIDX2.
              10 WS-CUST-ID          PIC 9(7).
              10 WS-CUST-NAME        PIC X(30).
              10 WS-CUST-ADDRESS     PIC X(30).
              10 WS-CUST-LIFETIME    PIC 9(9)V99.
              10 WS-CUST-TIER        PIC X.
              10 WS-CUST-STATUS      PIC X.
                 88 WS-CUST-INACTIVE VALUE "I".
                 88 WS-CUST-MERGED   VALUE "M".
              10 WS-CUST-MERGED-INTO PIC 9(7).
              10 WS-CUST-EMP-ID      PIC 9(7).
       01  WS-CUST-COUNT        PIC 9(4) VALUE ZEROES.
       01  WS-CUST-FOUND-IDX    PIC 9(4) VALUE ZEROES.
       01  WS-OLD-IDX           PIC 9(4) VALUE ZEROES.
       01  WS-SURV-IDX          PIC 9(4) VALUE ZEROES.

       01  WS-CHIST-TABLE.
           05 WS-CHIST-ENTRY OCCURS 12000 TIMES
                             INDEXED BY WS-CHIDX WS-CHIDX2.
              10 WS-CHIST-CUST       PIC 9(7).
              10 WS-CHIST-PERIOD     PIC 9(6).
              10 WS-CHIST-AMOUNT     PIC 9(7)V99.
              10 WS-CHIST-DROP-SW    PIC X.
                 88 WS-CHIST-DROPPED VALUE 'Y'.
       01  WS-CHIST-COUNT       PIC 9(5) VALUE ZEROES.

       01  WS-CRED-TABLE.
           05 WS-CRED-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-CRIDX.
              10 WS-CRED-CUST        PIC 9(7).
              10 WS-CRED-BAL         PIC 9(7)V99.
              10 WS-CRED-DROP-SW     PIC X.
                 88 WS-CRED-DROPPED  VALUE 'Y'.
       01  WS-CRED-COUNT        PIC 9(4) VALUE ZEROES.
       01  WS-CRED-OLD-IDX      PIC 9(4) VALUE ZEROES.
       01  WS-CRED-SURV-IDX     PIC 9(4) VALUE ZEROES.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTER-ID          PIC 9(7).
           05  WS-FIND-ID           PIC 9(7).
           05  WS-OLD-ID            PIC 9(7).
           05  WS-SURV-ID           PIC 9(7).
           05  WS-ENTER-LAST        PIC X(15).
           05  WS-ENTER-FIRST       PIC X(15).
           05  WS-ENTER-ADDRESS     PIC X(30).
           05  WS-ENTER-EMP-ID      PIC 9(7).
           05  WS-EMP-OK-SW         PIC X.
               88  WS-EMP-OK        VALUE "Y".
           05  WS-CONFIRM           PIC X.
               88  WS-CONFIRMED     VALUE "Y" "y".
           05  WS-LOAD-OK-SW        PIC X.
               88  WS-LOAD-OK       VALUE "Y".

      * Before and after images are built in the customer master
      * layout so the trail matches the file byte for byte.
       01  WS-CUST-IMAGE.
           05  WS-IMG-CUSTOMER-ID   PIC 9(7).
           05  WS-IMG-NAME          PIC X(30).
           05  WS-IMG-ADDRESS       PIC X(30).
           05  WS-IMG-LIFETIME      PIC 9(9)V99.
           05  WS-IMG-TIER          PIC X.
           05  WS-IMG-STATUS        PIC X.
           05  WS-IMG-MERGED-INTO   PIC 9(7).
           05  WS-IMG-EMP-ID        PIC 9(7).

       01  WS-CHANGE-FIELDS.
           05  WS-CHG-ACTION        PIC X.
           05  WS-CHG-CUSTOMER-ID   PIC 9(7).
           05  WS-BEFORE-IMAGE      PIC X(94).
           05  WS-AFTER-IMAGE       PIC X(94).
           05  WS-CHG-DATE          PIC 9(8).
           05  WS-CHG-DATE-R REDEFINES WS-CHG-DATE.
               10  WS-CHG-YEAR      PIC 9(4).
               10  WS-CHG-MONTH     PIC 9(2).
               10  WS-CHG-DAY       PIC 9(2).
           05  WS-CHG-TIME          PIC 9(8).

      * Same floors PETSTORECHALLENGE grades tiers on.
       01  WS-TIER-THRESHOLDS.
           05  WS-GOLD-FLOOR    PIC 9(9)V99 VALUE 10000.
           05  WS-SILVER-FLOOR  PIC 9(9)V99 VALUE 2500.
           05  WS-BRONZE-FLOOR  PIC 9(9)V99 VALUE 500.

       01  WS-REGRADE-FIELDS.
           05  WS-CUR-MONTHS        PIC 9(6).
           05  WS-WINDOW-MONTHS     PIC 9(6).
           05  WS-HIST-MONTHS       PIC 9(6).
           05  WS-PER-YR-WK         PIC 9(4).
           05  WS-PER-MO-WK         PIC 9(2).
           05  WS-T12M-TOTAL        PIC 9(9)V99.
           05  WS-NEW-TIER          PIC X.
           05  WS-LIFETIME-WK       PIC 9(10)V99.
           05  WS-AMOUNT-WK         PIC 9(8)V99.

       PROCEDURE DIVISION.

       0100-START.
           PERFORM 0110-LOAD-CUSTOMERS.
           IF NOT WS-LOAD-OK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND PETCUSTCHGFILE.
           IF WS-CHGHIST-STATUS NOT = "00"
              OPEN OUTPUT PETCUSTCHGFILE
           END-IF.
           PERFORM 0200-MAINTAIN-ONE-RECORD
              UNTIL MAINT-QUIT.
           PERFORM 0900-END-PROGRAM.

      * The master is line sequential and small, so it is held in
      * a table and written back whole after each change. It is
      * absent until the first customer is added (status 35).
       0110-LOAD-CUSTOMERS.
           MOVE "Y" TO WS-LOAD-OK-SW.
           OPEN INPUT PETCUSTMASTER.
           IF WS-CUSTMASTER-STATUS NOT = "00" AND
              WS-CUSTMASTER-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETCUSTMASTER ",
                 WS-CUSTMASTER-STATUS
              MOVE "N" TO WS-LOAD-OK-SW
           END-IF.
           IF WS-CUSTMASTER-STATUS = "00"
              PERFORM UNTIL WS-CUSTMASTER-STATUS NOT = "00"
                 READ PETCUSTMASTER
                    AT END MOVE "10" TO WS-CUSTMASTER-STATUS
                 END-READ
                 IF WS-CUSTMASTER-STATUS = "00"
                    PERFORM 0115-LOAD-ONE-CUSTOMER
                 END-IF
              END-PERFORM
              CLOSE PETCUSTMASTER
           END-IF.

       0115-LOAD-ONE-CUSTOMER.
           IF WS-CUST-COUNT NOT < 1000
              DISPLAY "ERR: CUSTOMER TABLE FULL AT 1000, "
                 "MASTER NOT MAINTAINED"
              MOVE "N"  TO WS-LOAD-OK-SW
              MOVE "10" TO WS-CUSTMASTER-STATUS
           ELSE
              ADD 1 TO WS-CUST-COUNT
              SET WS-CIDX TO WS-CUST-COUNT
              MOVE CM-CUSTOMER-ID      TO WS-CUST-ID (WS-CIDX)
              MOVE CM-CUSTOMER-NAME    TO WS-CUST-NAME (WS-CIDX)
              MOVE CM-CUSTOMER-ADDRESS TO WS-CUST-ADDRESS (WS-CIDX)
              MOVE CM-LIFETIME-TOTAL   TO WS-CUST-LIFETIME (WS-CIDX)
              MOVE CM-LOYALTY-TIER     TO WS-CUST-TIER (WS-CIDX)
              MOVE CM-STATUS           TO WS-CUST-STATUS (WS-CIDX)
              IF CM-MERGED-INTO NUMERIC
                 MOVE CM-MERGED-INTO TO WS-CUST-MERGED-INTO (WS-CIDX)
              ELSE
                 MOVE ZEROES TO WS-CUST-MERGED-INTO (WS-CIDX)
              END-IF
              IF CM-EMPLOYEE-ID NUMERIC
                 MOVE CM-EMPLOYEE-ID TO WS-CUST-EMP-ID (WS-CIDX)
              ELSE
                 MOVE ZEROES TO WS-CUST-EMP-ID (WS-CIDX)
              END-IF
           END-IF.

       0120-REWRITE-CUSTOMERS.
           OPEN OUTPUT PETCUSTMASTER.
           IF WS-CUSTMASTER-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETCUSTMASTER, STATUS = "
                 WS-CUSTMASTER-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              SET WS-CIDX2 TO 1
              PERFORM WS-CUST-COUNT TIMES
                 MOVE WS-CUST-ID (WS-CIDX2)       TO CM-CUSTOMER-ID
                 MOVE WS-CUST-NAME (WS-CIDX2)     TO CM-CUSTOMER-NAME
                 MOVE WS-CUST-ADDRESS (WS-CIDX2)  TO CM-CUSTOMER-ADDRESS
                 MOVE WS-CUST-LIFETIME (WS-CIDX2) TO CM-LIFETIME-TOTAL
                 MOVE WS-CUST-TIER (WS-CIDX2)     TO CM-LOYALTY-TIER
                 MOVE WS-CUST-STATUS (WS-CIDX2)   TO CM-STATUS
                 MOVE WS-CUST-MERGED-INTO (WS-CIDX2) TO CM-MERGED-INTO
                 MOVE WS-CUST-EMP-ID (WS-CIDX2)   TO CM-EMPLOYEE-ID
                 WRITE CUSTMASTERDETAILS
                 SET WS-CIDX2 UP BY 1
              END-PERFORM
              CLOSE PETCUSTMASTER
           END-IF.

       0200-MAINTAIN-ONE-RECORD.
           DISPLAY "1 = ADD   2 = CHANGE   3 = INACTIVATE   "
              "4 = REACTIVATE   5 = MERGE   6 = EMPLOYEE LINK   "
              "9 = QUIT"
              WITH NO ADVANCING.
           ACCEPT WS-MAINT-ACTION.
           EVALUATE TRUE
              WHEN MAINT-ADD
                 PERFORM 0210-ADD-RECORD THRU 0210-ADD-END
              WHEN MAINT-CHANGE
                 PERFORM 0220-CHANGE-RECORD THRU 0220-CHANGE-END
              WHEN MAINT-INACTIVATE
                 PERFORM 0230-INACTIVATE-RECORD THRU 0230-INACT-END
              WHEN MAINT-REACTIVATE
                 PERFORM 0235-REACTIVATE-RECORD THRU 0235-REACT-END
              WHEN MAINT-MERGE
                 PERFORM 0240-MERGE-CUSTOMERS THRU 0240-MERGE-END
              WHEN MAINT-EMP-LINK
                 PERFORM 0245-LINK-EMPLOYEE THRU 0245-LINK-END
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0210-ADD-RECORD.
           DISPLAY "ENTER CUSTOMER ID (7 DIGITS)" WITH NO ADVANCING.
           ACCEPT WS-ENTER-ID.
           MOVE WS-ENTER-ID TO WS-FIND-ID.
           PERFORM 0260-FIND-CUSTOMER.
           IF WS-CUST-FOUND-IDX > 0
              DISPLAY "CUSTOMER ALREADY ON FILE FOR THAT ID"
              GO TO 0210-ADD-END
           END-IF.
           IF WS-CUST-COUNT NOT < 1000
              DISPLAY "CUSTOMER TABLE FULL AT 1000, NOT ADDED"
              GO TO 0210-ADD-END
           END-IF.
           PERFORM 0250-ACCEPT-DETAIL-FIELDS.
           ADD 1 TO WS-CUST-COUNT.
           SET WS-CIDX TO WS-CUST-COUNT.
           MOVE WS-ENTER-ID      TO WS-CUST-ID (WS-CIDX).
           MOVE WS-ENTER-LAST    TO WS-CUST-NAME (WS-CIDX) (1:15).
           MOVE WS-ENTER-FIRST   TO WS-CUST-NAME (WS-CIDX) (16:15).
           MOVE WS-ENTER-ADDRESS TO WS-CUST-ADDRESS (WS-CIDX).
           MOVE ZEROES           TO WS-CUST-LIFETIME (WS-CIDX).
           MOVE SPACE            TO WS-CUST-TIER (WS-CIDX).
           MOVE "A"              TO WS-CUST-STATUS (WS-CIDX).
           MOVE ZEROES           TO WS-CUST-MERGED-INTO (WS-CIDX).
           MOVE ZEROES           TO WS-CUST-EMP-ID (WS-CIDX).
           PERFORM 0120-REWRITE-CUSTOMERS.
           MOVE "A"              TO WS-CHG-ACTION.
           MOVE SPACES           TO WS-BEFORE-IMAGE.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE    TO WS-AFTER-IMAGE.
           PERFORM 0270-WRITE-CHANGE-HISTORY.
       0210-ADD-END.

       0220-CHANGE-RECORD.
           PERFORM 0255-ACCEPT-EXISTING-ID.
           IF WS-CUST-FOUND-IDX = 0
              GO TO 0220-CHANGE-END
           END-IF.
           IF WS-CUST-MERGED (WS-CIDX)
              DISPLAY "CUSTOMER WAS MERGED INTO "
                 WS-CUST-MERGED-INTO (WS-CIDX) " - CHANGE THAT ID"
              GO TO 0220-CHANGE-END
           END-IF.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE    TO WS-BEFORE-IMAGE.
           PERFORM 0250-ACCEPT-DETAIL-FIELDS.
           MOVE WS-ENTER-LAST    TO WS-CUST-NAME (WS-CIDX) (1:15).
           MOVE WS-ENTER-FIRST   TO WS-CUST-NAME (WS-CIDX) (16:15).
           MOVE WS-ENTER-ADDRESS TO WS-CUST-ADDRESS (WS-CIDX).
           PERFORM 0120-REWRITE-CUSTOMERS.
           MOVE "U"              TO WS-CHG-ACTION.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE    TO WS-AFTER-IMAGE.
           PERFORM 0270-WRITE-CHANGE-HISTORY.
       0220-CHANGE-END.

      * An inactive customer stays on the master with their spend
      * and history; the sales run still posts their sales but
      * raises each one on the exception file.
       0230-INACTIVATE-RECORD.
           PERFORM 0255-ACCEPT-EXISTING-ID.
           IF WS-CUST-FOUND-IDX = 0
              GO TO 0230-INACT-END
           END-IF.
           IF WS-CUST-MERGED (WS-CIDX) OR WS-CUST-INACTIVE (WS-CIDX)
              DISPLAY "CUSTOMER IS ALREADY INACTIVE OR MERGED"
              GO TO 0230-INACT-END
           END-IF.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE    TO WS-BEFORE-IMAGE.
           MOVE "I"              TO WS-CUST-STATUS (WS-CIDX).
           PERFORM 0120-REWRITE-CUSTOMERS.
           MOVE "I"              TO WS-CHG-ACTION.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE    TO WS-AFTER-IMAGE.
           PERFORM 0270-WRITE-CHANGE-HISTORY.
       0230-INACT-END.

       0235-REACTIVATE-RECORD.
           PERFORM 0255-ACCEPT-EXISTING-ID.
           IF WS-CUST-FOUND-IDX = 0
              GO TO 0235-REACT-END
           END-IF.
           IF NOT WS-CUST-INACTIVE (WS-CIDX)
              DISPLAY "CUSTOMER IS NOT INACTIVE"
              GO TO 0235-REACT-END
           END-IF.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE    TO WS-BEFORE-IMAGE.
           MOVE "A"              TO WS-CUST-STATUS (WS-CIDX).
           PERFORM 0120-REWRITE-CUSTOMERS.
           MOVE "R"              TO WS-CHG-ACTION.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE    TO WS-AFTER-IMAGE.
           PERFORM 0270-WRITE-CHANGE-HISTORY.
       0235-REACT-END.

      * Folds the old id into the survivor. History and credit are
      * loaded before anything is changed so a file that cannot be
      * read or held stops the merge with nothing half done.
       0240-MERGE-CUSTOMERS.
           DISPLAY "ENTER CUSTOMER ID TO MERGE AWAY (7 DIGITS)"
              WITH NO ADVANCING.
           ACCEPT WS-OLD-ID.
           DISPLAY "ENTER SURVIVING CUSTOMER ID (7 DIGITS)"
              WITH NO ADVANCING.
           ACCEPT WS-SURV-ID.
           IF WS-OLD-ID = WS-SURV-ID
              DISPLAY "THE TWO IDS MUST DIFFER"
              GO TO 0240-MERGE-END
           END-IF.
           MOVE WS-OLD-ID TO WS-FIND-ID.
           PERFORM 0260-FIND-CUSTOMER.
           MOVE WS-CUST-FOUND-IDX TO WS-OLD-IDX.
           MOVE WS-SURV-ID TO WS-FIND-ID.
           PERFORM 0260-FIND-CUSTOMER.
           MOVE WS-CUST-FOUND-IDX TO WS-SURV-IDX.
           IF WS-OLD-IDX = 0 OR WS-SURV-IDX = 0
              DISPLAY "RECORD NOT FOUND FOR ONE OF THOSE IDS"
              GO TO 0240-MERGE-END
           END-IF.
           IF WS-CUST-MERGED (WS-OLD-IDX)
              OR WS-CUST-MERGED (WS-SURV-IDX)
              DISPLAY "A MERGED ID CANNOT BE MERGED AGAIN"
              GO TO 0240-MERGE-END
           END-IF.
           DISPLAY "MERGE " WS-OLD-ID " " WS-CUST-NAME (WS-OLD-IDX).
           DISPLAY " INTO " WS-SURV-ID " " WS-CUST-NAME (WS-SURV-IDX).
           DISPLAY "CONFIRM (Y/N)" WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
              DISPLAY "MERGE CANCELLED"
              GO TO 0240-MERGE-END
           END-IF.
           PERFORM 0280-LOAD-HISTORY.
           IF NOT WS-LOAD-OK
              GO TO 0240-MERGE-END
           END-IF.
           PERFORM 0285-LOAD-CREDIT.
           IF NOT WS-LOAD-OK
              GO TO 0240-MERGE-END
           END-IF.

      *    Earlier merges into the old id now point at the survivor
      *    so the sales run needs only one hop.
           SET WS-CIDX TO 1.
           PERFORM WS-CUST-COUNT TIMES
              IF WS-CUST-MERGED (WS-CIDX)
                 AND WS-CUST-MERGED-INTO (WS-CIDX) = WS-OLD-ID
                 PERFORM 0265-BUILD-IMAGE
                 MOVE WS-CUST-IMAGE TO WS-BEFORE-IMAGE
                 MOVE WS-SURV-ID TO WS-CUST-MERGED-INTO (WS-CIDX)
                 MOVE "P" TO WS-CHG-ACTION
                 PERFORM 0265-BUILD-IMAGE
                 MOVE WS-CUST-IMAGE TO WS-AFTER-IMAGE
                 PERFORM 0270-WRITE-CHANGE-HISTORY
              END-IF
              SET WS-CIDX UP BY 1
           END-PERFORM.

           PERFORM 0290-MERGE-HISTORY.
           PERFORM 0295-MERGE-CREDIT.

           SET WS-CIDX TO WS-OLD-IDX.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE TO WS-BEFORE-IMAGE.
           COMPUTE WS-LIFETIME-WK = WS-CUST-LIFETIME (WS-OLD-IDX)
              + WS-CUST-LIFETIME (WS-SURV-IDX).
           MOVE ZEROES     TO WS-CUST-LIFETIME (WS-CIDX).
           MOVE SPACE      TO WS-CUST-TIER (WS-CIDX).
           IF WS-CUST-EMP-ID (WS-SURV-IDX) = ZEROES
              MOVE WS-CUST-EMP-ID (WS-OLD-IDX)
                 TO WS-CUST-EMP-ID (WS-SURV-IDX)
           END-IF.
           MOVE ZEROES     TO WS-CUST-EMP-ID (WS-CIDX).
           MOVE "M"        TO WS-CUST-STATUS (WS-CIDX).
           MOVE WS-SURV-ID TO WS-CUST-MERGED-INTO (WS-CIDX).
           MOVE "M"        TO WS-CHG-ACTION.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE TO WS-AFTER-IMAGE.
           PERFORM 0270-WRITE-CHANGE-HISTORY.

           SET WS-CIDX TO WS-SURV-IDX.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE TO WS-BEFORE-IMAGE.
           IF WS-LIFETIME-WK > 999999999.99
              MOVE 999999999.99 TO WS-CUST-LIFETIME (WS-CIDX)
           ELSE
              MOVE WS-LIFETIME-WK TO WS-CUST-LIFETIME (WS-CIDX)
           END-IF.
           PERFORM 0298-REGRADE-SURVIVOR.
           MOVE "S"        TO WS-CHG-ACTION.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE TO WS-AFTER-IMAGE.
           PERFORM 0270-WRITE-CHANGE-HISTORY.

           PERFORM 0120-REWRITE-CUSTOMERS.
           PERFORM 0292-REWRITE-HISTORY.
           PERFORM 0297-REWRITE-CREDIT.
           DISPLAY "CUSTOMER " WS-OLD-ID " MERGED INTO " WS-SURV-ID
              ", TIER NOW " WS-CUST-TIER (WS-SURV-IDX).
       0240-MERGE-END.

      * A staff customer carries their employee id so the sales run
      * can give the staff discount and take payroll charges. The
      * employee must be on the employee master and not terminated,
      * and belongs to one customer only. Zero removes the link.
       0245-LINK-EMPLOYEE.
           PERFORM 0255-ACCEPT-EXISTING-ID.
           IF WS-CUST-FOUND-IDX = 0
              GO TO 0245-LINK-END
           END-IF.
           IF WS-CUST-MERGED (WS-CIDX)
              DISPLAY "CUSTOMER WAS MERGED INTO "
                 WS-CUST-MERGED-INTO (WS-CIDX) " - LINK THAT ID"
              GO TO 0245-LINK-END
           END-IF.
           DISPLAY "ENTER EMPLOYEE ID (7 DIGITS, 0 TO UNLINK)"
              WITH NO ADVANCING.
           ACCEPT WS-ENTER-EMP-ID.
           IF WS-ENTER-EMP-ID NOT = ZEROES
              PERFORM 0247-CHECK-EMPLOYEE
              IF NOT WS-EMP-OK
                 GO TO 0245-LINK-END
              END-IF
           END-IF.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE    TO WS-BEFORE-IMAGE.
           MOVE WS-ENTER-EMP-ID  TO WS-CUST-EMP-ID (WS-CIDX).
           PERFORM 0120-REWRITE-CUSTOMERS.
           MOVE "E"              TO WS-CHG-ACTION.
           PERFORM 0265-BUILD-IMAGE.
           MOVE WS-CUST-IMAGE    TO WS-AFTER-IMAGE.
           PERFORM 0270-WRITE-CHANGE-HISTORY.
       0245-LINK-END.

      * Leaves WS-CIDX where the caller had it.
       0247-CHECK-EMPLOYEE.
           MOVE "Y" TO WS-EMP-OK-SW.
           SET WS-CIDX2 TO 1.
           PERFORM WS-CUST-COUNT TIMES
              IF WS-CIDX2 NOT = WS-CIDX
                 AND WS-CUST-EMP-ID (WS-CIDX2) = WS-ENTER-EMP-ID
                 AND NOT WS-CUST-MERGED (WS-CIDX2)
                 DISPLAY "EMPLOYEE ALREADY LINKED TO CUSTOMER "
                    WS-CUST-ID (WS-CIDX2)
                 MOVE "N" TO WS-EMP-OK-SW
              END-IF
              SET WS-CIDX2 UP BY 1
           END-PERFORM.
           IF NOT WS-EMP-OK
              GO TO 0247-CHECK-END
           END-IF.
           OPEN INPUT EMPMASTER.
           IF WS-EMPMASTER-STATUS NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE EMPMASTER ",
                 WS-EMPMASTER-STATUS
              MOVE "N" TO WS-EMP-OK-SW
              GO TO 0247-CHECK-END
           END-IF.
           MOVE WS-ENTER-EMP-ID TO EM-EMP-ID.
           READ EMPMASTER
              INVALID KEY
                 DISPLAY "EMPLOYEE NOT ON THE EMPLOYEE MASTER"
                 MOVE "N" TO WS-EMP-OK-SW
              NOT INVALID KEY
                 IF EM-TERMINATED
                    DISPLAY "EMPLOYEE IS TERMINATED, NOT LINKED"
                    MOVE "N" TO WS-EMP-OK-SW
                 ELSE
                    DISPLAY "LINKING EMPLOYEE " EM-NAME
                 END-IF
           END-READ.
           CLOSE EMPMASTER.
       0247-CHECK-END.

       0250-ACCEPT-DETAIL-FIELDS.
           DISPLAY "ENTER LAST NAME (15 CHARS)" WITH NO ADVANCING.
           ACCEPT WS-ENTER-LAST.
           DISPLAY "ENTER FIRST NAME (15 CHARS)" WITH NO ADVANCING.
           ACCEPT WS-ENTER-FIRST.
           DISPLAY "ENTER ADDRESS (30 CHARS)" WITH NO ADVANCING.
           ACCEPT WS-ENTER-ADDRESS.

      * Leaves WS-CIDX on the customer when found.
       0255-ACCEPT-EXISTING-ID.
           DISPLAY "ENTER CUSTOMER ID (7 DIGITS)" WITH NO ADVANCING.
           ACCEPT WS-ENTER-ID.
           MOVE WS-ENTER-ID TO WS-FIND-ID.
           PERFORM 0260-FIND-CUSTOMER.
           IF WS-CUST-FOUND-IDX = 0
              DISPLAY "RECORD NOT FOUND FOR THAT ID"
           ELSE
              SET WS-CIDX TO WS-CUST-FOUND-IDX
           END-IF.

       0260-FIND-CUSTOMER.
           MOVE 0 TO WS-CUST-FOUND-IDX.
           SET WS-CIDX TO 1.
           PERFORM WS-CUST-COUNT TIMES
              IF WS-CUST-ID (WS-CIDX) = WS-FIND-ID
                 SET WS-CUST-FOUND-IDX TO WS-CIDX
              END-IF
              SET WS-CIDX UP BY 1
           END-PERFORM.

       0265-BUILD-IMAGE.
           MOVE WS-CUST-ID (WS-CIDX)          TO WS-IMG-CUSTOMER-ID.
           MOVE WS-CUST-NAME (WS-CIDX)        TO WS-IMG-NAME.
           MOVE WS-CUST-ADDRESS (WS-CIDX)     TO WS-IMG-ADDRESS.
           MOVE WS-CUST-LIFETIME (WS-CIDX)    TO WS-IMG-LIFETIME.
           MOVE WS-CUST-TIER (WS-CIDX)        TO WS-IMG-TIER.
           MOVE WS-CUST-STATUS (WS-CIDX)      TO WS-IMG-STATUS.
           MOVE WS-CUST-MERGED-INTO (WS-CIDX) TO WS-IMG-MERGED-INTO.
           MOVE WS-CUST-EMP-ID (WS-CIDX)      TO WS-IMG-EMP-ID.
           MOVE WS-CUST-ID (WS-CIDX)          TO WS-CHG-CUSTOMER-ID.

      * Change history is stamped from the system clock - this
      * program runs at a console, not under the nightly driver,
      * so there is no business date to post under.
       0270-WRITE-CHANGE-HISTORY.
           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHG-TIME FROM TIME.
           MOVE SPACES             TO CUSTCHG-REC.
           MOVE WS-CHG-DATE        TO CCH-DATE.
           MOVE WS-CHG-TIME (1:6)  TO CCH-TIME.
           MOVE "PETCUSTMAINT"     TO CCH-PROGRAM.
           MOVE WS-CHG-ACTION      TO CCH-ACTION.
           MOVE WS-CHG-CUSTOMER-ID TO CCH-CUSTOMER-ID.
           MOVE WS-BEFORE-IMAGE    TO CCH-BEFORE.
           MOVE WS-AFTER-IMAGE     TO CCH-AFTER.
           WRITE CUSTCHG-REC.
           IF WS-CHGHIST-STATUS NOT = "00"
              DISPLAY "WARNING: PETCUSTCHG WRITE FAILED, STATUS = "
                 WS-CHGHIST-STATUS
           END-IF.

      * Every history row is held, not only the sales run's twelve
      * month window, so nothing is aged off by a merge.
       0280-LOAD-HISTORY.
           MOVE "Y" TO WS-LOAD-OK-SW.
           MOVE ZEROES TO WS-CHIST-COUNT.
           OPEN INPUT PETCUSTHIST.
           IF WS-CUSTHIST-STATUS NOT = "00" AND
              WS-CUSTHIST-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETCUSTHIST ",
                 WS-CUSTHIST-STATUS
              MOVE "N" TO WS-LOAD-OK-SW
           END-IF.
           IF WS-CUSTHIST-STATUS = "00"
              PERFORM UNTIL WS-CUSTHIST-STATUS NOT = "00"
                 READ PETCUSTHIST
                    AT END MOVE "10" TO WS-CUSTHIST-STATUS
                 END-READ
                 IF WS-CUSTHIST-STATUS = "00"
                    IF WS-CHIST-COUNT < 12000
                       ADD 1 TO WS-CHIST-COUNT
                       SET WS-CHIDX TO WS-CHIST-COUNT
                       MOVE CH-CUSTOMER-ID TO WS-CHIST-CUST (WS-CHIDX)
                       MOVE CH-PERIOD   TO WS-CHIST-PERIOD (WS-CHIDX)
                       MOVE CH-AMOUNT   TO WS-CHIST-AMOUNT (WS-CHIDX)
                       MOVE 'N'         TO WS-CHIST-DROP-SW (WS-CHIDX)
                    ELSE
                       DISPLAY "ERR: CUSTOMER HISTORY TABLE FULL AT "
                          "12000, MERGE NOT DONE"
                       MOVE "N"  TO WS-LOAD-OK-SW
                       MOVE "10" TO WS-CUSTHIST-STATUS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETCUSTHIST
           END-IF.

      * PETCREDIT.DAT is absent until the first refund posts.
       0285-LOAD-CREDIT.
           MOVE "Y" TO WS-LOAD-OK-SW.
           MOVE ZEROES TO WS-CRED-COUNT.
           OPEN INPUT PETCREDIT.
           IF WS-CREDIT-STATUS NOT = "00" AND
              WS-CREDIT-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETCREDIT ",
                 WS-CREDIT-STATUS
              MOVE "N" TO WS-LOAD-OK-SW
           END-IF.
           IF WS-CREDIT-STATUS = "00"
              PERFORM UNTIL WS-CREDIT-STATUS NOT = "00"
                 READ PETCREDIT
                    AT END MOVE "10" TO WS-CREDIT-STATUS
                 END-READ
                 IF WS-CREDIT-STATUS = "00"
                    IF WS-CRED-COUNT < 1000
                       ADD 1 TO WS-CRED-COUNT
                       SET WS-CRIDX TO WS-CRED-COUNT
                       MOVE CR-CUSTOMER-ID TO WS-CRED-CUST (WS-CRIDX)
                       MOVE CR-BALANCE     TO WS-CRED-BAL (WS-CRIDX)
                       MOVE 'N'        TO WS-CRED-DROP-SW (WS-CRIDX)
                    ELSE
                       DISPLAY "ERR: CREDIT TABLE FULL AT 1000, "
                          "MERGE NOT DONE"
                       MOVE "N"  TO WS-LOAD-OK-SW
                       MOVE "10" TO WS-CREDIT-STATUS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETCREDIT
           END-IF.

      * The old id's months move to the survivor; a month the
      * survivor already has is added into that row instead.
       0290-MERGE-HISTORY.
           SET WS-CHIDX TO 1.
           PERFORM WS-CHIST-COUNT TIMES
              IF WS-CHIST-CUST (WS-CHIDX) = WS-OLD-ID
                 PERFORM 0291-MOVE-ONE-MONTH
              END-IF
              SET WS-CHIDX UP BY 1
           END-PERFORM.

       0291-MOVE-ONE-MONTH.
           MOVE WS-SURV-ID TO WS-CHIST-CUST (WS-CHIDX).
           SET WS-CHIDX2 TO 1.
           PERFORM WS-CHIST-COUNT TIMES
              IF WS-CHIDX2 NOT = WS-CHIDX
                 AND WS-CHIST-CUST (WS-CHIDX2) = WS-SURV-ID
                 AND WS-CHIST-PERIOD (WS-CHIDX2) =
                     WS-CHIST-PERIOD (WS-CHIDX)
                 AND NOT WS-CHIST-DROPPED (WS-CHIDX2)
                 AND NOT WS-CHIST-DROPPED (WS-CHIDX)
                 COMPUTE WS-AMOUNT-WK = WS-CHIST-AMOUNT (WS-CHIDX2)
                    + WS-CHIST-AMOUNT (WS-CHIDX)
                 IF WS-AMOUNT-WK > 9999999.99
                    MOVE 9999999.99 TO WS-CHIST-AMOUNT (WS-CHIDX2)
                 ELSE
                    MOVE WS-AMOUNT-WK TO WS-CHIST-AMOUNT (WS-CHIDX2)
                 END-IF
                 MOVE 'Y' TO WS-CHIST-DROP-SW (WS-CHIDX)
              END-IF
              SET WS-CHIDX2 UP BY 1
           END-PERFORM.

       0292-REWRITE-HISTORY.
           IF WS-CHIST-COUNT = ZEROES
              GO TO 0292-REWRITE-END
           END-IF.
           OPEN OUTPUT PETCUSTHIST.
           IF WS-CUSTHIST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETCUSTHIST, STATUS = "
                 WS-CUSTHIST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0292-REWRITE-END
           END-IF.
           SET WS-CHIDX TO 1.
           PERFORM WS-CHIST-COUNT TIMES
              IF NOT WS-CHIST-DROPPED (WS-CHIDX)
                 MOVE WS-CHIST-CUST (WS-CHIDX)   TO CH-CUSTOMER-ID
                 MOVE WS-CHIST-PERIOD (WS-CHIDX) TO CH-PERIOD
                 MOVE WS-CHIST-AMOUNT (WS-CHIDX) TO CH-AMOUNT
                 WRITE CUSTHISTDETAILS
              END-IF
              SET WS-CHIDX UP BY 1
           END-PERFORM.
           CLOSE PETCUSTHIST.
       0292-REWRITE-END.

       0295-MERGE-CREDIT.
           MOVE 0 TO WS-CRED-OLD-IDX.
           MOVE 0 TO WS-CRED-SURV-IDX.
           SET WS-CRIDX TO 1.
           PERFORM WS-CRED-COUNT TIMES
              IF WS-CRED-CUST (WS-CRIDX) = WS-OLD-ID
                 SET WS-CRED-OLD-IDX TO WS-CRIDX
              END-IF
              IF WS-CRED-CUST (WS-CRIDX) = WS-SURV-ID
                 SET WS-CRED-SURV-IDX TO WS-CRIDX
              END-IF
              SET WS-CRIDX UP BY 1
           END-PERFORM.
           IF WS-CRED-OLD-IDX > 0
              IF WS-CRED-SURV-IDX = 0
                 MOVE WS-SURV-ID TO WS-CRED-CUST (WS-CRED-OLD-IDX)
              ELSE
                 COMPUTE WS-AMOUNT-WK = WS-CRED-BAL (WS-CRED-SURV-IDX)
                    + WS-CRED-BAL (WS-CRED-OLD-IDX)
                 IF WS-AMOUNT-WK > 9999999.99
                    MOVE 9999999.99 TO WS-CRED-BAL (WS-CRED-SURV-IDX)
                 ELSE
                    MOVE WS-AMOUNT-WK TO WS-CRED-BAL (WS-CRED-SURV-IDX)
                 END-IF
                 MOVE 'Y' TO WS-CRED-DROP-SW (WS-CRED-OLD-IDX)
              END-IF
           END-IF.

       0297-REWRITE-CREDIT.
           IF WS-CRED-OLD-IDX = 0
              GO TO 0297-REWRITE-END
           END-IF.
           OPEN OUTPUT PETCREDIT.
           IF WS-CREDIT-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETCREDIT, STATUS = "
                 WS-CREDIT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0297-REWRITE-END
           END-IF.
           SET WS-CRIDX TO 1.
           PERFORM WS-CRED-COUNT TIMES
              IF NOT WS-CRED-DROPPED (WS-CRIDX)
                 MOVE WS-CRED-CUST (WS-CRIDX) TO CR-CUSTOMER-ID
                 MOVE WS-CRED-BAL (WS-CRIDX)  TO CR-BALANCE
                 WRITE CREDITDETAILS
              END-IF
              SET WS-CRIDX UP BY 1
           END-PERFORM.
           CLOSE PETCREDIT.
       0297-REWRITE-END.

      * The survivor is graded on the combined history for the
      * twelve months ending this month, as the sales run grades
      * every customer at the end of each night.
       0298-REGRADE-SURVIVOR.
           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CUR-MONTHS = (WS-CHG-YEAR * 12) + WS-CHG-MONTH.
           COMPUTE WS-WINDOW-MONTHS = WS-CUR-MONTHS - 11.
           MOVE ZEROES TO WS-T12M-TOTAL.
           SET WS-CHIDX TO 1.
           PERFORM WS-CHIST-COUNT TIMES
              IF WS-CHIST-CUST (WS-CHIDX) = WS-SURV-ID
                 AND NOT WS-CHIST-DROPPED (WS-CHIDX)
                 DIVIDE WS-CHIST-PERIOD (WS-CHIDX) BY 100
                    GIVING WS-PER-YR-WK REMAINDER WS-PER-MO-WK
                 COMPUTE WS-HIST-MONTHS =
                    (WS-PER-YR-WK * 12) + WS-PER-MO-WK
                 IF WS-HIST-MONTHS NOT < WS-WINDOW-MONTHS
                    AND WS-HIST-MONTHS NOT > WS-CUR-MONTHS
                    ADD WS-CHIST-AMOUNT (WS-CHIDX) TO WS-T12M-TOTAL
                 END-IF
              END-IF
              SET WS-CHIDX UP BY 1
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-T12M-TOTAL >= WS-GOLD-FLOOR
                 MOVE "G" TO WS-NEW-TIER
              WHEN WS-T12M-TOTAL >= WS-SILVER-FLOOR
                 MOVE "S" TO WS-NEW-TIER
              WHEN WS-T12M-TOTAL >= WS-BRONZE-FLOOR
                 MOVE "B" TO WS-NEW-TIER
              WHEN OTHER
                 MOVE SPACE TO WS-NEW-TIER
           END-EVALUATE.
           MOVE WS-NEW-TIER TO WS-CUST-TIER (WS-CIDX).

       0900-END-PROGRAM.
           CLOSE PETCUSTCHGFILE.
           STOP RUN.

       END PROGRAM PETCUSTMAINT.
