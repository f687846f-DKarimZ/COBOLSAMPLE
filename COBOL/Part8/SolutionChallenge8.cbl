      *  - The dated report filename and headings now come from the
      *    business date on RUNCONTROL.DAT (RUNCTL copybooks)
      *    instead of the system clock.
      *  - Salespeople terminated on the employee master (EMPSTATUS
      *    T) who still have SALESTRANS.DAT activity dated after
      *    their TERMDATE - as the seller or as a split-credit
      *    party - are listed in their own section of the report
      *    and raised on EXCEPTIONS.DAT, and end the run RC 4. The
      *    fix for the roster drift itself is now automatic: the HR
      *    programs propose salesperson master changes through
      *    SALESPERSONBATCH.
      *  - The employee master now ends with the pay grade
      *    (PAYGRADE); the record layout here follows it.
      ***************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EMPLOYEEID
             FILE STATUS IS WS-EMPLOYEEFILE-STATUS.
            SELECT SALESTRANSFILE ASSIGN TO "SALESTRANS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SALESTRANS-STATUS.
            SELECT XREFRPT ASSIGN DYNAMIC WS-XREFRPT-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XREFRPT-STATUS.
               02 EMPSTATUS                 PIC X.
               02 TERMDATE                  PIC 9(8).
               02 PAYFREQ                   PIC X.
               02 PAYGRADE                  PIC X(2).

       FD SALESTRANSFILE.

       01 SALESTRANS.
            88 ENDOFTRANS VALUE HIGH-VALUES.
            05 TRAN-SALESPERSON-ID  PIC 9(5).
            05 TRAN-SALE-DATE       PIC 9(8).
            05 TRAN-INVOICE-NO      PIC X(10).
            05 TRAN-AMOUNT          PIC 9(6).
            05 TRAN-SPLIT-COUNT     PIC 9.
            05 TRAN-SPLIT OCCURS 3 TIMES.
                10 TRAN-SPLIT-ID    PIC 9(5).
                10 TRAN-SPLIT-PCT   PIC 9(3).

       FD XREFRPT.

           05  WS-MATCH-COUNT          PIC 9(5) VALUE ZEROES.
           05  WS-EXCEPTION-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-XREFRPT-FILENAME     PIC X(40).
           05  WS-SALESTRANS-STATUS    PIC X(2).
           05  WS-POSTTERM-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-CHECK-ID             PIC 9(7) VALUE ZEROES.
           05  WS-SPLIT-SUB            PIC 9 VALUE ZEROES.

       COPY JOBCTL.
       COPY EXCCTL.
               10  WS-ROSTER-LASTNAME     PIC X(10).
               10  WS-ROSTER-FIRSTNAME    PIC X(10).
               10  WS-ROSTER-DEPARTMENT   PIC X(30).
               10  WS-ROSTER-STATUS       PIC X.
               10  WS-ROSTER-TERMDATE     PIC 9(8).

       01  WS-ROSTER-FOUND-IDX      PIC 9(5) VALUE ZEROES.

              'SALESPEOPLE NOT ON ROSTER: '.
           05  TL-EXCEPTION-COUNT       PIC ZZZZ9.

       01  POSTTERM-HEADING-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(50) VALUE
              'SALES ACTIVITY AFTER EMPLOYEE TERMINATION DATE'.
           05  FILLER                   PIC X(48) VALUE SPACES.

       01  POSTTERM-COLUMN-HEADINGS.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(9)  VALUE 'SLSPSN'.
           05  FILLER                   PIC X(12) VALUE 'INVOICE'.
           05  FILLER                   PIC X(11) VALUE 'SALE DATE'.
           05  FILLER                   PIC X(11) VALUE 'TERM DATE'.
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  POSTTERM-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PTL-SALESPERSON-ID       PIC 9(5).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  PTL-INVOICE              PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  PTL-SALE-DATE            PIC 9(8).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  PTL-TERM-DATE            PIC 9(8).
           05  FILLER                   PIC X(58) VALUE SPACES.

       01  POSTTERM-TOTAL-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(30) VALUE
              'SALES AFTER TERMINATION: '.
           05  PTT-COUNT                PIC ZZZZ9.

       COPY RPTCTL.

       PROCEDURE DIVISION.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           PERFORM 0100-LOAD-ROSTER.
           PERFORM 0200-PROCESS-SALES.
           PERFORM 0300-CHECK-POST-TERM-SALES THRU 0300-CHECK-END.
           PERFORM 9000-END-PROGRAM.

       0100-LOAD-ROSTER.
              MOVE FIRSTNAME IN EMPLOYEENAME
                                     TO WS-ROSTER-FIRSTNAME (WS-RIDX)
              MOVE DEPARTMENT        TO WS-ROSTER-DEPARTMENT (WS-RIDX)
              MOVE EMPSTATUS         TO WS-ROSTER-STATUS (WS-RIDX)
              IF TERMDATE NUMERIC
                 MOVE TERMDATE       TO WS-ROSTER-TERMDATE (WS-RIDX)
              ELSE
                 MOVE ZEROES         TO WS-ROSTER-TERMDATE (WS-RIDX)
              END-IF
              READ EMPLOYEEFILE
                 AT END SET ENDOFEMPFILE TO TRUE
              END-READ
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-POSTTERM-COUNT TO PTT-COUNT.
           MOVE POSTTERM-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * SALESTRANS.DAT is the commission run's current feed; with
      * no feed on hand (status 35) there is nothing to check. The
      * seller and every split party are checked against the
      * roster - a terminated employee has a TERMDATE, and a sale
      * dated after it should not be credited to them.
       0300-CHECK-POST-TERM-SALES.
           OPEN INPUT SALESTRANSFILE.
           IF WS-SALESTRANS-STATUS NOT = "00" AND
              WS-SALESTRANS-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SALESTRANSFILE "
                 WS-SALESTRANS-STATUS
           END-IF.
           IF WS-SALESTRANS-STATUS NOT = "00"
              GO TO 0300-CHECK-END
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE POSTTERM-HEADING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE POSTTERM-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           READ SALESTRANSFILE
              AT END SET ENDOFTRANS TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFTRANS
              MOVE TRAN-SALESPERSON-ID TO WS-CHECK-ID
              PERFORM 0310-CHECK-ONE-PARTY
              IF TRAN-SPLIT-COUNT NUMERIC
                 AND TRAN-SPLIT-COUNT > 0 AND TRAN-SPLIT-COUNT < 4
                 PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                    UNTIL WS-SPLIT-SUB > TRAN-SPLIT-COUNT
                    IF TRAN-SPLIT-ID (WS-SPLIT-SUB)
                       NOT = TRAN-SALESPERSON-ID
                       MOVE TRAN-SPLIT-ID (WS-SPLIT-SUB)
                          TO WS-CHECK-ID
                       PERFORM 0310-CHECK-ONE-PARTY
                    END-IF
                 END-PERFORM
              END-IF
              READ SALESTRANSFILE
                 AT END SET ENDOFTRANS TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SALESTRANSFILE.
       0300-CHECK-END.

       0310-CHECK-ONE-PARTY.
           MOVE 0 TO WS-ROSTER-FOUND-IDX.
           SET WS-RIDX TO 1.
           PERFORM WS-ROSTER-COUNT TIMES
              IF WS-ROSTER-ID (WS-RIDX) = WS-CHECK-ID
                 SET WS-ROSTER-FOUND-IDX TO WS-RIDX
              END-IF
              SET WS-RIDX UP BY 1
           END-PERFORM.
           IF WS-ROSTER-FOUND-IDX > 0
              SET WS-RIDX TO WS-ROSTER-FOUND-IDX
              IF WS-ROSTER-STATUS (WS-RIDX) = "T"
                 AND WS-ROSTER-TERMDATE (WS-RIDX) > ZEROES
                 AND TRAN-SALE-DATE > WS-ROSTER-TERMDATE (WS-RIDX)
                 PERFORM 0320-WRITE-POST-TERM-LINE
              END-IF
           END-IF.

       0320-WRITE-POST-TERM-LINE.
           ADD 1 TO WS-POSTTERM-COUNT.
           MOVE WS-CHECK-ID          TO PTL-SALESPERSON-ID.
           MOVE TRAN-INVOICE-NO      TO PTL-INVOICE.
           MOVE TRAN-SALE-DATE       TO PTL-SALE-DATE.
           MOVE WS-ROSTER-TERMDATE (WS-RIDX) TO PTL-TERM-DATE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE POSTTERM-LINE        TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES               TO EXC-WK-KEY.
           MOVE PTL-SALESPERSON-ID   TO EXC-WK-KEY (1:5).
           MOVE TRAN-INVOICE-NO      TO EXC-WK-KEY (7:10).
           MOVE "XRF"                TO EXC-WK-REASON-CODE.
           MOVE "SALE AFTER TERMINATION DATE" TO EXC-WK-REASON-TEXT.
           MOVE SALESTRANS           TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

       COPY RPTPAGE.

           DISPLAY "SALESPEOPLE PROCESSED: " WS-SALES-COUNT.
           DISPLAY "MATCHED TO ROSTER:     " WS-MATCH-COUNT.
           DISPLAY "NOT FOUND ON ROSTER:   " WS-EXCEPTION-COUNT.
           DISPLAY "SALES AFTER TERMDATE:  " WS-POSTTERM-COUNT.
           IF WS-EXCEPTION-COUNT > 0 OR WS-POSTTERM-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9100-ABORT-RUN.
