      *    phasing; each record is checked here so a phasing that
      *    does not add back to the annual quota stops the chain
      *    before the commission run measures attainment with it.
      *  - FISCALCAL.DAT, the 4-4-5 fiscal calendar, is checked:
      *    fields numeric, dates valid, period 01-12 in its
      *    quarter, weeks in the 4-4-5 pattern (period 12 may
      *    carry a 53rd week) and spanned exactly by the dates,
      *    and each period following on from the one before in
      *    date, period and fiscal week.
      **************************************************************

       ENVIRONMENT DIVISION.
           FILE STATUS IS QUOTACTL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
           FILE STATUS IS FISCALCTL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALRPT ASSIGN DYNAMIC WS-VALRPT-NAME
           FILE STATUS IS VALRPT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
           05 QTA-MONTH-AMT OCCURS 12 TIMES
                                   PIC X(7).

       FD FISCALCALFILE.
       COPY FISCALFD.

       FD VALRPT.
         01 VAL-LINE               PIC X(100).

           05 WEATHERCTL-STATUS    PIC X(2).
           05 READREQ-STATUS       PIC X(2).
           05 QUOTACTL-STATUS      PIC X(2).
           05 FISCALCTL-STATUS     PIC X(2).
           05 VALRPT-STATUS        PIC X(2).
           05 WS-VALRPT-NAME       PIC X(40).
           05 WS-BAD-COUNT         PIC 9(5) VALUE ZEROES.
           05  WS-QTA-BAD-MONTH-SW PIC X.
               88  QTA-MONTH-NOT-NUMERIC VALUE 'Y'.

       01  WS-FISCAL-CHECK.
           05  WS-FCL-PREV-SW      PIC X VALUE 'N'.
               88  FCL-PREV-VALID  VALUE 'Y'.
           05  WS-FCL-PREV-END     PIC 9(8).
           05  WS-FCL-PREV-YEAR    PIC 9(4).
           05  WS-FCL-PREV-PERIOD  PIC 9(2).
           05  WS-FCL-PREV-WEEKS   PIC 9(1).
           05  WS-FCL-PREV-WEEK    PIC 9(2).
           05  WS-FCL-START-INT    PIC 9(8).
           05  WS-FCL-END-INT      PIC 9(8).
           05  WS-FCL-PREV-INT     PIC 9(8).
           05  WS-FCL-QTR-WK       PIC 9(1).
           05  WS-FCL-WEEKS-WK     PIC 9(1).

       01  WS-DATE-CHECK.
           05  WS-DAYS-IN-MONTH    PIC 9(2).
           05  WS-LEAP-REMAINDER   PIC 9(4).
              THRU 0400-READREQ-END.
           PERFORM 0500-CHECK-SALESQUOTA
              THRU 0500-QUOTA-END.
           PERFORM 0600-CHECK-FISCALCAL
              THRU 0600-FISCAL-END.
           MOVE WS-BAD-COUNT TO VAL-TOTAL.
           MOVE SPACES TO VAL-LINE.
           WRITE VAL-LINE.
           CLOSE SALESQUOTAFILE.
       0500-QUOTA-END.

      * Each fiscal period must be whole weeks in the 4-4-5 pattern
      * (period 12 may carry the 53rd week), sit in its quarter,
      * and follow on from the row above: next day, next period,
      * next fiscal week. A bad row is not carried forward, so only
      * the first break in a run of rows is reported.
       0600-CHECK-FISCALCAL.
           OPEN INPUT FISCALCALFILE.
           IF FISCALCTL-STATUS NOT = "00"
              GO TO 0600-FISCAL-END
           END-IF.
           MOVE ZEROES TO WS-RECORD-NO.
           MOVE 'N' TO WS-FCL-PREV-SW.
           READ FISCALCALFILE
              AT END SET ENDOFFISCALCAL TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFFISCALCAL
              ADD 1 TO WS-RECORD-NO
              PERFORM 0610-CHECK-ONE-PERIOD THRU 0610-CHECK-END
              IF WS-REASON NOT = SPACES
                 MOVE "FISCALCAL.DAT" TO VAL-FILE
                 PERFORM 0800-WRITE-BAD-RECORD
                 MOVE 'N' TO WS-FCL-PREV-SW
              ELSE
                 MOVE 'Y' TO WS-FCL-PREV-SW
                 MOVE FCL-PERIOD-END  TO WS-FCL-PREV-END
                 MOVE FCL-FISCAL-YEAR TO WS-FCL-PREV-YEAR
                 MOVE FCL-PERIOD      TO WS-FCL-PREV-PERIOD
                 MOVE FCL-WEEKS       TO WS-FCL-PREV-WEEKS
                 MOVE FCL-FIRST-WEEK  TO WS-FCL-PREV-WEEK
              END-IF
              READ FISCALCALFILE
                 AT END SET ENDOFFISCALCAL TO TRUE
              END-READ
           END-PERFORM.
           CLOSE FISCALCALFILE.
       0600-FISCAL-END.

       0610-CHECK-ONE-PERIOD.
           MOVE SPACES TO WS-REASON.
           IF FCL-PERIOD-START NOT NUMERIC
              OR FCL-PERIOD-END NOT NUMERIC
              OR FCL-FISCAL-YEAR NOT NUMERIC
              OR FCL-QUARTER NOT NUMERIC
              OR FCL-PERIOD NOT NUMERIC
              OR FCL-WEEKS NOT NUMERIC
              OR FCL-FIRST-WEEK NOT NUMERIC
              MOVE "FIELD NOT NUMERIC" TO WS-REASON
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD (FCL-PERIOD-START)
                    NOT = ZEROES
                 OR FUNCTION TEST-DATE-YYYYMMDD (FCL-PERIOD-END)
                    NOT = ZEROES
                 MOVE "PERIOD DATE NOT A VALID DATE" TO WS-REASON
              END-IF
           END-IF.
           IF WS-REASON NOT = SPACES
              GO TO 0610-CHECK-END
           END-IF.
           IF FCL-PERIOD = 3 OR 6 OR 9 OR 12
              MOVE 5 TO WS-FCL-WEEKS-WK
           ELSE
              MOVE 4 TO WS-FCL-WEEKS-WK
           END-IF.
           COMPUTE WS-FCL-QTR-WK = (FCL-PERIOD + 2) / 3.
           COMPUTE WS-FCL-START-INT =
              FUNCTION INTEGER-OF-DATE (FCL-PERIOD-START).
           COMPUTE WS-FCL-END-INT =
              FUNCTION INTEGER-OF-DATE (FCL-PERIOD-END).
           EVALUATE TRUE
              WHEN FCL-PERIOD < 1 OR FCL-PERIOD > 12
                 MOVE "PERIOD NOT 01-12" TO WS-REASON
              WHEN FCL-QUARTER NOT = WS-FCL-QTR-WK
                 MOVE "QUARTER DOES NOT MATCH PERIOD" TO WS-REASON
              WHEN FCL-WEEKS NOT = WS-FCL-WEEKS-WK
                 AND NOT (FCL-PERIOD = 12 AND FCL-WEEKS = 6)
                 MOVE "WEEKS NOT 4-4-5 FOR PERIOD" TO WS-REASON
              WHEN WS-FCL-END-INT - WS-FCL-START-INT + 1
                 NOT = FCL-WEEKS * 7
                 MOVE "DATES DO NOT SPAN THE WEEKS" TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
              OR NOT FCL-PREV-VALID
              GO TO 0610-CHECK-END
           END-IF.
           COMPUTE WS-FCL-PREV-INT =
              FUNCTION INTEGER-OF-DATE (WS-FCL-PREV-END).
           EVALUATE TRUE
              WHEN WS-FCL-START-INT NOT = WS-FCL-PREV-INT + 1
                 MOVE "NOT CONTIGUOUS WITH PRIOR PERIOD" TO WS-REASON
              WHEN WS-FCL-PREV-PERIOD = 12
                 AND (FCL-FISCAL-YEAR NOT = WS-FCL-PREV-YEAR + 1
                      OR FCL-PERIOD NOT = 1
                      OR FCL-FIRST-WEEK NOT = 1)
                 MOVE "PERIOD OUT OF SEQUENCE" TO WS-REASON
              WHEN WS-FCL-PREV-PERIOD < 12
                 AND (FCL-FISCAL-YEAR NOT = WS-FCL-PREV-YEAR
                      OR FCL-PERIOD NOT = WS-FCL-PREV-PERIOD + 1
                      OR FCL-FIRST-WEEK NOT =
                         WS-FCL-PREV-WEEK + WS-FCL-PREV-WEEKS)
                 MOVE "PERIOD OUT OF SEQUENCE" TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0610-CHECK-END.

       0800-WRITE-BAD-RECORD.
           ADD 1 TO WS-BAD-COUNT.
           MOVE WS-RECORD-NO TO VAL-RECNO.
