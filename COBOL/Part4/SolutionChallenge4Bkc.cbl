       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCHGRPT.

      * Bank detail change report - for review by someone other
      * than the operator who keyed the changes.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. A changed routing or account number used to
      *    go straight into the next direct-deposit extract, which
      *    is how payroll diversion fraud and mistyped accounts get
      *    paid. Keyed bank details now wait on EMPBANK.DAT for a
      *    prenote and a cooling-off period (EMPBNKFD copybook) and
      *    every change is kept on BANKCHG.DAT (BNKCHGFD copybook).
      *    This program prints the dated report BANKCHGyyyymmdd.DAT
      *    in three sections: every bank change since the last
      *    posted business date, with the old and new details and
      *    who keyed it; every account still pending or returned;
      *    and a count of changes by keying operator, with a
      *    sign-off line for a reviewer who must not be one of
      *    them. The business date comes from RUNCONTROL.DAT
      *    (RUNCTL copybooks).
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BANKCHGFILE ASSIGN TO "BANKCHG.DAT"
           FILE STATUS IS WS-BANKCHG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPBANKFILE ASSIGN TO "EMPBANK.DAT"
           FILE STATUS IS WS-EMPBANK-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EB-EMP-ID.

           SELECT BANKCHGRPTFILE ASSIGN DYNAMIC WS-BANKRPT-NAME
           FILE STATUS IS WS-BANKRPT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
           FILE STATUS IS WS-RUNCTL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BANKCHGFILE.
       COPY BNKCHGFD.

       FD EMPBANKFILE.
       COPY EMPBNKFD.

       FD BANKCHGRPTFILE.
       01 PRINT-LINE               PIC X(132).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 WS-BANKCHG-STATUS    PIC X(2).
           05 WS-EMPBANK-STATUS    PIC X(2).
           05 WS-BANKRPT-STATUS    PIC X(2).
           05 WS-BANKRPT-NAME      PIC X(40).
           05 WS-WINDOW-FROM       PIC 9(8) VALUE ZEROES.
           05 WS-CHANGE-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-PENDING-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-RETURNED-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-KEYED-COUNT       PIC 9(5) VALUE ZEROES.

      * A before or after image off the change history, in the
      * EMPBANK.DAT layout.
       01 BCR-IMAGE.
           05 BCR-EMP-ID           PIC 9(7).
           05 BCR-ROUTING          PIC 9(9).
           05 BCR-ACCOUNT          PIC X(17).
           05 BCR-STATUS           PIC X(1).
               88 BCR-LIVE         VALUE 'A' ' '.
           05 BCR-PEND-ROUTING     PIC 9(9).
           05 BCR-PEND-ACCOUNT     PIC X(17).
           05 BCR-PEND-DATE        PIC 9(8).
           05 BCR-PEND-OPERATOR    PIC X(8).
           05 BCR-PRENOTE-DATE     PIC 9(8).
           05 BCR-ACTIVE-DATE      PIC 9(8).

      * Keyed changes by operator, for the reviewer sign-off.
       01 WS-KEYER-TABLE.
           05 WS-KEYER-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-KEYIDX.
               10 WS-KEYER-ID      PIC X(8).
               10 WS-KEYER-COUNT   PIC 9(5).
       01 WS-KEYER-USED            PIC 9(2) VALUE ZEROES.
       01 WS-KEYER-FOUND-IDX       PIC 9(2) VALUE ZEROES.

       COPY JOBCTL.
       COPY RUNCTL.

       01  BCR-SECTION-LINE.
           05  BSL-TEXT            PIC X(60).
           05  FILLER              PIC X(72) VALUE SPACES.

       01  BCR-CHANGE-HEADING.
           05  FILLER              PIC X(10) VALUE 'DATE'.
           05  FILLER              PIC X(8)  VALUE 'TIME'.
           05  FILLER              PIC X(9)  VALUE 'EMP ID'.
           05  FILLER              PIC X(22) VALUE 'CHANGE'.
           05  FILLER              PIC X(28) VALUE 'OLD DETAILS'.
           05  FILLER              PIC X(28) VALUE 'NEW DETAILS'.
           05  FILLER              PIC X(27) VALUE 'KEYED BY'.

       01  BCR-CHANGE-LINE.
           05  BCL-DATE            PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BCL-TIME            PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BCL-EMP-ID          PIC 9(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BCL-CHANGE          PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BCL-OLD-ROUTING     PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  BCL-OLD-ACCOUNT     PIC X(17).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  BCL-NEW-ROUTING     PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  BCL-NEW-ACCOUNT     PIC X(17).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  BCL-OPERATOR        PIC X(8).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  BCR-PENDING-HEADING.
           05  FILLER              PIC X(9)  VALUE 'EMP ID'.
           05  FILLER              PIC X(18) VALUE 'STATE'.
           05  FILLER              PIC X(28) VALUE 'PENDING DETAILS'.
           05  FILLER              PIC X(10) VALUE 'KEYED'.
           05  FILLER              PIC X(10) VALUE 'KEYED BY'.
           05  FILLER              PIC X(10) VALUE 'PRENOTE'.
           05  FILLER              PIC X(47) VALUE 'LIVE FROM'.

       01  BCR-PENDING-LINE.
           05  BPL-EMP-ID          PIC 9(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BPL-STATE           PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BPL-ROUTING         PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  BPL-ACCOUNT         PIC X(17).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  BPL-KEYED-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BPL-OPERATOR        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BPL-PRENOTE-DATE    PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BPL-ACTIVE-DATE     PIC X(8).
           05  FILLER              PIC X(39) VALUE SPACES.

       01  BCR-KEYER-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  BKL-OPERATOR        PIC X(8).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  BKL-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(111) VALUE SPACES.

       01  BCR-SIGNOFF-LINE.
           05  FILLER              PIC X(44) VALUE
               'REVIEWED BY ______________  DATE __________'.
           05  FILLER              PIC X(88) VALUE
               '(MUST NOT BE AN OPERATOR LISTED ABOVE)'.

       01  BCR-NOTE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  BNL-TEXT            PIC X(40).
           05  FILLER              PIC X(88) VALUE SPACES.

       01  BCR-TOTAL-LINE.
           05  BTL-LABEL           PIC X(30).
           05  BTL-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "BANKCHGRPT" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
      *    Changes since the last posted business date; a rerun of
      *    a posted date reports that date's changes again.
           IF WS-LAST-POSTED-DATE NUMERIC
              AND WS-LAST-POSTED-DATE < WS-BUSINESS-DATE
              MOVE WS-LAST-POSTED-DATE TO WS-WINDOW-FROM
           ELSE
              COMPUTE WS-WINDOW-FROM = WS-BUSINESS-DATE - 1
           END-IF.
           MOVE SPACES TO WS-BANKRPT-NAME.
           STRING "BANKCHG"        DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
              INTO WS-BANKRPT-NAME.
           OPEN OUTPUT BANKCHGRPTFILE.
           IF WS-BANKRPT-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN BANKCHGRPT, STATUS = "
                 WS-BANKRPT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'BANK DETAIL CHANGE REVIEW' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           MOVE SPACES TO WS-KEYER-TABLE.
           PERFORM 0200-LIST-CHANGES THRU 0200-LIST-END.
           PERFORM 0300-LIST-PENDING THRU 0300-LIST-END.
           PERFORM 0400-LIST-KEYERS.
           MOVE 'BANK CHANGES LISTED:' TO BTL-LABEL.
           MOVE WS-CHANGE-COUNT TO BTL-COUNT.
           PERFORM 0500-PRINT-TOTAL.
           MOVE 'ACCOUNTS PENDING:' TO BTL-LABEL.
           MOVE WS-PENDING-COUNT TO BTL-COUNT.
           PERFORM 0500-PRINT-TOTAL.
           MOVE 'PRENOTES RETURNED:' TO BTL-LABEL.
           MOVE WS-RETURNED-COUNT TO BTL-COUNT.
           PERFORM 0500-PRINT-TOTAL.
           CLOSE BANKCHGRPTFILE.
           DISPLAY "BANK CHANGES LISTED: " WS-CHANGE-COUNT.
           DISPLAY "ACCOUNTS PENDING:    " WS-PENDING-COUNT.
           DISPLAY "PRENOTES RETURNED:   " WS-RETURNED-COUNT.
           PERFORM 0900-END-PROGRAM.

       0200-LIST-CHANGES.
           MOVE 'BANK DETAIL CHANGES' TO BSL-TEXT.
           PERFORM 0600-PRINT-SECTION-HEADING.
           OPEN INPUT BANKCHGFILE.
           IF WS-BANKCHG-STATUS NOT = "00"
              MOVE 'NONE' TO BNL-TEXT
              PERFORM 0610-PRINT-NOTE
              GO TO 0200-LIST-END
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE BCR-CHANGE-HEADING TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           READ BANKCHGFILE
              AT END SET ENDOFBANKCHG TO TRUE
           END-READ.
           PERFORM 0210-LIST-ONE-CHANGE UNTIL ENDOFBANKCHG.
           CLOSE BANKCHGFILE.
           IF WS-CHANGE-COUNT = ZEROES
              MOVE 'NONE' TO BNL-TEXT
              PERFORM 0610-PRINT-NOTE
           END-IF.
       0200-LIST-END.

      * Old details are the live ones before the change; new details
      * are the ones the change puts in play - pending for a keyed
      * add or change, the returned ones for a return, the live ones
      * for a go-live.
       0210-LIST-ONE-CHANGE.
           IF BCH-DATE > WS-WINDOW-FROM
              AND BCH-DATE NOT > WS-BUSINESS-DATE
              ADD 1 TO WS-CHANGE-COUNT
              MOVE BCH-DATE     TO BCL-DATE
              MOVE BCH-TIME     TO BCL-TIME
              MOVE BCH-EMP-ID   TO BCL-EMP-ID
              MOVE BCH-OPERATOR TO BCL-OPERATOR
              MOVE SPACES TO BCL-OLD-ROUTING BCL-OLD-ACCOUNT
                             BCL-NEW-ROUTING BCL-NEW-ACCOUNT
              IF BCH-BEFORE NOT = SPACES
                 MOVE BCH-BEFORE TO BCR-IMAGE
                 IF BCR-ROUTING NOT = ZEROES
                    MOVE BCR-ROUTING TO BCL-OLD-ROUTING
                    MOVE BCR-ACCOUNT TO BCL-OLD-ACCOUNT
                 END-IF
              END-IF
              EVALUATE BCH-ACTION
                 WHEN 'A'
                    MOVE 'ADDED - PENDING' TO BCL-CHANGE
                    MOVE BCH-AFTER TO BCR-IMAGE
                    PERFORM 0220-SET-NEW-PENDING
                 WHEN 'C'
                    MOVE BCH-AFTER TO BCR-IMAGE
                    IF BCR-LIVE
                       MOVE 'PENDING WITHDRAWN' TO BCL-CHANGE
                    ELSE
                       MOVE 'CHANGED - PENDING' TO BCL-CHANGE
                       PERFORM 0220-SET-NEW-PENDING
                    END-IF
                 WHEN 'D'
                    MOVE 'DELETED' TO BCL-CHANGE
                 WHEN 'R'
                    MOVE 'PRENOTE RETURNED' TO BCL-CHANGE
                    PERFORM 0220-SET-NEW-PENDING
                 WHEN 'N'
                    MOVE 'PRENOTE SENT' TO BCL-CHANGE
                    MOVE BCH-AFTER TO BCR-IMAGE
                    PERFORM 0220-SET-NEW-PENDING
                 WHEN 'V'
                    MOVE 'NOW LIVE' TO BCL-CHANGE
                    MOVE BCH-AFTER TO BCR-IMAGE
                    MOVE BCR-ROUTING TO BCL-NEW-ROUTING
                    MOVE BCR-ACCOUNT TO BCL-NEW-ACCOUNT
                 WHEN OTHER
                    MOVE BCH-ACTION TO BCL-CHANGE
              END-EVALUATE
              IF BCH-KEYED-CHANGE
                 PERFORM 0230-COUNT-KEYER
              END-IF
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE BCR-CHANGE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           READ BANKCHGFILE
              AT END SET ENDOFBANKCHG TO TRUE
           END-READ.

       0220-SET-NEW-PENDING.
           MOVE BCR-PEND-ROUTING TO BCL-NEW-ROUTING.
           MOVE BCR-PEND-ACCOUNT TO BCL-NEW-ACCOUNT.

       0230-COUNT-KEYER.
           ADD 1 TO WS-KEYED-COUNT.
           MOVE 0 TO WS-KEYER-FOUND-IDX.
           SET WS-KEYIDX TO 1.
           PERFORM WS-KEYER-USED TIMES
              IF WS-KEYER-ID (WS-KEYIDX) = BCH-OPERATOR
                 SET WS-KEYER-FOUND-IDX TO WS-KEYIDX
              END-IF
              SET WS-KEYIDX UP BY 1
           END-PERFORM.
           IF WS-KEYER-FOUND-IDX = 0
              IF WS-KEYER-USED < 50
                 ADD 1 TO WS-KEYER-USED
                 SET WS-KEYIDX TO WS-KEYER-USED
                 MOVE BCH-OPERATOR TO WS-KEYER-ID (WS-KEYIDX)
                 MOVE 1 TO WS-KEYER-COUNT (WS-KEYIDX)
              END-IF
           ELSE
              SET WS-KEYIDX TO WS-KEYER-FOUND-IDX
              ADD 1 TO WS-KEYER-COUNT (WS-KEYIDX)
           END-IF.

      * Every account still waiting on its prenote, or returned and
      * waiting for corrected details, whatever the date.
       0300-LIST-PENDING.
           MOVE 'ACCOUNTS PENDING OR RETURNED' TO BSL-TEXT.
           PERFORM 0600-PRINT-SECTION-HEADING.
           OPEN INPUT EMPBANKFILE.
           IF WS-EMPBANK-STATUS NOT = "00"
              MOVE 'NO BANK MASTER' TO BNL-TEXT
              PERFORM 0610-PRINT-NOTE
              GO TO 0300-LIST-END
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE BCR-PENDING-HEADING TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           READ EMPBANKFILE NEXT RECORD
              AT END SET ENDOFEMPBANK TO TRUE
           END-READ.
           PERFORM 0310-LIST-ONE-ACCOUNT UNTIL ENDOFEMPBANK.
           CLOSE EMPBANKFILE.
           IF WS-PENDING-COUNT = ZEROES AND WS-RETURNED-COUNT = ZEROES
              MOVE 'NONE' TO BNL-TEXT
              PERFORM 0610-PRINT-NOTE
           END-IF.
       0300-LIST-END.

       0310-LIST-ONE-ACCOUNT.
           IF EB-PENDING OR EB-RETURNED
              IF EB-RETURNED
                 ADD 1 TO WS-RETURNED-COUNT
                 MOVE 'PRENOTE RETURNED' TO BPL-STATE
              ELSE
                 ADD 1 TO WS-PENDING-COUNT
                 IF EB-PRENOTE-DATE = ZEROES
                    MOVE 'AWAITING PRENOTE' TO BPL-STATE
                 ELSE
                    MOVE 'PRENOTE SENT' TO BPL-STATE
                 END-IF
              END-IF
              MOVE EB-EMP-ID        TO BPL-EMP-ID
              MOVE EB-PEND-ROUTING  TO BPL-ROUTING
              MOVE EB-PEND-ACCOUNT  TO BPL-ACCOUNT
              MOVE EB-PEND-DATE     TO BPL-KEYED-DATE
              MOVE EB-PEND-OPERATOR TO BPL-OPERATOR
              MOVE SPACES TO BPL-PRENOTE-DATE BPL-ACTIVE-DATE
              IF EB-PRENOTE-DATE NOT = ZEROES
                 MOVE EB-PRENOTE-DATE TO BPL-PRENOTE-DATE
              END-IF
              IF EB-ACTIVE-DATE NOT = ZEROES
                 MOVE EB-ACTIVE-DATE TO BPL-ACTIVE-DATE
              END-IF
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE BCR-PENDING-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           READ EMPBANKFILE NEXT RECORD
              AT END SET ENDOFEMPBANK TO TRUE
           END-READ.

      * The reviewer signs against the operators who keyed the
      * changes and must not be one of them.
       0400-LIST-KEYERS.
           MOVE 'CHANGES KEYED BY OPERATOR' TO BSL-TEXT.
           PERFORM 0600-PRINT-SECTION-HEADING.
           IF WS-KEYER-USED = ZEROES
              MOVE 'NONE' TO BNL-TEXT
              PERFORM 0610-PRINT-NOTE
           ELSE
              PERFORM 0410-LIST-ONE-KEYER
                 VARYING WS-KEYIDX FROM 1 BY 1
                 UNTIL WS-KEYIDX > WS-KEYER-USED
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE BCR-SIGNOFF-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0410-LIST-ONE-KEYER.
           MOVE WS-KEYER-ID (WS-KEYIDX)    TO BKL-OPERATOR.
           MOVE WS-KEYER-COUNT (WS-KEYIDX) TO BKL-COUNT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE BCR-KEYER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0500-PRINT-TOTAL.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE BCR-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0600-PRINT-SECTION-HEADING.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE BCR-SECTION-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0610-PRINT-NOTE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE BCR-NOTE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY RUNCTLPD.

       END PROGRAM BANKCHGRPT.
