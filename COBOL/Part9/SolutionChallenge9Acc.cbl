       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACCESSRPT.

      * Operator access report - who can do what, and who was
      * refused.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. The console maintenance programs now sign
      *    operators on against OPERATOR.DAT and check every add,
      *    change and delete against the operator's authority
      *    entries, logging each refusal to OPERLOG.DAT (OPRFD /
      *    OPRLOGFD copybooks). This program prints the dated
      *    report OPERACCESSyyyymmdd.DAT in three sections: every
      *    operator with status, failed sign-on count, last
      *    sign-on and the programs and actions allowed; every
      *    refused sign-on or action on the log; and every change
      *    OPERATORMAINT has made to the operator file, with who
      *    made it. The business date comes from RUNCONTROL.DAT
      *    (RUNCTL copybooks).
      *  - A fourth section lists the period status changes
      *    PERIODMAINT has logged (closing, close, reopen and
      *    late action), with the operator, the reason and the
      *    change made.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERATORFILE ASSIGN TO "OPERATOR.DAT"
           FILE STATUS IS WS-OPERATOR-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPR-ID.

           SELECT OPRLOGFILE ASSIGN TO "OPERLOG.DAT"
           FILE STATUS IS WS-OPRLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCESSRPT ASSIGN DYNAMIC WS-ACCESSRPT-NAME
           FILE STATUS IS WS-ACCESSRPT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
           FILE STATUS IS WS-RUNCTL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD OPERATORFILE.
       COPY OPRFD.

       FD OPRLOGFILE.
       COPY OPRLOGFD.

       FD ACCESSRPT.
       01 PRINT-LINE               PIC X(132).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 WS-OPERATOR-STATUS   PIC X(2).
           05 WS-OPRLOG-STATUS     PIC X(2).
           05 WS-ACCESSRPT-STATUS  PIC X(2).
           05 WS-ACCESSRPT-NAME    PIC X(40).
           05 WS-OPERATOR-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-REFUSED-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-CHANGE-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-PERIOD-CHG-COUNT  PIC 9(5) VALUE ZEROES.
           05 WS-AUTH-SUB          PIC 9(2) VALUE ZEROES.
           05 WS-AUTH-PRINTED      PIC 9(2) VALUE ZEROES.
           05 WS-LOG-SECTION-SW    PIC X(1).
              88 LISTING-REFUSALS  VALUE 'R'.
              88 LISTING-CHANGES   VALUE 'M'.
              88 LISTING-PERIODS   VALUE 'P'.

       COPY JOBCTL.
       COPY RUNCTL.

       01  ACC-SECTION-LINE.
           05  ASL-TEXT            PIC X(40).
           05  FILLER              PIC X(92) VALUE SPACES.

       01  ACC-OPERATOR-HEADING.
           05  FILLER              PIC X(10) VALUE 'OPERATOR'.
           05  FILLER              PIC X(22) VALUE 'NAME'.
           05  FILLER              PIC X(10) VALUE 'STATUS'.
           05  FILLER              PIC X(8)  VALUE 'FAILED'.
           05  FILLER              PIC X(12) VALUE 'LAST SIGN-ON'.
           05  FILLER              PIC X(70) VALUE SPACES.

       01  ACC-AUTH-HEADING.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(21) VALUE 'PROGRAM'.
           05  FILLER              PIC X(8)  VALUE 'ADD'.
           05  FILLER              PIC X(8)  VALUE 'CHANGE'.
           05  FILLER              PIC X(8)  VALUE 'DELETE'.
           05  FILLER              PIC X(83) VALUE SPACES.

       01  ACC-OPERATOR-LINE.
           05  AOL-ID              PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AOL-NAME            PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AOL-STATUS          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AOL-FAILS           PIC 9.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  AOL-LAST-SIGNON     PIC X(8).
           05  FILLER              PIC X(74) VALUE SPACES.

       01  ACC-AUTH-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  AAL-PROGRAM         PIC X(18).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  AAL-ADD             PIC X(3).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  AAL-CHANGE          PIC X(3).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  AAL-DELETE          PIC X(3).
           05  FILLER              PIC X(88) VALUE SPACES.

       01  ACC-LOG-HEADING.
           05  FILLER              PIC X(10) VALUE 'DATE'.
           05  FILLER              PIC X(8)  VALUE 'TIME'.
           05  FILLER              PIC X(10) VALUE 'OPERATOR'.
           05  FILLER              PIC X(20) VALUE 'PROGRAM'.
           05  FILLER              PIC X(4)  VALUE 'ACT'.
           05  FILLER              PIC X(6)  VALUE 'EVENT'.
           05  FILLER              PIC X(32) VALUE 'REASON'.
           05  FILLER              PIC X(42) VALUE 'KEY'.

       01  ACC-LOG-LINE.
           05  ALL-DATE            PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ALL-TIME            PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ALL-OPERATOR        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ALL-PROGRAM         PIC X(18).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ALL-ACTION          PIC X(1).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  ALL-EVENT           PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ALL-TEXT            PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ALL-KEY             PIC X(36).
           05  FILLER              PIC X(6)  VALUE SPACES.

       01  ACC-NOTE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  ANL-TEXT            PIC X(40).
           05  FILLER              PIC X(88) VALUE SPACES.

       01  ACC-TOTAL-LINE.
           05  ATL-LABEL           PIC X(30).
           05  ATL-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "OPERACCESSRPT" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           MOVE SPACES TO WS-ACCESSRPT-NAME.
           STRING "OPERACCESS"     DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
              INTO WS-ACCESSRPT-NAME.
           OPEN OUTPUT ACCESSRPT.
           IF WS-ACCESSRPT-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN ACCESSRPT, STATUS = "
                 WS-ACCESSRPT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'OPERATOR ACCESS REPORT' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           PERFORM 0200-LIST-OPERATORS THRU 0200-LIST-END.
           MOVE 'R' TO WS-LOG-SECTION-SW.
           MOVE 'REFUSED SIGN-ONS AND ACTIONS' TO ASL-TEXT.
           PERFORM 0300-LIST-ACCESS-LOG THRU 0300-LIST-END.
           MOVE 'M' TO WS-LOG-SECTION-SW.
           MOVE 'OPERATOR FILE CHANGES' TO ASL-TEXT.
           PERFORM 0300-LIST-ACCESS-LOG THRU 0300-LIST-END.
           MOVE 'P' TO WS-LOG-SECTION-SW.
           MOVE 'PERIOD STATUS CHANGES' TO ASL-TEXT.
           PERFORM 0300-LIST-ACCESS-LOG THRU 0300-LIST-END.
           MOVE 'OPERATORS LISTED:' TO ATL-LABEL.
           MOVE WS-OPERATOR-COUNT TO ATL-COUNT.
           PERFORM 0400-PRINT-TOTAL.
           MOVE 'REFUSED ATTEMPTS:' TO ATL-LABEL.
           MOVE WS-REFUSED-COUNT TO ATL-COUNT.
           PERFORM 0400-PRINT-TOTAL.
           MOVE 'OPERATOR FILE CHANGES:' TO ATL-LABEL.
           MOVE WS-CHANGE-COUNT TO ATL-COUNT.
           PERFORM 0400-PRINT-TOTAL.
           MOVE 'PERIOD STATUS CHANGES:' TO ATL-LABEL.
           MOVE WS-PERIOD-CHG-COUNT TO ATL-COUNT.
           PERFORM 0400-PRINT-TOTAL.
           CLOSE ACCESSRPT.
           DISPLAY "OPERATORS LISTED:      " WS-OPERATOR-COUNT.
           DISPLAY "REFUSED ATTEMPTS:      " WS-REFUSED-COUNT.
           DISPLAY "OPERATOR FILE CHANGES: " WS-CHANGE-COUNT.
           DISPLAY "PERIOD STATUS CHANGES: " WS-PERIOD-CHG-COUNT.
           PERFORM 0900-END-PROGRAM.

       0200-LIST-OPERATORS.
           MOVE 'OPERATORS AND AUTHORITIES' TO ASL-TEXT.
           PERFORM 0500-PRINT-SECTION-HEADING.
           OPEN INPUT OPERATORFILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              MOVE 'NO OPERATOR FILE' TO ANL-TEXT
              PERFORM 0510-PRINT-NOTE
              GO TO 0200-LIST-END
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE ACC-OPERATOR-HEADING TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           READ OPERATORFILE NEXT RECORD
              AT END SET ENDOFOPERATORS TO TRUE
           END-READ.
           PERFORM 0210-LIST-ONE-OPERATOR UNTIL ENDOFOPERATORS.
           CLOSE OPERATORFILE.
       0200-LIST-END.

       0210-LIST-ONE-OPERATOR.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE OPR-ID   TO AOL-ID.
           MOVE OPR-NAME TO AOL-NAME.
           EVALUATE TRUE
              WHEN OPR-ACTIVE   MOVE 'ACTIVE'   TO AOL-STATUS
              WHEN OPR-LOCKED   MOVE 'LOCKED'   TO AOL-STATUS
              WHEN OPR-DISABLED MOVE 'DISABLED' TO AOL-STATUS
              WHEN OTHER        MOVE OPR-STATUS TO AOL-STATUS
           END-EVALUATE.
           MOVE OPR-FAIL-COUNT TO AOL-FAILS.
           IF OPR-LAST-SIGNON = ZEROES
              MOVE 'NEVER' TO AOL-LAST-SIGNON
           ELSE
              MOVE OPR-LAST-SIGNON TO AOL-LAST-SIGNON
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE ACC-OPERATOR-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE ACC-AUTH-HEADING TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 0 TO WS-AUTH-PRINTED.
           PERFORM 0220-LIST-ONE-AUTHORITY
              VARYING WS-AUTH-SUB FROM 1 BY 1
              UNTIL WS-AUTH-SUB > 10.
           IF WS-AUTH-PRINTED = 0
              MOVE 'NO PROGRAMS AUTHORIZED' TO ANL-TEXT
              PERFORM 0510-PRINT-NOTE
           END-IF.
           READ OPERATORFILE NEXT RECORD
              AT END SET ENDOFOPERATORS TO TRUE
           END-READ.

       0220-LIST-ONE-AUTHORITY.
           IF OPR-AUTH-PROGRAM (WS-AUTH-SUB) NOT = SPACES
              ADD 1 TO WS-AUTH-PRINTED
              MOVE OPR-AUTH-PROGRAM (WS-AUTH-SUB) TO AAL-PROGRAM
              MOVE ' - ' TO AAL-ADD AAL-CHANGE AAL-DELETE
              IF OPR-AUTH-ADD (WS-AUTH-SUB) = 'Y'
                 MOVE 'YES' TO AAL-ADD
              END-IF
              IF OPR-AUTH-CHANGE (WS-AUTH-SUB) = 'Y'
                 MOVE 'YES' TO AAL-CHANGE
              END-IF
              IF OPR-AUTH-DELETE (WS-AUTH-SUB) = 'Y'
                 MOVE 'YES' TO AAL-DELETE
              END-IF
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE ACC-AUTH-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * One pass of the access log per section: refusals first,
      * then operator file changes. No log yet means none of either.
       0300-LIST-ACCESS-LOG.
           PERFORM 0500-PRINT-SECTION-HEADING.
           OPEN INPUT OPRLOGFILE.
           IF WS-OPRLOG-STATUS NOT = "00"
              MOVE 'NONE' TO ANL-TEXT
              PERFORM 0510-PRINT-NOTE
              GO TO 0300-LIST-END
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE ACC-LOG-HEADING TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           READ OPRLOGFILE
              AT END SET ENDOFOPRLOG TO TRUE
           END-READ.
           PERFORM 0310-LIST-ONE-LOG-ENTRY UNTIL ENDOFOPRLOG.
           CLOSE OPRLOGFILE.
       0300-LIST-END.

       0310-LIST-ONE-LOG-ENTRY.
           IF (LISTING-REFUSALS
                 AND (OLG-EVENT = "NOID" OR "BPWD" OR "LOCK"
                      OR "LCKD" OR "NAUT"))
              OR (LISTING-CHANGES
                 AND (OLG-EVENT = "OADD" OR "OCHG" OR "ODEL"))
              OR (LISTING-PERIODS
                 AND (OLG-EVENT = "PRDG" OR "PRDC" OR "PRDO"
                      OR "PRDA"))
              EVALUATE TRUE
                 WHEN LISTING-REFUSALS
                    ADD 1 TO WS-REFUSED-COUNT
                 WHEN LISTING-CHANGES
                    ADD 1 TO WS-CHANGE-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-PERIOD-CHG-COUNT
              END-EVALUATE
              MOVE OLG-DATE     TO ALL-DATE
              MOVE OLG-TIME     TO ALL-TIME
              MOVE OLG-OPERATOR TO ALL-OPERATOR
              MOVE OLG-PROGRAM  TO ALL-PROGRAM
              MOVE OLG-ACTION   TO ALL-ACTION
              MOVE OLG-EVENT    TO ALL-EVENT
              MOVE OLG-TEXT     TO ALL-TEXT
              MOVE OLG-KEY      TO ALL-KEY
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE ACC-LOG-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           READ OPRLOGFILE
              AT END SET ENDOFOPRLOG TO TRUE
           END-READ.

       0400-PRINT-TOTAL.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE ACC-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0500-PRINT-SECTION-HEADING.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE ACC-SECTION-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0510-PRINT-NOTE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE ACC-NOTE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY RUNCTLPD.

       END PROGRAM OPERACCESSRPT.
