       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETTENDERRECON.

      * Nightly pet store tender reconciliation against the bank.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program, a nightly step scheduled on SCHEDULE.DAT to
      *    run after PETSTORECHALLENGE. The cash and card each store
      *    took in per business date (PETTENDER.DAT) are matched to
      *    the bank's deposits (PETDEPOSITS.DAT: store, business
      *    date covered, tender C cash or K card, amount, bank
      *    reference). Every deposit received is kept on
      *    PETDEPHIST.DAT under the date it arrived, that date's
      *    rows replaced on a rerun, so a store and date may be
      *    banked in more than one deposit. A store and date whose
      *    deposits come to more than the sales plus the tolerance
      *    is an overage as soon as the deposit lands; one short by
      *    more than the tolerance is given the grace days on
      *    PETRECONCTL.DAT for the rest to arrive and is then a
      *    shortage (no deposit at all if nothing came). Each
      *    overage and shortage is reported once, when it arises,
      *    on PETTENDRECyyyymmdd.DAT and EXCEPTIONS.DAT. A deposit
      *    matching no store sales is carried forward on the
      *    history and listed every night until the sales it
      *    covers turn up or it is cleared by hand. Sales dates
      *    older than the history window drop off once matched.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PETRECONCTL ASSIGN TO "PETRECONCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECCTL-STATUS.
              SELECT PETTENDER ASSIGN TO "PETTENDER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TENDER-STATUS.
              SELECT PETDEPOSITS ASSIGN TO "PETDEPOSITS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DEPOSIT-STATUS.
              SELECT PETDEPHIST ASSIGN TO "PETDEPHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DEPHIST-STATUS.
              SELECT TENDRECRPT ASSIGN DYNAMIC WS-TENDREC-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TENDREC-STATUS.

              SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
              SELECT COMMONEXCFILE ASSIGN TO "EXCEPTIONS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COMMONEXC-STATUS.
              SELECT BALANCEFILE ASSIGN TO "BALANCE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BALANCE-STATUS.
              SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Over/short tolerance in dollars, grace days for a deposit to
      * arrive, and how many days of matched history to keep.
       FD PETRECONCTL.
           01 RECONCTLREC.
               02 RCC-TOLERANCE         PIC 9(3)V99.
               02 RCC-GRACE-DAYS        PIC 9(2).
               02 RCC-HISTORY-DAYS      PIC 9(3).

       FD PETTENDER.
           01 TENDERREC.
               02 TND-DATE              PIC 9(8).
               02 TND-STORE-ID          PIC 9(2).
               02 TND-CASH              PIC 9(7)V99.
               02 TND-CARD              PIC 9(7)V99.
               02 TND-CREDIT            PIC 9(7)V99.

      * The bank's deposit file for the day.
       FD PETDEPOSITS.
           01 DEPOSITREC.
               02 DEP-STORE-ID          PIC 9(2).
               02 DEP-SALES-DATE        PIC 9(8).
               02 DEP-TENDER            PIC X.
                  88 DEP-CASH                VALUE 'C'.
                  88 DEP-CARD                VALUE 'K'.
               02 DEP-AMOUNT            PIC 9(7)V99.
               02 DEP-BANK-REF          PIC X(12).

      * Every deposit received, under the date it arrived, and
      * whether it matched store sales on the last run.
       FD PETDEPHIST.
           01 DEPHISTREC.
               02 DPH-RCV-DATE          PIC 9(8).
               02 DPH-STORE-ID          PIC 9(2).
               02 DPH-SALES-DATE        PIC 9(8).
               02 DPH-TENDER            PIC X.
               02 DPH-AMOUNT            PIC 9(7)V99.
               02 DPH-BANK-REF          PIC X(12).
               02 DPH-MATCHED           PIC X.

       FD TENDRECRPT.
           01 PRINT-LINE     PIC X(100).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD COMMONEXCFILE.
       COPY EXCFD.

       FD BALANCEFILE.
       COPY BALFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       COPY JOBCTL.
       COPY EXCCTL.
       COPY BALCTL.
       COPY RUNCTL.

       01  WS-RECCTL-STATUS     PIC X(2).
       01  WS-TENDER-STATUS     PIC X(2).
       01  WS-DEPOSIT-STATUS    PIC X(2).
       01  WS-DEPHIST-STATUS    PIC X(2).
       01  WS-TENDREC-STATUS    PIC X(2).
       01  WS-TENDREC-FILENAME  PIC X(40).

       01  WS-TOLERANCE         PIC 9(3)V99 VALUE 5.00.
       01  WS-GRACE-DAYS        PIC 9(2) VALUE 3.
       01  WS-HISTORY-DAYS      PIC 9(3) VALUE 120.
       01  WS-TODAY-INT         PIC 9(7) VALUE ZEROES.
       01  WS-LAST-RUN-INT      PIC 9(7) VALUE ZEROES.
       01  WS-OLDEST-INT        PIC 9(7) VALUE ZEROES.
       01  WS-DATE-INT          PIC 9(7) VALUE ZEROES.
       01  WS-DUE-INT           PIC 9(7) VALUE ZEROES.
       01  WS-AGE-DAYS          PIC 9(5) VALUE ZEROES.

      * Expected bank money: one entry per store, date and tender.
       01  WS-EXPECTED-TABLE.
           05 WS-EXP-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-EIDX.
              10 WS-EXP-STORE        PIC 9(2).
              10 WS-EXP-DATE         PIC 9(8).
              10 WS-EXP-TENDER       PIC X.
              10 WS-EXP-AMOUNT       PIC 9(7)V99.
              10 WS-EXP-DEPOSITED    PIC 9(8)V99.
              10 WS-EXP-DEP-TODAY    PIC X.
       01  WS-EXP-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-EXP-FOUND-IDX     PIC 9(4) VALUE ZEROES.

       01  WS-DEPOSIT-TABLE.
           05 WS-DEP-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-DIDX.
              10 WS-DEP-RCV-DATE     PIC 9(8).
              10 WS-DEP-STORE        PIC 9(2).
              10 WS-DEP-DATE         PIC 9(8).
              10 WS-DEP-TENDER       PIC X.
              10 WS-DEP-AMOUNT       PIC 9(7)V99.
              10 WS-DEP-BANK-REF     PIC X(12).
              10 WS-DEP-MATCHED      PIC X.
       01  WS-DEP-COUNT         PIC 9(4) VALUE ZEROES.

       01  WS-ADD-STORE         PIC 9(2).
       01  WS-ADD-DATE          PIC 9(8).
       01  WS-ADD-TENDER        PIC X.
       01  WS-ADD-AMOUNT        PIC 9(7)V99.

       01  WS-DIFFERENCE        PIC S9(8)V99 VALUE ZEROES.
       01  WS-NEG-TOLERANCE     PIC S9(3)V99 VALUE ZEROES.
       01  WS-RECON-STATUS      PIC X(10).
           88 RECON-AWAITING         VALUE 'AWAITING'.
           88 RECON-BALANCED         VALUE 'BALANCED'.
           88 RECON-OVER             VALUE 'OVER'.
           88 RECON-SHORT            VALUE 'SHORT' 'NO DEPOSIT'.
       01  WS-REPORT-TODAY-SW   PIC X VALUE 'N'.
           88 REPORT-TODAY           VALUE 'Y'.

       01  WS-PRINT-DATE-WK     PIC 9(8).
       01  WS-PRINT-DATE-SPLIT REDEFINES WS-PRINT-DATE-WK.
           05 WS-PRT-YEAR       PIC 9(4).
           05 WS-PRT-MONTH      PIC 9(2).
           05 WS-PRT-DAY        PIC 9(2).
       01  WS-PRINT-DATE.
           05 WS-PD-MONTH       PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 WS-PD-DAY         PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 WS-PD-YEAR        PIC 9(4).

       01  WS-RUN-COUNTS.
           05 WS-TENDER-READ    PIC 9(5) VALUE ZEROES.
           05 WS-DEPOSITS-READ  PIC 9(5) VALUE ZEROES.
           05 WS-DEPOSITS-REJ   PIC 9(5) VALUE ZEROES.
           05 WS-DEPOSITS-AMT   PIC 9(9)V99 VALUE ZEROES.
           05 WS-RECON-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-OVER-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-SHORT-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-AWAIT-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZEROES.
           05 WS-UNMATCHED-AMT  PIC 9(9)V99 VALUE ZEROES.
           05 WS-OVER-AMT       PIC 9(9)V99 VALUE ZEROES.
           05 WS-SHORT-AMT      PIC 9(9)V99 VALUE ZEROES.

      **************************************************************
      * Tender reconciliation report
      **************************************************************
       01  REC-CONTROL-LINE.
            05 FILLER           PIC X(12) VALUE 'TOLERANCE: '.
            05 RCL-TOLERANCE    PIC $$$9.99.
            05 FILLER           PIC X(16) VALUE '   GRACE DAYS: '.
            05 RCL-GRACE        PIC Z9.
            05 FILLER           PIC X(63) VALUE SPACES.

       01  REC-SECTION-LINE.
            05 RSL-TITLE        PIC X(50).
            05 FILLER           PIC X(50) VALUE SPACES.

       01  REC-COLUMN-HEADINGS.
            05 FILLER           PIC X(7)  VALUE 'STORE'.
            05 FILLER           PIC X(12) VALUE 'SALES DATE'.
            05 FILLER           PIC X(8)  VALUE 'TENDER'.
            05 FILLER           PIC X(14) VALUE '     EXPECTED '.
            05 FILLER           PIC X(14) VALUE '    DEPOSITED '.
            05 FILLER           PIC X(16) VALUE '    DIFFERENCE  '.
            05 FILLER           PIC X(11) VALUE 'STATUS'.
            05 FILLER           PIC X(18) VALUE 'DAYS'.

       01  REC-DETAIL-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RDL-STORE        PIC 9(2).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 RDL-DATE         PIC X(10).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RDL-TENDER       PIC X(4).
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 RDL-EXPECTED     PIC $$,$$$,$$9.99.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 RDL-DEPOSITED    PIC $$,$$$,$$9.99.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 RDL-DIFFERENCE   PIC $$,$$$,$$9.99-.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RDL-STATUS       PIC X(10).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 RDL-DAYS         PIC ZZZ9.
            05 FILLER           PIC X(14) VALUE SPACES.

       01  UNM-COLUMN-HEADINGS.
            05 FILLER           PIC X(7)  VALUE 'STORE'.
            05 FILLER           PIC X(12) VALUE 'SALES DATE'.
            05 FILLER           PIC X(8)  VALUE 'TENDER'.
            05 FILLER           PIC X(16) VALUE '       AMOUNT   '.
            05 FILLER           PIC X(14) VALUE 'BANK REF'.
            05 FILLER           PIC X(12) VALUE 'RECEIVED'.
            05 FILLER           PIC X(31) VALUE 'DAYS'.

       01  UNM-DETAIL-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 UDL-STORE        PIC 9(2).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 UDL-DATE         PIC X(10).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 UDL-TENDER       PIC X(4).
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 UDL-AMOUNT       PIC $$,$$$,$$9.99.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 UDL-BANK-REF     PIC X(12).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 UDL-RCV-DATE     PIC X(10).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 UDL-DAYS         PIC ZZZ9.
            05 FILLER           PIC X(27) VALUE SPACES.

       01  REC-NONE-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(10) VALUE 'NONE'.
            05 FILLER           PIC X(85) VALUE SPACES.

       01  REC-TOTAL-LINE.
            05 RTL-LABEL        PIC X(30).
            05 RTL-COUNT        PIC ZZ,ZZ9.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 RTL-AMOUNT       PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(46) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "PETTENDERRECON" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 0110-READ-CONTROL.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           IF WS-LAST-POSTED-DATE NUMERIC
              AND WS-LAST-POSTED-DATE > ZEROES
              AND WS-LAST-POSTED-DATE < WS-BUSINESS-DATE
              COMPUTE WS-LAST-RUN-INT =
                 FUNCTION INTEGER-OF-DATE (WS-LAST-POSTED-DATE)
           ELSE
              COMPUTE WS-LAST-RUN-INT = WS-TODAY-INT - 1
           END-IF.
           COMPUTE WS-OLDEST-INT = WS-TODAY-INT - WS-HISTORY-DAYS.
           COMPUTE WS-NEG-TOLERANCE = 0 - WS-TOLERANCE.
           PERFORM 0200-LOAD-TENDER THRU 0200-TENDER-END.
           PERFORM 0300-LOAD-DEPOSIT-HISTORY THRU 0300-HISTORY-END.
           PERFORM 0350-LOAD-TODAYS-DEPOSITS THRU 0350-DEPOSITS-END.
           PERFORM 0400-MATCH-ONE-DEPOSIT
              VARYING WS-DIDX FROM 1 BY 1
              UNTIL WS-DIDX > WS-DEP-COUNT.
           PERFORM 0140-OPEN-REPORT.
           PERFORM 0500-PRINT-RECONCILED.
           PERFORM 0600-PRINT-AWAITING.
           PERFORM 0700-PRINT-UNMATCHED.
           PERFORM 0800-PRINT-TOTALS.
           PERFORM 0850-REWRITE-DEPOSIT-HISTORY
              THRU 0850-REWRITE-END.
           IF WS-DEPOSITS-READ > ZEROES
              MOVE "PETDEPOSITS.DAT" TO BAL-WK-FILE-NAME
              MOVE WS-DEPOSITS-READ TO BAL-WK-READ
              COMPUTE BAL-WK-WRITTEN =
                 WS-DEPOSITS-READ - WS-DEPOSITS-REJ
              MOVE WS-DEPOSITS-REJ TO BAL-WK-REJECTED
              MOVE WS-DEPOSITS-AMT TO BAL-WK-AMOUNT
              PERFORM 9800-WRITE-BALANCE
           END-IF.
           DISPLAY "TENDER RECORDS READ:       " WS-TENDER-READ.
           DISPLAY "DEPOSITS READ:             " WS-DEPOSITS-READ.
           DISPLAY "DEPOSITS REJECTED:         " WS-DEPOSITS-REJ.
           DISPLAY "RECONCILED TODAY:          " WS-RECON-COUNT.
           DISPLAY "OVERAGES:                  " WS-OVER-COUNT.
           DISPLAY "SHORTAGES:                 " WS-SHORT-COUNT.
           DISPLAY "AWAITING DEPOSIT:          " WS-AWAIT-COUNT.
           DISPLAY "UNMATCHED DEPOSITS:        " WS-UNMATCHED-COUNT.
           IF RETURN-CODE < 4
              AND (WS-OVER-COUNT > 0 OR WS-SHORT-COUNT > 0
                   OR WS-DEPOSITS-REJ > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.

      * Tolerance, grace days and history window from
      * PETRECONCTL.DAT; $5.00, 3 days and 120 days without it.
       0110-READ-CONTROL.
           OPEN INPUT PETRECONCTL.
           IF WS-RECCTL-STATUS = "00"
              READ PETRECONCTL
                 AT END CONTINUE
                 NOT AT END
                    IF RCC-TOLERANCE NUMERIC
                       MOVE RCC-TOLERANCE TO WS-TOLERANCE
                    END-IF
                    IF RCC-GRACE-DAYS NUMERIC
                       MOVE RCC-GRACE-DAYS TO WS-GRACE-DAYS
                    END-IF
                    IF RCC-HISTORY-DAYS NUMERIC
                       AND RCC-HISTORY-DAYS > ZEROES
                       MOVE RCC-HISTORY-DAYS TO WS-HISTORY-DAYS
                    END-IF
              END-READ
              CLOSE PETRECONCTL
           END-IF.

       0140-OPEN-REPORT.
           MOVE SPACES TO WS-TENDREC-FILENAME.
           STRING "PETTENDREC"       DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-TENDREC-FILENAME.
           OPEN OUTPUT TENDRECRPT.
           IF WS-TENDREC-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN TENDRECRPT, STATUS = "
                 WS-TENDREC-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9610-JOBLOG-END
              GOBACK
           END-IF.
           MOVE 'PET STORE TENDER RECONCILIATION' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           MOVE WS-TOLERANCE  TO RCL-TOLERANCE.
           MOVE WS-GRACE-DAYS TO RCL-GRACE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE REC-CONTROL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0150-FORMAT-DATE.
           MOVE WS-PRT-MONTH TO WS-PD-MONTH.
           MOVE WS-PRT-DAY   TO WS-PD-DAY.
           MOVE WS-PRT-YEAR  TO WS-PD-YEAR.

      * Cash and card the bank should see, for every business date
      * inside the history window. Store credit never reaches the
      * bank and is not reconciled.
       0200-LOAD-TENDER.
           OPEN INPUT PETTENDER.
           IF WS-TENDER-STATUS NOT = "00" AND
              WS-TENDER-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETTENDER ",
                 WS-TENDER-STATUS
           END-IF.
           IF WS-TENDER-STATUS NOT = "00"
              GO TO 0200-TENDER-END
           END-IF.
           PERFORM UNTIL WS-TENDER-STATUS NOT = "00"
              READ PETTENDER
                 AT END MOVE "10" TO WS-TENDER-STATUS
              END-READ
              IF WS-TENDER-STATUS = "00"
                 ADD 1 TO WS-TENDER-READ
                 PERFORM 0210-ADD-ONE-TENDER THRU 0210-ADD-END
              END-IF
           END-PERFORM.
           CLOSE PETTENDER.
       0200-TENDER-END.

       0210-ADD-ONE-TENDER.
           IF TND-DATE NOT NUMERIC
              OR TND-STORE-ID NOT NUMERIC
              OR TND-DATE > WS-BUSINESS-DATE
              GO TO 0210-ADD-END
           END-IF.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (TND-DATE).
           IF WS-DATE-INT < WS-OLDEST-INT
              GO TO 0210-ADD-END
           END-IF.
           MOVE TND-STORE-ID TO WS-ADD-STORE.
           MOVE TND-DATE     TO WS-ADD-DATE.
           IF TND-CASH NUMERIC AND TND-CASH > ZEROES
              MOVE 'C'      TO WS-ADD-TENDER
              MOVE TND-CASH TO WS-ADD-AMOUNT
              PERFORM 0220-ADD-EXPECTED THRU 0220-EXPECTED-END
           END-IF.
           IF TND-CARD NUMERIC AND TND-CARD > ZEROES
              MOVE 'K'      TO WS-ADD-TENDER
              MOVE TND-CARD TO WS-ADD-AMOUNT
              PERFORM 0220-ADD-EXPECTED THRU 0220-EXPECTED-END
           END-IF.
       0210-ADD-END.

       0220-ADD-EXPECTED.
           PERFORM 0230-FIND-EXPECTED.
           IF WS-EXP-FOUND-IDX > 0
              SET WS-EIDX TO WS-EXP-FOUND-IDX
              MOVE WS-ADD-AMOUNT TO WS-EXP-AMOUNT (WS-EIDX)
              GO TO 0220-EXPECTED-END
           END-IF.
           IF WS-EXP-COUNT NOT < 3000
              DISPLAY "ERR: TENDER TABLE FULL AT 3000, STORE "
                 WS-ADD-STORE " DATE " WS-ADD-DATE " NOT LOADED"
              MOVE 8 TO RETURN-CODE
              GO TO 0220-EXPECTED-END
           END-IF.
           ADD 1 TO WS-EXP-COUNT.
           SET WS-EIDX TO WS-EXP-COUNT.
           MOVE WS-ADD-STORE  TO WS-EXP-STORE (WS-EIDX).
           MOVE WS-ADD-DATE   TO WS-EXP-DATE (WS-EIDX).
           MOVE WS-ADD-TENDER TO WS-EXP-TENDER (WS-EIDX).
           MOVE WS-ADD-AMOUNT TO WS-EXP-AMOUNT (WS-EIDX).
           MOVE ZEROES        TO WS-EXP-DEPOSITED (WS-EIDX).
           MOVE 'N'           TO WS-EXP-DEP-TODAY (WS-EIDX).
       0220-EXPECTED-END.

       0230-FIND-EXPECTED.
           MOVE 0 TO WS-EXP-FOUND-IDX.
           SET WS-EIDX TO 1.
           PERFORM WS-EXP-COUNT TIMES
              IF WS-EXP-FOUND-IDX = 0
                 AND WS-EXP-STORE (WS-EIDX) = WS-ADD-STORE
                 AND WS-EXP-DATE (WS-EIDX) = WS-ADD-DATE
                 AND WS-EXP-TENDER (WS-EIDX) = WS-ADD-TENDER
                 SET WS-EXP-FOUND-IDX TO WS-EIDX
              END-IF
              SET WS-EIDX UP BY 1
           END-PERFORM.

      * Deposits already received on earlier dates. Today's rows
      * are replaced by today's bank file; a matched deposit for a
      * sales date past the history window is dropped.
       0300-LOAD-DEPOSIT-HISTORY.
           OPEN INPUT PETDEPHIST.
           IF WS-DEPHIST-STATUS NOT = "00" AND
              WS-DEPHIST-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETDEPHIST ",
                 WS-DEPHIST-STATUS
           END-IF.
           IF WS-DEPHIST-STATUS NOT = "00"
              GO TO 0300-HISTORY-END
           END-IF.
           PERFORM UNTIL WS-DEPHIST-STATUS NOT = "00"
              READ PETDEPHIST
                 AT END MOVE "10" TO WS-DEPHIST-STATUS
              END-READ
              IF WS-DEPHIST-STATUS = "00"
                 PERFORM 0310-KEEP-ONE-HISTORY THRU 0310-KEEP-END
              END-IF
           END-PERFORM.
           CLOSE PETDEPHIST.
       0300-HISTORY-END.

       0310-KEEP-ONE-HISTORY.
           IF DPH-RCV-DATE = WS-BUSINESS-DATE
              GO TO 0310-KEEP-END
           END-IF.
           IF DPH-MATCHED = 'Y'
              AND DPH-SALES-DATE NUMERIC
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (DPH-SALES-DATE)
              IF WS-DATE-INT < WS-OLDEST-INT
                 GO TO 0310-KEEP-END
              END-IF
           END-IF.
           IF WS-DEP-COUNT NOT < 5000
              DISPLAY "ERR: DEPOSIT TABLE FULL AT 5000, "
                 "PETDEPHIST NOT REWRITTEN"
              MOVE 8 TO RETURN-CODE
              PERFORM 9610-JOBLOG-END
              GOBACK
           END-IF.
           ADD 1 TO WS-DEP-COUNT.
           SET WS-DIDX TO WS-DEP-COUNT.
           MOVE DPH-RCV-DATE   TO WS-DEP-RCV-DATE (WS-DIDX).
           MOVE DPH-STORE-ID   TO WS-DEP-STORE (WS-DIDX).
           MOVE DPH-SALES-DATE TO WS-DEP-DATE (WS-DIDX).
           MOVE DPH-TENDER     TO WS-DEP-TENDER (WS-DIDX).
           MOVE DPH-AMOUNT     TO WS-DEP-AMOUNT (WS-DIDX).
           MOVE DPH-BANK-REF   TO WS-DEP-BANK-REF (WS-DIDX).
           MOVE 'N'            TO WS-DEP-MATCHED (WS-DIDX).
       0310-KEEP-END.

       0350-LOAD-TODAYS-DEPOSITS.
           OPEN INPUT PETDEPOSITS.
           IF WS-DEPOSIT-STATUS NOT = "00" AND
              WS-DEPOSIT-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETDEPOSITS ",
                 WS-DEPOSIT-STATUS
           END-IF.
           IF WS-DEPOSIT-STATUS NOT = "00"
              GO TO 0350-DEPOSITS-END
           END-IF.
           PERFORM UNTIL WS-DEPOSIT-STATUS NOT = "00"
              READ PETDEPOSITS
                 AT END MOVE "10" TO WS-DEPOSIT-STATUS
              END-READ
              IF WS-DEPOSIT-STATUS = "00"
                 ADD 1 TO WS-DEPOSITS-READ
                 PERFORM 0360-ADD-ONE-DEPOSIT THRU 0360-ADD-END
              END-IF
           END-PERFORM.
           CLOSE PETDEPOSITS.
       0350-DEPOSITS-END.

       0360-ADD-ONE-DEPOSIT.
           IF DEP-STORE-ID NOT NUMERIC
              OR DEP-SALES-DATE NOT NUMERIC
              OR DEP-AMOUNT NOT NUMERIC
              OR NOT (DEP-CASH OR DEP-CARD)
              MOVE "DEPOSIT RECORD INVALID" TO EXC-WK-REASON-TEXT
              PERFORM 0370-REJECT-DEPOSIT
              GO TO 0360-ADD-END
           END-IF.
           IF WS-DEP-COUNT NOT < 5000
              MOVE "DEPOSIT TABLE FULL"     TO EXC-WK-REASON-TEXT
              PERFORM 0370-REJECT-DEPOSIT
              GO TO 0360-ADD-END
           END-IF.
           ADD 1 TO WS-DEP-COUNT.
           SET WS-DIDX TO WS-DEP-COUNT.
           MOVE WS-BUSINESS-DATE TO WS-DEP-RCV-DATE (WS-DIDX).
           MOVE DEP-STORE-ID     TO WS-DEP-STORE (WS-DIDX).
           MOVE DEP-SALES-DATE   TO WS-DEP-DATE (WS-DIDX).
           MOVE DEP-TENDER       TO WS-DEP-TENDER (WS-DIDX).
           MOVE DEP-AMOUNT       TO WS-DEP-AMOUNT (WS-DIDX).
           MOVE DEP-BANK-REF     TO WS-DEP-BANK-REF (WS-DIDX).
           MOVE 'N'              TO WS-DEP-MATCHED (WS-DIDX).
           ADD DEP-AMOUNT TO WS-DEPOSITS-AMT.
       0360-ADD-END.

       0370-REJECT-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-REJ.
           MOVE SPACES         TO EXC-WK-KEY.
           MOVE DEP-STORE-ID   TO EXC-WK-KEY (1:2).
           MOVE DEP-SALES-DATE TO EXC-WK-KEY (4:8).
           MOVE DEP-BANK-REF   TO EXC-WK-KEY (13:8).
           MOVE "PET"          TO EXC-WK-REASON-CODE.
           MOVE DEPOSITREC     TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

      * A deposit counts against the store, date and tender it
      * names. One naming no store sales is left unmatched.
       0400-MATCH-ONE-DEPOSIT.
           MOVE WS-DEP-STORE (WS-DIDX)  TO WS-ADD-STORE.
           MOVE WS-DEP-DATE (WS-DIDX)   TO WS-ADD-DATE.
           MOVE WS-DEP-TENDER (WS-DIDX) TO WS-ADD-TENDER.
           PERFORM 0230-FIND-EXPECTED.
           IF WS-EXP-FOUND-IDX > 0
              SET WS-EIDX TO WS-EXP-FOUND-IDX
              ADD WS-DEP-AMOUNT (WS-DIDX)
                 TO WS-EXP-DEPOSITED (WS-EIDX)
              MOVE 'Y' TO WS-DEP-MATCHED (WS-DIDX)
              IF WS-DEP-RCV-DATE (WS-DIDX) = WS-BUSINESS-DATE
                 MOVE 'Y' TO WS-EXP-DEP-TODAY (WS-EIDX)
              END-IF
           END-IF.

      * Where each store, date and tender stands tonight. It is
      * reported when a deposit for it arrived today, or when its
      * grace days ran out since the last run with money still
      * missing; anything else was reported on an earlier night.
       0450-EVALUATE-ONE.
           MOVE 'N' TO WS-REPORT-TODAY-SW.
           COMPUTE WS-DIFFERENCE = WS-EXP-DEPOSITED (WS-EIDX)
              - WS-EXP-AMOUNT (WS-EIDX).
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-EXP-DATE (WS-EIDX)).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT.
           COMPUTE WS-DUE-INT = WS-DATE-INT + WS-GRACE-DAYS.
           EVALUATE TRUE
              WHEN WS-DIFFERENCE > WS-TOLERANCE
                 MOVE 'OVER' TO WS-RECON-STATUS
              WHEN WS-DIFFERENCE < WS-NEG-TOLERANCE
                 AND WS-DUE-INT NOT < WS-TODAY-INT
                 MOVE 'AWAITING' TO WS-RECON-STATUS
              WHEN WS-DIFFERENCE < WS-NEG-TOLERANCE
                 AND WS-EXP-DEPOSITED (WS-EIDX) = ZEROES
                 MOVE 'NO DEPOSIT' TO WS-RECON-STATUS
              WHEN WS-DIFFERENCE < WS-NEG-TOLERANCE
                 MOVE 'SHORT' TO WS-RECON-STATUS
              WHEN OTHER
                 MOVE 'BALANCED' TO WS-RECON-STATUS
           END-EVALUATE.
           IF WS-EXP-DEP-TODAY (WS-EIDX) = 'Y'
              AND NOT RECON-AWAITING
              SET REPORT-TODAY TO TRUE
           END-IF.
           IF RECON-SHORT
              AND WS-DUE-INT < WS-TODAY-INT
              AND WS-DUE-INT NOT < WS-LAST-RUN-INT
              SET REPORT-TODAY TO TRUE
           END-IF.
           MOVE WS-EXP-STORE (WS-EIDX)     TO RDL-STORE.
           MOVE WS-EXP-DATE (WS-EIDX)      TO WS-PRINT-DATE-WK.
           PERFORM 0150-FORMAT-DATE.
           MOVE WS-PRINT-DATE              TO RDL-DATE.
           IF WS-EXP-TENDER (WS-EIDX) = 'C'
              MOVE 'CASH' TO RDL-TENDER
           ELSE
              MOVE 'CARD' TO RDL-TENDER
           END-IF.
           MOVE WS-EXP-AMOUNT (WS-EIDX)    TO RDL-EXPECTED.
           MOVE WS-EXP-DEPOSITED (WS-EIDX) TO RDL-DEPOSITED.
           MOVE WS-DIFFERENCE              TO RDL-DIFFERENCE.
           MOVE WS-RECON-STATUS            TO RDL-STATUS.
           MOVE WS-AGE-DAYS                TO RDL-DAYS.

       0500-PRINT-RECONCILED.
           MOVE 'STORE DEPOSITS RECONCILED TONIGHT' TO RSL-TITLE.
           PERFORM 0510-PRINT-SECTION-HEAD.
           PERFORM 0520-RECONCILE-ONE THRU 0520-RECONCILE-END
              VARYING WS-EIDX FROM 1 BY 1
              UNTIL WS-EIDX > WS-EXP-COUNT.
           IF WS-RECON-COUNT = ZEROES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE REC-NONE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       0510-PRINT-SECTION-HEAD.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE REC-SECTION-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE REC-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * Overages and shortages also go to EXCEPTIONS.DAT.
       0520-RECONCILE-ONE.
           PERFORM 0450-EVALUATE-ONE.
           IF NOT REPORT-TODAY
              GO TO 0520-RECONCILE-END
           END-IF.
           ADD 1 TO WS-RECON-COUNT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE REC-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           IF RECON-BALANCED
              GO TO 0520-RECONCILE-END
           END-IF.
           IF RECON-OVER
              ADD 1 TO WS-OVER-COUNT
              ADD WS-DIFFERENCE TO WS-OVER-AMT
              MOVE "DEPOSIT OVER SALES" TO EXC-WK-REASON-TEXT
           ELSE
              ADD 1 TO WS-SHORT-COUNT
              SUBTRACT WS-DIFFERENCE FROM WS-SHORT-AMT
              IF WS-EXP-DEPOSITED (WS-EIDX) = ZEROES
                 MOVE "NO DEPOSIT FOR SALES"
                    TO EXC-WK-REASON-TEXT
              ELSE
                 MOVE "DEPOSIT SHORT OF SALES"
                    TO EXC-WK-REASON-TEXT
              END-IF
           END-IF.
           MOVE SPACES                  TO EXC-WK-KEY.
           MOVE WS-EXP-STORE (WS-EIDX)  TO EXC-WK-KEY (1:2).
           MOVE WS-EXP-DATE (WS-EIDX)   TO EXC-WK-KEY (4:8).
           MOVE RDL-TENDER              TO EXC-WK-KEY (13:4).
           MOVE "PET"                   TO EXC-WK-REASON-CODE.
           MOVE REC-DETAIL-LINE         TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.
       0520-RECONCILE-END.

       0600-PRINT-AWAITING.
           MOVE 'SALES STILL AWAITING DEPOSIT' TO RSL-TITLE.
           PERFORM 0510-PRINT-SECTION-HEAD.
           PERFORM 0610-AWAITING-ONE
              VARYING WS-EIDX FROM 1 BY 1
              UNTIL WS-EIDX > WS-EXP-COUNT.
           IF WS-AWAIT-COUNT = ZEROES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE REC-NONE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       0610-AWAITING-ONE.
           PERFORM 0450-EVALUATE-ONE.
           IF RECON-AWAITING
              ADD 1 TO WS-AWAIT-COUNT
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE REC-DETAIL-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * Deposits carried forward with no store sales to match;
      * one arriving today is also raised on EXCEPTIONS.DAT.
       0700-PRINT-UNMATCHED.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'UNMATCHED DEPOSITS CARRIED FORWARD' TO RSL-TITLE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE REC-SECTION-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE UNM-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0710-UNMATCHED-ONE THRU 0710-UNMATCHED-END
              VARYING WS-DIDX FROM 1 BY 1
              UNTIL WS-DIDX > WS-DEP-COUNT.
           IF WS-UNMATCHED-COUNT = ZEROES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE REC-NONE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       0710-UNMATCHED-ONE.
           IF WS-DEP-MATCHED (WS-DIDX) = 'Y'
              GO TO 0710-UNMATCHED-END
           END-IF.
           ADD 1 TO WS-UNMATCHED-COUNT.
           ADD WS-DEP-AMOUNT (WS-DIDX) TO WS-UNMATCHED-AMT.
           MOVE WS-DEP-STORE (WS-DIDX)    TO UDL-STORE.
           MOVE WS-DEP-DATE (WS-DIDX)     TO WS-PRINT-DATE-WK.
           PERFORM 0150-FORMAT-DATE.
           MOVE WS-PRINT-DATE             TO UDL-DATE.
           IF WS-DEP-TENDER (WS-DIDX) = 'C'
              MOVE 'CASH' TO UDL-TENDER
           ELSE
              MOVE 'CARD' TO UDL-TENDER
           END-IF.
           MOVE WS-DEP-AMOUNT (WS-DIDX)   TO UDL-AMOUNT.
           MOVE WS-DEP-BANK-REF (WS-DIDX) TO UDL-BANK-REF.
           MOVE WS-DEP-RCV-DATE (WS-DIDX) TO WS-PRINT-DATE-WK.
           PERFORM 0150-FORMAT-DATE.
           MOVE WS-PRINT-DATE             TO UDL-RCV-DATE.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
              (WS-DEP-RCV-DATE (WS-DIDX)).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT.
           MOVE WS-AGE-DAYS               TO UDL-DAYS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE UNM-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-DEP-RCV-DATE (WS-DIDX) = WS-BUSINESS-DATE
              MOVE SPACES                  TO EXC-WK-KEY
              MOVE WS-DEP-STORE (WS-DIDX)  TO EXC-WK-KEY (1:2)
              MOVE WS-DEP-DATE (WS-DIDX)   TO EXC-WK-KEY (4:8)
              MOVE UDL-TENDER              TO EXC-WK-KEY (13:4)
              MOVE "PET"                   TO EXC-WK-REASON-CODE
              MOVE "DEPOSIT MATCHES NO STORE SALES"
                 TO EXC-WK-REASON-TEXT
              MOVE UNM-DETAIL-LINE         TO EXC-WK-IMAGE
              PERFORM 9700-WRITE-COMMON-EXC
           END-IF.
       0710-UNMATCHED-END.

       0800-PRINT-TOTALS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DEPOSITS RECEIVED TODAY:' TO RTL-LABEL.
           COMPUTE RTL-COUNT = WS-DEPOSITS-READ - WS-DEPOSITS-REJ.
           MOVE WS-DEPOSITS-AMT TO RTL-AMOUNT.
           PERFORM 0810-PRINT-TOTAL-LINE.
           MOVE 'OVERAGES:' TO RTL-LABEL.
           MOVE WS-OVER-COUNT TO RTL-COUNT.
           MOVE WS-OVER-AMT   TO RTL-AMOUNT.
           PERFORM 0810-PRINT-TOTAL-LINE.
           MOVE 'SHORTAGES:' TO RTL-LABEL.
           MOVE WS-SHORT-COUNT TO RTL-COUNT.
           MOVE WS-SHORT-AMT   TO RTL-AMOUNT.
           PERFORM 0810-PRINT-TOTAL-LINE.
           MOVE 'UNMATCHED DEPOSITS CARRIED:' TO RTL-LABEL.
           MOVE WS-UNMATCHED-COUNT TO RTL-COUNT.
           MOVE WS-UNMATCHED-AMT   TO RTL-AMOUNT.
           PERFORM 0810-PRINT-TOTAL-LINE.

       0810-PRINT-TOTAL-LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE REC-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0850-REWRITE-DEPOSIT-HISTORY.
           IF WS-DEP-COUNT = ZEROES
              GO TO 0850-REWRITE-END
           END-IF.
           OPEN OUTPUT PETDEPHIST.
           IF WS-DEPHIST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETDEPHIST, STATUS = "
                 WS-DEPHIST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0850-REWRITE-END
           END-IF.
           SET WS-DIDX TO 1.
           PERFORM WS-DEP-COUNT TIMES
              MOVE WS-DEP-RCV-DATE (WS-DIDX) TO DPH-RCV-DATE
              MOVE WS-DEP-STORE (WS-DIDX)    TO DPH-STORE-ID
              MOVE WS-DEP-DATE (WS-DIDX)     TO DPH-SALES-DATE
              MOVE WS-DEP-TENDER (WS-DIDX)   TO DPH-TENDER
              MOVE WS-DEP-AMOUNT (WS-DIDX)   TO DPH-AMOUNT
              MOVE WS-DEP-BANK-REF (WS-DIDX) TO DPH-BANK-REF
              MOVE WS-DEP-MATCHED (WS-DIDX)  TO DPH-MATCHED
              WRITE DEPHISTREC
              SET WS-DIDX UP BY 1
           END-PERFORM.
           CLOSE PETDEPHIST.
       0850-REWRITE-END.

       0900-END-PROGRAM.
           CLOSE TENDRECRPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY EXCLOG.
       COPY BALLOG.
       COPY RUNCTLPD.

       END PROGRAM PETTENDERRECON.
