       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETEXPIRY.

      * Weekly near-expiry report for the pet stores.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program, a weekly step scheduled on SCHEDULE.DAT to
      *    run after PETSTORECHALLENGE. From the lots on
      *    PETLOTS.DAT it lists, store by store in expiry date
      *    order, every lot still on hand that expires within the
      *    window on PETEXPIRYCTL.DAT (days, 14 when the file is
      *    absent or the entry is not numeric), with days left and
      *    the value at the PETITEMMASTER.DAT price, so the stores
      *    can mark the stock down before it has to be written
      *    off. A second section totals, by store, the expired
      *    stock written off over the last seven days from
      *    PETEXPWO.DAT. The report is PETNEAREXPyyyymmdd.DAT.
      *  - PETITEMMASTER.DAT now ends with the item's moving average
      *    cost; the record layout here follows it.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PETEXPIRYCTL ASSIGN TO "PETEXPIRYCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXPCTL-STATUS.
              SELECT PETITEMMASTER ASSIGN TO "PETITEMMASTER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MASTER-STATUS.
              SELECT PETLOTS ASSIGN TO "PETLOTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOTS-STATUS.
              SELECT PETEXPWO ASSIGN TO "PETEXPWO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXPWO-STATUS.
              SELECT NEAREXPRPT ASSIGN DYNAMIC WS-NEAREXP-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NEAREXP-STATUS.
              SELECT EXPIRYSORT ASSIGN TO "PETEXPIRY.TMP".

              SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
              SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PETEXPIRYCTL.
           01 EXPIRYCTLREC.
               02 EXC-WINDOW-DAYS       PIC 9(3).

       FD PETITEMMASTER.
           01 MASTERDETAILS.
               02 MASTER-STORE-ID       PIC 9(2).
               02 MASTER-ITEM-NO        PIC 9(6).
               02 MASTER-DESCRIPTION    PIC X(20).
               02 MASTER-PRICE          PIC 999999V99.
               02 MASTER-ON-HAND        PIC 9(5).
               02 MASTER-REORDER-POINT  PIC 9(5).
               02 MASTER-REORDER-QTY    PIC 9(5).
               02 MASTER-AVG-COST       PIC 9(6)V9(4).

       FD PETLOTS.
           01 LOTDETAILS.
               02 LOT-STORE-ID          PIC 9(2).
               02 LOT-ITEM-NO           PIC 9(6).
               02 LOT-NO                PIC X(10).
               02 LOT-EXPIRY-DATE       PIC 9(8).
               02 LOT-RCV-DATE          PIC 9(8).
               02 LOT-QTY               PIC 9(5).

       FD PETEXPWO.
           01 EXPWOREC.
               02 EWO-DATE              PIC 9(8).
               02 EWO-STORE-ID          PIC 9(2).
               02 EWO-ITEM-NO           PIC 9(6).
               02 EWO-LOT-NO            PIC X(10).
               02 EWO-EXPIRY-DATE       PIC 9(8).
               02 EWO-QTY               PIC 9(5).
               02 EWO-VALUE             PIC 9(7)V99.

       FD NEAREXPRPT.
           01 PRINT-LINE     PIC X(100).

      * Lots inside the window, by store and then by expiry date.
       SD EXPIRYSORT.
           01 SORTREC.
               02 SRT-STORE-ID          PIC 9(2).
               02 SRT-EXPIRY-DATE       PIC 9(8).
               02 SRT-ITEM-NO           PIC 9(6).
               02 SRT-LOT-NO            PIC X(10).
               02 SRT-DESCRIPTION       PIC X(20).
               02 SRT-DAYS-LEFT         PIC 9(3).
               02 SRT-QTY               PIC 9(5).
               02 SRT-VALUE             PIC 9(7)V99.

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       COPY JOBCTL.
       COPY RUNCTL.

       01  WS-EXPCTL-STATUS     PIC X(2).
       01  WS-MASTER-STATUS     PIC X(2).
       01  WS-LOTS-STATUS       PIC X(2).
       01  WS-EXPWO-STATUS      PIC X(2).
       01  WS-NEAREXP-STATUS    PIC X(2).
       01  WS-NEAREXP-FILENAME  PIC X(40).

       01  WS-WINDOW-DAYS       PIC 9(3) VALUE 14.
       01  WS-TODAY-INT         PIC 9(7) VALUE ZEROES.
       01  WS-LIMIT-INT         PIC 9(7) VALUE ZEROES.
       01  WS-WEEK-START-INT    PIC 9(7) VALUE ZEROES.
       01  WS-DATE-INT          PIC 9(7) VALUE ZEROES.

       01  WS-MASTER-TABLE.
           05 WS-MST-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-MIDX.
              10 WS-MST-STORE        PIC 9(2).
              10 WS-MST-ITEM-NO      PIC 9(6).
              10 WS-MST-DESC         PIC X(20).
              10 WS-MST-PRICE        PIC 9(6)V99.
       01  WS-MST-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-MST-FOUND-IDX     PIC 9(4) VALUE ZEROES.

       01  WS-WRITE-OFF-TABLE.
           05 WS-WOF-ENTRY OCCURS 99 TIMES.
              10 WS-WOF-LOTS         PIC 9(5).
              10 WS-WOF-UNITS        PIC 9(7).
              10 WS-WOF-VALUE        PIC 9(7)V99.
       01  WS-WOF-STORE         PIC 9(3) VALUE ZEROES.

       01  WS-SORT-EOF-SW       PIC X VALUE 'N'.
           88 SORT-EOF                VALUE 'Y'.
       01  WS-PREV-STORE        PIC 9(2) VALUE ZEROES.

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
           05 WS-LOTS-READ      PIC 9(5) VALUE ZEROES.
           05 WS-LOTS-LISTED    PIC 9(5) VALUE ZEROES.
           05 WS-STORE-LOTS     PIC 9(5) VALUE ZEROES.
           05 WS-STORE-UNITS    PIC 9(7) VALUE ZEROES.
           05 WS-STORE-VALUE    PIC 9(7)V99 VALUE ZEROES.
           05 WS-TOTAL-UNITS    PIC 9(7) VALUE ZEROES.
           05 WS-TOTAL-VALUE    PIC 9(7)V99 VALUE ZEROES.
           05 WS-WO-LOTS        PIC 9(5) VALUE ZEROES.
           05 WS-WO-UNITS       PIC 9(7) VALUE ZEROES.
           05 WS-WO-VALUE       PIC 9(7)V99 VALUE ZEROES.

      **************************************************************
      * Near-expiry report
      **************************************************************
       01  NEAR-WINDOW-LINE.
            05 FILLER           PIC X(22) VALUE
               'STOCK EXPIRING WITHIN'.
            05 NWL-DAYS         PIC ZZ9.
            05 FILLER           PIC X(9)  VALUE ' DAYS OF '.
            05 NWL-DATE         PIC X(10).
            05 FILLER           PIC X(56) VALUE SPACES.

       01  NEAR-COLUMN-HEADINGS.
            05 FILLER           PIC X(7)  VALUE 'STORE'.
            05 FILLER           PIC X(8)  VALUE 'ITEM NO'.
            05 FILLER           PIC X(22) VALUE 'DESCRIPTION'.
            05 FILLER           PIC X(12) VALUE 'LOT'.
            05 FILLER           PIC X(12) VALUE 'EXPIRES'.
            05 FILLER           PIC X(5)  VALUE 'DAYS'.
            05 FILLER           PIC X(6)  VALUE '   QTY'.
            05 FILLER           PIC X(13) VALUE '        VALUE'.
            05 FILLER           PIC X(15) VALUE SPACES.

       01  NEAR-DETAIL-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 NDL-STORE        PIC 9(2).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 NDL-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 NDL-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 NDL-LOT-NO       PIC X(10).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 NDL-EXPIRY       PIC X(10).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 NDL-DAYS-LEFT    PIC ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 NDL-QTY          PIC ZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 NDL-VALUE        PIC $$$$,$$9.99.
            05 FILLER           PIC X(15) VALUE SPACES.

       01  NEAR-STORE-LINE.
            05 FILLER           PIC X(7)  VALUE SPACES.
            05 FILLER           PIC X(6)  VALUE 'STORE '.
            05 NSL-STORE        PIC 9(2).
            05 FILLER           PIC X(8)  VALUE ' TOTAL: '.
            05 NSL-LOTS         PIC ZZ,ZZ9.
            05 FILLER           PIC X(34) VALUE ' LOTS'.
            05 NSL-UNITS        PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 NSL-VALUE        PIC $$$$,$$9.99.
            05 FILLER           PIC X(15) VALUE SPACES.

       01  NEAR-TOTAL-LINE.
            05 FILLER           PIC X(7)  VALUE SPACES.
            05 FILLER           PIC X(16) VALUE 'ALL STORES:     '.
            05 NTL-LOTS         PIC ZZ,ZZ9.
            05 FILLER           PIC X(34) VALUE ' LOTS'.
            05 NTL-UNITS        PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 NTL-VALUE        PIC $$$$,$$9.99.
            05 FILLER           PIC X(15) VALUE SPACES.

       01  NEAR-NONE-LINE.
            05 FILLER           PIC X(50) VALUE
               'NO STOCK EXPIRING WITHIN THE WINDOW'.
            05 FILLER           PIC X(50) VALUE SPACES.

       01  WO-HEADING-LINE.
            05 FILLER           PIC X(45) VALUE
               'EXPIRED STOCK WRITTEN OFF IN THE LAST 7 DAYS'.
            05 FILLER           PIC X(55) VALUE SPACES.

       01  WO-COLUMN-HEADINGS.
            05 FILLER           PIC X(7)  VALUE 'STORE'.
            05 FILLER           PIC X(8)  VALUE '    LOTS'.
            05 FILLER           PIC X(10) VALUE '     UNITS'.
            05 FILLER           PIC X(13) VALUE '        VALUE'.
            05 FILLER           PIC X(62) VALUE SPACES.

       01  WO-DETAIL-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 WDL-STORE        PIC 9(2).
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 WDL-LOTS         PIC ZZ,ZZ9.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 WDL-UNITS        PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 WDL-VALUE        PIC $$$$,$$9.99.
            05 FILLER           PIC X(62) VALUE SPACES.

       01  WO-TOTAL-LINE.
            05 FILLER           PIC X(9)  VALUE 'TOTAL'.
            05 WTL-LOTS         PIC ZZ,ZZ9.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 WTL-UNITS        PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 WTL-VALUE        PIC $$$$,$$9.99.
            05 FILLER           PIC X(62) VALUE SPACES.

       01  WO-NONE-LINE.
            05 FILLER           PIC X(50) VALUE
               'NO EXPIRED STOCK WRITTEN OFF'.
            05 FILLER           PIC X(50) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "PETEXPIRY" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 0110-READ-WINDOW.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-LIMIT-INT = WS-TODAY-INT + WS-WINDOW-DAYS.
           COMPUTE WS-WEEK-START-INT = WS-TODAY-INT - 6.
           PERFORM 0120-LOAD-MASTER THRU 0120-MASTER-END.
           PERFORM 0140-OPEN-REPORT.
           SORT EXPIRYSORT
              ON ASCENDING KEY SRT-STORE-ID SRT-EXPIRY-DATE
                               SRT-ITEM-NO SRT-LOT-NO
              INPUT PROCEDURE IS 0200-RELEASE-NEAR-LOTS
              OUTPUT PROCEDURE IS 0300-PRINT-NEAR-LOTS.
           PERFORM 0400-PRINT-WRITE-OFFS THRU 0400-WRITE-OFF-END.
           DISPLAY "EXPIRY WINDOW DAYS:        " WS-WINDOW-DAYS.
           DISPLAY "LOTS READ:                 " WS-LOTS-READ.
           DISPLAY "LOTS NEAR EXPIRY:          " WS-LOTS-LISTED.
           DISPLAY "UNITS NEAR EXPIRY:         " WS-TOTAL-UNITS.
           DISPLAY "UNITS WRITTEN OFF (7 DAYS):" WS-WO-UNITS.
           PERFORM 0900-END-PROGRAM.

      * Window in days from PETEXPIRYCTL.DAT; 14 without it.
       0110-READ-WINDOW.
           OPEN INPUT PETEXPIRYCTL.
           IF WS-EXPCTL-STATUS = "00"
              READ PETEXPIRYCTL
                 AT END CONTINUE
                 NOT AT END
                    IF EXC-WINDOW-DAYS NUMERIC
                       AND EXC-WINDOW-DAYS > ZEROES
                       MOVE EXC-WINDOW-DAYS TO WS-WINDOW-DAYS
                    END-IF
              END-READ
              CLOSE PETEXPIRYCTL
           END-IF.

       0120-LOAD-MASTER.
           OPEN INPUT PETITEMMASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN PETITEMMASTER, STATUS = "
                 WS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0120-MASTER-END
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
              READ PETITEMMASTER
                 AT END MOVE "10" TO WS-MASTER-STATUS
              END-READ
              IF WS-MASTER-STATUS = "00"
                 AND WS-MST-COUNT < 1000
                 ADD 1 TO WS-MST-COUNT
                 SET WS-MIDX TO WS-MST-COUNT
                 MOVE MASTER-STORE-ID    TO WS-MST-STORE (WS-MIDX)
                 MOVE MASTER-ITEM-NO     TO WS-MST-ITEM-NO (WS-MIDX)
                 MOVE MASTER-DESCRIPTION TO WS-MST-DESC (WS-MIDX)
                 MOVE MASTER-PRICE       TO WS-MST-PRICE (WS-MIDX)
              END-IF
           END-PERFORM.
           CLOSE PETITEMMASTER.
       0120-MASTER-END.

       0140-OPEN-REPORT.
           MOVE SPACES TO WS-NEAREXP-FILENAME.
           STRING "PETNEAREXP"       DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-NEAREXP-FILENAME.
           OPEN OUTPUT NEAREXPRPT.
           IF WS-NEAREXP-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN NEAREXPRPT, STATUS = "
                 WS-NEAREXP-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9610-JOBLOG-END
              GOBACK
           END-IF.
           MOVE 'PET STORE NEAR-EXPIRY STOCK' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           MOVE WS-WINDOW-DAYS   TO NWL-DAYS.
           MOVE WS-BUSINESS-DATE TO WS-PRINT-DATE-WK.
           PERFORM 0150-FORMAT-DATE.
           MOVE WS-PRINT-DATE    TO NWL-DATE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE NEAR-WINDOW-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE NEAR-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.

       0150-FORMAT-DATE.
           MOVE WS-PRT-MONTH TO WS-PD-MONTH.
           MOVE WS-PRT-DAY   TO WS-PD-DAY.
           MOVE WS-PRT-YEAR  TO WS-PD-YEAR.

      * Sort input: every lot still holding stock whose expiry date
      * falls from today through today plus the window. Lots
      * already past expiry were written off by PETSTORECHALLENGE.
       0200-RELEASE-NEAR-LOTS.
           OPEN INPUT PETLOTS.
           IF WS-LOTS-STATUS NOT = "00" AND
              WS-LOTS-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETLOTS ",
                 WS-LOTS-STATUS
           END-IF.
           IF WS-LOTS-STATUS = "00"
              PERFORM UNTIL WS-LOTS-STATUS NOT = "00"
                 READ PETLOTS
                    AT END MOVE "10" TO WS-LOTS-STATUS
                 END-READ
                 IF WS-LOTS-STATUS = "00"
                    ADD 1 TO WS-LOTS-READ
                    PERFORM 0210-RELEASE-ONE-LOT THRU 0210-RELEASE-END
                 END-IF
              END-PERFORM
              CLOSE PETLOTS
           END-IF.

       0210-RELEASE-ONE-LOT.
           IF LOT-QTY NOT NUMERIC
              OR LOT-QTY = ZEROES
              OR LOT-EXPIRY-DATE NOT NUMERIC
              OR LOT-EXPIRY-DATE < WS-BUSINESS-DATE
              GO TO 0210-RELEASE-END
           END-IF.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE (LOT-EXPIRY-DATE).
           IF WS-DATE-INT < WS-TODAY-INT
              OR WS-DATE-INT > WS-LIMIT-INT
              GO TO 0210-RELEASE-END
           END-IF.
           MOVE LOT-STORE-ID    TO SRT-STORE-ID.
           MOVE LOT-EXPIRY-DATE TO SRT-EXPIRY-DATE.
           MOVE LOT-ITEM-NO     TO SRT-ITEM-NO.
           MOVE LOT-NO          TO SRT-LOT-NO.
           MOVE LOT-QTY         TO SRT-QTY.
           COMPUTE SRT-DAYS-LEFT = WS-DATE-INT - WS-TODAY-INT.
           MOVE "** NOT ON MASTER **" TO SRT-DESCRIPTION.
           MOVE ZEROES TO SRT-VALUE.
           MOVE 0 TO WS-MST-FOUND-IDX.
           SET WS-MIDX TO 1.
           PERFORM WS-MST-COUNT TIMES
              IF WS-MST-FOUND-IDX = 0
                 AND WS-MST-STORE (WS-MIDX) = LOT-STORE-ID
                 AND WS-MST-ITEM-NO (WS-MIDX) = LOT-ITEM-NO
                 SET WS-MST-FOUND-IDX TO WS-MIDX
              END-IF
              SET WS-MIDX UP BY 1
           END-PERFORM.
           IF WS-MST-FOUND-IDX > 0
              SET WS-MIDX TO WS-MST-FOUND-IDX
              MOVE WS-MST-DESC (WS-MIDX) TO SRT-DESCRIPTION
              COMPUTE SRT-VALUE ROUNDED =
                 LOT-QTY * WS-MST-PRICE (WS-MIDX)
           END-IF.
           RELEASE SORTREC.
       0210-RELEASE-END.

      * Sort output: one line per lot with a total at each change
      * of store.
       0300-PRINT-NEAR-LOTS.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE ZEROES TO WS-PREV-STORE.
           RETURN EXPIRYSORT
              AT END SET SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL SORT-EOF
              IF WS-LOTS-LISTED > 0
                 AND SRT-STORE-ID NOT = WS-PREV-STORE
                 PERFORM 0320-PRINT-STORE-TOTAL
              END-IF
              MOVE SRT-STORE-ID TO WS-PREV-STORE
              PERFORM 0310-PRINT-ONE-LOT
              RETURN EXPIRYSORT
                 AT END SET SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM.
           IF WS-LOTS-LISTED = ZEROES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE NEAR-NONE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
              PERFORM 0320-PRINT-STORE-TOTAL
              MOVE WS-LOTS-LISTED TO NTL-LOTS
              MOVE WS-TOTAL-UNITS TO NTL-UNITS
              MOVE WS-TOTAL-VALUE TO NTL-VALUE
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE NEAR-TOTAL-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       0310-PRINT-ONE-LOT.
           ADD 1 TO WS-LOTS-LISTED.
           ADD 1 TO WS-STORE-LOTS.
           ADD SRT-QTY   TO WS-STORE-UNITS WS-TOTAL-UNITS.
           ADD SRT-VALUE TO WS-STORE-VALUE WS-TOTAL-VALUE.
           MOVE SRT-STORE-ID    TO NDL-STORE.
           MOVE SRT-ITEM-NO     TO NDL-ITEM-NO.
           MOVE SRT-DESCRIPTION TO NDL-DESCRIPTION.
           MOVE SRT-LOT-NO      TO NDL-LOT-NO.
           MOVE SRT-EXPIRY-DATE TO WS-PRINT-DATE-WK.
           PERFORM 0150-FORMAT-DATE.
           MOVE WS-PRINT-DATE   TO NDL-EXPIRY.
           MOVE SRT-DAYS-LEFT   TO NDL-DAYS-LEFT.
           MOVE SRT-QTY         TO NDL-QTY.
           MOVE SRT-VALUE       TO NDL-VALUE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE NEAR-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0320-PRINT-STORE-TOTAL.
           MOVE WS-PREV-STORE  TO NSL-STORE.
           MOVE WS-STORE-LOTS  TO NSL-LOTS.
           MOVE WS-STORE-UNITS TO NSL-UNITS.
           MOVE WS-STORE-VALUE TO NSL-VALUE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE NEAR-STORE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO WS-STORE-LOTS.
           MOVE ZEROES TO WS-STORE-UNITS.
           MOVE ZEROES TO WS-STORE-VALUE.

      * The week's expiry write-offs, business date and the six
      * days before it, by store.
       0400-PRINT-WRITE-OFFS.
           INITIALIZE WS-WRITE-OFF-TABLE.
           OPEN INPUT PETEXPWO.
           IF WS-EXPWO-STATUS NOT = "00" AND
              WS-EXPWO-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETEXPWO ",
                 WS-EXPWO-STATUS
           END-IF.
           IF WS-EXPWO-STATUS = "00"
              PERFORM UNTIL WS-EXPWO-STATUS NOT = "00"
                 READ PETEXPWO
                    AT END MOVE "10" TO WS-EXPWO-STATUS
                 END-READ
                 IF WS-EXPWO-STATUS = "00"
                    PERFORM 0410-ADD-ONE-WRITE-OFF
                       THRU 0410-ADD-END
                 END-IF
              END-PERFORM
              CLOSE PETEXPWO
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE WO-HEADING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-WO-LOTS = ZEROES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE WO-NONE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              GO TO 0400-WRITE-OFF-END
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE WO-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0420-PRINT-ONE-STORE
              VARYING WS-WOF-STORE FROM 1 BY 1
              UNTIL WS-WOF-STORE > 99.
           MOVE WS-WO-LOTS  TO WTL-LOTS.
           MOVE WS-WO-UNITS TO WTL-UNITS.
           MOVE WS-WO-VALUE TO WTL-VALUE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE WO-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
       0400-WRITE-OFF-END.

       0410-ADD-ONE-WRITE-OFF.
           IF EWO-DATE NOT NUMERIC
              OR EWO-STORE-ID NOT NUMERIC
              OR EWO-STORE-ID = ZEROES
              OR EWO-DATE > WS-BUSINESS-DATE
              GO TO 0410-ADD-END
           END-IF.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (EWO-DATE).
           IF WS-DATE-INT < WS-WEEK-START-INT
              GO TO 0410-ADD-END
           END-IF.
           ADD 1         TO WS-WOF-LOTS (EWO-STORE-ID) WS-WO-LOTS.
           ADD EWO-QTY   TO WS-WOF-UNITS (EWO-STORE-ID) WS-WO-UNITS.
           ADD EWO-VALUE TO WS-WOF-VALUE (EWO-STORE-ID) WS-WO-VALUE.
       0410-ADD-END.

       0420-PRINT-ONE-STORE.
           IF WS-WOF-LOTS (WS-WOF-STORE) > ZEROES
              MOVE WS-WOF-STORE                TO WDL-STORE
              MOVE WS-WOF-LOTS (WS-WOF-STORE)  TO WDL-LOTS
              MOVE WS-WOF-UNITS (WS-WOF-STORE) TO WDL-UNITS
              MOVE WS-WOF-VALUE (WS-WOF-STORE) TO WDL-VALUE
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE WO-DETAIL-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       0900-END-PROGRAM.
           CLOSE NEAREXPRPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY RUNCTLPD.

       END PROGRAM PETEXPIRY.
