       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETBACKAGE.

      * Weekly backorder aging report for the pet stores.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program, a weekly step scheduled on SCHEDULE.DAT to
      *    run after PETSTORECHALLENGE. Every customer backorder on
      *    PETBACKORD.DAT with quantity still open or set aside
      *    waiting for collection is listed, store by store and
      *    oldest order first, with the customer name from
      *    PETCUSTMASTER.DAT, the item description from
      *    PETITEMMASTER.DAT, the days since the order was taken,
      *    its age band (0-7, 8-14, 15-30, 31+ days) and its value
      *    at the price on the sale. Totals follow by store and by
      *    age band. The report is PETBACKAGEyyyymmdd.DAT.
      *  - The customer master record now ends with the employee
      *    id of a customer on staff, kept by PETCUSTMAINT.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PETBACKORD ASSIGN TO "PETBACKORD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BACKORD-STATUS.
              SELECT PETCUSTMASTER ASSIGN TO "PETCUSTMASTER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUSTMASTER-STATUS.
              SELECT PETITEMMASTER ASSIGN TO "PETITEMMASTER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MASTER-STATUS.
              SELECT BACKAGERPT ASSIGN DYNAMIC WS-BACKAGE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BACKAGE-STATUS.
              SELECT BACKAGESORT ASSIGN TO "PETBACKAGE.TMP".

              SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
              SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PETBACKORD.
           01 BACKORDREC.
               02 BO-STORE-ID           PIC 9(2).
               02 BO-ITEM-NO            PIC 9(6).
               02 BO-CUSTOMER-ID        PIC 9(7).
               02 BO-ORDER-DATE         PIC 9(8).
               02 BO-QTY-ORDERED        PIC 9(5).
               02 BO-QTY-OPEN           PIC 9(5).
               02 BO-QTY-READY          PIC 9(5).
               02 BO-READY-DATE         PIC 9(8).
               02 BO-PRICE              PIC 9(6)V99.

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

       FD BACKAGERPT.
           01 PRINT-LINE     PIC X(100).

      * Backorder lines by store and then by order date.
       SD BACKAGESORT.
           01 SORTREC.
               02 SRT-STORE-ID          PIC 9(2).
               02 SRT-ORDER-DATE        PIC 9(8).
               02 SRT-CUSTOMER-ID       PIC 9(7).
               02 SRT-ITEM-NO           PIC 9(6).
               02 SRT-QTY-OPEN          PIC 9(5).
               02 SRT-QTY-READY         PIC 9(5).
               02 SRT-AGE-DAYS          PIC 9(4).
               02 SRT-BAND              PIC 9(1).
               02 SRT-VALUE             PIC 9(7)V99.

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       COPY JOBCTL.
       COPY RUNCTL.

       01  WS-BACKORD-STATUS    PIC X(2).
       01  WS-CUSTMASTER-STATUS PIC X(2).
       01  WS-MASTER-STATUS     PIC X(2).
       01  WS-BACKAGE-STATUS    PIC X(2).
       01  WS-BACKAGE-FILENAME  PIC X(40).

       01  WS-TODAY-INT         PIC 9(7) VALUE ZEROES.
       01  WS-DATE-INT          PIC 9(7) VALUE ZEROES.

       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-CIDX.
              10 WS-CUST-ID          PIC 9(7).
              10 WS-CUST-NAME        PIC X(30).
       01  WS-CUST-COUNT        PIC 9(4) VALUE ZEROES.

       01  WS-MASTER-TABLE.
           05 WS-MST-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-MIDX.
              10 WS-MST-STORE        PIC 9(2).
              10 WS-MST-ITEM-NO      PIC 9(6).
              10 WS-MST-DESC         PIC X(20).
       01  WS-MST-COUNT         PIC 9(4) VALUE ZEROES.

      * Age bands, upper limit in days; the last takes the rest.
       01  WS-BAND-VALUES.
           05 FILLER            PIC X(9)  VALUE '00070-7  '.
           05 FILLER            PIC X(9)  VALUE '00148-14 '.
           05 FILLER            PIC X(9)  VALUE '003015-30'.
           05 FILLER            PIC X(9)  VALUE '999931+  '.
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05 WS-BAND-ENTRY OCCURS 4 TIMES.
              10 WS-BAND-LIMIT       PIC 9(4).
              10 WS-BAND-LABEL       PIC X(5).
       01  WS-BAND-TOTALS       VALUE ZEROES.
           05 WS-BTL-ENTRY OCCURS 4 TIMES.
              10 WS-BTL-LINES        PIC 9(5).
              10 WS-BTL-UNITS        PIC 9(7).
              10 WS-BTL-VALUE        PIC 9(7)V99.
       01  WS-BAND-SUB          PIC 9(1) VALUE ZEROES.

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
           05 WS-LINES-READ     PIC 9(5) VALUE ZEROES.
           05 WS-LINES-LISTED   PIC 9(5) VALUE ZEROES.
           05 WS-STORE-LINES    PIC 9(5) VALUE ZEROES.
           05 WS-STORE-UNITS    PIC 9(7) VALUE ZEROES.
           05 WS-STORE-VALUE    PIC 9(7)V99 VALUE ZEROES.
           05 WS-TOTAL-UNITS    PIC 9(7) VALUE ZEROES.
           05 WS-TOTAL-VALUE    PIC 9(7)V99 VALUE ZEROES.
           05 WS-LINE-UNITS     PIC 9(6) VALUE ZEROES.

      **************************************************************
      * Backorder aging report
      **************************************************************
       01  AGE-DATE-LINE.
            05 FILLER           PIC X(26) VALUE
               'BACKORDERS OUTSTANDING AT '.
            05 ADL-DATE         PIC X(10).
            05 FILLER           PIC X(64) VALUE SPACES.

       01  AGE-COLUMN-HEADINGS.
            05 FILLER           PIC X(6)  VALUE 'STORE'.
            05 FILLER           PIC X(8)  VALUE 'CUST NO'.
            05 FILLER           PIC X(17) VALUE 'CUSTOMER NAME'.
            05 FILLER           PIC X(7)  VALUE 'ITEM'.
            05 FILLER           PIC X(17) VALUE 'DESCRIPTION'.
            05 FILLER           PIC X(11) VALUE 'ORDERED'.
            05 FILLER           PIC X(6)  VALUE ' OPEN'.
            05 FILLER           PIC X(6)  VALUE 'READY'.
            05 FILLER           PIC X(5)  VALUE 'DAYS'.
            05 FILLER           PIC X(6)  VALUE 'AGE'.
            05 FILLER           PIC X(10) VALUE '     VALUE'.
            05 FILLER           PIC X(1)  VALUE SPACES.

       01  AGE-DETAIL-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 AGD-STORE        PIC 9(2).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 AGD-CUSTOMER-ID  PIC 9(7).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 AGD-CUST-NAME    PIC X(16).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 AGD-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 AGD-DESCRIPTION  PIC X(16).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 AGD-ORDER-DATE   PIC X(10).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 AGD-QTY-OPEN     PIC ZZZZ9.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 AGD-QTY-READY    PIC ZZZZ9.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 AGD-AGE-DAYS     PIC ZZZ9.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 AGD-BAND         PIC X(5).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 AGD-VALUE        PIC $$$,$$9.99.
            05 FILLER           PIC X(1)  VALUE SPACES.

       01  AGE-STORE-LINE.
            05 FILLER           PIC X(6)  VALUE SPACES.
            05 FILLER           PIC X(6)  VALUE 'STORE '.
            05 ASL-STORE        PIC 9(2).
            05 FILLER           PIC X(8)  VALUE ' TOTAL: '.
            05 ASL-LINES        PIC ZZ,ZZ9.
            05 FILLER           PIC X(8)  VALUE ' LINES  '.
            05 ASL-UNITS        PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(8)  VALUE ' UNITS  '.
            05 ASL-VALUE        PIC $$$$,$$9.99.
            05 FILLER           PIC X(36) VALUE SPACES.

       01  AGE-BAND-HEADING.
            05 FILLER           PIC X(40) VALUE
               'BACKORDERS BY AGE'.
            05 FILLER           PIC X(60) VALUE SPACES.

       01  AGE-BAND-COLUMN-HEADINGS.
            05 FILLER           PIC X(10) VALUE 'DAYS'.
            05 FILLER           PIC X(8)  VALUE '   LINES'.
            05 FILLER           PIC X(10) VALUE '     UNITS'.
            05 FILLER           PIC X(13) VALUE '        VALUE'.
            05 FILLER           PIC X(59) VALUE SPACES.

       01  AGE-BAND-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 ABL-LABEL        PIC X(5).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 ABL-LINES        PIC ZZ,ZZ9.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 ABL-UNITS        PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 ABL-VALUE        PIC $$$$,$$9.99.
            05 FILLER           PIC X(61) VALUE SPACES.

       01  AGE-TOTAL-LINE.
            05 FILLER           PIC X(10) VALUE 'TOTAL'.
            05 ATL-LINES        PIC ZZ,ZZ9.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 ATL-UNITS        PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 ATL-VALUE        PIC $$$$,$$9.99.
            05 FILLER           PIC X(61) VALUE SPACES.

       01  AGE-NONE-LINE.
            05 FILLER           PIC X(50) VALUE
               'NO BACKORDERS OUTSTANDING'.
            05 FILLER           PIC X(50) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "PETBACKAGE" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           PERFORM 0110-LOAD-CUSTOMERS THRU 0110-CUSTOMERS-END.
           PERFORM 0120-LOAD-MASTER THRU 0120-MASTER-END.
           PERFORM 0140-OPEN-REPORT.
           SORT BACKAGESORT
              ON ASCENDING KEY SRT-STORE-ID SRT-ORDER-DATE
                               SRT-CUSTOMER-ID SRT-ITEM-NO
              INPUT PROCEDURE IS 0200-RELEASE-BACKORDERS
              OUTPUT PROCEDURE IS 0300-PRINT-BACKORDERS.
           PERFORM 0400-PRINT-AGE-BANDS THRU 0400-BANDS-END.
           DISPLAY "BACKORDER LINES READ:      " WS-LINES-READ.
           DISPLAY "BACKORDER LINES LISTED:    " WS-LINES-LISTED.
           DISPLAY "UNITS OUTSTANDING:         " WS-TOTAL-UNITS.
           PERFORM 0900-END-PROGRAM.

      * Customer names for the report; a missing master only costs
      * the names.
       0110-LOAD-CUSTOMERS.
           OPEN INPUT PETCUSTMASTER.
           IF WS-CUSTMASTER-STATUS NOT = "00" AND
              WS-CUSTMASTER-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETCUSTMASTER ",
                 WS-CUSTMASTER-STATUS
           END-IF.
           IF WS-CUSTMASTER-STATUS NOT = "00"
              GO TO 0110-CUSTOMERS-END
           END-IF.
           PERFORM UNTIL WS-CUSTMASTER-STATUS NOT = "00"
              READ PETCUSTMASTER
                 AT END MOVE "10" TO WS-CUSTMASTER-STATUS
              END-READ
              IF WS-CUSTMASTER-STATUS = "00"
                 AND WS-CUST-COUNT < 1000
                 ADD 1 TO WS-CUST-COUNT
                 SET WS-CIDX TO WS-CUST-COUNT
                 MOVE CM-CUSTOMER-ID   TO WS-CUST-ID (WS-CIDX)
                 MOVE CM-CUSTOMER-NAME TO WS-CUST-NAME (WS-CIDX)
              END-IF
           END-PERFORM.
           CLOSE PETCUSTMASTER.
       0110-CUSTOMERS-END.

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
              END-IF
           END-PERFORM.
           CLOSE PETITEMMASTER.
       0120-MASTER-END.

       0140-OPEN-REPORT.
           MOVE SPACES TO WS-BACKAGE-FILENAME.
           STRING "PETBACKAGE"       DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-BACKAGE-FILENAME.
           OPEN OUTPUT BACKAGERPT.
           IF WS-BACKAGE-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN BACKAGERPT, STATUS = "
                 WS-BACKAGE-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9610-JOBLOG-END
              GOBACK
           END-IF.
           MOVE 'PET STORE BACKORDER AGING' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           MOVE WS-BUSINESS-DATE TO WS-PRINT-DATE-WK.
           PERFORM 0150-FORMAT-DATE.
           MOVE WS-PRINT-DATE    TO ADL-DATE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE AGE-DATE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE AGE-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.

       0150-FORMAT-DATE.
           MOVE WS-PRT-MONTH TO WS-PD-MONTH.
           MOVE WS-PRT-DAY   TO WS-PD-DAY.
           MOVE WS-PRT-YEAR  TO WS-PD-YEAR.

      * Sort input: every backorder line with quantity still open
      * or set aside. The age is from the order date to the
      * business date.
       0200-RELEASE-BACKORDERS.
           OPEN INPUT PETBACKORD.
           IF WS-BACKORD-STATUS NOT = "00" AND
              WS-BACKORD-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETBACKORD ",
                 WS-BACKORD-STATUS
           END-IF.
           IF WS-BACKORD-STATUS = "00"
              PERFORM UNTIL WS-BACKORD-STATUS NOT = "00"
                 READ PETBACKORD
                    AT END MOVE "10" TO WS-BACKORD-STATUS
                 END-READ
                 IF WS-BACKORD-STATUS = "00"
                    ADD 1 TO WS-LINES-READ
                    PERFORM 0210-RELEASE-ONE-LINE
                       THRU 0210-RELEASE-END
                 END-IF
              END-PERFORM
              CLOSE PETBACKORD
           END-IF.

       0210-RELEASE-ONE-LINE.
           IF BO-QTY-OPEN NOT NUMERIC
              OR BO-QTY-READY NOT NUMERIC
              OR (BO-QTY-OPEN = ZEROES AND BO-QTY-READY = ZEROES)
              GO TO 0210-RELEASE-END
           END-IF.
           MOVE BO-STORE-ID     TO SRT-STORE-ID.
           MOVE BO-ORDER-DATE   TO SRT-ORDER-DATE.
           MOVE BO-CUSTOMER-ID  TO SRT-CUSTOMER-ID.
           MOVE BO-ITEM-NO      TO SRT-ITEM-NO.
           MOVE BO-QTY-OPEN     TO SRT-QTY-OPEN.
           MOVE BO-QTY-READY    TO SRT-QTY-READY.
           MOVE ZEROES          TO SRT-AGE-DAYS.
           IF BO-ORDER-DATE NUMERIC
              AND BO-ORDER-DATE > ZEROES
              AND BO-ORDER-DATE < WS-BUSINESS-DATE
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (BO-ORDER-DATE)
              COMPUTE SRT-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
           END-IF.
           MOVE 1 TO SRT-BAND.
           PERFORM UNTIL SRT-BAND = 4
              OR SRT-AGE-DAYS NOT > WS-BAND-LIMIT (SRT-BAND)
              ADD 1 TO SRT-BAND
           END-PERFORM.
           MOVE ZEROES TO SRT-VALUE.
           IF BO-PRICE NUMERIC
              COMPUTE SRT-VALUE ROUNDED =
                 (BO-QTY-OPEN + BO-QTY-READY) * BO-PRICE
           END-IF.
           RELEASE SORTREC.
       0210-RELEASE-END.

      * Sort output: one line per backorder with a total at each
      * change of store.
       0300-PRINT-BACKORDERS.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE ZEROES TO WS-PREV-STORE.
           RETURN BACKAGESORT
              AT END SET SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL SORT-EOF
              IF WS-LINES-LISTED > 0
                 AND SRT-STORE-ID NOT = WS-PREV-STORE
                 PERFORM 0320-PRINT-STORE-TOTAL
              END-IF
              MOVE SRT-STORE-ID TO WS-PREV-STORE
              PERFORM 0310-PRINT-ONE-LINE
              RETURN BACKAGESORT
                 AT END SET SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM.
           IF WS-LINES-LISTED = ZEROES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE AGE-NONE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
              PERFORM 0320-PRINT-STORE-TOTAL
           END-IF.

       0310-PRINT-ONE-LINE.
           COMPUTE WS-LINE-UNITS = SRT-QTY-OPEN + SRT-QTY-READY.
           ADD 1 TO WS-LINES-LISTED.
           ADD 1 TO WS-STORE-LINES.
           ADD WS-LINE-UNITS TO WS-STORE-UNITS WS-TOTAL-UNITS.
           ADD SRT-VALUE     TO WS-STORE-VALUE WS-TOTAL-VALUE.
           ADD 1             TO WS-BTL-LINES (SRT-BAND).
           ADD WS-LINE-UNITS TO WS-BTL-UNITS (SRT-BAND).
           ADD SRT-VALUE     TO WS-BTL-VALUE (SRT-BAND).
           MOVE SRT-STORE-ID    TO AGD-STORE.
           MOVE SRT-CUSTOMER-ID TO AGD-CUSTOMER-ID.
           MOVE "** NOT ON MASTER **" TO AGD-CUST-NAME.
           SET WS-CIDX TO 1.
           PERFORM WS-CUST-COUNT TIMES
              IF WS-CUST-ID (WS-CIDX) = SRT-CUSTOMER-ID
                 MOVE WS-CUST-NAME (WS-CIDX) TO AGD-CUST-NAME
              END-IF
              SET WS-CIDX UP BY 1
           END-PERFORM.
           MOVE SRT-ITEM-NO     TO AGD-ITEM-NO.
           MOVE "** NOT ON MASTER **" TO AGD-DESCRIPTION.
           SET WS-MIDX TO 1.
           PERFORM WS-MST-COUNT TIMES
              IF WS-MST-STORE (WS-MIDX) = SRT-STORE-ID
                 AND WS-MST-ITEM-NO (WS-MIDX) = SRT-ITEM-NO
                 MOVE WS-MST-DESC (WS-MIDX) TO AGD-DESCRIPTION
              END-IF
              SET WS-MIDX UP BY 1
           END-PERFORM.
           MOVE SRT-ORDER-DATE  TO WS-PRINT-DATE-WK.
           PERFORM 0150-FORMAT-DATE.
           MOVE WS-PRINT-DATE   TO AGD-ORDER-DATE.
           MOVE SRT-QTY-OPEN    TO AGD-QTY-OPEN.
           MOVE SRT-QTY-READY   TO AGD-QTY-READY.
           MOVE SRT-AGE-DAYS    TO AGD-AGE-DAYS.
           MOVE WS-BAND-LABEL (SRT-BAND) TO AGD-BAND.
           MOVE SRT-VALUE       TO AGD-VALUE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE AGE-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0320-PRINT-STORE-TOTAL.
           MOVE WS-PREV-STORE  TO ASL-STORE.
           MOVE WS-STORE-LINES TO ASL-LINES.
           MOVE WS-STORE-UNITS TO ASL-UNITS.
           MOVE WS-STORE-VALUE TO ASL-VALUE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE AGE-STORE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO WS-STORE-LINES.
           MOVE ZEROES TO WS-STORE-UNITS.
           MOVE ZEROES TO WS-STORE-VALUE.

      * Totals by age band across every store.
       0400-PRINT-AGE-BANDS.
           IF WS-LINES-LISTED = ZEROES
              GO TO 0400-BANDS-END
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE AGE-BAND-HEADING TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE AGE-BAND-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0410-PRINT-ONE-BAND
              VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 4.
           MOVE WS-LINES-LISTED TO ATL-LINES.
           MOVE WS-TOTAL-UNITS  TO ATL-UNITS.
           MOVE WS-TOTAL-VALUE  TO ATL-VALUE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE AGE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
       0400-BANDS-END.

       0410-PRINT-ONE-BAND.
           MOVE WS-BAND-LABEL (WS-BAND-SUB) TO ABL-LABEL.
           MOVE WS-BTL-LINES (WS-BAND-SUB)  TO ABL-LINES.
           MOVE WS-BTL-UNITS (WS-BAND-SUB)  TO ABL-UNITS.
           MOVE WS-BTL-VALUE (WS-BAND-SUB)  TO ABL-VALUE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE AGE-BAND-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           CLOSE BACKAGERPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY RUNCTLPD.

       END PROGRAM PETBACKAGE.
