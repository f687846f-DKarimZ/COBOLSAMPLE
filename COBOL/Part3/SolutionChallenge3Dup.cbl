       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETCUSTDUPS.

      * Weekly likely-duplicate customer report for the pet stores.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program, a weekly step scheduled on SCHEDULE.DAT to
      *    run after PETSTORECHALLENGE. Every pair of customers on
      *    PETCUSTMASTER.DAT that look like the same person is
      *    listed on PETCUSTDUPyyyymmdd.DAT for the customer desk
      *    to merge through PETCUSTMAINT. Names and addresses are
      *    compared in upper case with spaces and punctuation left
      *    out and a trailing street type (STREET, ST, AVENUE ...)
      *    dropped. A pair is listed as NAME+ADDR when both match,
      *    NAME when only the name matches, and ADDR+LAST when the
      *    address and last name match but the first name does not
      *    (JON and JOHN). Customers already merged are skipped.
      *  - The customer master record now ends with the employee
      *    id of a customer on staff, kept by PETCUSTMAINT.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PETCUSTMASTER ASSIGN TO "PETCUSTMASTER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUSTMASTER-STATUS.
              SELECT CUSTDUPRPT ASSIGN DYNAMIC WS-CUSTDUP-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUSTDUP-STATUS.

              SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
              SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PETCUSTMASTER.
           01 CUSTMASTERDETAILS.
               02 CM-CUSTOMER-ID        PIC 9(7).
               02 CM-CUSTOMER-NAME.
                  03 CM-LAST-NAME       PIC X(15).
                  03 CM-FIRST-NAME      PIC X(15).
               02 CM-CUSTOMER-ADDRESS   PIC X(30).
               02 CM-LIFETIME-TOTAL     PIC 9(9)V99.
               02 CM-LOYALTY-TIER       PIC X.
               02 CM-STATUS             PIC X.
                  88 CM-MERGED          VALUE "M".
               02 CM-MERGED-INTO        PIC 9(7).
               02 CM-EMPLOYEE-ID        PIC 9(7).

       FD CUSTDUPRPT.
           01 PRINT-LINE     PIC X(100).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       COPY JOBCTL.
       COPY RUNCTL.

       01  WS-CUSTMASTER-STATUS PIC X(2).
       01  WS-CUSTDUP-STATUS    PIC X(2).
       01  WS-CUSTDUP-FILENAME  PIC X(40).

       01  WS-DUP-TABLE.
           05 WS-DUP-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-DIDX WS-DIDX2.
              10 WS-DUP-ID           PIC 9(7).
              10 WS-DUP-NAME         PIC X(30).
              10 WS-DUP-ADDRESS      PIC X(30).
              10 WS-DUP-LIFETIME     PIC 9(9)V99.
              10 WS-DUP-STATUS       PIC X.
              10 WS-DUP-LAST-KEY     PIC X(15).
              10 WS-DUP-FIRST-KEY    PIC X(15).
              10 WS-DUP-ADDR-KEY     PIC X(30).
       01  WS-DUP-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-PRINT-IDX         PIC 9(4) VALUE ZEROES.

      * Working fields for building a comparison key.
       01  WS-NORM-IN           PIC X(30).
       01  WS-NORM-OUT          PIC X(30).
       01  WS-NORM-POS          PIC 9(2) COMP.
       01  WS-NORM-OUT-POS      PIC 9(2) COMP.
       01  WS-NORM-CHAR         PIC X.
           88 WS-NORM-KEEP           VALUE "A" THRU "Z" "0" THRU "9".
       01  WS-WORD-END          PIC 9(2) COMP.
       01  WS-WORD-START        PIC 9(2) COMP.
       01  WS-LAST-WORD         PIC X(30).

      * Street types dropped from the end of an address.
       01  WS-STREET-TYPE-VALUES.
           05 FILLER            PIC X(10) VALUE "STREET".
           05 FILLER            PIC X(10) VALUE "ST".
           05 FILLER            PIC X(10) VALUE "AVENUE".
           05 FILLER            PIC X(10) VALUE "AVE".
           05 FILLER            PIC X(10) VALUE "ROAD".
           05 FILLER            PIC X(10) VALUE "RD".
           05 FILLER            PIC X(10) VALUE "DRIVE".
           05 FILLER            PIC X(10) VALUE "DR".
           05 FILLER            PIC X(10) VALUE "LANE".
           05 FILLER            PIC X(10) VALUE "LN".
           05 FILLER            PIC X(10) VALUE "BOULEVARD".
           05 FILLER            PIC X(10) VALUE "BLVD".
       01  WS-STREET-TYPE-TABLE REDEFINES WS-STREET-TYPE-VALUES.
           05 WS-STREET-TYPE    PIC X(10) OCCURS 12 TIMES
                                 INDEXED BY WS-STIDX.

       01  WS-BASIS             PIC X(10).
       01  WS-PAIR-COUNT        PIC 9(5) VALUE ZEROES.
       01  WS-BOTH-COUNT        PIC 9(5) VALUE ZEROES.
       01  WS-NAME-COUNT        PIC 9(5) VALUE ZEROES.
       01  WS-ADDR-COUNT        PIC 9(5) VALUE ZEROES.
       01  WS-SKIPPED-COUNT     PIC 9(5) VALUE ZEROES.
       01  WS-READ-COUNT        PIC 9(5) VALUE ZEROES.

      **************************************************************
      * Likely duplicate customer report
      **************************************************************
       01  DUP-COLUMN-HEADINGS.
            05 FILLER           PIC X(11) VALUE 'BASIS'.
            05 FILLER           PIC X(9)  VALUE 'CUST ID'.
            05 FILLER           PIC X(31) VALUE 'NAME'.
            05 FILLER           PIC X(31) VALUE 'ADDRESS'.
            05 FILLER           PIC X(3)  VALUE 'ST'.
            05 FILLER           PIC X(14) VALUE '      LIFETIME'.

       01  DUP-DETAIL-LINE.
            05 DDL-BASIS        PIC X(10).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 DDL-ID           PIC 9(7).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DDL-NAME         PIC X(30).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 DDL-ADDRESS      PIC X(30).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 DDL-STATUS       PIC X(1).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DDL-LIFETIME     PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(1)  VALUE SPACES.

       01  DUP-NONE-LINE.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(30)
                                 VALUE 'NO LIKELY DUPLICATES FOUND'.
            05 FILLER           PIC X(65) VALUE SPACES.

       01  DUP-TOTAL-LINE.
            05 DTL-LABEL        PIC X(30).
            05 DTL-COUNT        PIC ZZ,ZZ9.
            05 FILLER           PIC X(64) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "PETCUSTDUPS" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 0200-LOAD-CUSTOMERS THRU 0200-LOAD-END.
           PERFORM 0140-OPEN-REPORT.
           PERFORM 0300-COMPARE-ONE
              VARYING WS-DIDX FROM 1 BY 1
              UNTIL WS-DIDX > WS-DUP-COUNT.
           PERFORM 0800-PRINT-TOTALS.
           DISPLAY "CUSTOMERS READ:            " WS-READ-COUNT.
           DISPLAY "MERGED CUSTOMERS SKIPPED:  " WS-SKIPPED-COUNT.
           DISPLAY "LIKELY DUPLICATE PAIRS:    " WS-PAIR-COUNT.
           PERFORM 0900-END-PROGRAM.

       0140-OPEN-REPORT.
           MOVE SPACES TO WS-CUSTDUP-FILENAME.
           STRING "PETCUSTDUP"       DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-CUSTDUP-FILENAME.
           OPEN OUTPUT CUSTDUPRPT.
           IF WS-CUSTDUP-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN CUSTDUPRPT, STATUS = "
                 WS-CUSTDUP-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9610-JOBLOG-END
              GOBACK
           END-IF.
           MOVE 'PET STORE LIKELY DUPLICATE CUSTOMERS' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DUP-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * The customer master is absent until the first sale posts
      * (status 35); the report then says there is nothing to merge.
       0200-LOAD-CUSTOMERS.
           OPEN INPUT PETCUSTMASTER.
           IF WS-CUSTMASTER-STATUS = "35"
              GO TO 0200-LOAD-END
           END-IF.
           IF WS-CUSTMASTER-STATUS NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE PETCUSTMASTER ",
                 WS-CUSTMASTER-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9610-JOBLOG-END
              GOBACK
           END-IF.
           PERFORM UNTIL WS-CUSTMASTER-STATUS NOT = "00"
              READ PETCUSTMASTER
                 AT END MOVE "10" TO WS-CUSTMASTER-STATUS
              END-READ
              IF WS-CUSTMASTER-STATUS = "00"
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 0210-ADD-ONE-CUSTOMER THRU 0210-ADD-END
              END-IF
           END-PERFORM.
           CLOSE PETCUSTMASTER.
       0200-LOAD-END.

       0210-ADD-ONE-CUSTOMER.
           IF CM-MERGED
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 0210-ADD-END
           END-IF.
           IF WS-DUP-COUNT NOT < 1000
              DISPLAY "WARNING: CUSTOMER TABLE FULL AT 1000, "
                 "CUSTOMER " CM-CUSTOMER-ID " NOT COMPARED"
              MOVE 4 TO RETURN-CODE
              GO TO 0210-ADD-END
           END-IF.
           ADD 1 TO WS-DUP-COUNT.
           SET WS-DIDX TO WS-DUP-COUNT.
           MOVE CM-CUSTOMER-ID      TO WS-DUP-ID (WS-DIDX).
           MOVE CM-CUSTOMER-NAME    TO WS-DUP-NAME (WS-DIDX).
           MOVE CM-CUSTOMER-ADDRESS TO WS-DUP-ADDRESS (WS-DIDX).
           IF CM-LIFETIME-TOTAL NUMERIC
              MOVE CM-LIFETIME-TOTAL TO WS-DUP-LIFETIME (WS-DIDX)
           ELSE
              MOVE ZEROES TO WS-DUP-LIFETIME (WS-DIDX)
           END-IF.
           MOVE CM-STATUS           TO WS-DUP-STATUS (WS-DIDX).
           MOVE CM-LAST-NAME        TO WS-NORM-IN.
           PERFORM 0250-NORMALIZE.
           MOVE WS-NORM-OUT         TO WS-DUP-LAST-KEY (WS-DIDX).
           MOVE CM-FIRST-NAME       TO WS-NORM-IN.
           PERFORM 0250-NORMALIZE.
           MOVE WS-NORM-OUT         TO WS-DUP-FIRST-KEY (WS-DIDX).
           MOVE CM-CUSTOMER-ADDRESS TO WS-NORM-IN.
           INSPECT WS-NORM-IN CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 0260-DROP-STREET-TYPE THRU 0260-DROP-END.
           PERFORM 0250-NORMALIZE.
           MOVE WS-NORM-OUT         TO WS-DUP-ADDR-KEY (WS-DIDX).
       0210-ADD-END.

      * Upper case, letters and digits only, closed up to the left.
       0250-NORMALIZE.
           INSPECT WS-NORM-IN CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-NORM-OUT.
           MOVE 0 TO WS-NORM-OUT-POS.
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
              UNTIL WS-NORM-POS > 30
              MOVE WS-NORM-IN (WS-NORM-POS:1) TO WS-NORM-CHAR
              IF WS-NORM-KEEP
                 ADD 1 TO WS-NORM-OUT-POS
                 MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NORM-OUT-POS:1)
              END-IF
           END-PERFORM.

      * Blanks the last word of the address when it is a street
      * type, so 12 ELM ST and 12 ELM STREET compare equal. An
      * address that is only a street type is left alone.
       0260-DROP-STREET-TYPE.
           MOVE 0 TO WS-WORD-END.
           PERFORM VARYING WS-NORM-POS FROM 30 BY -1
              UNTIL WS-NORM-POS < 1 OR WS-WORD-END > 0
              IF WS-NORM-IN (WS-NORM-POS:1) NOT = SPACE
                 AND WS-NORM-IN (WS-NORM-POS:1) NOT = "."
                 MOVE WS-NORM-POS TO WS-WORD-END
              END-IF
           END-PERFORM.
           IF WS-WORD-END = 0
              GO TO 0260-DROP-END
           END-IF.
           MOVE 0 TO WS-WORD-START.
           PERFORM VARYING WS-NORM-POS FROM WS-WORD-END BY -1
              UNTIL WS-NORM-POS < 1 OR WS-WORD-START > 0
              IF WS-NORM-IN (WS-NORM-POS:1) = SPACE
                 COMPUTE WS-WORD-START = WS-NORM-POS + 1
              END-IF
           END-PERFORM.
           IF WS-WORD-START = 0
              GO TO 0260-DROP-END
           END-IF.
           MOVE SPACES TO WS-LAST-WORD.
           MOVE WS-NORM-IN (WS-WORD-START:
              WS-WORD-END - WS-WORD-START + 1) TO WS-LAST-WORD.
           SET WS-STIDX TO 1.
           SEARCH WS-STREET-TYPE
              AT END CONTINUE
              WHEN WS-STREET-TYPE (WS-STIDX) = WS-LAST-WORD
                 MOVE SPACES TO WS-NORM-IN (WS-WORD-START:)
           END-SEARCH.
       0260-DROP-END.

      * Compares one customer with every customer after it, so each
      * pair is looked at once.
       0300-COMPARE-ONE.
           PERFORM 0310-COMPARE-PAIR THRU 0310-PAIR-END
              VARYING WS-DIDX2 FROM WS-DIDX BY 1
              UNTIL WS-DIDX2 > WS-DUP-COUNT.

       0310-COMPARE-PAIR.
           IF WS-DIDX2 = WS-DIDX
              GO TO 0310-PAIR-END
           END-IF.
           IF WS-DUP-LAST-KEY (WS-DIDX) = SPACES
              OR WS-DUP-LAST-KEY (WS-DIDX) NOT =
                 WS-DUP-LAST-KEY (WS-DIDX2)
              GO TO 0310-PAIR-END
           END-IF.
           EVALUATE TRUE
              WHEN WS-DUP-FIRST-KEY (WS-DIDX) =
                   WS-DUP-FIRST-KEY (WS-DIDX2)
                   AND WS-DUP-ADDR-KEY (WS-DIDX) NOT = SPACES
                   AND WS-DUP-ADDR-KEY (WS-DIDX) =
                   WS-DUP-ADDR-KEY (WS-DIDX2)
                 MOVE "NAME+ADDR" TO WS-BASIS
                 ADD 1 TO WS-BOTH-COUNT
              WHEN WS-DUP-FIRST-KEY (WS-DIDX) =
                   WS-DUP-FIRST-KEY (WS-DIDX2)
                 MOVE "NAME" TO WS-BASIS
                 ADD 1 TO WS-NAME-COUNT
              WHEN WS-DUP-ADDR-KEY (WS-DIDX) NOT = SPACES
                   AND WS-DUP-ADDR-KEY (WS-DIDX) =
                   WS-DUP-ADDR-KEY (WS-DIDX2)
                 MOVE "ADDR+LAST" TO WS-BASIS
                 ADD 1 TO WS-ADDR-COUNT
              WHEN OTHER
                 GO TO 0310-PAIR-END
           END-EVALUATE.
           ADD 1 TO WS-PAIR-COUNT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-BASIS TO DDL-BASIS.
           SET WS-PRINT-IDX TO WS-DIDX.
           PERFORM 0320-PRINT-CUSTOMER.
           MOVE SPACES TO DDL-BASIS.
           SET WS-PRINT-IDX TO WS-DIDX2.
           PERFORM 0320-PRINT-CUSTOMER.
       0310-PAIR-END.

      * WS-PRINT-IDX carries the table entry to print.
       0320-PRINT-CUSTOMER.
           MOVE WS-DUP-ID (WS-PRINT-IDX)       TO DDL-ID.
           MOVE WS-DUP-NAME (WS-PRINT-IDX)     TO DDL-NAME.
           MOVE WS-DUP-ADDRESS (WS-PRINT-IDX)  TO DDL-ADDRESS.
           MOVE WS-DUP-STATUS (WS-PRINT-IDX)   TO DDL-STATUS.
           MOVE WS-DUP-LIFETIME (WS-PRINT-IDX) TO DDL-LIFETIME.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DUP-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0800-PRINT-TOTALS.
           IF WS-PAIR-COUNT = ZEROES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE DUP-NONE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "CUSTOMERS COMPARED"  TO DTL-LABEL.
           MOVE WS-DUP-COUNT          TO DTL-COUNT.
           PERFORM 0810-PRINT-TOTAL-LINE.
           MOVE "PAIRS ON NAME AND ADDRESS" TO DTL-LABEL.
           MOVE WS-BOTH-COUNT         TO DTL-COUNT.
           PERFORM 0810-PRINT-TOTAL-LINE.
           MOVE "PAIRS ON NAME ONLY"  TO DTL-LABEL.
           MOVE WS-NAME-COUNT         TO DTL-COUNT.
           PERFORM 0810-PRINT-TOTAL-LINE.
           MOVE "PAIRS ON ADDRESS AND LAST NAME" TO DTL-LABEL.
           MOVE WS-ADDR-COUNT         TO DTL-COUNT.
           PERFORM 0810-PRINT-TOTAL-LINE.

       0810-PRINT-TOTAL-LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DUP-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           CLOSE CUSTDUPRPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY RUNCTLPD.

       END PROGRAM PETCUSTDUPS.
