       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETPOGEN.

      * Purchase order generation and vendor performance for the
      * pet stores.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program, run after PETSTORECHALLENGE. Items at or
      *    below their reorder point used to come off the reorder
      *    report into a PO typed up and keyed by a buyer. Vendors
      *    are now kept on PETVENDOR.DAT (vendor id, name, lead time
      *    in days, minimum order quantity) and each item number is
      *    assigned its vendor on PETITEMVENDOR.DAT. From the
      *    rewritten PETITEMMASTER.DAT this step orders every item
      *    at or below its reorder point the reorder quantity less
      *    what is already on order on PETOPENPO.DAT, raised to the
      *    vendor's minimum when it falls short, groups the lines
      *    into one PO per vendor per store (reference yymmddnn),
      *    adds them to PETOPENPO.DAT and to the PO history
      *    PETPOHIST.DAT (order date, due date = order date plus
      *    the vendor's lead time), and prints the PO documents to
      *    PETPODOCSyyyymmdd.DAT for sending to the vendors. An item
      *    with no vendor, or a vendor not on the master, is raised
      *    on EXCEPTIONS.DAT and left for the buyer. A rerun for the
      *    same business date withdraws that date's POs and raises
      *    them again from the current master.
      *    The receipts PETSTORECHALLENGE posts against the POs
      *    (PETRCVHIST.DAT) give the vendor performance report
      *    PETVENDPERFyyyymmdd.DAT: for every PO line fully received
      *    or past its due date, the quantity filled against the
      *    quantity ordered and the days late against the lead time
      *    (last receipt, or today while still short), by vendor.
      *  - PETITEMMASTER.DAT now ends with the item's moving average
      *    cost; the record layout here follows it.
      *  - Quantity customers are still waiting for on the backorder
      *    file PETBACKORD.DAT is added to the order: an item with
      *    open backorders is ordered even above its reorder point,
      *    and the order is the reorder quantity plus the open
      *    backorders less what is already on order.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PETITEMMASTER ASSIGN TO "PETITEMMASTER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MASTER-STATUS.
              SELECT PETVENDOR ASSIGN TO "PETVENDOR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VENDOR-STATUS.
              SELECT PETITEMVENDOR ASSIGN TO "PETITEMVENDOR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ITEMVND-STATUS.
              SELECT PETOPENPO ASSIGN TO "PETOPENPO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPENPO-STATUS.
              SELECT PETPOHIST ASSIGN TO "PETPOHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POHIST-STATUS.
              SELECT PETRCVHIST ASSIGN TO "PETRCVHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RCVHIST-STATUS.
              SELECT PETBACKORD ASSIGN TO "PETBACKORD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BACKORD-STATUS.
              SELECT PODOCRPT ASSIGN DYNAMIC WS-PODOC-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PODOC-STATUS.
              SELECT VENDPERFRPT ASSIGN DYNAMIC WS-PERF-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERF-STATUS.

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

       FD PETVENDOR.
           01 VENDORDETAILS.
               02 VND-ID                PIC 9(5).
               02 VND-NAME              PIC X(30).
               02 VND-LEAD-DAYS         PIC 9(3).
               02 VND-MIN-QTY           PIC 9(5).

      * One row per item number; the same vendor supplies the item
      * to every store.
       FD PETITEMVENDOR.
           01 ITEMVENDORDETAILS.
               02 IVN-ITEM-NO           PIC 9(6).
               02 IVN-VENDOR-ID         PIC 9(5).

       FD PETOPENPO.
           01 OPENPODETAILS.
               02 OPO-STORE-ID          PIC 9(2).
               02 OPO-ITEM-NO           PIC 9(6).
               02 OPO-DESCRIPTION       PIC X(20).
               02 OPO-QTY               PIC 9(5).
               02 OPO-PO-REF            PIC X(8).

      * Every PO line raised by this step, as ordered; receipts
      * are matched to it through PETRCVHIST.DAT.
       FD PETPOHIST.
           01 POHISTDETAILS.
               02 POH-PO-REF            PIC X(8).
               02 POH-VENDOR-ID         PIC 9(5).
               02 POH-STORE-ID          PIC 9(2).
               02 POH-ITEM-NO           PIC 9(6).
               02 POH-DESCRIPTION       PIC X(20).
               02 POH-ORDER-DATE        PIC 9(8).
               02 POH-DUE-DATE          PIC 9(8).
               02 POH-QTY               PIC 9(5).

       FD PETRCVHIST.
           01 RCVHISTREC.
               02 RHS-DATE              PIC 9(8).
               02 RHS-STORE-ID          PIC 9(2).
               02 RHS-ITEM-NO           PIC 9(6).
               02 RHS-PO-REF            PIC X(8).
               02 RHS-QTY               PIC 9(5).

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

       FD PODOCRPT.
           01 PODOC-LINE     PIC X(100).

       FD VENDPERFRPT.
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

       01  WS-MASTER-STATUS     PIC X(2).
       01  WS-VENDOR-STATUS     PIC X(2).
       01  WS-ITEMVND-STATUS    PIC X(2).
       01  WS-OPENPO-STATUS     PIC X(2).
       01  WS-POHIST-STATUS     PIC X(2).
       01  WS-RCVHIST-STATUS    PIC X(2).
       01  WS-BACKORD-STATUS    PIC X(2).
       01  WS-PODOC-STATUS      PIC X(2).
       01  WS-PERF-STATUS       PIC X(2).
       01  WS-PODOC-FILENAME    PIC X(40).
       01  WS-PERF-FILENAME     PIC X(40).

       01  WS-VENDOR-TABLE.
           05 WS-VND-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-VIDX.
              10 WS-VND-ID           PIC 9(5).
              10 WS-VND-NAME         PIC X(30).
              10 WS-VND-LEAD-DAYS    PIC 9(3).
              10 WS-VND-MIN-QTY      PIC 9(5).
              10 WS-VND-LINES        PIC 9(5).
              10 WS-VND-ORDERED      PIC 9(7).
              10 WS-VND-FILLED       PIC 9(7).
              10 WS-VND-LATE-LINES   PIC 9(5).
              10 WS-VND-DAYS-LATE    PIC 9(7).
       01  WS-VND-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-VND-FOUND-IDX     PIC 9(3) VALUE ZEROES.
       01  WS-VND-PRINTED       PIC 9(3) VALUE ZEROES.

       01  WS-ITEMVND-TABLE.
           05 WS-IVN-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-IVIDX.
              10 WS-IVN-ITEM-NO      PIC 9(6).
              10 WS-IVN-VENDOR-ID    PIC 9(5).
       01  WS-IVN-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-IVN-FOUND-IDX     PIC 9(4) VALUE ZEROES.

       01  WS-OPENPO-TABLE.
           05 WS-OPO-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-OPOIDX.
              10 WS-OPO-STORE        PIC 9(2).
              10 WS-OPO-ITEM-NO      PIC 9(6).
              10 WS-OPO-DESC         PIC X(20).
              10 WS-OPO-QTY          PIC 9(5).
              10 WS-OPO-PO-REF       PIC X(8).
       01  WS-OPO-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-OPO-OPEN-QTY      PIC 9(6) VALUE ZEROES.
       01  WS-OPO-DROP-COUNT    PIC 9(3) VALUE ZEROES.

      * Open backorder quantity, one row per store and item.
       01  WS-BACKORD-TABLE.
           05 WS-BOQ-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-BOQIDX.
              10 WS-BOQ-STORE        PIC 9(2).
              10 WS-BOQ-ITEM-NO      PIC 9(6).
              10 WS-BOQ-QTY          PIC 9(6).
       01  WS-BOQ-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-BOQ-FOUND-IDX     PIC 9(4) VALUE ZEROES.
       01  WS-BO-OPEN-QTY       PIC 9(6) VALUE ZEROES.

       01  WS-POHIST-TABLE.
           05 WS-POH-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-POHIDX.
              10 WS-POH-PO-REF       PIC X(8).
              10 WS-POH-VENDOR-ID    PIC 9(5).
              10 WS-POH-STORE        PIC 9(2).
              10 WS-POH-ITEM-NO      PIC 9(6).
              10 WS-POH-DESC         PIC X(20).
              10 WS-POH-ORDER-DATE   PIC 9(8).
              10 WS-POH-DUE-DATE     PIC 9(8).
              10 WS-POH-QTY          PIC 9(5).
       01  WS-POH-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-POH-DROP-COUNT    PIC 9(4) VALUE ZEROES.

       01  WS-RCVHIST-TABLE.
           05 WS-RHS-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-RHSIDX.
              10 WS-RHS-DATE         PIC 9(8).
              10 WS-RHS-STORE        PIC 9(2).
              10 WS-RHS-ITEM-NO      PIC 9(6).
              10 WS-RHS-PO-REF       PIC X(8).
              10 WS-RHS-QTY          PIC 9(5).
       01  WS-RHS-COUNT         PIC 9(4) VALUE ZEROES.

      * The day's order lines, grouped into POs once every item has
      * been looked at.
       01  WS-ORDER-TABLE.
           05 WS-ORD-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-ORDIDX WS-ORDIDX2.
              10 WS-ORD-VND-IDX      PIC 9(3).
              10 WS-ORD-STORE        PIC 9(2).
              10 WS-ORD-ITEM-NO      PIC 9(6).
              10 WS-ORD-DESC         PIC X(20).
              10 WS-ORD-QTY          PIC 9(5).
              10 WS-ORD-PO-REF       PIC X(8).
       01  WS-ORD-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-ORD-NEED          PIC S9(6) VALUE ZEROES.

       01  WS-PO-REF-BUILD.
           05 WS-PO-REF-YYMMDD  PIC 9(6).
           05 WS-PO-REF-SEQ     PIC 9(2).
       01  WS-PO-SEQ            PIC 9(3) VALUE ZEROES.
       01  WS-PO-LINE-NO        PIC 9(3) VALUE ZEROES.
       01  WS-PO-UNITS          PIC 9(7) VALUE ZEROES.
       01  WS-DUE-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-INT          PIC 9(7) VALUE ZEROES.

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

       01  WS-LINE-RECEIVED     PIC 9(6) VALUE ZEROES.
       01  WS-LINE-LAST-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-LINE-DAYS-LATE    PIC S9(5) VALUE ZEROES.
       01  WS-FILL-PCT          PIC 9(3)V9 VALUE ZEROES.
       01  WS-AVG-DAYS-LATE     PIC 9(4)V9 VALUE ZEROES.

       01  WS-RUN-COUNTS.
           05 WS-ITEMS-READ     PIC 9(5) VALUE ZEROES.
           05 WS-ITEMS-DUE      PIC 9(5) VALUE ZEROES.
           05 WS-ITEMS-COVERED  PIC 9(5) VALUE ZEROES.
           05 WS-ITEMS-REJECTED PIC 9(5) VALUE ZEROES.
           05 WS-UNITS-ORDERED  PIC 9(7) VALUE ZEROES.

      **************************************************************
      * Purchase order document
      **************************************************************
       01  PODOC-TITLE-LINE.
            05 FILLER           PIC X(25) VALUE
               'PET SUPPLIES AND MORE'.
            05 FILLER           PIC X(20) VALUE
               'PURCHASE ORDER'.
            05 FILLER           PIC X(6)  VALUE 'P/O: '.
            05 PDT-PO-REF       PIC X(8).
            05 FILLER           PIC X(41) VALUE SPACES.

       01  PODOC-VENDOR-LINE.
            05 FILLER           PIC X(8)  VALUE 'VENDOR: '.
            05 PDV-VENDOR-ID    PIC 9(5).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PDV-VENDOR-NAME  PIC X(30).
            05 FILLER           PIC X(14) VALUE 'ORDER DATE:   '.
            05 PDV-ORDER-DATE   PIC X(10).
            05 FILLER           PIC X(31) VALUE SPACES.

       01  PODOC-SHIPTO-LINE.
            05 FILLER           PIC X(15) VALUE 'SHIP TO: STORE '.
            05 PDS-STORE        PIC 9(2).
            05 FILLER           PIC X(28) VALUE SPACES.
            05 FILLER           PIC X(14) VALUE 'DELIVER BY:   '.
            05 PDS-DUE-DATE     PIC X(10).
            05 FILLER           PIC X(31) VALUE SPACES.

       01  PODOC-COLUMN-HEADINGS.
            05 FILLER           PIC X(6)  VALUE 'LINE'.
            05 FILLER           PIC X(9)  VALUE 'ITEM NO'.
            05 FILLER           PIC X(22) VALUE 'DESCRIPTION'.
            05 FILLER           PIC X(10) VALUE '  QUANTITY'.
            05 FILLER           PIC X(53) VALUE SPACES.

       01  PODOC-DETAIL-LINE.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PDD-LINE-NO      PIC ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PDD-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 PDD-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 PDD-QTY          PIC ZZ,ZZ9.
            05 FILLER           PIC X(54) VALUE SPACES.

       01  PODOC-TOTAL-LINE.
            05 FILLER           PIC X(15) VALUE SPACES.
            05 FILLER           PIC X(22) VALUE 'TOTAL UNITS'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PDL-UNITS        PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(52) VALUE SPACES.

       01  PODOC-SIGN-LINE.
            05 FILLER           PIC X(15) VALUE 'AUTHORIZED BY: '.
            05 FILLER           PIC X(30) VALUE ALL '_'.
            05 FILLER           PIC X(55) VALUE SPACES.

       01  PODOC-NONE-LINE.
            05 FILLER           PIC X(40) VALUE
               'NO PURCHASE ORDERS RAISED'.
            05 FILLER           PIC X(60) VALUE SPACES.

      **************************************************************
      * Vendor performance report
      **************************************************************
       01  PERF-COLUMN-HEADINGS.
            05 FILLER           PIC X(7)  VALUE 'VENDOR'.
            05 FILLER           PIC X(31) VALUE 'NAME'.
            05 FILLER           PIC X(5)  VALUE 'LEAD'.
            05 FILLER           PIC X(7)  VALUE '  LINES'.
            05 FILLER           PIC X(10) VALUE '   ORDERED'.
            05 FILLER           PIC X(10) VALUE '    FILLED'.
            05 FILLER           PIC X(8)  VALUE '  FILL %'.
            05 FILLER           PIC X(7)  VALUE '   LATE'.
            05 FILLER           PIC X(10) VALUE '  AVG DAYS'.
            05 FILLER           PIC X(5)  VALUE SPACES.

       01  PERF-DETAIL-LINE.
            05 PFD-VENDOR-ID    PIC 9(5).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PFD-VENDOR-NAME  PIC X(30).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PFD-LEAD-DAYS    PIC ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PFD-LINES        PIC ZZ,ZZ9.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PFD-ORDERED      PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PFD-FILLED       PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PFD-FILL-PCT     PIC ZZ9.9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PFD-LATE-LINES   PIC ZZ,ZZ9.
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 PFD-AVG-LATE     PIC Z,ZZ9.9.
            05 FILLER           PIC X(5)  VALUE SPACES.

       01  PERF-NONE-LINE.
            05 FILLER           PIC X(50) VALUE
               'NO PO LINES RECEIVED IN FULL OR PAST DUE'.
            05 FILLER           PIC X(50) VALUE SPACES.

       01  PERF-TOTAL-LINE.
            05 FILLER           PIC X(20) VALUE 'PO LINES RAISED:    '.
            05 PFT-LINES-RAISED PIC ZZ9.
            05 FILLER           PIC X(17) VALUE '   PO DOCUMENTS: '.
            05 PFT-PO-COUNT     PIC Z9.
            05 FILLER           PIC X(18) VALUE '   UNITS ORDERED: '.
            05 PFT-UNITS        PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(31) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "PETPOGEN" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE (3:6) TO WS-PO-REF-YYMMDD.
           PERFORM 0110-LOAD-VENDORS.
           IF WS-VND-COUNT = ZEROES
              DISPLAY "NO VENDORS ON PETVENDOR.DAT - NO PURCHASE "
                 "ORDERS RAISED"
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0115-LOAD-ITEM-VENDORS.
           PERFORM 0120-LOAD-OPEN-PO THRU 0120-OPENPO-END.
           PERFORM 0125-LOAD-PO-HISTORY THRU 0125-POHIST-END.
           PERFORM 0130-LOAD-RECEIPT-HISTORY THRU 0130-RCVHIST-END.
           PERFORM 0135-LOAD-BACKORDERS THRU 0135-BACKORD-END.
           PERFORM 0140-OPEN-REPORTS.
           OPEN INPUT PETITEMMASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN PETITEMMASTER, STATUS = "
                 WS-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
              READ PETITEMMASTER
                 AT END MOVE "10" TO WS-MASTER-STATUS
              END-READ
              IF WS-MASTER-STATUS = "00"
                 ADD 1 TO WS-ITEMS-READ
                 PERFORM 0200-EVALUATE-ITEM THRU 0200-EVALUATE-END
              END-IF
           END-PERFORM.
           CLOSE PETITEMMASTER.
           PERFORM 0300-RAISE-PURCHASE-ORDERS
              THRU 0300-RAISE-END.
           PERFORM 0500-PRINT-VENDOR-PERFORMANCE.
           PERFORM 0600-REWRITE-OPEN-PO THRU 0600-OPENPO-END.
           PERFORM 0610-REWRITE-PO-HISTORY THRU 0610-POHIST-END.
           MOVE "PETITEMMASTER.DAT" TO BAL-WK-FILE-NAME.
           MOVE WS-ITEMS-READ TO BAL-WK-READ.
           COMPUTE BAL-WK-WRITTEN = WS-ITEMS-READ - WS-ITEMS-REJECTED.
           MOVE WS-ITEMS-REJECTED TO BAL-WK-REJECTED.
           MOVE WS-UNITS-ORDERED TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.
           DISPLAY "ITEMS READ:                " WS-ITEMS-READ.
           DISPLAY "ITEMS AT REORDER POINT:    " WS-ITEMS-DUE.
           DISPLAY "ITEMS COVERED BY OPEN PO:  " WS-ITEMS-COVERED.
           DISPLAY "ITEMS WITH NO VENDOR:      " WS-ITEMS-REJECTED.
           DISPLAY "PO LINES RAISED:           " WS-ORD-COUNT.
           DISPLAY "PURCHASE ORDERS RAISED:    " WS-PO-SEQ.
           DISPLAY "UNITS ORDERED:             " WS-UNITS-ORDERED.
           IF WS-OPO-DROP-COUNT > ZEROES
              DISPLAY "EARLIER PO LINES WITHDRAWN:" WS-OPO-DROP-COUNT
           END-IF.
           IF WS-ITEMS-REJECTED > 0
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.

       0110-LOAD-VENDORS.
           OPEN INPUT PETVENDOR.
           IF WS-VENDOR-STATUS NOT = "00" AND
              WS-VENDOR-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETVENDOR ",
                 WS-VENDOR-STATUS
           END-IF.
           IF WS-VENDOR-STATUS = "00"
              PERFORM UNTIL WS-VENDOR-STATUS NOT = "00"
                 READ PETVENDOR
                    AT END MOVE "10" TO WS-VENDOR-STATUS
                 END-READ
                 IF WS-VENDOR-STATUS = "00"
                    AND WS-VND-COUNT < 200
                    ADD 1 TO WS-VND-COUNT
                    SET WS-VIDX TO WS-VND-COUNT
                    MOVE VND-ID        TO WS-VND-ID (WS-VIDX)
                    MOVE VND-NAME      TO WS-VND-NAME (WS-VIDX)
                    MOVE VND-LEAD-DAYS TO WS-VND-LEAD-DAYS (WS-VIDX)
                    MOVE VND-MIN-QTY   TO WS-VND-MIN-QTY (WS-VIDX)
                    MOVE ZEROES        TO WS-VND-LINES (WS-VIDX)
                    MOVE ZEROES        TO WS-VND-ORDERED (WS-VIDX)
                    MOVE ZEROES        TO WS-VND-FILLED (WS-VIDX)
                    MOVE ZEROES        TO WS-VND-LATE-LINES (WS-VIDX)
                    MOVE ZEROES        TO WS-VND-DAYS-LATE (WS-VIDX)
                 END-IF
              END-PERFORM
              CLOSE PETVENDOR
           END-IF.

       0115-LOAD-ITEM-VENDORS.
           OPEN INPUT PETITEMVENDOR.
           IF WS-ITEMVND-STATUS NOT = "00" AND
              WS-ITEMVND-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETITEMVENDOR ",
                 WS-ITEMVND-STATUS
           END-IF.
           IF WS-ITEMVND-STATUS = "00"
              PERFORM UNTIL WS-ITEMVND-STATUS NOT = "00"
                 READ PETITEMVENDOR
                    AT END MOVE "10" TO WS-ITEMVND-STATUS
                 END-READ
                 IF WS-ITEMVND-STATUS = "00"
                    AND WS-IVN-COUNT < 1000
                    ADD 1 TO WS-IVN-COUNT
                    SET WS-IVIDX TO WS-IVN-COUNT
                    MOVE IVN-ITEM-NO   TO WS-IVN-ITEM-NO (WS-IVIDX)
                    MOVE IVN-VENDOR-ID TO WS-IVN-VENDOR-ID (WS-IVIDX)
                 END-IF
              END-PERFORM
              CLOSE PETITEMVENDOR
           END-IF.

      * The open-order memo as PETSTORECHALLENGE left it. Lines of
      * a PO this step raised earlier on the same business date are
      * withdrawn here and raised again from tonight's master.
       0120-LOAD-OPEN-PO.
           OPEN INPUT PETOPENPO.
           IF WS-OPENPO-STATUS NOT = "00" AND
              WS-OPENPO-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETOPENPO ",
                 WS-OPENPO-STATUS
           END-IF.
           IF WS-OPENPO-STATUS NOT = "00"
              GO TO 0120-OPENPO-END
           END-IF.
           PERFORM UNTIL WS-OPENPO-STATUS NOT = "00"
              READ PETOPENPO
                 AT END MOVE "10" TO WS-OPENPO-STATUS
              END-READ
              IF WS-OPENPO-STATUS = "00"
                 IF OPO-PO-REF (1:6) = WS-PO-REF-YYMMDD
                    AND OPO-PO-REF (7:2) IS NUMERIC
                    ADD 1 TO WS-OPO-DROP-COUNT
                 ELSE
                    IF WS-OPO-COUNT < 500
                       ADD 1 TO WS-OPO-COUNT
                       SET WS-OPOIDX TO WS-OPO-COUNT
                       MOVE OPO-STORE-ID TO WS-OPO-STORE (WS-OPOIDX)
                       MOVE OPO-ITEM-NO  TO
                          WS-OPO-ITEM-NO (WS-OPOIDX)
                       MOVE OPO-DESCRIPTION TO
                          WS-OPO-DESC (WS-OPOIDX)
                       MOVE OPO-QTY      TO WS-OPO-QTY (WS-OPOIDX)
                       MOVE OPO-PO-REF   TO WS-OPO-PO-REF (WS-OPOIDX)
                    ELSE
                       DISPLAY "ERR: PETOPENPO TABLE FULL AT 500 - "
                          "RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       CLOSE PETOPENPO
                       GO TO 0900-END-PROGRAM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PETOPENPO.
       0120-OPENPO-END.

       0125-LOAD-PO-HISTORY.
           OPEN INPUT PETPOHIST.
           IF WS-POHIST-STATUS NOT = "00" AND
              WS-POHIST-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETPOHIST ",
                 WS-POHIST-STATUS
           END-IF.
           IF WS-POHIST-STATUS NOT = "00"
              GO TO 0125-POHIST-END
           END-IF.
           PERFORM UNTIL WS-POHIST-STATUS NOT = "00"
              READ PETPOHIST
                 AT END MOVE "10" TO WS-POHIST-STATUS
              END-READ
              IF WS-POHIST-STATUS = "00"
                 IF POH-ORDER-DATE = WS-BUSINESS-DATE
                    ADD 1 TO WS-POH-DROP-COUNT
                 ELSE
                    IF WS-POH-COUNT < 3000
                       ADD 1 TO WS-POH-COUNT
                       SET WS-POHIDX TO WS-POH-COUNT
                       MOVE POHISTDETAILS TO WS-POH-ENTRY (WS-POHIDX)
                    ELSE
                       DISPLAY "ERR: PETPOHIST TABLE FULL AT 3000 - "
                          "RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       CLOSE PETPOHIST
                       GO TO 0900-END-PROGRAM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PETPOHIST.
       0125-POHIST-END.

      * Only receipts quoting a PO reference can be matched to a PO
      * line; the rest are of no interest to vendor performance.
       0130-LOAD-RECEIPT-HISTORY.
           OPEN INPUT PETRCVHIST.
           IF WS-RCVHIST-STATUS NOT = "00" AND
              WS-RCVHIST-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETRCVHIST ",
                 WS-RCVHIST-STATUS
           END-IF.
           IF WS-RCVHIST-STATUS NOT = "00"
              GO TO 0130-RCVHIST-END
           END-IF.
           PERFORM UNTIL WS-RCVHIST-STATUS NOT = "00"
              READ PETRCVHIST
                 AT END MOVE "10" TO WS-RCVHIST-STATUS
              END-READ
              IF WS-RCVHIST-STATUS = "00"
                 AND RHS-PO-REF NOT = SPACES
                 IF WS-RHS-COUNT < 5000
                    ADD 1 TO WS-RHS-COUNT
                    SET WS-RHSIDX TO WS-RHS-COUNT
                    MOVE RCVHISTREC TO WS-RHS-ENTRY (WS-RHSIDX)
                 ELSE
                    DISPLAY "ERR: PETRCVHIST TABLE FULL AT 5000, "
                       "LATER RECEIPTS NOT MEASURED"
                    MOVE "10" TO WS-RCVHIST-STATUS
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PETRCVHIST.
       0130-RCVHIST-END.

      * PETBACKORD.DAT is absent until a store first runs short
      * (status 35).
       0135-LOAD-BACKORDERS.
           OPEN INPUT PETBACKORD.
           IF WS-BACKORD-STATUS NOT = "00" AND
              WS-BACKORD-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETBACKORD ",
                 WS-BACKORD-STATUS
           END-IF.
           IF WS-BACKORD-STATUS NOT = "00"
              GO TO 0135-BACKORD-END
           END-IF.
           PERFORM UNTIL WS-BACKORD-STATUS NOT = "00"
              READ PETBACKORD
                 AT END MOVE "10" TO WS-BACKORD-STATUS
              END-READ
              IF WS-BACKORD-STATUS = "00"
                 AND BO-QTY-OPEN NUMERIC
                 AND BO-QTY-OPEN > ZEROES
                 PERFORM 0136-ADD-BACKORDER-QTY
                    THRU 0136-ADD-END
              END-IF
           END-PERFORM.
           CLOSE PETBACKORD.
       0135-BACKORD-END.

       0136-ADD-BACKORDER-QTY.
           MOVE 0 TO WS-BOQ-FOUND-IDX.
           SET WS-BOQIDX TO 1.
           PERFORM WS-BOQ-COUNT TIMES
              IF WS-BOQ-STORE (WS-BOQIDX) = BO-STORE-ID
                 AND WS-BOQ-ITEM-NO (WS-BOQIDX) = BO-ITEM-NO
                 SET WS-BOQ-FOUND-IDX TO WS-BOQIDX
              END-IF
              SET WS-BOQIDX UP BY 1
           END-PERFORM.
           IF WS-BOQ-FOUND-IDX > 0
              SET WS-BOQIDX TO WS-BOQ-FOUND-IDX
              ADD BO-QTY-OPEN TO WS-BOQ-QTY (WS-BOQIDX)
              GO TO 0136-ADD-END
           END-IF.
           IF WS-BOQ-COUNT NOT < 1000
              DISPLAY "ERR: BACKORDER TABLE FULL AT 1000, ITEM "
                 BO-STORE-ID " " BO-ITEM-NO " NOT COUNTED"
              GO TO 0136-ADD-END
           END-IF.
           ADD 1 TO WS-BOQ-COUNT.
           SET WS-BOQIDX TO WS-BOQ-COUNT.
           MOVE BO-STORE-ID TO WS-BOQ-STORE (WS-BOQIDX).
           MOVE BO-ITEM-NO  TO WS-BOQ-ITEM-NO (WS-BOQIDX).
           MOVE BO-QTY-OPEN TO WS-BOQ-QTY (WS-BOQIDX).
       0136-ADD-END.

       0140-OPEN-REPORTS.
           MOVE SPACES TO WS-PODOC-FILENAME.
           STRING "PETPODOCS"        DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-PODOC-FILENAME.
           OPEN OUTPUT PODOCRPT.
           IF WS-PODOC-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN PODOCRPT, STATUS = "
                 WS-PODOC-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-PERF-FILENAME.
           STRING "PETVENDPERF"      DELIMITED BY SIZE
                  WS-BUSINESS-YEAR   DELIMITED BY SIZE
                  WS-BUSINESS-MONTH  DELIMITED BY SIZE
                  WS-BUSINESS-DAY    DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
              INTO WS-PERF-FILENAME.
           OPEN OUTPUT VENDPERFRPT.
           IF WS-PERF-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN VENDPERFRPT, STATUS = "
                 WS-PERF-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'PET STORE VENDOR PERFORMANCE' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.

      * Same test as the reorder report: a configured reorder point
      * and on-hand at or below it, or customers waiting on
      * backorder. The order is the reorder quantity plus the open
      * backorders less what is still on order, raised to the
      * vendor's minimum order quantity.
       0200-EVALUATE-ITEM.
           IF MASTER-REORDER-POINT = ZEROES
              GO TO 0200-EVALUATE-END
           END-IF.
           PERFORM 0215-FIND-BACKORDER-QTY.
           IF MASTER-ON-HAND > MASTER-REORDER-POINT
              AND WS-BO-OPEN-QTY = ZEROES
              GO TO 0200-EVALUATE-END
           END-IF.
           ADD 1 TO WS-ITEMS-DUE.
           PERFORM 0210-SUM-OPEN-PO-QTY.
           COMPUTE WS-ORD-NEED = MASTER-REORDER-QTY + WS-BO-OPEN-QTY
              - WS-OPO-OPEN-QTY.
           IF WS-ORD-NEED NOT > ZEROES
              ADD 1 TO WS-ITEMS-COVERED
              GO TO 0200-EVALUATE-END
           END-IF.
           PERFORM 0220-FIND-ITEM-VENDOR.
           IF WS-VND-FOUND-IDX = 0
              ADD 1 TO WS-ITEMS-REJECTED
              GO TO 0200-EVALUATE-END
           END-IF.
           SET WS-VIDX TO WS-VND-FOUND-IDX.
           IF WS-ORD-NEED < WS-VND-MIN-QTY (WS-VIDX)
              MOVE WS-VND-MIN-QTY (WS-VIDX) TO WS-ORD-NEED
           END-IF.
           IF WS-ORD-COUNT NOT < 500
              DISPLAY "ERR: ORDER LINE TABLE FULL AT 500, ITEM NOT "
                 "ORDERED " MASTER-STORE-ID " " MASTER-ITEM-NO
              MOVE 8 TO RETURN-CODE
              GO TO 0200-EVALUATE-END
           END-IF.
           ADD 1 TO WS-ORD-COUNT.
           SET WS-ORDIDX TO WS-ORD-COUNT.
           MOVE WS-VND-FOUND-IDX   TO WS-ORD-VND-IDX (WS-ORDIDX).
           MOVE MASTER-STORE-ID    TO WS-ORD-STORE (WS-ORDIDX).
           MOVE MASTER-ITEM-NO     TO WS-ORD-ITEM-NO (WS-ORDIDX).
           MOVE MASTER-DESCRIPTION TO WS-ORD-DESC (WS-ORDIDX).
           MOVE WS-ORD-NEED        TO WS-ORD-QTY (WS-ORDIDX).
           MOVE SPACES             TO WS-ORD-PO-REF (WS-ORDIDX).
           ADD WS-ORD-NEED TO WS-UNITS-ORDERED.
       0200-EVALUATE-END.

       0210-SUM-OPEN-PO-QTY.
           MOVE ZEROES TO WS-OPO-OPEN-QTY.
           SET WS-OPOIDX TO 1.
           PERFORM WS-OPO-COUNT TIMES
              IF WS-OPO-STORE (WS-OPOIDX) = MASTER-STORE-ID
                 AND WS-OPO-ITEM-NO (WS-OPOIDX) = MASTER-ITEM-NO
                 ADD WS-OPO-QTY (WS-OPOIDX) TO WS-OPO-OPEN-QTY
              END-IF
              SET WS-OPOIDX UP BY 1
           END-PERFORM.

       0215-FIND-BACKORDER-QTY.
           MOVE ZEROES TO WS-BO-OPEN-QTY.
           SET WS-BOQIDX TO 1.
           PERFORM WS-BOQ-COUNT TIMES
              IF WS-BOQ-STORE (WS-BOQIDX) = MASTER-STORE-ID
                 AND WS-BOQ-ITEM-NO (WS-BOQIDX) = MASTER-ITEM-NO
                 MOVE WS-BOQ-QTY (WS-BOQIDX) TO WS-BO-OPEN-QTY
              END-IF
              SET WS-BOQIDX UP BY 1
           END-PERFORM.

      * An item with no vendor row, or whose vendor is not on the
      * vendor master, is raised for the buyer to order by hand.
       0220-FIND-ITEM-VENDOR.
           MOVE 0 TO WS-VND-FOUND-IDX.
           MOVE 0 TO WS-IVN-FOUND-IDX.
           SET WS-IVIDX TO 1.
           PERFORM WS-IVN-COUNT TIMES
              IF WS-IVN-ITEM-NO (WS-IVIDX) = MASTER-ITEM-NO
                 SET WS-IVN-FOUND-IDX TO WS-IVIDX
              END-IF
              SET WS-IVIDX UP BY 1
           END-PERFORM.
           MOVE SPACES          TO EXC-WK-KEY.
           MOVE MASTER-STORE-ID TO EXC-WK-KEY (1:2).
           MOVE MASTER-ITEM-NO  TO EXC-WK-KEY (4:6).
           MOVE MASTER-DESCRIPTION TO EXC-WK-KEY (11:10).
           MOVE "PET"           TO EXC-WK-REASON-CODE.
           MOVE MASTERDETAILS   TO EXC-WK-IMAGE.
           IF WS-IVN-FOUND-IDX = 0
              MOVE "NO VENDOR ASSIGNED TO ITEM" TO EXC-WK-REASON-TEXT
              PERFORM 9700-WRITE-COMMON-EXC
           ELSE
              SET WS-IVIDX TO WS-IVN-FOUND-IDX
              SET WS-VIDX TO 1
              PERFORM WS-VND-COUNT TIMES
                 IF WS-VND-ID (WS-VIDX) =
                    WS-IVN-VENDOR-ID (WS-IVIDX)
                    SET WS-VND-FOUND-IDX TO WS-VIDX
                 END-IF
                 SET WS-VIDX UP BY 1
              END-PERFORM
              IF WS-VND-FOUND-IDX = 0
                 MOVE "VENDOR NOT ON PETVENDOR.DAT"
                    TO EXC-WK-REASON-TEXT
                 PERFORM 9700-WRITE-COMMON-EXC
              END-IF
           END-IF.

      * One PO per vendor per store: the first unassigned line opens
      * a PO and every later line for the same vendor and store
      * joins it. Each PO is printed as it is numbered.
       0300-RAISE-PURCHASE-ORDERS.
           IF WS-ORD-COUNT = ZEROES
              MOVE PODOC-NONE-LINE TO PODOC-LINE
              WRITE PODOC-LINE AFTER ADVANCING 1 LINE
              GO TO 0300-RAISE-END
           END-IF.
           SET WS-ORDIDX TO 1.
           PERFORM WS-ORD-COUNT TIMES
              IF WS-ORD-PO-REF (WS-ORDIDX) = SPACES
                 PERFORM 0310-OPEN-ONE-PO THRU 0310-OPEN-END
              END-IF
              SET WS-ORDIDX UP BY 1
           END-PERFORM.
       0300-RAISE-END.

       0310-OPEN-ONE-PO.
           IF WS-PO-SEQ NOT < 99
              DISPLAY "ERR: MORE THAN 99 PURCHASE ORDERS FOR "
                 WS-BUSINESS-DATE ", STORE " WS-ORD-STORE (WS-ORDIDX)
                 " ITEM " WS-ORD-ITEM-NO (WS-ORDIDX) " NOT ORDERED"
              MOVE 8 TO RETURN-CODE
              GO TO 0310-OPEN-END
           END-IF.
           ADD 1 TO WS-PO-SEQ.
           MOVE WS-PO-SEQ TO WS-PO-REF-SEQ.
           SET WS-VIDX TO WS-ORD-VND-IDX (WS-ORDIDX).
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
              + WS-VND-LEAD-DAYS (WS-VIDX).
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           MOVE WS-PO-REF-BUILD TO PDT-PO-REF.
           MOVE PODOC-TITLE-LINE TO PODOC-LINE.
           WRITE PODOC-LINE AFTER ADVANCING PAGE.
           MOVE WS-VND-ID (WS-VIDX)   TO PDV-VENDOR-ID.
           MOVE WS-VND-NAME (WS-VIDX) TO PDV-VENDOR-NAME.
           MOVE WS-BUSINESS-DATE TO WS-PRINT-DATE-WK.
           PERFORM 0390-FORMAT-PRINT-DATE.
           MOVE WS-PRINT-DATE TO PDV-ORDER-DATE.
           MOVE PODOC-VENDOR-LINE TO PODOC-LINE.
           WRITE PODOC-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-ORD-STORE (WS-ORDIDX) TO PDS-STORE.
           MOVE WS-DUE-DATE TO WS-PRINT-DATE-WK.
           PERFORM 0390-FORMAT-PRINT-DATE.
           MOVE WS-PRINT-DATE TO PDS-DUE-DATE.
           MOVE PODOC-SHIPTO-LINE TO PODOC-LINE.
           WRITE PODOC-LINE AFTER ADVANCING 1 LINE.
           MOVE PODOC-COLUMN-HEADINGS TO PODOC-LINE.
           WRITE PODOC-LINE AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO WS-PO-LINE-NO.
           MOVE ZEROES TO WS-PO-UNITS.
           SET WS-ORDIDX2 TO WS-ORDIDX.
           PERFORM UNTIL WS-ORDIDX2 > WS-ORD-COUNT
              IF WS-ORD-PO-REF (WS-ORDIDX2) = SPACES
                 AND WS-ORD-VND-IDX (WS-ORDIDX2) =
                    WS-ORD-VND-IDX (WS-ORDIDX)
                 AND WS-ORD-STORE (WS-ORDIDX2) =
                    WS-ORD-STORE (WS-ORDIDX)
                 PERFORM 0320-ADD-PO-LINE THRU 0320-ADD-END
              END-IF
              SET WS-ORDIDX2 UP BY 1
           END-PERFORM.
           MOVE WS-PO-UNITS TO PDL-UNITS.
           MOVE PODOC-TOTAL-LINE TO PODOC-LINE.
           WRITE PODOC-LINE AFTER ADVANCING 2 LINES.
           MOVE PODOC-SIGN-LINE TO PODOC-LINE.
           WRITE PODOC-LINE AFTER ADVANCING 3 LINES.
       0310-OPEN-END.

      * The line joins the PO, the open-order memo and the PO
      * history, and prints on the document.
       0320-ADD-PO-LINE.
           MOVE WS-PO-REF-BUILD TO WS-ORD-PO-REF (WS-ORDIDX2).
           ADD 1 TO WS-PO-LINE-NO.
           ADD WS-ORD-QTY (WS-ORDIDX2) TO WS-PO-UNITS.
           MOVE WS-PO-LINE-NO TO PDD-LINE-NO.
           MOVE WS-ORD-ITEM-NO (WS-ORDIDX2) TO PDD-ITEM-NO.
           MOVE WS-ORD-DESC (WS-ORDIDX2)    TO PDD-DESCRIPTION.
           MOVE WS-ORD-QTY (WS-ORDIDX2)     TO PDD-QTY.
           MOVE PODOC-DETAIL-LINE TO PODOC-LINE.
           WRITE PODOC-LINE AFTER ADVANCING 1 LINE.
           IF WS-OPO-COUNT < 500
              ADD 1 TO WS-OPO-COUNT
              SET WS-OPOIDX TO WS-OPO-COUNT
              MOVE WS-ORD-STORE (WS-ORDIDX2) TO WS-OPO-STORE (WS-OPOIDX)
              MOVE WS-ORD-ITEM-NO (WS-ORDIDX2)
                 TO WS-OPO-ITEM-NO (WS-OPOIDX)
              MOVE WS-ORD-DESC (WS-ORDIDX2)  TO WS-OPO-DESC (WS-OPOIDX)
              MOVE WS-ORD-QTY (WS-ORDIDX2)   TO WS-OPO-QTY (WS-OPOIDX)
              MOVE WS-PO-REF-BUILD TO WS-OPO-PO-REF (WS-OPOIDX)
           ELSE
              DISPLAY "ERR: PETOPENPO TABLE FULL AT 500, PO LINE NOT "
                 "ON MEMO " WS-PO-REF-BUILD
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-POH-COUNT NOT < 3000
              DISPLAY "ERR: PETPOHIST TABLE FULL AT 3000, PO LINE "
                 "NOT ON HISTORY " WS-PO-REF-BUILD
              MOVE 8 TO RETURN-CODE
              GO TO 0320-ADD-END
           END-IF.
           ADD 1 TO WS-POH-COUNT.
           SET WS-POHIDX TO WS-POH-COUNT.
           MOVE WS-PO-REF-BUILD TO WS-POH-PO-REF (WS-POHIDX).
           MOVE WS-VND-ID (WS-VIDX) TO WS-POH-VENDOR-ID (WS-POHIDX).
           MOVE WS-ORD-STORE (WS-ORDIDX2) TO WS-POH-STORE (WS-POHIDX).
           MOVE WS-ORD-ITEM-NO (WS-ORDIDX2)
              TO WS-POH-ITEM-NO (WS-POHIDX).
           MOVE WS-ORD-DESC (WS-ORDIDX2) TO WS-POH-DESC (WS-POHIDX).
           MOVE WS-BUSINESS-DATE TO WS-POH-ORDER-DATE (WS-POHIDX).
           MOVE WS-DUE-DATE TO WS-POH-DUE-DATE (WS-POHIDX).
           MOVE WS-ORD-QTY (WS-ORDIDX2) TO WS-POH-QTY (WS-POHIDX).
       0320-ADD-END.

       0390-FORMAT-PRINT-DATE.
           MOVE WS-PRT-MONTH TO WS-PD-MONTH.
           MOVE WS-PRT-DAY   TO WS-PD-DAY.
           MOVE WS-PRT-YEAR  TO WS-PD-YEAR.

      * A PO line is measured once it is received in full or its due
      * date has passed. Fill is capped at the quantity ordered so
      * an over-shipment does not hide a short one; days late run
      * to the last receipt, or to today while the line is short.
       0500-PRINT-VENDOR-PERFORMANCE.
           SET WS-POHIDX TO 1.
           PERFORM WS-POH-COUNT TIMES
              PERFORM 0510-MEASURE-PO-LINE THRU 0510-MEASURE-END
              SET WS-POHIDX UP BY 1
           END-PERFORM.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE PERF-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           SET WS-VIDX TO 1.
           PERFORM WS-VND-COUNT TIMES
              IF WS-VND-LINES (WS-VIDX) > ZEROES
                 ADD 1 TO WS-VND-PRINTED
                 PERFORM 0520-PRINT-ONE-VENDOR
              END-IF
              SET WS-VIDX UP BY 1
           END-PERFORM.
           IF WS-VND-PRINTED = ZEROES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE PERF-NONE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-ORD-COUNT     TO PFT-LINES-RAISED.
           MOVE WS-PO-SEQ        TO PFT-PO-COUNT.
           MOVE WS-UNITS-ORDERED TO PFT-UNITS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE PERF-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.

       0510-MEASURE-PO-LINE.
           MOVE ZEROES TO WS-LINE-RECEIVED.
           MOVE ZEROES TO WS-LINE-LAST-DATE.
           SET WS-RHSIDX TO 1.
           PERFORM WS-RHS-COUNT TIMES
              IF WS-RHS-PO-REF (WS-RHSIDX) = WS-POH-PO-REF (WS-POHIDX)
                 AND WS-RHS-STORE (WS-RHSIDX) =
                    WS-POH-STORE (WS-POHIDX)
                 AND WS-RHS-ITEM-NO (WS-RHSIDX) =
                    WS-POH-ITEM-NO (WS-POHIDX)
                 ADD WS-RHS-QTY (WS-RHSIDX) TO WS-LINE-RECEIVED
                 IF WS-RHS-DATE (WS-RHSIDX) > WS-LINE-LAST-DATE
                    MOVE WS-RHS-DATE (WS-RHSIDX) TO WS-LINE-LAST-DATE
                 END-IF
              END-IF
              SET WS-RHSIDX UP BY 1
           END-PERFORM.
           IF WS-LINE-RECEIVED < WS-POH-QTY (WS-POHIDX)
              IF WS-POH-DUE-DATE (WS-POHIDX) NOT < WS-BUSINESS-DATE
                 GO TO 0510-MEASURE-END
              END-IF
              MOVE WS-BUSINESS-DATE TO WS-LINE-LAST-DATE
           ELSE
              MOVE WS-POH-QTY (WS-POHIDX) TO WS-LINE-RECEIVED
           END-IF.
           MOVE 0 TO WS-VND-FOUND-IDX.
           SET WS-VIDX TO 1.
           PERFORM WS-VND-COUNT TIMES
              IF WS-VND-ID (WS-VIDX) = WS-POH-VENDOR-ID (WS-POHIDX)
                 SET WS-VND-FOUND-IDX TO WS-VIDX
              END-IF
              SET WS-VIDX UP BY 1
           END-PERFORM.
           IF WS-VND-FOUND-IDX = 0
              GO TO 0510-MEASURE-END
           END-IF.
           SET WS-VIDX TO WS-VND-FOUND-IDX.
           ADD 1 TO WS-VND-LINES (WS-VIDX).
           ADD WS-POH-QTY (WS-POHIDX) TO WS-VND-ORDERED (WS-VIDX).
           ADD WS-LINE-RECEIVED TO WS-VND-FILLED (WS-VIDX).
           COMPUTE WS-LINE-DAYS-LATE =
              FUNCTION INTEGER-OF-DATE (WS-LINE-LAST-DATE)
              - FUNCTION INTEGER-OF-DATE (WS-POH-DUE-DATE (WS-POHIDX)).
           IF WS-LINE-DAYS-LATE > ZEROES
              ADD 1 TO WS-VND-LATE-LINES (WS-VIDX)
              ADD WS-LINE-DAYS-LATE TO WS-VND-DAYS-LATE (WS-VIDX)
           END-IF.
       0510-MEASURE-END.

       0520-PRINT-ONE-VENDOR.
           MOVE WS-VND-ID (WS-VIDX)         TO PFD-VENDOR-ID.
           MOVE WS-VND-NAME (WS-VIDX)       TO PFD-VENDOR-NAME.
           MOVE WS-VND-LEAD-DAYS (WS-VIDX)  TO PFD-LEAD-DAYS.
           MOVE WS-VND-LINES (WS-VIDX)      TO PFD-LINES.
           MOVE WS-VND-ORDERED (WS-VIDX)    TO PFD-ORDERED.
           MOVE WS-VND-FILLED (WS-VIDX)     TO PFD-FILLED.
           MOVE WS-VND-LATE-LINES (WS-VIDX) TO PFD-LATE-LINES.
           MOVE ZEROES TO WS-FILL-PCT.
           IF WS-VND-ORDERED (WS-VIDX) > ZEROES
              COMPUTE WS-FILL-PCT ROUNDED =
                 WS-VND-FILLED (WS-VIDX) * 100
                 / WS-VND-ORDERED (WS-VIDX)
           END-IF.
           MOVE WS-FILL-PCT TO PFD-FILL-PCT.
           MOVE ZEROES TO WS-AVG-DAYS-LATE.
           IF WS-VND-LATE-LINES (WS-VIDX) > ZEROES
              COMPUTE WS-AVG-DAYS-LATE ROUNDED =
                 WS-VND-DAYS-LATE (WS-VIDX)
                 / WS-VND-LATE-LINES (WS-VIDX)
           END-IF.
           MOVE WS-AVG-DAYS-LATE TO PFD-AVG-LATE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE PERF-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0600-REWRITE-OPEN-PO.
           IF WS-OPO-COUNT = ZEROES
              AND WS-OPO-DROP-COUNT = ZEROES
              GO TO 0600-OPENPO-END
           END-IF.
           OPEN OUTPUT PETOPENPO.
           IF WS-OPENPO-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETOPENPO, STATUS = "
                 WS-OPENPO-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0600-OPENPO-END
           END-IF.
           SET WS-OPOIDX TO 1.
           PERFORM WS-OPO-COUNT TIMES
              MOVE WS-OPO-STORE (WS-OPOIDX)   TO OPO-STORE-ID
              MOVE WS-OPO-ITEM-NO (WS-OPOIDX) TO OPO-ITEM-NO
              MOVE WS-OPO-DESC (WS-OPOIDX)    TO OPO-DESCRIPTION
              MOVE WS-OPO-QTY (WS-OPOIDX)     TO OPO-QTY
              MOVE WS-OPO-PO-REF (WS-OPOIDX)  TO OPO-PO-REF
              WRITE OPENPODETAILS
              SET WS-OPOIDX UP BY 1
           END-PERFORM.
           CLOSE PETOPENPO.
       0600-OPENPO-END.

       0610-REWRITE-PO-HISTORY.
           IF WS-ORD-COUNT = ZEROES
              AND WS-POH-DROP-COUNT = ZEROES
              GO TO 0610-POHIST-END
           END-IF.
           OPEN OUTPUT PETPOHIST.
           IF WS-POHIST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETPOHIST, STATUS = "
                 WS-POHIST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0610-POHIST-END
           END-IF.
           SET WS-POHIDX TO 1.
           PERFORM WS-POH-COUNT TIMES
              WRITE POHISTDETAILS FROM WS-POH-ENTRY (WS-POHIDX)
              SET WS-POHIDX UP BY 1
           END-PERFORM.
           CLOSE PETPOHIST.
       0610-POHIST-END.

       0900-END-PROGRAM.
           CLOSE PODOCRPT VENDPERFRPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY EXCLOG.
       COPY BALLOG.
       COPY RUNCTLPD.

       END PROGRAM PETPOGEN.
