      *    date, store, net sales) to PETSTOREDAILY.DAT so the
      *    weather impact analysis WEATHERIMPACT can join daily
      *    store revenue to that store's station observations.
      *  - Each sale now carries the floor clerk who rang it
      *    (CLERK-ID, ahead of ITEM-COUNT). Sales less returns less
      *    loyalty discount are totalled per clerk, listed on a clerk
      *    sales section checked against SALESPERSONMST, and posted
      *    as one SALESTRANS-layout record per clerk for the day to
      *    PETCLERKSALES.DAT, which SALESWITHCOMMISSION reads after
      *    SALESTRANS.DAT so store clerks are paid like field reps.
      *    A clerk not on the salesperson master is raised on
      *    EXCEPTIONS.DAT but still posted; a sale with no clerk and
      *    a clerk whose day nets negative are raised and not posted.
      *    A rerun for the same business date replaces that date's
      *    clerk records instead of adding to them.
      *  - Items are now keyed by a six-digit item number (ITEM-NO,
      *    MASTER-ITEM-NO and the RCV/OPO/CNT/TRF/PRC-ITEM-NO fields,
      *    each ahead of the description) on the master, the sale
      *    lines and every pet store transaction file. Every lookup,
      *    the open-order memo and the item and returns summaries
      *    match on store and item number; the description is kept
      *    for printing only and prints from the master. A sale line
      *    whose item number is not on the master is now rejected
      *    (listed and raised, kept out of the totals and on-hand)
      *    instead of flowing through on a description match. The
      *    existing files were numbered and cross-walked once by
      *    PETITEMCONVERT.
      *  - Every accepted receipt is now also kept on the receipt
      *    history PETRCVHIST.DAT (business date, store, item, the
      *    PO reference of the open order it drew down, quantity),
      *    this date's rows replaced on a rerun, so the purchase
      *    order step PETPOGEN can report vendor fill rate and days
      *    late against the POs it raised.
      *  - Added promotions: PETPROMO.DAT carries dated, store-scoped
      *    promotions (percent off an item or an item category from
      *    PETITEMCAT.DAT, buy X get Y free, and coupon codes with a
      *    use limit). The sale header carries the COUPON-CODE
      *    presented, ahead of ITEM-COUNT. Each sale line takes its
      *    best automatic promotion off the shelf price, one coupon
      *    then comes off the remaining line amounts, and the
      *    loyalty discount is taken on what is left before tax.
      *    Markdown prints under the line and as a PROMOTIONS line
      *    on the customer and grand totals, counts as discount for
      *    the clerk, and a promotion effectiveness section gives
      *    units, markdown and redemptions per promotion. Each
      *    day's redemptions are kept on PETPROMOUSE.DAT (this
      *    date's rows replaced on a rerun) for the use limit, and
      *    a PETPROMO.MEMO balancing memo carries the markdown.
      *  - Receipts now carry a lot number and expiry date. Stock
      *    is held by lot on PETLOTS.DAT and leaves a store oldest
      *    first - stock received before lots were kept, and
      *    returns, go first, then the lot with the earliest
      *    expiry; transfers carry their lots to the receiving
      *    store. Lots past expiry are written off before the
      *    day's movements, printed as EXPIRED STOCK WRITTEN OFF, and
      *    kept on PETEXPWO.DAT as their own movement apart from
      *    count shrinkage, with a PETEXPIRED.MEMO balancing memo.
      *  - Receipts now carry the unit cost paid and the master
      *    keeps a moving weighted average cost per store and item
      *    (MASTER-AVG-COST; stock with no cost yet takes the first
      *    cost received, and a transfer moves stock at the
      *    sender's average). Every sale and return line is costed
      *    at the average, a sale line netting below its cost is
      *    logged to EXCEPTIONS.DAT, and the gross margin report
      *    PETMARGINyyyymmdd.DAT gives net sales, cost of goods,
      *    margin and margin percent by store and by item (items
      *    sold below cost flagged) with inventory at average cost.
      *    Cost of goods and inventory at cost are posted as the
      *    PETCOGS.MEMO and PETINVCOST.MEMO balancing memos for
      *    GLEXTRACT.
      *  - The sale header now carries the amount paid by card
      *    (TENDER-CARD, ahead of ITEM-COUNT). What the customer
      *    owed after store credit is split into card, up to that
      *    amount, and cash for the rest, printed under the sale
      *    and kept per store on PETTENDER.DAT (business date,
      *    store, cash, card, store credit redeemed), this date's
      *    rows replaced on a rerun, for the bank deposit
      *    reconciliation PETTENDERRECON.
      *  - The customer master now carries a status (active,
      *    inactive or merged) and, for a merged customer, the id
      *    it was folded into; both are kept by the customer
      *    maintenance program PETCUSTMAINT. A sale rung under a
      *    merged id is posted to the surviving customer, and a
      *    sale for an inactive customer is posted but logged to
      *    the common exception file.
      *  - A sale asking for more than the store holds no longer
      *    goes to the exception list: what is on hand ships and is
      *    charged, and the rest is kept against the customer on
      *    the backorder file PETBACKORD.DAT (store, item, customer,
      *    order date, quantity ordered, still open and set aside
      *    ready for pick-up). Stock brought in by receipts and
      *    transfers is allocated to open backorders oldest first
      *    before the day's sales, set aside off the on-hand (so
      *    physical counts exclude it), and drawn by the customer's
      *    next sale of the item. Customers with stock ready are
      *    listed on PETPICKLISTyyyymmdd.DAT, and the reorder
      *    report adds open backorders to the suggested quantity.
      *  - The customer master now carries the employee id of a
      *    customer who is on staff (linked by PETCUSTMAINT). Their
      *    sales take the staff discount rate in place of the
      *    loyalty tier rate, and the sale header carries a payroll
      *    charge flag (TENDER-PAYROLL, ahead of ITEM-COUNT): what
      *    an employee would have paid in cash is instead charged
      *    to their payroll account, printed under the sale, kept
      *    out of the store's cash for the deposit reconciliation
      *    and written to PETEMPPURCH.DAT (EMPPURFD copybook), this
      *    date's rows replaced on a rerun, for EMPLOYEERAISE to
      *    recover by payroll deduction. A payroll charge on a
      *    customer with no employee link is logged to the common
      *    exception file and taken as cash.
      *  - Customer purchase history (CH-PERIOD) and its
      *    twelve-period window follow the period basis set on
      *    RUNCONTROL.DAT - calendar YYYYMM, or the 4-4-5 fiscal
      *    YYYYPP from FISCALCAL.DAT under basis F; a business
      *    date missing from the fiscal calendar stops the run
      *    with RC 8.
      *  - The run checks PERIODSTATUS.DAT and stops with return
      *    code 8 when the PETSTORE period it would post to is
      *    closed. PETCOUNTS.DAT records may carry the count date
      *    (CNT-COUNT-DATE); a count dated in a PETSTORE period
      *    that is closing or closed is refused, or applied today
      *    when that period redirects late items, and is written
      *    to EXCEPTIONS.DAT either way.
      **************************************************************

       ENVIRONMENT DIVISION.
              SELECT REORDERRPT ASSIGN DYNAMIC WS-REORDER-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REORDER-STATUS.
              SELECT MARGINRPT ASSIGN DYNAMIC WS-MARGIN-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MARGIN-STATUS.
              SELECT PETCUSTMASTER ASSIGN TO "PETCUSTMASTER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUSTMASTER-STATUS.
              SELECT PETSTOREDAILY ASSIGN TO "PETSTOREDAILY.DAT"
              FILE STATUS IS WS-DAILY-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SALESPERSONMST ASSIGN TO "SALESPERSONMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SPM-ID
             FILE STATUS IS WS-SPMST-STATUS.
              SELECT PETCLERKFILE ASSIGN TO "PETCLERKSALES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PETCLERK-STATUS.
              SELECT PETRCVHIST ASSIGN TO "PETRCVHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RCVHIST-STATUS.
              SELECT PETTENDER ASSIGN TO "PETTENDER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TENDER-STATUS.
              SELECT PETEMPPURCH ASSIGN TO "PETEMPPURCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMPPURCH-STATUS.
              SELECT PETPROMO ASSIGN TO "PETPROMO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROMO-STATUS.
              SELECT PETITEMCAT ASSIGN TO "PETITEMCAT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ITEMCAT-STATUS.
              SELECT PETPROMOUSE ASSIGN TO "PETPROMOUSE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROMOUSE-STATUS.
              SELECT PETLOTS ASSIGN TO "PETLOTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOTS-STATUS.
              SELECT PETEXPWO ASSIGN TO "PETEXPWO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXPWO-STATUS.
              SELECT PETBACKORD ASSIGN TO "PETBACKORD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BACKORD-STATUS.
              SELECT PICKLISTRPT ASSIGN DYNAMIC WS-PICKLIST-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PICKLIST-STATUS.

              SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
              SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
              SELECT FISCALCALFILE ASSIGN TO "FISCALCAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FISCALCAL-STATUS.
              SELECT PERIODSTATUSFILE ASSIGN TO "PERIODSTATUS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIODSTATUS-STATUS.
       DATA DIVISION.
	     FILE SECTION.
       FD PETSALESFILE.
			      05  LASTNAME     PIC X(15).
			      05  FIRSTNAME    PIC X(15).
           02 REDEEM-REQUEST   PIC 9(5)V99.
           02 CLERK-ID         PIC 9(5).
           02 COUPON-CODE      PIC X(8).
           02 TENDER-CARD      PIC 9(5)V99.
           02 TENDER-PAYROLL   PIC X.
              88 CHARGE-TO-PAYROLL VALUE 'Y'.
           02 ITEM-COUNT       PIC 9(2).
           02 PETITEM OCCURS 1 TO 20 TIMES
                 DEPENDING ON ITEM-COUNT.
               05 ITEM-NO          PIC 9(6).
			      05 DESCRIPTION      PIC X(20).
			      05 PRICE            PIC 999999V99.
               05 QUANTITY         PIC 99999.
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

       FD REORDERRPT.
           01 REORDER-LINE    PIC X(100).

       FD MARGINRPT.
           01 MARGIN-LINE     PIC X(100).

       FD PETCUSTMASTER.
           01 CUSTMASTERDETAILS.
               02 CM-CUSTOMER-ID        PIC 9(7).
               02 CM-CUSTOMER-ADDRESS   PIC X(30).
               02 CM-LIFETIME-TOTAL     PIC 9(9)V99.
               02 CM-LOYALTY-TIER       PIC X.
               02 CM-STATUS             PIC X.
                  88 CM-INACTIVE        VALUE "I".
                  88 CM-MERGED          VALUE "M".
               02 CM-MERGED-INTO        PIC 9(7).
               02 CM-EMPLOYEE-ID        PIC 9(7).

       FD PETRECEIPTS.
           01 RECEIPTDETAILS.
               02 RCV-STORE-ID          PIC 9(2).
               02 RCV-ITEM-NO           PIC 9(6).
               02 RCV-DESCRIPTION       PIC X(20).
               02 RCV-QTY               PIC 9(5).
               02 RCV-PO-REF            PIC X(8).
               02 RCV-LOT-NO            PIC X(10).
               02 RCV-EXPIRY-DATE       PIC 9(8).
               02 RCV-UNIT-COST         PIC 9(6)V99.

       FD PETOPENPO.
           01 OPENPODETAILS.
               02 OPO-STORE-ID          PIC 9(2).
               02 OPO-ITEM-NO           PIC 9(6).
               02 OPO-DESCRIPTION       PIC X(20).
               02 OPO-QTY               PIC 9(5).
               02 OPO-PO-REF            PIC X(8).
       FD PETCOUNTS.
           01 COUNTDETAILS.
               02 CNT-STORE-ID          PIC 9(2).
               02 CNT-ITEM-NO           PIC 9(6).
               02 CNT-DESCRIPTION       PIC X(20).
               02 CNT-QTY               PIC 9(5).
               02 CNT-COUNT-DATE        PIC 9(8).

       FD PETTRANSFERS.
           01 TRANSFERDETAILS.
               02 TRF-FROM-STORE        PIC 9(2).
               02 TRF-TO-STORE          PIC 9(2).
               02 TRF-ITEM-NO           PIC 9(6).
               02 TRF-DESCRIPTION       PIC X(20).
               02 TRF-QTY               PIC 9(5).

       FD PETPRICECTL.
           01 PRICECTLDETAILS.
               02 PRC-STORE-ID          PIC 9(2).
               02 PRC-ITEM-NO           PIC 9(6).
               02 PRC-DESCRIPTION       PIC X(20).
               02 PRC-EFF-DATE          PIC 9(8).
               02 PRC-NEW-PRICE         PIC 999999V99.
               02 DLY-SALES             PIC S9(7)V99
                                         SIGN LEADING SEPARATE.

       FD SALESPERSONMST.
           01 SPMRECORD.
               02 SPM-ID                PIC 9(5).
               02 SPM-NAME.
                  05 SPM-LASTNAME       PIC X(20).
                  05 SPM-FIRSTNAME      PIC X(20).
               02 SPM-REGION            PIC X(5).
               02 SPM-GENDER            PIC X.
               02 SPM-HIRE-STATUS       PIC X.

      * Laid out as a SALESTRANS.DAT record so the commission run
      * can read it through the same path.
       FD PETCLERKFILE.
           01 CLERKSALESREC.
               02 CLS-SALESPERSON-ID    PIC 9(5).
               02 CLS-SALE-DATE         PIC 9(8).
               02 CLS-INVOICE-NO        PIC X(10).
               02 CLS-AMOUNT            PIC 9(6).
               02 CLS-SPLIT-COUNT       PIC 9.
               02 CLS-SPLITS            PIC X(24).

      * What each store took in by tender for the business date,
      * for the bank deposit reconciliation PETTENDERRECON.
       FD PETTENDER.
           01 TENDERREC.
               02 TND-DATE              PIC 9(8).
               02 TND-STORE-ID          PIC 9(2).
               02 TND-CASH              PIC 9(7)V99.
               02 TND-CARD              PIC 9(7)V99.
               02 TND-CREDIT            PIC 9(7)V99.

       FD PETEMPPURCH.
       COPY EMPPURFD.

      * Every accepted receipt, dated, with the PO it was drawn
      * against, for the vendor fill-rate and lateness report.
       FD PETRCVHIST.
           01 RCVHISTREC.
               02 RHS-DATE              PIC 9(8).
               02 RHS-STORE-ID          PIC 9(2).
               02 RHS-ITEM-NO           PIC 9(6).
               02 RHS-PO-REF            PIC X(8).
               02 RHS-QTY               PIC 9(5).

      * Promotion control: one row per promotion, dated and scoped
      * to a store (00 = every store). P = percent off an item,
      * C = percent off a category, B = buy X get Y free on an
      * item, K = coupon code (item, category or whole order).
       FD PETPROMO.
           01 PROMODETAILS.
               02 PRM-ID                PIC X(6).
               02 PRM-DESC              PIC X(20).
               02 PRM-TYPE              PIC X.
                  88 PRM-TYPE-VALID     VALUE 'P' 'C' 'B' 'K'.
               02 PRM-STORE             PIC 9(2).
               02 PRM-START-DATE        PIC 9(8).
               02 PRM-END-DATE          PIC 9(8).
               02 PRM-ITEM-NO           PIC 9(6).
               02 PRM-CATEGORY          PIC X(4).
               02 PRM-RATE              PIC V999.
               02 PRM-BUY-QTY           PIC 9(3).
               02 PRM-FREE-QTY          PIC 9(3).
               02 PRM-COUPON-CODE       PIC X(8).
               02 PRM-USE-LIMIT         PIC 9(5).

       FD PETITEMCAT.
           01 ITEMCATDETAILS.
               02 ICT-ITEM-NO           PIC 9(6).
               02 ICT-CATEGORY          PIC X(4).

      * Redemptions per promotion per business date, summed for
      * the usage limit on later runs.
       FD PETPROMOUSE.
           01 PROMOUSEREC.
               02 PRU-PROMO-ID          PIC X(6).
               02 PRU-DATE              PIC 9(8).
               02 PRU-COUNT             PIC 9(5).

      * On-hand held by lot for stock received with an expiry date.
      * The lots for a store and item never add up to more than the
      * master on-hand; any on-hand above them predates lot
      * tracking or came back on a return.
       FD PETLOTS.
           01 LOTDETAILS.
               02 LOT-STORE-ID          PIC 9(2).
               02 LOT-ITEM-NO           PIC 9(6).
               02 LOT-NO                PIC X(10).
               02 LOT-EXPIRY-DATE       PIC 9(8).
               02 LOT-RCV-DATE          PIC 9(8).
               02 LOT-QTY               PIC 9(5).

      * Expired stock written off, one row per lot, kept apart from
      * count shrinkage.
       FD PETEXPWO.
           01 EXPWOREC.
               02 EWO-DATE              PIC 9(8).
               02 EWO-STORE-ID          PIC 9(2).
               02 EWO-ITEM-NO           PIC 9(6).
               02 EWO-LOT-NO            PIC X(10).
               02 EWO-EXPIRY-DATE       PIC 9(8).
               02 EWO-QTY               PIC 9(5).
               02 EWO-VALUE             PIC 9(7)V99.

      * Customer backorders, oldest first. BO-QTY-OPEN is still to
      * come in; BO-QTY-READY has been allocated from stock and is
      * held off the on-hand until the customer collects it. A
      * line drops off once both are zero.
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

       FD PICKLISTRPT.
           01 PICKLIST-LINE   PIC X(100).

       FD PETSALEREPORT.
           01 PRINT-LINE     PIC X(100).

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       FD FISCALCALFILE.
       COPY FISCALFD.

       FD PERIODSTATUSFILE.
       COPY PRDSTSFD.

       WORKING-STORAGE SECTION.

	    01  WS-EOF-FLAG           PIC X VALUE 'N'.
       COPY EXCCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY FISCTL.
       COPY PRDCTL.

       01  WS-CUSTREC-COUNT     PIC 9(5) VALUE ZEROES.

           05  WS-GOLD-RATE     PIC V999 VALUE .100.
           05  WS-SILVER-RATE   PIC V999 VALUE .050.
           05  WS-BRONZE-RATE   PIC V999 VALUE .020.
           05  WS-STAFF-RATE    PIC V999 VALUE .200.

       01  WS-TIER-THRESHOLDS.
           05  WS-GOLD-FLOOR    PIC 9(9)V99 VALUE 10000.
           05 WS-OPO-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-OPOIDX.
              10 WS-OPO-STORE        PIC 9(2).
              10 WS-OPO-ITEM-NO      PIC 9(6).
              10 WS-OPO-DESC         PIC X(20).
              10 WS-OPO-QTY          PIC S9(5).
              10 WS-OPO-PO-REF       PIC X(8).

       01  COUNT-COLUMN-HEADINGS.
            05 FILLER           PIC X(6)  VALUE 'STORE'.
            05 FILLER           PIC X(7)  VALUE 'ITEM NO'.
            05 FILLER           PIC X(22) VALUE 'ITEM DESCRIPTION'.
            05 FILLER           PIC X(8)  VALUE '   BOOK'.
            05 FILLER           PIC X(9)  VALUE ' COUNTED'.
            05 FILLER           PIC X(10) VALUE ' VARIANCE'.
            05 FILLER           PIC X(14) VALUE '       VALUE'.
            05 FILLER           PIC X(24) VALUE SPACES.

       01  COUNT-DETAIL-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 CVD-STORE        PIC 9(2).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 CVD-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 CVD-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 CVD-BOOK         PIC ZZZZ9.
            05 CVD-VALUE        PIC $$$,$$9.99-.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 CVD-FLAG         PIC X(14).
            05 FILLER           PIC X(18) VALUE SPACES.

       01  COUNT-TOTAL-LINE.
            05 FILLER           PIC X(26) VALUE
            05 FILLER           PIC X(4)  VALUE ' -> '.
            05 TRD-TO-STORE     PIC 9(2).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 TRD-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 TRD-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 TRD-QTY          PIC ZZZZ9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 TRD-NOTE         PIC X(32).
            05 FILLER           PIC X(17) VALUE SPACES.

       01  TRANSFER-TOTAL-LINE.
            05 FILLER           PIC X(22) VALUE
           05 WS-PAUD-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-PAUDIDX.
              10 WS-PAUD-STORE       PIC 9(2).
              10 WS-PAUD-ITEM-NO     PIC 9(6).
              10 WS-PAUD-DESC        PIC X(20).
              10 WS-PAUD-CHARGED     PIC 999999V99.
              10 WS-PAUD-OLD         PIC 999999V99.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PCH-STORE        PIC 9(2).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 PCH-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PCH-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(13) VALUE '  NEW PRICE '.
            05 PCH-NEW-PRICE    PIC $$$,$$9.99.
            05 PCH-OLD-PRICE    PIC $$$,$$9.99.
            05 FILLER           PIC X(6)  VALUE '  EFF '.
            05 PCH-EFF-DATE     PIC 9(8).
            05 FILLER           PIC X(10) VALUE SPACES.

       01  PRICE-AUDIT-HEADING-LINE.
            05 FILLER           PIC X(50) VALUE
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PAU-STORE        PIC 9(2).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 PAU-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PAU-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(11) VALUE '  CHARGED '.
            05 PAU-CHARGED      PIC $$$,$$9.99.
            05 PAU-OLD          PIC $$$,$$9.99.
            05 FILLER           PIC X(7)  VALUE '  NEW '.
            05 PAU-NEW          PIC $$$,$$9.99.
            05 FILLER           PIC X(11) VALUE SPACES.

       01  WS-CUSTHIST-STATUS   PIC X(2).
       01  WS-CHIST-TABLE.
            05 DET-REDEEMED     PIC $$,$$9.99-.
            05 FILLER           PIC X(30) VALUE SPACES.

       01  DETAIL-TENDER-LINE.
            05 FILLER           PIC X(30) VALUE SPACES.
            05 FILLER           PIC X(15) VALUE 'PAID CASH'.
            05 DET-TND-CASH     PIC $$,$$9.99.
            05 FILLER           PIC X(8)  VALUE '   CARD '.
            05 DET-TND-CARD     PIC $$,$$9.99.
            05 FILLER           PIC X(14) VALUE SPACES.

       01  DETAIL-PAYROLL-LINE.
            05 FILLER           PIC X(30) VALUE SPACES.
            05 FILLER           PIC X(19) VALUE 'CHARGED TO PAYROLL'.
            05 DET-PAY-EMP-ID   PIC 9(7).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 DET-PAY-AMOUNT   PIC $$,$$9.99.
            05 FILLER           PIC X(18) VALUE SPACES.

       01  DETAIL-CREDIT-TOTALS.
            05 FILLER           PIC X(7)  VALUE SPACES.
            05 FILLER           PIC X(19) VALUE
            05 DET-TOT-REDEEMED PIC $$$,$$9.99.
            05 FILLER           PIC X(40) VALUE SPACES.

       01  WS-SPMST-STATUS      PIC X(2).
       01  WS-PETCLERK-STATUS   PIC X(2).
       01  WS-CLERK-TABLE.
           05 WS-CLK-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-CLKIDX.
              10 WS-CLK-ID           PIC 9(5).
              10 WS-CLK-SALES        PIC S9(7)V99.
              10 WS-CLK-RETURNS      PIC S9(7)V99.
              10 WS-CLK-DISCOUNT     PIC S9(7)V99.
              10 WS-CLK-NET          PIC S9(7)V99.
       01  WS-CLK-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-CLK-FOUND-IDX     PIC 9(3) VALUE ZEROES.
       01  WS-CLK-AMOUNT-WK     PIC S9(7) VALUE ZEROES.
       01  WS-CLK-FED-COUNT     PIC 9(3) VALUE ZEROES.
       01  WS-CLK-FED-TOTAL     PIC 9(9) VALUE ZEROES.
       01  WS-CLK-EXC-COUNT     PIC 9(3) VALUE ZEROES.
       01  WS-CLK-SEQ           PIC 9(3) VALUE ZEROES.
       01  WS-CLK-KEEP-COUNT    PIC 9(4) VALUE ZEROES.
       01  WS-CLK-KEEP-SUB      PIC 9(4) VALUE ZEROES.
       01  WS-CLK-KEEP-TABLE.
           05 WS-CLK-KEEP-REC OCCURS 2000 TIMES PIC X(54).
       01  WS-SPMST-OPEN-SW     PIC X VALUE 'N'.
           88 WS-SPMST-OPEN     VALUE 'Y'.
       01  WS-CLK-ON-MASTER-SW  PIC X VALUE 'N'.
           88 WS-CLK-ON-MASTER  VALUE 'Y'.
       01  WS-CLK-INVOICE.
           05 WS-CLK-INV-PREFIX PIC X VALUE 'P'.
           05 WS-CLK-INV-YYMMDD PIC 9(6).
           05 WS-CLK-INV-SEQ    PIC 9(3).

       01  CLERK-HEADING-LINE.
            05 FILLER           PIC X(45) VALUE
               'CLERK NET SALES POSTED FOR COMMISSION'.
            05 FILLER           PIC X(55) VALUE SPACES.

       01  CLERK-COLUMN-HEADINGS.
            05 FILLER           PIC X(8)  VALUE 'CLERK'.
            05 FILLER           PIC X(13) VALUE '      SALES'.
            05 FILLER           PIC X(13) VALUE '    RETURNS'.
            05 FILLER           PIC X(13) VALUE '   DISCOUNT'.
            05 FILLER           PIC X(13) VALUE '        NET'.
            05 FILLER           PIC X(40) VALUE '  NOTE'.

       01  CLERK-DETAIL-LINE.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 CKD-CLERK-ID     PIC 9(5).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 CKD-SALES        PIC $$$,$$9.99-.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 CKD-RETURNS      PIC $$$,$$9.99-.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 CKD-DISCOUNT     PIC $$$,$$9.99-.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 CKD-NET          PIC $$$,$$9.99-.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 CKD-NOTE         PIC X(30).
            05 FILLER           PIC X(10) VALUE SPACES.

       01  CLERK-TOTAL-LINE.
            05 FILLER           PIC X(22) VALUE
               'CLERK RECORDS POSTED: '.
            05 CKT-FED-COUNT    PIC ZZ9.
            05 FILLER           PIC X(10) VALUE '  AMOUNT: '.
            05 CKT-FED-TOTAL    PIC $$$$,$$$,$$9.
            05 FILLER           PIC X(14) VALUE '  EXCEPTIONS: '.
            05 CKT-EXC-COUNT    PIC ZZ9.
            05 FILLER           PIC X(36) VALUE SPACES.

       01  WS-ITEM-FIND.
           05 WS-FIND-STORE     PIC 9(2).
           05 WS-FIND-ITEM-NO   PIC 9(6).
           05 WS-ITEM-PRINT-DESC PIC X(20).

       01  WS-RCVHIST-STATUS    PIC X(2).
       01  WS-RHS-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-RHS-TABLE.
           05 WS-RHS-REC OCCURS 500 TIMES PIC X(29).
       01  WS-RHS-KEEP-COUNT    PIC 9(4) VALUE ZEROES.
       01  WS-RHS-KEEP-SUB      PIC 9(4) VALUE ZEROES.
       01  WS-RHS-KEEP-TABLE.
           05 WS-RHS-KEEP-REC OCCURS 5000 TIMES PIC X(29).
       01  WS-TENDER-STATUS     PIC X(2).
       01  WS-TND-DUE           PIC S9(6)V99 VALUE ZEROES.
       01  WS-TND-CARD          PIC 9(6)V99 VALUE ZEROES.
       01  WS-TND-CASH          PIC 9(6)V99 VALUE ZEROES.
       01  WS-TND-PAYROLL       PIC 9(6)V99 VALUE ZEROES.
       01  WS-TND-KEEP-COUNT    PIC 9(4) VALUE ZEROES.
       01  WS-TND-KEEP-SUB      PIC 9(4) VALUE ZEROES.
       01  WS-TND-KEEP-TABLE.
           05 WS-TND-KEEP-REC OCCURS 5000 TIMES PIC X(37).

       01  RECEIVING-HEADING-LINE.
            05 FILLER           PIC X(40) VALUE
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RCD-STORE        PIC 9(2).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 RCD-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 RCD-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 RCD-QTY          PIC ZZZZ9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 RCD-PO-REF       PIC X(8).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 RCD-NOTE         PIC X(30).
            05 FILLER           PIC X(14) VALUE SPACES.

       01  WS-LOTS-STATUS       PIC X(2).
       01  WS-EXPWO-STATUS      PIC X(2).
       01  WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-LOTIDX.
              10 WS-LOT-STORE        PIC 9(2).
              10 WS-LOT-ITEM-NO      PIC 9(6).
              10 WS-LOT-NO           PIC X(10).
              10 WS-LOT-EXPIRY       PIC 9(8).
              10 WS-LOT-RCV-DATE     PIC 9(8).
              10 WS-LOT-QTY          PIC 9(5).
       01  WS-LOT-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-LOT-FOUND-IDX     PIC 9(4) VALUE ZEROES.
       01  WS-LOT-PICK-IDX      PIC 9(4) VALUE ZEROES.
       01  WS-LOT-PICK-EXPIRY   PIC 9(8) VALUE ZEROES.
       01  WS-LOT-SUM           PIC 9(7) VALUE ZEROES.
       01  WS-LOT-UNLOTTED      PIC 9(7) VALUE ZEROES.
       01  WS-LOT-TAKE          PIC 9(5) VALUE ZEROES.
       01  WS-LOT-DONE-SW       PIC X VALUE 'N'.
           88 WS-LOT-DONE       VALUE 'Y'.
       01  WS-LOT-CONSUME.
           05 WS-LCN-STORE      PIC 9(2).
           05 WS-LCN-ITEM-NO    PIC 9(6).
           05 WS-LCN-NEED       PIC 9(7).
           05 WS-LCN-BOOK       PIC 9(7).
           05 WS-LCN-MOVE-TO    PIC 9(2).
       01  WS-LOT-ADD.
           05 WS-LAD-STORE      PIC 9(2).
           05 WS-LAD-ITEM-NO    PIC 9(6).
           05 WS-LAD-LOT-NO     PIC X(10).
           05 WS-LAD-EXPIRY     PIC 9(8).
           05 WS-LAD-RCV-DATE   PIC 9(8).
           05 WS-LAD-QTY        PIC 9(5).
       01  WS-EWO-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-EWO-TABLE.
           05 WS-EWO-REC OCCURS 500 TIMES PIC X(48).
       01  WS-EWO-KEEP-COUNT    PIC 9(4) VALUE ZEROES.
       01  WS-EWO-KEEP-SUB      PIC 9(4) VALUE ZEROES.
       01  WS-EWO-KEEP-TABLE.
           05 WS-EWO-KEEP-REC OCCURS 5000 TIMES PIC X(48).
       01  WS-EWO-UNITS-TOTAL   PIC 9(7) VALUE ZEROES.
       01  WS-EWO-VALUE-TOTAL   PIC 9(7)V99 VALUE ZEROES.

       01  WS-EMPPURCH-STATUS   PIC X(2).
       01  WS-EPU-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-EPU-SUB           PIC 9(4) VALUE ZEROES.
       01  WS-EPU-TABLE.
           05 WS-EPU-REC OCCURS 1000 TIMES PIC X(33).
       01  WS-EPU-KEEP-COUNT    PIC 9(4) VALUE ZEROES.
       01  WS-EPU-KEEP-TABLE.
           05 WS-EPU-KEEP-REC OCCURS 5000 TIMES PIC X(33).
       01  WS-EPU-AMOUNT-TOTAL  PIC 9(9)V99 VALUE ZEROES.

       01  WS-BACKORD-STATUS    PIC X(2).
       01  WS-PICKLIST-STATUS   PIC X(2).
       01  WS-PICKLIST-FILENAME PIC X(40).
       01  WS-BO-TABLE.
           05 WS-BO-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-BOIDX.
              10 WS-BO-STORE         PIC 9(2).
              10 WS-BO-ITEM-NO       PIC 9(6).
              10 WS-BO-CUSTOMER-ID   PIC 9(7).
              10 WS-BO-ORDER-DATE    PIC 9(8).
              10 WS-BO-QTY-ORDERED   PIC 9(5).
              10 WS-BO-QTY-OPEN      PIC 9(5).
              10 WS-BO-QTY-READY     PIC 9(5).
              10 WS-BO-READY-DATE    PIC 9(8).
              10 WS-BO-PRICE         PIC 9(6)V99.
              10 WS-BO-NEW-READY     PIC 9(5).
       01  WS-BO-COUNT          PIC 9(4) VALUE ZEROES.
       01  WS-BO-LOADED-COUNT   PIC 9(4) VALUE ZEROES.
       01  WS-BO-WRITTEN-COUNT  PIC 9(4) VALUE ZEROES.
       01  WS-BO-SHORT          PIC 9(5) VALUE ZEROES.
       01  WS-BO-TAKE           PIC 9(5) VALUE ZEROES.
       01  WS-BO-FROM-READY     PIC 9(5) VALUE ZEROES.
       01  WS-BO-FROM-STOCK     PIC 9(5) VALUE ZEROES.
       01  WS-BO-OPEN-QTY       PIC 9(6) VALUE ZEROES.
       01  WS-BO-NEW-QTY        PIC 9(7) VALUE ZEROES.
       01  WS-BO-ALLOC-QTY      PIC 9(7) VALUE ZEROES.
       01  WS-BO-PICKUP-QTY     PIC 9(7) VALUE ZEROES.
       01  WS-BO-PRINT-STORE    PIC 9(3) VALUE ZEROES.
       01  WS-BO-PICK-LINES     PIC 9(5) VALUE ZEROES.
       01  WS-BO-PICK-UNITS     PIC 9(7) VALUE ZEROES.
       01  WS-BO-TODAY-INT      PIC 9(7) VALUE ZEROES.
       01  WS-BO-DATE-WK        PIC 9(8) VALUE ZEROES.
       01  WS-BO-DATE-SPLIT REDEFINES WS-BO-DATE-WK.
           05 WS-BO-DATE-YEAR   PIC 9(4).
           05 WS-BO-DATE-MONTH  PIC 9(2).
           05 WS-BO-DATE-DAY    PIC 9(2).

       01  EXPIRED-HEADING-LINE.
            05 FILLER           PIC X(40) VALUE
               'EXPIRED STOCK WRITTEN OFF'.
            05 FILLER           PIC X(60) VALUE SPACES.

       01  EXPIRED-DETAIL-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 EXD-STORE        PIC 9(2).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 EXD-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 EXD-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(6)  VALUE '  LOT '.
            05 EXD-LOT-NO       PIC X(10).
            05 FILLER           PIC X(6)  VALUE '  EXP '.
            05 EXD-EXPIRY       PIC 9(8).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 EXD-QTY          PIC ZZZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 EXD-VALUE        PIC $$$,$$9.99.
            05 FILLER           PIC X(17) VALUE SPACES.

       01  EXPIRED-TOTAL-LINE.
            05 FILLER           PIC X(26) VALUE
               'EXPIRED UNITS WRITTEN OFF:'.
            05 EXT-UNITS        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(9)  VALUE '  VALUE: '.
            05 EXT-VALUE        PIC $$$$,$$9.99.
            05 FILLER           PIC X(47) VALUE SPACES.

       01  WS-PROMO-STATUS      PIC X(2).
       01  WS-ITEMCAT-STATUS    PIC X(2).
       01  WS-PROMOUSE-STATUS   PIC X(2).
       01  WS-PROMO-TABLE.
           05 WS-PRM-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-PRMIDX.
              10 WS-PRM-ID           PIC X(6).
              10 WS-PRM-DESC         PIC X(20).
              10 WS-PRM-TYPE         PIC X.
                 88 WS-PRM-PCT-ITEM     VALUE 'P'.
                 88 WS-PRM-PCT-CATEGORY VALUE 'C'.
                 88 WS-PRM-BUY-GET      VALUE 'B'.
                 88 WS-PRM-COUPON       VALUE 'K'.
              10 WS-PRM-STORE        PIC 9(2).
              10 WS-PRM-START        PIC 9(8).
              10 WS-PRM-END          PIC 9(8).
              10 WS-PRM-ITEM-NO      PIC 9(6).
              10 WS-PRM-CATEGORY     PIC X(4).
              10 WS-PRM-RATE         PIC V999.
              10 WS-PRM-BUY-QTY      PIC 9(3).
              10 WS-PRM-FREE-QTY     PIC 9(3).
              10 WS-PRM-COUPON-CODE  PIC X(8).
              10 WS-PRM-USE-LIMIT    PIC 9(5).
              10 WS-PRM-USED-PRIOR   PIC 9(7).
              10 WS-PRM-REDEMPTIONS  PIC 9(5).
              10 WS-PRM-UNITS        PIC 9(7).
              10 WS-PRM-MARKDOWN     PIC 9(7)V99.
              10 WS-PRM-LAST-SALE    PIC 9(5).
       01  WS-PRM-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-PRM-REJECT-COUNT  PIC 9(3) VALUE ZEROES.
       01  WS-PRM-BEST-IDX      PIC 9(3) VALUE ZEROES.
       01  WS-PRM-BEST-AMT      PIC 9(6)V99 VALUE ZEROES.
       01  WS-PRM-TRY-AMT       PIC 9(6)V99 VALUE ZEROES.
       01  WS-PRM-SETS          PIC 9(5) VALUE ZEROES.
       01  WS-PRM-LIMIT-SW      PIC X VALUE 'N'.
           88 WS-PRM-AVAILABLE  VALUE 'Y'.
       01  WS-PRM-USED-WK       PIC 9(7) VALUE ZEROES.
       01  WS-PRM-REDEEM-TOTAL  PIC 9(7) VALUE ZEROES.
       01  WS-SUB-PROMO         PIC 9(6)V99 VALUE ZEROES.
       01  WS-TOTAL-PROMO       PIC 9(7)V99 VALUE ZEROES.
       01  WS-COUPON-BASE       PIC 9(7)V99 VALUE ZEROES.
       01  WS-COUPON-UNITS      PIC 9(5) VALUE ZEROES.
       01  WS-LINE-CATEGORY     PIC X(4) VALUE SPACES.
       01  WS-SALE-LINE-TABLE.
           05 WS-SALE-LINE OCCURS 20 TIMES.
              10 WS-SALE-LINE-NET    PIC 9(7)V99.
              10 WS-SALE-LINE-CAT    PIC X(4).
       01  WS-ITEMCAT-TABLE.
           05 WS-ICT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-ICTIDX.
              10 WS-ICT-ITEM-NO      PIC 9(6).
              10 WS-ICT-CATEGORY     PIC X(4).
       01  WS-ICT-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-PRU-DROP-COUNT    PIC 9(4) VALUE ZEROES.
       01  WS-PRU-KEEP-COUNT    PIC 9(4) VALUE ZEROES.
       01  WS-PRU-KEEP-SUB      PIC 9(4) VALUE ZEROES.
       01  WS-PRU-KEEP-TABLE.
           05 WS-PRU-KEEP-REC OCCURS 5000 TIMES PIC X(19).

       01  PROMO-HEADING-LINE.
            05 FILLER           PIC X(40) VALUE
               'PROMOTION EFFECTIVENESS'.
            05 FILLER           PIC X(60) VALUE SPACES.

       01  PROMO-COLUMN-HEADINGS.
            05 FILLER           PIC X(7)  VALUE 'PROMO'.
            05 FILLER           PIC X(21) VALUE 'DESCRIPTION'.
            05 FILLER           PIC X(5)  VALUE 'TYPE'.
            05 FILLER           PIC X(6)  VALUE 'STORE'.
            05 FILLER           PIC X(9)  VALUE '   UNITS'.
            05 FILLER           PIC X(13) VALUE '    MARKDOWN'.
            05 FILLER           PIC X(10) VALUE ' REDEEMED'.
            05 FILLER           PIC X(9)  VALUE '   USED'.
            05 FILLER           PIC X(6)  VALUE 'LIMIT'.
            05 FILLER           PIC X(14) VALUE SPACES.

       01  PROMO-DETAIL-LINE.
            05 PRD-ID           PIC X(6).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PRD-DESC         PIC X(20).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PRD-TYPE         PIC X(1).
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 PRD-STORE        PIC X(3).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 PRD-UNITS        PIC ZZZ,ZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PRD-MARKDOWN     PIC $$$$,$$9.99.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 PRD-REDEEMED     PIC ZZZ,ZZ9.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 PRD-USED         PIC ZZZZZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PRD-LIMIT        PIC X(5).
            05 PRD-LIMIT-NO     REDEFINES PRD-LIMIT PIC ZZZZ9.
            05 FILLER           PIC X(14) VALUE SPACES.

       01  PROMO-TOTAL-LINE.
            05 FILLER           PIC X(22) VALUE
               'TOTAL PROMO MARKDOWN: '.
            05 PRT-MARKDOWN     PIC $$$$,$$9.99.
            05 FILLER           PIC X(14) VALUE '  REDEMPTIONS '.
            05 PRT-REDEEMED     PIC ZZZ,ZZ9.
            05 FILLER           PIC X(46) VALUE SPACES.

       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 1000 TIMES
              10 WS-CUST-OLD-TIER    PIC X.
              10 WS-CUST-T12M        PIC S9(9)V99.
              10 WS-CUST-PERIOD-SPEND PIC S9(7)V99.
              10 WS-CUST-STATUS      PIC X.
                 88 WS-CUST-INACTIVE VALUE "I".
                 88 WS-CUST-MERGED   VALUE "M".
              10 WS-CUST-MERGED-INTO PIC 9(7).
              10 WS-CUST-EMP-ID      PIC 9(7).
       01  WS-CUST-COUNT        PIC 9(4) VALUE ZEROES.
       01  WS-CUST-FOUND-IDX    PIC 9(4) VALUE ZEROES.
       01  WS-SALE-EMP-ID       PIC 9(7) VALUE ZEROES.
       01  WS-STAFF-SALE-SW     PIC X VALUE 'N'.
           88 STAFF-SALE        VALUE 'Y'.

       01  WS-STORE-TABLE.
           05 WS-STORE-ENTRY OCCURS 10 TIMES
              10 WS-STORE-TAX        PIC S9(6)V99.
              10 WS-STORE-REDEEMED   PIC 9(7)V99.
              10 WS-STORE-CR-ISSUED  PIC 9(7)V99.
              10 WS-STORE-CASH       PIC 9(7)V99.
              10 WS-STORE-CARD       PIC 9(7)V99.
              10 WS-STORE-PICKED     PIC X.
                 88 WS-STORE-ALREADY-PICKED VALUE 'Y'.
       01  WS-RETURN-TABLE.
           05 WS-RET-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-RETIDX.
              10 WS-RET-ITEM-NO      PIC 9(6).
              10 WS-RET-DESC         PIC X(20).
              10 WS-RET-UNITS        PIC 9(5).
              10 WS-RET-VALUE        PIC 9(7)V99.
       01  WS-ITEM-ANALYSIS-TABLE.
           05 WS-ITA-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-ITAIDX WS-ITAIDX2.
              10 WS-ITA-ITEM-NO      PIC 9(6).
              10 WS-ITA-DESC         PIC X(20).
              10 WS-ITA-UNITS        PIC S9(7).
              10 WS-ITA-REVENUE      PIC S9(7)V99.
              10 WS-ITA-MARKDOWN     PIC S9(7)V99.
              10 WS-ITA-COGS         PIC S9(7)V99.
              10 WS-ITA-BELOW-COST   PIC 9(5).
              10 WS-ITA-PICKED       PIC X.
                 88 WS-ITA-ALREADY-PICKED VALUE 'Y'.
       01  WS-ITA-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-ITA-FOUND-IDX     PIC 9(3) VALUE ZEROES.
       01  WS-ITA-LINE-IDX      PIC 9(3) VALUE ZEROES.
       01  WS-ITA-RANK          PIC 9(3) VALUE ZEROES.
       01  WS-ITA-HIGH          PIC S9(7)V99 VALUE ZEROES.
       01  WS-ITA-WINNER        PIC 9(3) VALUE ZEROES.
           05 WS-MASTER-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-MIDX.
              10 WS-MASTER-STORE      PIC 9(2).
              10 WS-MASTER-ITEM-NO    PIC 9(6).
              10 WS-MASTER-DESC       PIC X(20).
              10 WS-MASTER-PRICE      PIC 999999V99.
              10 WS-MASTER-OLD-PRICE  PIC 999999V99.
              10 WS-MASTER-ON-HAND    PIC 9(5).
              10 WS-MASTER-REORDER-POINT PIC 9(5).
              10 WS-MASTER-REORDER-QTY   PIC 9(5).
              10 WS-MASTER-AVG-COST   PIC 9(6)V9(4).
       01  WS-MASTER-COUNT      PIC 9(3) VALUE ZEROES.
       01  WS-MASTER-FOUND-IDX  PIC 9(3).
       01  WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZEROES.
       01  WS-REORDER-STATUS    PIC X(2).
       01  WS-REORDER-COUNT     PIC 9(3) VALUE ZEROES.

      * Cost of goods and gross margin. Store figures are indexed
      * by store number.
       01  WS-MARGIN-FILENAME   PIC X(40).
       01  WS-MARGIN-STATUS     PIC X(2).
       01  WS-GM-STORE-TABLE    VALUE ZEROES.
           05 WS-GMS-ENTRY OCCURS 99 TIMES.
              10 WS-GMS-SALES        PIC S9(7)V99.
              10 WS-GMS-COGS         PIC S9(7)V99.
              10 WS-GMS-INV          PIC 9(9)V99.
       01  WS-GM-STORE          PIC 9(3) VALUE ZEROES.
       01  WS-LINE-COST         PIC S9(7)V99 VALUE ZEROES.
       01  WS-SUB-COGS          PIC S9(7)V99 VALUE ZEROES.
       01  WS-AVG-QTY-IN        PIC 9(5) VALUE ZEROES.
       01  WS-AVG-COST-IN       PIC 9(6)V9(4) VALUE ZEROES.
       01  WS-INV-LINE-COST     PIC 9(9)V99 VALUE ZEROES.
       01  WS-INV-COST-TOTAL    PIC 9(9)V99 VALUE ZEROES.
       01  WS-GM-SALES-TOTAL    PIC S9(9)V99 VALUE ZEROES.
       01  WS-GM-COGS-TOTAL     PIC S9(9)V99 VALUE ZEROES.
       01  WS-GM-SALES          PIC S9(9)V99 VALUE ZEROES.
       01  WS-GM-COGS           PIC S9(9)V99 VALUE ZEROES.
       01  WS-GM-MARGIN         PIC S9(9)V99 VALUE ZEROES.
       01  WS-GM-PCT            PIC S9(5)V9 VALUE ZEROES.
       01  WS-GM-BELOW-COUNT    PIC 9(5) VALUE ZEROES.
       01  WS-GM-ITEM-UNITS     PIC S9(7) VALUE ZEROES.

       01  MARGIN-HEADING-LINE.
            05 FILLER           PIC X(40) VALUE
               'PET STORE GROSS MARGIN REPORT'.
            05 FILLER           PIC X(15) VALUE 'BUSINESS DATE: '.
            05 MGH-MONTH        PIC 99.
            05 FILLER           PIC X     VALUE '/'.
            05 MGH-DAY          PIC 99.
            05 FILLER           PIC X     VALUE '/'.
            05 MGH-YEAR         PIC 9(4).
            05 FILLER           PIC X(35) VALUE SPACES.

       01  MARGIN-STORE-HEADING.
            05 FILLER           PIC X(40) VALUE
               'GROSS MARGIN BY STORE'.
            05 FILLER           PIC X(60) VALUE SPACES.

       01  MARGIN-STORE-COLUMNS.
            05 FILLER           PIC X(7)  VALUE 'STORE'.
            05 FILLER           PIC X(15) VALUE '     NET SALES '.
            05 FILLER           PIC X(15) VALUE ' COST OF GOODS '.
            05 FILLER           PIC X(15) VALUE '        MARGIN '.
            05 FILLER           PIC X(9)  VALUE 'MARGIN % '.
            05 FILLER           PIC X(17) VALUE '  INVENTORY COST '.
            05 FILLER           PIC X(22) VALUE SPACES.

       01  MARGIN-STORE-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 MGS-STORE        PIC 9(2).
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 MGS-SALES        PIC $$,$$$,$$9.99-.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 MGS-COGS         PIC $$,$$$,$$9.99-.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 MGS-MARGIN       PIC $$,$$$,$$9.99-.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 MGS-PCT          PIC ZZZ9.9-.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 MGS-INV          PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(22) VALUE SPACES.
       01  MARGIN-STORE-TOTAL REDEFINES MARGIN-STORE-LINE.
            05 MGS-TOTAL-LABEL  PIC X(8).
            05 FILLER           PIC X(92).

       01  MARGIN-ITEM-HEADING.
            05 FILLER           PIC X(40) VALUE
               'GROSS MARGIN BY ITEM'.
            05 FILLER           PIC X(60) VALUE SPACES.

       01  MARGIN-ITEM-COLUMNS.
            05 FILLER           PIC X(8)  VALUE 'ITEM NO'.
            05 FILLER           PIC X(21) VALUE 'DESCRIPTION'.
            05 FILLER           PIC X(7)  VALUE ' UNITS '.
            05 FILLER           PIC X(13) VALUE '       SALES '.
            05 FILLER           PIC X(13) VALUE '        COST '.
            05 FILLER           PIC X(13) VALUE '      MARGIN '.
            05 FILLER           PIC X(8)  VALUE 'MARGIN% '.
            05 FILLER           PIC X(17) VALUE '  NOTE'.

       01  MARGIN-ITEM-LINE.
            05 MGI-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 MGI-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 MGI-UNITS        PIC ZZ,ZZ9-.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 MGI-SALES        PIC $$$$,$$9.99-.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 MGI-COGS         PIC $$$$,$$9.99-.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 MGI-MARGIN       PIC $$$$,$$9.99-.
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 MGI-PCT          PIC ZZZ9.9-.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 MGI-NOTE         PIC X(15).

       01  MARGIN-INV-LINE.
            05 FILLER           PIC X(30) VALUE
               'INVENTORY AT AVERAGE COST: '.
            05 MGV-VALUE        PIC $$$,$$$,$$9.99.
            05 FILLER           PIC X(56) VALUE SPACES.

       01  MARGIN-NOTE-LINE.
            05 FILLER           PIC X(45) VALUE
               'ITEM SALES ARE NET OF PROMOTIONS; COUPON AND '.
            05 FILLER           PIC X(55) VALUE
               'LOYALTY DISCOUNTS ARE IN STORE NET SALES ONLY.'.

       01  MARGIN-BELOW-LINE.
            05 FILLER           PIC X(30) VALUE
               'SALE LINES BELOW COST: '.
            05 MGB-COUNT        PIC ZZ,ZZ9.
            05 FILLER           PIC X(64) VALUE SPACES.

       01  REORDER-HEADING-LINE.
            05 FILLER           PIC X(40) VALUE
               'PURCHASING REORDER REPORT'.
       01  REORDER-COLUMN-HEADINGS.
            05 FILLER           PIC X(6)  VALUE 'STORE'.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 FILLER           PIC X(8)  VALUE 'ITEM NO'.
            05 FILLER           PIC X(20) VALUE 'ITEM DESCRIPTION'.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(8)  VALUE 'ON-HAND'.
            05 FILLER           PIC X(8)  VALUE 'REORD-PT'.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(12) VALUE 'SUGGEST QTY'.
            05 FILLER           PIC X(29) VALUE SPACES.

       01  REORDER-DETAIL-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 REO-STORE        PIC 9(2).
            05 FILLER           PIC X(4)  VALUE SPACES.
            05 REO-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 REO-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(7)  VALUE SPACES.
            05 REO-ON-HAND      PIC ZZZZ9.
            05 REO-POINT        PIC ZZZZ9.
            05 FILLER           PIC X(8)  VALUE SPACES.
            05 REO-SUGGEST-QTY  PIC ZZZZ9.
            05 FILLER           PIC X(34) VALUE SPACES.

       01  REORDER-ONORDER-LINE.
            05 FILLER           PIC X(28) VALUE
            05 REO-TOTAL-COUNT  PIC ZZZZ9.
            05 FILLER           PIC X(70) VALUE SPACES.

       01  PICKLIST-HEADING-LINE.
            05 FILLER           PIC X(40) VALUE
               'BACKORDER PICK AND NOTIFY LIST'.
            05 FILLER           PIC X(60) VALUE SPACES.

       01  PICKLIST-COLUMN-HEADINGS.
            05 FILLER           PIC X(7)  VALUE 'STORE'.
            05 FILLER           PIC X(8)  VALUE 'CUST NO'.
            05 FILLER           PIC X(21) VALUE 'CUSTOMER NAME'.
            05 FILLER           PIC X(7)  VALUE 'ITEM'.
            05 FILLER           PIC X(21) VALUE 'DESCRIPTION'.
            05 FILLER           PIC X(11) VALUE 'ORDERED'.
            05 FILLER           PIC X(6)  VALUE ' READY'.
            05 FILLER           PIC X(6)  VALUE '  DAYS'.
            05 FILLER           PIC X(13) VALUE SPACES.

       01  PICKLIST-DETAIL-LINE.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PKL-STORE        PIC 9(2).
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 PKL-CUSTOMER-ID  PIC 9(7).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PKL-CUST-NAME    PIC X(20).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PKL-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PKL-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PKL-ORDER-DATE.
               10 PKL-ORD-MONTH PIC 99.
               10 FILLER        PIC X     VALUE '/'.
               10 PKL-ORD-DAY   PIC 99.
               10 FILLER        PIC X     VALUE '/'.
               10 PKL-ORD-YEAR  PIC 9(4).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 PKL-READY-QTY    PIC ZZZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PKL-DAYS         PIC ZZZ9.
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 PKL-NEW-FLAG     PIC X(3).
            05 FILLER           PIC X(9)  VALUE SPACES.

       01  PICKLIST-NONE-LINE.
            05 FILLER           PIC X(40) VALUE
               'NO BACKORDERS READY FOR PICK-UP'.
            05 FILLER           PIC X(60) VALUE SPACES.

       01  PICKLIST-TOTAL-LINE.
            05 FILLER           PIC X(22) VALUE
               'CUSTOMERS TO NOTIFY: '.
            05 PKT-LINES        PIC ZZZZ9.
            05 FILLER           PIC X(16) VALUE
               '   UNITS READY: '.
            05 PKT-UNITS        PIC Z,ZZZ,ZZ9.
            05 FILLER           PIC X(48) VALUE SPACES.

       01  HEADING-LINE.
            05 FILLER	        PIC X(16) VALUE 'ITEM DESCRIPTION'.
            05 FILLER	        PIC X(20) VALUE SPACES.
			   05 FILLER           PIC X(7)  VALUE SPACES.
			   05 DET-ITEM-TOTAL   PIC $$,$$9.99-.

       01  DETAIL-BACKORDER-LINE.
            05 FILLER           PIC X(7)  VALUE SPACES.
            05 FILLER           PIC X(12) VALUE 'BACKORDERED '.
            05 DBL-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(5)  VALUE ' QTY '.
            05 DBL-QTY          PIC ZZZZ9.
            05 FILLER           PIC X(51) VALUE SPACES.

       01  DETAIL-SUBTOTAL-LINE.
            05 FILLER           PIC X(10) VALUE SPACES.
            05 DET-NAME         PIC X(20).
            05 DET-SUB-DISCOUNT PIC $$,$$9.99.
            05 FILLER           PIC X(26) VALUE SPACES.

       01  DETAIL-PROMO-LINE.
            05 FILLER           PIC X(7)  VALUE SPACES.
            05 FILLER           PIC X(6)  VALUE 'PROMO '.
            05 DPL-PROMO-ID     PIC X(6).
            05 FILLER           PIC X(1)  VALUE SPACES.
            05 DPL-PROMO-DESC   PIC X(20).
            05 FILLER           PIC X(19) VALUE SPACES.
            05 DPL-MARKDOWN     PIC $$,$$9.99-.
            05 FILLER           PIC X(31) VALUE SPACES.

       01  DETAIL-PROMO-SUB-LINE.
            05 FILLER           PIC X(10) VALUE SPACES.
            05 FILLER           PIC X(20) VALUE SPACES.
            05 FILLER           PIC X(15) VALUE 'PROMOTIONS    -'.
            05 DET-SUB-PROMO    PIC $$,$$9.99.
            05 FILLER           PIC X(26) VALUE SPACES.

       01  DETAIL-TAX-LINE.
            05 FILLER           PIC X(10) VALUE SPACES.
            05 FILLER           PIC X(20) VALUE SPACES.
            05 DET-TOTAL-DISC    PIC $$,$$$,$$9.99.
            05 FILLER            PIC X(48) VALUE SPACES.

       01  DETAIL-TOTAL-PROMO-LINE.
            05 FILLER            PIC X(7)  VALUE SPACES.
            05 FILLER            PIC X(19) VALUE
                "    TOTAL PROMO:   ".
            05 DET-TOTAL-PROMO   PIC $$,$$$,$$9.99.
            05 FILLER            PIC X(48) VALUE SPACES.

       01  STORE-TOTAL-LINE.
            05 FILLER           PIC X(7)  VALUE SPACES.
            05 FILLER           PIC X(6)  VALUE 'STORE '.
            05 FILLER           PIC X(60) VALUE SPACES.

       01  ITEM-ANALYSIS-COLUMN-HEADINGS.
            05 FILLER           PIC X(8)  VALUE 'ITEM NO'.
            05 FILLER           PIC X(20) VALUE 'ITEM DESCRIPTION'.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(8)  VALUE 'UNITS'.
            05 FILLER           PIC X(12) VALUE 'REVENUE'.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 FILLER           PIC X(7)  VALUE 'SHARE %'.
            05 FILLER           PIC X(32) VALUE SPACES.

       01  ITEM-ANALYSIS-LINE.
            05 ITA-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 ITA-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 ITA-UNITS        PIC ZZZZZZ9-.
            05 ITA-REVENUE      PIC $$$$,$$9.99-.
            05 FILLER           PIC X(3)  VALUE SPACES.
            05 ITA-SHARE        PIC ZZ9.9-.
            05 FILLER           PIC X(34) VALUE SPACES.

       01  ITEM-ANALYSIS-TOTAL-LINE.
            05 FILLER           PIC X(20) VALUE 'TOTAL ITEM REVENUE'.
            05 FILLER           PIC X(24) VALUE SPACES.
            05 ITA-TOTAL-REV    PIC $$$$,$$9.99-.
            05 FILLER           PIC X(44) VALUE SPACES.

       01  RETURNS-HEADING-LINE.
            05 FILLER           PIC X(40) VALUE
            05 FILLER           PIC X(60) VALUE SPACES.

       01  RETURNS-COLUMN-HEADINGS.
            05 FILLER           PIC X(8)  VALUE 'ITEM NO'.
            05 FILLER           PIC X(20) VALUE 'ITEM DESCRIPTION'.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(8)  VALUE 'UNITS'.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 FILLER           PIC X(12) VALUE 'VALUE'.
            05 FILLER           PIC X(42) VALUE SPACES.

       01  RETURNS-DETAIL-LINE.
            05 RET-ITEM-NO      PIC 9(6).
            05 FILLER           PIC X(2)  VALUE SPACES.
            05 RET-DESCRIPTION  PIC X(20).
            05 FILLER           PIC X(7)  VALUE SPACES.
            05 RET-UNITS        PIC ZZZZ9.
            05 FILLER           PIC X(5)  VALUE SPACES.
            05 RET-VALUE        PIC $$$,$$9.99.
            05 FILLER           PIC X(45) VALUE SPACES.

       01  EXCEPTION-HEADING-LINE.
            05 FILLER           PIC X(40) VALUE
           MOVE "PETSTORECHALLENGE" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 9120-SET-PROCESS-PERIOD THRU 9120-SET-END.
           IF NOT PROCESS-PERIOD-SET
              MOVE 8 TO RETURN-CODE
              GO TO 0300-STOP-RUN
           END-IF.
           PERFORM 0035-CHECK-PERIOD-OPEN.
           IF PRD-POST-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO 0300-STOP-RUN
           END-IF.
           PERFORM 0040-BUILD-REPORT-FILENAME.
           PERFORM 0045-LOAD-MASTER-FILE.
           PERFORM 0047-LOAD-CUSTOMER-MASTER.

           PERFORM 0066-LOAD-CUST-HISTORY.
           PERFORM 0068-LOAD-CREDIT-LEDGER.
           PERFORM 0070-LOAD-PROMOTIONS.
           IF WS-PRM-COUNT > 0
              PERFORM 0071-LOAD-ITEM-CATEGORIES
              PERFORM 0072-LOAD-PROMO-USAGE
           END-IF.
           PERFORM 0064-APPLY-PRICE-CHANGES
              THRU 0064-PRICES-END.
           PERFORM 0048-LOAD-OPEN-PO.
           PERFORM 0074-LOAD-LOTS THRU 0074-LOTS-END.
           PERFORM 0080-LOAD-BACKORDERS THRU 0080-BACKORD-END.
           PERFORM 0078-WRITE-OFF-EXPIRED
              THRU 0078-EXPIRED-END.
           PERFORM 0049-PROCESS-RECEIPTS
              THRU 0049-RECEIPTS-END.
           PERFORM 0061-PROCESS-TRANSFERS
              THRU 0061-TRANSFERS-END.
           PERFORM 0082-ALLOCATE-BACKORDERS
              THRU 0082-ALLOCATE-END.
		     PERFORM 0200-PROCESS-ITEMS THRU 0200-END
              UNTIL ENDOFSALESFILE
             PERFORM 0057-PROCESS-COUNTS
                THRU 0294-RETURNS-END.
             PERFORM 0298-PRINT-ITEM-ANALYSIS
                THRU 0298-ANALYSIS-END.
             PERFORM 0344-PRINT-PROMO-EFFECT
                THRU 0344-PROMO-END.
             PERFORM 0253-PRINT-PRICE-AUDIT
                THRU 0253-AUDIT-END.
             PERFORM 0338-PRINT-CLERK-SALES
                THRU 0338-CLERK-END.
             PERFORM 0340-POST-CLERK-SALES
                THRU 0340-POST-END.
             PERFORM 0295-PRINT-EXCEPTION-TOTAL.
             IF WS-MASTER-COUNT > 0
                PERFORM 0296-REWRITE-MASTER-FILE
                   THRU 0296-REWRITE-END
                PERFORM 0297-WRITE-REORDER-REPORT
                   THRU 0297-REORDER-END
                PERFORM 0084-WRITE-PICK-LIST
                   THRU 0084-PICK-END
                PERFORM 0350-WRITE-MARGIN-REPORT
                   THRU 0350-MARGIN-END
             END-IF.
             IF WS-CUST-COUNT > 0
                PERFORM 0315-REGRADE-TIERS
             PERFORM 9800-WRITE-BALANCE.
             PERFORM 0312-REWRITE-OPEN-PO
                THRU 0312-OPENPO-END.
             PERFORM 0342-POST-RECEIPT-HISTORY
                THRU 0342-RCVHIST-END.
             PERFORM 0343-POST-TENDER-HISTORY
                THRU 0343-TENDER-END.
             PERFORM 0347-POST-EMP-PURCHASES
                THRU 0347-EMPPURCH-END.
             PERFORM 0346-POST-PROMO-USAGE
                THRU 0346-USAGE-END.
             PERFORM 0348-REWRITE-LOTS
                THRU 0348-LOTS-END.
             PERFORM 0089-REWRITE-BACKORDERS
                THRU 0089-BACKORD-END.
             PERFORM 0349-POST-EXPIRED-WRITE-OFF
                THRU 0349-EXPWO-END.
             IF WS-TRANSFER-COUNT > 0
                OR WS-TRANSFER-REF-COUNT > 0
                MOVE "PETTRANSFERS.DAT" TO BAL-WK-FILE-NAME
                MOVE WS-SHRINK-VALUE-TOTAL TO BAL-WK-AMOUNT
                PERFORM 9800-WRITE-BALANCE
             END-IF.
             IF WS-EPU-COUNT > 0
                MOVE "PETEMPPURCH.DAT" TO BAL-WK-FILE-NAME
                MOVE WS-EPU-COUNT TO BAL-WK-READ
                MOVE WS-EPU-COUNT TO BAL-WK-WRITTEN
                MOVE ZEROES TO BAL-WK-REJECTED
                MOVE WS-EPU-AMOUNT-TOTAL TO BAL-WK-AMOUNT
                PERFORM 9800-WRITE-BALANCE
             END-IF.
             IF WS-BO-COUNT > 0
                MOVE "PETBACKORD.DAT" TO BAL-WK-FILE-NAME
                MOVE WS-BO-LOADED-COUNT TO BAL-WK-READ
                MOVE WS-BO-WRITTEN-COUNT TO BAL-WK-WRITTEN
                MOVE ZEROES TO BAL-WK-REJECTED
                MOVE WS-BO-NEW-QTY TO BAL-WK-AMOUNT
                PERFORM 9800-WRITE-BALANCE
             END-IF.
             IF WS-RECEIPT-COUNT > 0
                MOVE "PETRECEIPTS.DAT" TO BAL-WK-FILE-NAME
                MOVE WS-RECEIPT-COUNT TO BAL-WK-READ
                MOVE WS-RECEIPT-QTY-TOTAL TO BAL-WK-AMOUNT
                PERFORM 9800-WRITE-BALANCE
             END-IF.
             MOVE "PETCLERK.MEMO" TO BAL-WK-FILE-NAME.
             MOVE ZEROES TO BAL-WK-READ.
             MOVE ZEROES TO BAL-WK-WRITTEN.
             MOVE ZEROES TO BAL-WK-REJECTED.
             MOVE WS-CLK-FED-TOTAL TO BAL-WK-AMOUNT.
             PERFORM 9800-WRITE-BALANCE.
             MOVE "SALESTAX.MEMO" TO BAL-WK-FILE-NAME.
             MOVE ZEROES TO BAL-WK-READ.
             MOVE ZEROES TO BAL-WK-WRITTEN.
             MOVE ZEROES TO BAL-WK-REJECTED.
             MOVE WS-TOTAL-TAX TO BAL-WK-AMOUNT.
             PERFORM 9800-WRITE-BALANCE.
             IF WS-MASTER-COUNT > 0
                MOVE "PETCOGS.MEMO" TO BAL-WK-FILE-NAME
                MOVE ZEROES TO BAL-WK-READ
                MOVE ZEROES TO BAL-WK-WRITTEN
                MOVE ZEROES TO BAL-WK-REJECTED
                MOVE WS-GM-COGS-TOTAL TO BAL-WK-AMOUNT
                PERFORM 9800-WRITE-BALANCE
                MOVE "PETINVCOST.MEMO" TO BAL-WK-FILE-NAME
                MOVE WS-INV-COST-TOTAL TO BAL-WK-AMOUNT
                PERFORM 9800-WRITE-BALANCE
             END-IF.
             IF WS-EWO-COUNT > 0
                MOVE "PETEXPIRED.MEMO" TO BAL-WK-FILE-NAME
                MOVE ZEROES TO BAL-WK-READ
                MOVE ZEROES TO BAL-WK-WRITTEN
                MOVE ZEROES TO BAL-WK-REJECTED
                MOVE WS-EWO-VALUE-TOTAL TO BAL-WK-AMOUNT
                PERFORM 9800-WRITE-BALANCE
             END-IF.
             IF WS-PRM-COUNT > 0
                MOVE "PETPROMO.MEMO" TO BAL-WK-FILE-NAME
                MOVE ZEROES TO BAL-WK-READ
                MOVE ZEROES TO BAL-WK-WRITTEN
                MOVE ZEROES TO BAL-WK-REJECTED
                MOVE WS-TOTAL-PROMO TO BAL-WK-AMOUNT
                PERFORM 9800-WRITE-BALANCE
             END-IF.
             IF WS-EXCEPTION-COUNT > 0 OR WS-CLK-EXC-COUNT > 0
                OR WS-PRM-REJECT-COUNT > 0
                MOVE 4 TO RETURN-CODE
             END-IF.
		     PERFORM 0300-STOP-RUN.
	     0100-END.

      * A PETSTORE period closed on PERIODSTATUS.DAT takes no more
      * daily runs; the run stops before anything is posted.
       0035-CHECK-PERIOD-OPEN.
           MOVE "PETSTORE" TO PRD-WK-SUBSYSTEM.
           MOVE ZEROES TO PRD-WK-DATE.
           PERFORM 9160-CHECK-POSTING-PERIOD THRU 9160-CHECK-END.
           IF PRD-POST-REFUSED
              DISPLAY "ERR: PETSTORE PERIOD " PRD-WK-PERIOD
                 " IS CLOSED - RUN STOPPED"
              MOVE SPACES TO PRD-WK-KEY PRD-WK-IMAGE
              MOVE "PETSTORE" TO PRD-WK-KEY
              MOVE PRD-WK-PERIOD TO PRD-WK-KEY (10:6)
              PERFORM 9170-LOG-PERIOD-EXCEPTION
           END-IF.

       0040-BUILD-REPORT-FILENAME.
           MOVE SPACES TO WS-REPORT-FILENAME.
           MOVE WS-BUSINESS-DATE TO WS-FULL-DATE.
                    SET WS-MIDX TO WS-MASTER-COUNT
                    MOVE MASTER-STORE-ID    TO
                       WS-MASTER-STORE (WS-MIDX)
                    MOVE MASTER-ITEM-NO     TO
                       WS-MASTER-ITEM-NO (WS-MIDX)
                    MOVE MASTER-DESCRIPTION TO
                       WS-MASTER-DESC (WS-MIDX)
                    MOVE MASTER-PRICE       TO
                       WS-MASTER-REORDER-POINT (WS-MIDX)
                    MOVE MASTER-REORDER-QTY TO
                       WS-MASTER-REORDER-QTY (WS-MIDX)
                    IF MASTER-AVG-COST NUMERIC
                       MOVE MASTER-AVG-COST TO
                          WS-MASTER-AVG-COST (WS-MIDX)
                    ELSE
                       MOVE ZEROES TO WS-MASTER-AVG-COST (WS-MIDX)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETITEMMASTER
                       WS-CUST-OLD-TIER (WS-CIDX)
                    MOVE ZEROES TO WS-CUST-T12M (WS-CIDX)
                    MOVE ZEROES TO WS-CUST-PERIOD-SPEND (WS-CIDX)
                    MOVE CM-STATUS TO WS-CUST-STATUS (WS-CIDX)
                    IF CM-MERGED-INTO NUMERIC
                       MOVE CM-MERGED-INTO TO
                          WS-CUST-MERGED-INTO (WS-CIDX)
                    ELSE
                       MOVE ZEROES TO WS-CUST-MERGED-INTO (WS-CIDX)
                    END-IF
                    IF CM-EMPLOYEE-ID NUMERIC
                       MOVE CM-EMPLOYEE-ID TO WS-CUST-EMP-ID (WS-CIDX)
                    ELSE
                       MOVE ZEROES TO WS-CUST-EMP-ID (WS-CIDX)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETCUSTMASTER
                    ADD 1 TO WS-OPO-COUNT
                    SET WS-OPOIDX TO WS-OPO-COUNT
                    MOVE OPO-STORE-ID    TO WS-OPO-STORE (WS-OPOIDX)
                    MOVE OPO-ITEM-NO     TO WS-OPO-ITEM-NO (WS-OPOIDX)
                    MOVE OPO-DESCRIPTION TO WS-OPO-DESC (WS-OPOIDX)
                    MOVE OPO-QTY         TO WS-OPO-QTY (WS-OPOIDX)
                    MOVE OPO-PO-REF      TO WS-OPO-PO-REF (WS-OPOIDX)
           END-IF.

      * Receipts restock the per-store on-hand and draw the
      * open-order memo down; a receipt for an item number not on
      * the master is listed and rejected. PETRECEIPTS.DAT is optional
      * (status 35) - most nights nothing arrives.
       0049-PROCESS-RECEIPTS.
           OPEN INPUT PETRECEIPTS.

       0051-APPLY-ONE-RECEIPT.
           MOVE RCV-STORE-ID    TO WS-FIND-STORE.
           MOVE RCV-ITEM-NO     TO WS-FIND-ITEM-NO.
           PERFORM 0053-FIND-MASTER-ITEM.
           MOVE RCV-STORE-ID    TO RCD-STORE.
           MOVE RCV-ITEM-NO     TO RCD-ITEM-NO.
           MOVE WS-ITEM-PRINT-DESC TO RCD-DESCRIPTION.
           IF WS-MASTER-FOUND-IDX = 0
              MOVE RCV-DESCRIPTION TO RCD-DESCRIPTION
           END-IF.
           MOVE RCV-QTY         TO RCD-QTY.
           MOVE RCV-PO-REF      TO RCD-PO-REF.
           IF WS-MASTER-FOUND-IDX = 0
              MOVE "** NOT ON ITEM MASTER **" TO RCD-NOTE
              MOVE SPACES         TO EXC-WK-KEY
              MOVE RCV-STORE-ID   TO EXC-WK-KEY (1:2)
              MOVE RCV-ITEM-NO    TO EXC-WK-KEY (4:6)
              MOVE RCV-DESCRIPTION TO EXC-WK-KEY (11:10)
              MOVE "PET"          TO EXC-WK-REASON-CODE
              MOVE "RECEIPT FOR UNKNOWN ITEM" TO EXC-WK-REASON-TEXT
              MOVE RECEIPTDETAILS TO EXC-WK-IMAGE
              PERFORM 9700-WRITE-COMMON-EXC
           ELSE
              SET WS-MIDX TO WS-MASTER-FOUND-IDX
              IF RCV-UNIT-COST NUMERIC
                 AND RCV-UNIT-COST > ZEROES
                 MOVE RCV-QTY       TO WS-AVG-QTY-IN
                 MOVE RCV-UNIT-COST TO WS-AVG-COST-IN
                 PERFORM 0054-AVERAGE-IN-COST
              END-IF
              ADD RCV-QTY TO WS-MASTER-ON-HAND (WS-MIDX)
              ADD RCV-QTY TO WS-RECEIPT-QTY-TOTAL
              MOVE "RECEIVED" TO RCD-NOTE
              IF RCV-EXPIRY-DATE NUMERIC
                 AND RCV-EXPIRY-DATE > ZEROES
                 MOVE RCV-STORE-ID     TO WS-LAD-STORE
                 MOVE RCV-ITEM-NO      TO WS-LAD-ITEM-NO
                 MOVE RCV-LOT-NO       TO WS-LAD-LOT-NO
                 MOVE RCV-EXPIRY-DATE  TO WS-LAD-EXPIRY
                 MOVE WS-BUSINESS-DATE TO WS-LAD-RCV-DATE
                 MOVE RCV-QTY          TO WS-LAD-QTY
                 PERFORM 0075-ADD-LOT THRU 0075-ADD-END
                 MOVE SPACES TO RCD-NOTE
                 STRING "LOT "          DELIMITED BY SIZE
                        RCV-LOT-NO      DELIMITED BY SIZE
                        " EXP "         DELIMITED BY SIZE
                        RCV-EXPIRY-DATE DELIMITED BY SIZE
                    INTO RCD-NOTE
              END-IF
              PERFORM 0055-DRAW-DOWN-OPEN-PO
              PERFORM 0056-SAVE-RECEIPT-HISTORY
                 THRU 0056-SAVE-END
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE RECEIVING-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * Items are found by store and item number only; the
      * description is carried for printing and comes from the
      * master once the item is found.
       0053-FIND-MASTER-ITEM.
           MOVE 0 TO WS-MASTER-FOUND-IDX.
           MOVE SPACES TO WS-ITEM-PRINT-DESC.
           SET WS-MIDX TO 1.
           PERFORM WS-MASTER-COUNT TIMES
              IF WS-MASTER-ITEM-NO (WS-MIDX) = WS-FIND-ITEM-NO
                 AND WS-MASTER-STORE (WS-MIDX) = WS-FIND-STORE
                 SET WS-MASTER-FOUND-IDX TO WS-MIDX
                 MOVE WS-MASTER-DESC (WS-MIDX) TO WS-ITEM-PRINT-DESC
              END-IF
              SET WS-MIDX UP BY 1
           END-PERFORM.
      * A receipt quoting a PO reference draws that order down
      * first; with no reference (or none left on it) any open
      * order for the same store and item takes the receipt.
      * Moving weighted average: the stock on hand at its average
      * cost plus the units coming in at theirs. Stock on hand with
      * no cost yet takes the incoming cost.
       0054-AVERAGE-IN-COST.
           IF WS-MASTER-AVG-COST (WS-MIDX) = ZEROES
              OR WS-MASTER-ON-HAND (WS-MIDX) = ZEROES
              MOVE WS-AVG-COST-IN TO WS-MASTER-AVG-COST (WS-MIDX)
           ELSE
              COMPUTE WS-MASTER-AVG-COST (WS-MIDX) ROUNDED =
                 (WS-MASTER-ON-HAND (WS-MIDX)
                    * WS-MASTER-AVG-COST (WS-MIDX)
                  + WS-AVG-QTY-IN * WS-AVG-COST-IN)
                 / (WS-MASTER-ON-HAND (WS-MIDX) + WS-AVG-QTY-IN)
           END-IF.

       0055-DRAW-DOWN-OPEN-PO.
           MOVE 0 TO WS-OPO-FOUND-IDX.
           SET WS-OPOIDX TO 1.
           PERFORM WS-OPO-COUNT TIMES
              IF WS-OPO-STORE (WS-OPOIDX) = RCV-STORE-ID
                 AND WS-OPO-ITEM-NO (WS-OPOIDX) = RCV-ITEM-NO
                 AND WS-OPO-QTY (WS-OPOIDX) > ZEROES
                 IF WS-OPO-PO-REF (WS-OPOIDX) = RCV-PO-REF
                    SET WS-OPO-FOUND-IDX TO WS-OPOIDX
              END-IF
           END-IF.

      * The receipt is remembered against the PO line it drew
      * down (or the reference it quoted when no order was open).
       0056-SAVE-RECEIPT-HISTORY.
           IF WS-RHS-COUNT NOT < 500
              DISPLAY "ERR: RECEIPT HISTORY TABLE FULL AT 500, "
                 "RECEIPT NOT RECORDED " RCV-PO-REF
              GO TO 0056-SAVE-END
           END-IF.
           MOVE WS-BUSINESS-DATE TO RHS-DATE.
           MOVE RCV-STORE-ID     TO RHS-STORE-ID.
           MOVE RCV-ITEM-NO      TO RHS-ITEM-NO.
           MOVE RCV-PO-REF       TO RHS-PO-REF.
           IF WS-OPO-FOUND-IDX > 0
              SET WS-OPOIDX TO WS-OPO-FOUND-IDX
              MOVE WS-OPO-PO-REF (WS-OPOIDX) TO RHS-PO-REF
           END-IF.
           MOVE RCV-QTY          TO RHS-QTY.
           ADD 1 TO WS-RHS-COUNT.
           MOVE RCVHISTREC TO WS-RHS-REC (WS-RHS-COUNT).
       0056-SAVE-END.

      * Counts are applied after the day's sales so the book
      * quantity reflects the date the shelves were counted; the
      * on-hand is then set to the counted figure. PETCOUNTS.DAT
      * is optional (status 35) - counts are quarterly. A count
      * dated (CNT-COUNT-DATE) in a PETSTORE period that is closing
      * or closed is refused, or applied today when that period
      * redirects late items, and logged to EXCEPTIONS.DAT; an
      * undated count is today's.
       0057-PROCESS-COUNTS.
           OPEN INPUT PETCOUNTS.
           IF WS-COUNTS-STATUS NOT = "00" AND
              END-READ
              IF WS-COUNTS-STATUS = "00"
                 ADD 1 TO WS-COUNT-TRANS-COUNT
                 PERFORM 0058-APPLY-ONE-COUNT THRU 0058-APPLY-END
              END-IF
           END-PERFORM.
           CLOSE PETCOUNTS.
       0057-COUNTS-END.

       0058-APPLY-ONE-COUNT.
           MOVE "PETSTORE" TO PRD-WK-SUBSYSTEM.
           MOVE CNT-COUNT-DATE TO PRD-WK-DATE.
           PERFORM 9160-CHECK-POSTING-PERIOD THRU 9160-CHECK-END.
           IF NOT PRD-POST-ALLOWED
              MOVE SPACES          TO PRD-WK-KEY
              MOVE CNT-STORE-ID    TO PRD-WK-KEY (1:2)
              MOVE CNT-ITEM-NO     TO PRD-WK-KEY (4:6)
              MOVE CNT-DESCRIPTION TO PRD-WK-KEY (11:10)
              MOVE COUNTDETAILS    TO PRD-WK-IMAGE
              PERFORM 9170-LOG-PERIOD-EXCEPTION
           END-IF.
           IF PRD-POST-REFUSED
              ADD 1 TO WS-COUNT-EXC-COUNT
              GO TO 0058-APPLY-END
           END-IF.
           MOVE CNT-STORE-ID    TO WS-FIND-STORE.
           MOVE CNT-ITEM-NO     TO WS-FIND-ITEM-NO.
           PERFORM 0053-FIND-MASTER-ITEM.
           MOVE CNT-STORE-ID    TO CVD-STORE.
           MOVE CNT-ITEM-NO     TO CVD-ITEM-NO.
           MOVE WS-ITEM-PRINT-DESC TO CVD-DESCRIPTION.
           IF WS-MASTER-FOUND-IDX = 0
              MOVE CNT-DESCRIPTION TO CVD-DESCRIPTION
           END-IF.
           IF WS-MASTER-FOUND-IDX = 0
              ADD 1 TO WS-COUNT-EXC-COUNT
              MOVE ZEROES  TO CVD-BOOK
              MOVE "** NOT ON MST **" TO CVD-FLAG
              MOVE SPACES          TO EXC-WK-KEY
              MOVE CNT-STORE-ID    TO EXC-WK-KEY (1:2)
              MOVE CNT-ITEM-NO     TO EXC-WK-KEY (4:6)
              MOVE CNT-DESCRIPTION TO EXC-WK-KEY (11:10)
              MOVE "PET"           TO EXC-WK-REASON-CODE
              MOVE "COUNT FOR UNKNOWN ITEM" TO EXC-WK-REASON-TEXT
              MOVE COUNTDETAILS    TO EXC-WK-IMAGE
              MOVE CNT-QTY          TO CVD-COUNTED
              MOVE WS-VARIANCE-QTY  TO CVD-VARIANCE
              MOVE WS-VARIANCE-VALUE TO CVD-VALUE
              IF WS-VARIANCE-QTY < ZEROES
                 MOVE CNT-STORE-ID TO WS-LCN-STORE
                 MOVE CNT-ITEM-NO  TO WS-LCN-ITEM-NO
                 COMPUTE WS-LCN-NEED = 0 - WS-VARIANCE-QTY
                 MOVE WS-MASTER-ON-HAND (WS-MIDX) TO WS-LCN-BOOK
                 MOVE ZEROES       TO WS-LCN-MOVE-TO
                 PERFORM 0076-CONSUME-LOTS THRU 0076-CONSUME-END
              END-IF
              MOVE CNT-QTY TO WS-MASTER-ON-HAND (WS-MIDX)
              COMPUTE WS-VARIANCE-ABS =
                 FUNCTION ABS (WS-VARIANCE-VALUE)
                 MOVE "** OVER TOL **" TO CVD-FLAG
                 MOVE SPACES          TO EXC-WK-KEY
                 MOVE CNT-STORE-ID    TO EXC-WK-KEY (1:2)
                 MOVE CNT-ITEM-NO     TO EXC-WK-KEY (4:6)
                 MOVE WS-ITEM-PRINT-DESC TO EXC-WK-KEY (11:10)
                 MOVE "PET"           TO EXC-WK-REASON-CODE
                 MOVE "COUNT VARIANCE OVER TOLERANCE"
                    TO EXC-WK-REASON-TEXT
           END-IF.
           MOVE COUNT-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
       0058-APPLY-END.

      * Stock moves between stores before the day's sales are
      * posted. Both sides must carry the item on the master, and

       0062-APPLY-ONE-TRANSFER.
           MOVE TRF-FROM-STORE  TO WS-FIND-STORE.
           MOVE TRF-ITEM-NO     TO WS-FIND-ITEM-NO.
           PERFORM 0053-FIND-MASTER-ITEM.
           MOVE WS-MASTER-FOUND-IDX TO WS-FROM-MASTER-IDX.
           MOVE WS-ITEM-PRINT-DESC TO TRD-DESCRIPTION.
           MOVE TRF-TO-STORE    TO WS-FIND-STORE.
           PERFORM 0053-FIND-MASTER-ITEM.
           MOVE WS-MASTER-FOUND-IDX TO WS-TO-MASTER-IDX.
           IF TRD-DESCRIPTION = SPACES
              MOVE WS-ITEM-PRINT-DESC TO TRD-DESCRIPTION
           END-IF.
           IF TRD-DESCRIPTION = SPACES
              MOVE TRF-DESCRIPTION TO TRD-DESCRIPTION
           END-IF.
           MOVE TRF-FROM-STORE  TO TRD-FROM-STORE.
           MOVE TRF-TO-STORE    TO TRD-TO-STORE.
           MOVE TRF-ITEM-NO     TO TRD-ITEM-NO.
           MOVE TRF-QTY         TO TRD-QTY.
           EVALUATE TRUE
              WHEN WS-FROM-MASTER-IDX = 0
                    PERFORM 0063-REFUSE-TRANSFER
                 ELSE
                    ADD 1 TO WS-TRANSFER-COUNT
                    MOVE TRF-FROM-STORE TO WS-LCN-STORE
                    MOVE TRF-ITEM-NO    TO WS-LCN-ITEM-NO
                    MOVE TRF-QTY        TO WS-LCN-NEED
                    MOVE WS-MASTER-ON-HAND (WS-MIDX) TO WS-LCN-BOOK
                    MOVE TRF-TO-STORE   TO WS-LCN-MOVE-TO
                    PERFORM 0076-CONSUME-LOTS THRU 0076-CONSUME-END
                    SUBTRACT TRF-QTY
                       FROM WS-MASTER-ON-HAND (WS-MIDX)
                    MOVE WS-MASTER-AVG-COST (WS-MIDX)
                       TO WS-AVG-COST-IN
                    SET WS-MIDX TO WS-TO-MASTER-IDX
                    IF WS-AVG-COST-IN > ZEROES
                       MOVE TRF-QTY TO WS-AVG-QTY-IN
                       PERFORM 0054-AVERAGE-IN-COST
                    END-IF
                    ADD TRF-QTY TO WS-MASTER-ON-HAND (WS-MIDX)
                    MOVE "TRANSFERRED" TO TRD-NOTE
                 END-IF
           ADD 1 TO WS-TRANSFER-REF-COUNT.
           MOVE SPACES          TO EXC-WK-KEY.
           MOVE TRF-FROM-STORE  TO EXC-WK-KEY (1:2).
           MOVE TRF-ITEM-NO     TO EXC-WK-KEY (4:6).
           MOVE TRF-DESCRIPTION TO EXC-WK-KEY (11:10).
           MOVE "PET"           TO EXC-WK-REASON-CODE.
           MOVE TRD-NOTE (1:30) TO EXC-WK-REASON-TEXT.
           MOVE TRANSFERDETAILS TO EXC-WK-IMAGE.

       0065-APPLY-ONE-PRICE-CHANGE.
           MOVE PRC-STORE-ID    TO WS-FIND-STORE.
           MOVE PRC-ITEM-NO     TO WS-FIND-ITEM-NO.
           PERFORM 0053-FIND-MASTER-ITEM.
           IF WS-MASTER-FOUND-IDX = 0
              MOVE SPACES          TO EXC-WK-KEY
              MOVE PRC-STORE-ID    TO EXC-WK-KEY (1:2)
              MOVE PRC-ITEM-NO     TO EXC-WK-KEY (4:6)
              MOVE PRC-DESCRIPTION TO EXC-WK-KEY (11:10)
              MOVE "PET"           TO EXC-WK-REASON-CODE
              MOVE "PRICE CHANGE FOR UNKNOWN ITEM"
                 TO EXC-WK-REASON-TEXT
                 MOVE PRC-EFF-DATE
                    TO WS-MASTER-PRC-EFF (WS-MIDX)
                 MOVE PRC-STORE-ID    TO PCH-STORE
                 MOVE PRC-ITEM-NO     TO PCH-ITEM-NO
                 MOVE WS-ITEM-PRINT-DESC TO PCH-DESCRIPTION
                 MOVE PRC-NEW-PRICE   TO PCH-NEW-PRICE
                 MOVE WS-MASTER-OLD-PRICE (WS-MIDX)
                    TO PCH-OLD-PRICE
           END-IF.

      * The purchase history carries one record per customer per
      * period. Records older than the twelve-period window ending
      * at the business period (calendar month, or fiscal period
      * under the fiscal basis) age off at load; the rest build
      * each customer's trailing total. PETCUSTHIST.DAT is absent
      * on the first run (status 35).
       0066-LOAD-CUST-HISTORY.
           MOVE FIS-WK-PROC-KEY TO WS-CUR-PERIOD.
           COMPUTE WS-CUR-MONTHS =
              (FIS-WK-PROC-YEAR * 12) + FIS-WK-PROC-PERIOD.
           COMPUTE WS-WINDOW-MONTHS = WS-CUR-MONTHS - 11.
           OPEN INPUT PETCUSTHIST.
           IF WS-CUSTHIST-STATUS NOT = "00" AND
              SET WS-CRIDX UP BY 1
           END-PERFORM.

      * Promotions are optional (status 35). A row that cannot be
      * applied is kept out of the table and raised, so one bad
      * row does not price every sale wrong.
       0070-LOAD-PROMOTIONS.
           OPEN INPUT PETPROMO.
           IF WS-PROMO-STATUS NOT = "00" AND
              WS-PROMO-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETPROMO ",
                 WS-PROMO-STATUS
           END-IF.
           IF WS-PROMO-STATUS = "00"
              PERFORM UNTIL WS-PROMO-STATUS NOT = "00"
                 READ PETPROMO
                    AT END MOVE "10" TO WS-PROMO-STATUS
                 END-READ
                 IF WS-PROMO-STATUS = "00"
                    PERFORM 0073-EDIT-ONE-PROMOTION
                       THRU 0073-EDIT-END
                 END-IF
              END-PERFORM
              CLOSE PETPROMO
           END-IF.

      * Item categories for category promotions and coupons. An
      * item not on PETITEMCAT.DAT has no category and is only
      * reached by item-level promotions.
       0071-LOAD-ITEM-CATEGORIES.
           OPEN INPUT PETITEMCAT.
           IF WS-ITEMCAT-STATUS NOT = "00" AND
              WS-ITEMCAT-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETITEMCAT ",
                 WS-ITEMCAT-STATUS
           END-IF.
           IF WS-ITEMCAT-STATUS = "00"
              PERFORM UNTIL WS-ITEMCAT-STATUS NOT = "00"
                 READ PETITEMCAT
                    AT END MOVE "10" TO WS-ITEMCAT-STATUS
                 END-READ
                 IF WS-ITEMCAT-STATUS = "00"
                    AND ICT-ITEM-NO NUMERIC
                    AND WS-ICT-COUNT < 1000
                    ADD 1 TO WS-ICT-COUNT
                    SET WS-ICTIDX TO WS-ICT-COUNT
                    MOVE ICT-ITEM-NO  TO WS-ICT-ITEM-NO (WS-ICTIDX)
                    MOVE ICT-CATEGORY TO WS-ICT-CATEGORY (WS-ICTIDX)
                 END-IF
              END-PERFORM
              CLOSE PETITEMCAT
           END-IF.

      * Redemptions from earlier business dates count against each
      * promotion's use limit. This date's rows are left out - they
      * are rebuilt from this run, so a rerun does not double them.
       0072-LOAD-PROMO-USAGE.
           OPEN INPUT PETPROMOUSE.
           IF WS-PROMOUSE-STATUS NOT = "00" AND
              WS-PROMOUSE-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETPROMOUSE ",
                 WS-PROMOUSE-STATUS
           END-IF.
           IF WS-PROMOUSE-STATUS = "00"
              PERFORM UNTIL WS-PROMOUSE-STATUS NOT = "00"
                 READ PETPROMOUSE
                    AT END MOVE "10" TO WS-PROMOUSE-STATUS
                 END-READ
                 IF WS-PROMOUSE-STATUS = "00"
                    IF PRU-DATE = WS-BUSINESS-DATE
                       ADD 1 TO WS-PRU-DROP-COUNT
                    ELSE
                       SET WS-PRMIDX TO 1
                       PERFORM WS-PRM-COUNT TIMES
                          IF WS-PRM-ID (WS-PRMIDX) = PRU-PROMO-ID
                             ADD PRU-COUNT
                                TO WS-PRM-USED-PRIOR (WS-PRMIDX)
                          END-IF
                          SET WS-PRMIDX UP BY 1
                       END-PERFORM
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETPROMOUSE
           END-IF.

       0073-EDIT-ONE-PROMOTION.
           MOVE SPACES TO EXC-WK-REASON-TEXT.
           IF NOT PRM-TYPE-VALID
              OR PRM-STORE NOT NUMERIC
              OR PRM-START-DATE NOT NUMERIC
              OR PRM-END-DATE NOT NUMERIC
              OR PRM-ITEM-NO NOT NUMERIC
              OR PRM-RATE NOT NUMERIC
              OR PRM-BUY-QTY NOT NUMERIC
              OR PRM-FREE-QTY NOT NUMERIC
              OR PRM-USE-LIMIT NOT NUMERIC
              MOVE "PROMO ROW NOT VALID" TO EXC-WK-REASON-TEXT
              GO TO 0073-REJECT
           END-IF.
           IF PRM-END-DATE < PRM-START-DATE
              MOVE "PROMO ENDS BEFORE IT STARTS" TO EXC-WK-REASON-TEXT
              GO TO 0073-REJECT
           END-IF.
           EVALUATE PRM-TYPE
              WHEN 'P'
                 IF PRM-ITEM-NO = ZEROES OR PRM-RATE = ZEROES
                    MOVE "PCT PROMO NEEDS ITEM AND RATE"
                       TO EXC-WK-REASON-TEXT
                 END-IF
              WHEN 'C'
                 IF PRM-CATEGORY = SPACES OR PRM-RATE = ZEROES
                    MOVE "CATEGORY PROMO NEEDS CAT, RATE"
                       TO EXC-WK-REASON-TEXT
                 END-IF
              WHEN 'B'
                 IF PRM-ITEM-NO = ZEROES OR PRM-BUY-QTY = ZEROES
                    OR PRM-FREE-QTY = ZEROES
                    MOVE "BUY/GET PROMO NEEDS ITEM, QTYS"
                       TO EXC-WK-REASON-TEXT
                 END-IF
              WHEN 'K'
                 IF PRM-COUPON-CODE = SPACES OR PRM-RATE = ZEROES
                    MOVE "COUPON NEEDS CODE AND RATE"
                       TO EXC-WK-REASON-TEXT
                 END-IF
           END-EVALUATE.
           IF EXC-WK-REASON-TEXT NOT = SPACES
              GO TO 0073-REJECT
           END-IF.
           IF WS-PRM-COUNT NOT < 100
              MOVE "PROMO TABLE FULL AT 100" TO EXC-WK-REASON-TEXT
              GO TO 0073-REJECT
           END-IF.
           ADD 1 TO WS-PRM-COUNT.
           SET WS-PRMIDX TO WS-PRM-COUNT.
           MOVE PRM-ID          TO WS-PRM-ID (WS-PRMIDX).
           MOVE PRM-DESC        TO WS-PRM-DESC (WS-PRMIDX).
           MOVE PRM-TYPE        TO WS-PRM-TYPE (WS-PRMIDX).
           MOVE PRM-STORE       TO WS-PRM-STORE (WS-PRMIDX).
           MOVE PRM-START-DATE  TO WS-PRM-START (WS-PRMIDX).
           MOVE PRM-END-DATE    TO WS-PRM-END (WS-PRMIDX).
           MOVE PRM-ITEM-NO     TO WS-PRM-ITEM-NO (WS-PRMIDX).
           MOVE PRM-CATEGORY    TO WS-PRM-CATEGORY (WS-PRMIDX).
           MOVE PRM-RATE        TO WS-PRM-RATE (WS-PRMIDX).
           MOVE PRM-BUY-QTY     TO WS-PRM-BUY-QTY (WS-PRMIDX).
           MOVE PRM-FREE-QTY    TO WS-PRM-FREE-QTY (WS-PRMIDX).
           MOVE PRM-COUPON-CODE TO WS-PRM-COUPON-CODE (WS-PRMIDX).
           MOVE PRM-USE-LIMIT   TO WS-PRM-USE-LIMIT (WS-PRMIDX).
           MOVE ZEROES          TO WS-PRM-USED-PRIOR (WS-PRMIDX).
           MOVE ZEROES          TO WS-PRM-REDEMPTIONS (WS-PRMIDX).
           MOVE ZEROES          TO WS-PRM-UNITS (WS-PRMIDX).
           MOVE ZEROES          TO WS-PRM-MARKDOWN (WS-PRMIDX).
           MOVE ZEROES          TO WS-PRM-LAST-SALE (WS-PRMIDX).
           GO TO 0073-EDIT-END.
       0073-REJECT.
           ADD 1 TO WS-PRM-REJECT-COUNT.
           DISPLAY "PETPROMO ROW " PRM-ID " REJECTED: "
              EXC-WK-REASON-TEXT.
           MOVE SPACES          TO EXC-WK-KEY.
           MOVE PRM-ID          TO EXC-WK-KEY (1:6).
           MOVE "PET"           TO EXC-WK-REASON-CODE.
           MOVE PROMODETAILS    TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.
       0073-EDIT-END.

      * PETLOTS.DAT is absent until the first receipt with an
      * expiry date (status 35).
       0074-LOAD-LOTS.
           OPEN INPUT PETLOTS.
           IF WS-LOTS-STATUS NOT = "00" AND
              WS-LOTS-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETLOTS ",
                 WS-LOTS-STATUS
           END-IF.
           IF WS-LOTS-STATUS NOT = "00"
              GO TO 0074-LOTS-END
           END-IF.
           PERFORM UNTIL WS-LOTS-STATUS NOT = "00"
              READ PETLOTS
                 AT END MOVE "10" TO WS-LOTS-STATUS
              END-READ
              IF WS-LOTS-STATUS = "00"
                 AND LOT-QTY NUMERIC
                 AND LOT-QTY > ZEROES
                 IF WS-LOT-COUNT < 2000
                    ADD 1 TO WS-LOT-COUNT
                    SET WS-LOTIDX TO WS-LOT-COUNT
                    MOVE LOT-STORE-ID    TO WS-LOT-STORE (WS-LOTIDX)
                    MOVE LOT-ITEM-NO     TO WS-LOT-ITEM-NO (WS-LOTIDX)
                    MOVE LOT-NO          TO WS-LOT-NO (WS-LOTIDX)
                    MOVE LOT-EXPIRY-DATE TO WS-LOT-EXPIRY (WS-LOTIDX)
                    MOVE LOT-RCV-DATE    TO WS-LOT-RCV-DATE (WS-LOTIDX)
                    MOVE LOT-QTY         TO WS-LOT-QTY (WS-LOTIDX)
                 ELSE
                    DISPLAY "ERR: PETLOTS TABLE FULL AT 2000 - "
                       "RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    CLOSE PETLOTS
                    GO TO 0300-STOP-RUN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PETLOTS.
       0074-LOTS-END.

      * A second receipt of the same lot adds to it.
       0075-ADD-LOT.
           MOVE 0 TO WS-LOT-FOUND-IDX.
           SET WS-LOTIDX TO 1.
           PERFORM WS-LOT-COUNT TIMES
              IF WS-LOT-STORE (WS-LOTIDX) = WS-LAD-STORE
                 AND WS-LOT-ITEM-NO (WS-LOTIDX) = WS-LAD-ITEM-NO
                 AND WS-LOT-NO (WS-LOTIDX) = WS-LAD-LOT-NO
                 AND WS-LOT-EXPIRY (WS-LOTIDX) = WS-LAD-EXPIRY
                 SET WS-LOT-FOUND-IDX TO WS-LOTIDX
              END-IF
              SET WS-LOTIDX UP BY 1
           END-PERFORM.
           IF WS-LOT-FOUND-IDX > 0
              SET WS-LOTIDX TO WS-LOT-FOUND-IDX
              ADD WS-LAD-QTY TO WS-LOT-QTY (WS-LOTIDX)
              GO TO 0075-ADD-END
           END-IF.
           IF WS-LOT-COUNT NOT < 2000
              DISPLAY "WARNING: PETLOTS TABLE FULL AT 2000, LOT "
                 WS-LAD-LOT-NO " HELD AS UNLOTTED STOCK"
              GO TO 0075-ADD-END
           END-IF.
           ADD 1 TO WS-LOT-COUNT.
           SET WS-LOTIDX TO WS-LOT-COUNT.
           MOVE WS-LAD-STORE    TO WS-LOT-STORE (WS-LOTIDX).
           MOVE WS-LAD-ITEM-NO  TO WS-LOT-ITEM-NO (WS-LOTIDX).
           MOVE WS-LAD-LOT-NO   TO WS-LOT-NO (WS-LOTIDX).
           MOVE WS-LAD-EXPIRY   TO WS-LOT-EXPIRY (WS-LOTIDX).
           MOVE WS-LAD-RCV-DATE TO WS-LOT-RCV-DATE (WS-LOTIDX).
           MOVE WS-LAD-QTY      TO WS-LOT-QTY (WS-LOTIDX).
       0075-ADD-END.

      * Stock leaves a store oldest first. On-hand above the lots
      * for the item predates them and goes first; then the lot
      * with the earliest expiry date. A transfer carries each lot
      * it draws on, with its expiry, to the receiving store.
       0076-CONSUME-LOTS.
           MOVE ZEROES TO WS-LOT-SUM.
           SET WS-LOTIDX TO 1.
           PERFORM WS-LOT-COUNT TIMES
              IF WS-LOT-STORE (WS-LOTIDX) = WS-LCN-STORE
                 AND WS-LOT-ITEM-NO (WS-LOTIDX) = WS-LCN-ITEM-NO
                 ADD WS-LOT-QTY (WS-LOTIDX) TO WS-LOT-SUM
              END-IF
              SET WS-LOTIDX UP BY 1
           END-PERFORM.
           IF WS-LOT-SUM = ZEROES
              GO TO 0076-CONSUME-END
           END-IF.
           MOVE ZEROES TO WS-LOT-UNLOTTED.
           IF WS-LCN-BOOK > WS-LOT-SUM
              COMPUTE WS-LOT-UNLOTTED = WS-LCN-BOOK - WS-LOT-SUM
           END-IF.
           IF WS-LCN-NEED NOT > WS-LOT-UNLOTTED
              GO TO 0076-CONSUME-END
           END-IF.
           SUBTRACT WS-LOT-UNLOTTED FROM WS-LCN-NEED.
           MOVE 'N' TO WS-LOT-DONE-SW.
           PERFORM 0077-TAKE-OLDEST-LOT THRU 0077-TAKE-END
              UNTIL WS-LCN-NEED = ZEROES OR WS-LOT-DONE.
       0076-CONSUME-END.

       0077-TAKE-OLDEST-LOT.
           MOVE 0 TO WS-LOT-PICK-IDX.
           MOVE 99999999 TO WS-LOT-PICK-EXPIRY.
           SET WS-LOTIDX TO 1.
           PERFORM WS-LOT-COUNT TIMES
              IF WS-LOT-STORE (WS-LOTIDX) = WS-LCN-STORE
                 AND WS-LOT-ITEM-NO (WS-LOTIDX) = WS-LCN-ITEM-NO
                 AND WS-LOT-QTY (WS-LOTIDX) > ZEROES
                 AND (WS-LOT-PICK-IDX = 0
                  OR WS-LOT-EXPIRY (WS-LOTIDX) < WS-LOT-PICK-EXPIRY)
                 SET WS-LOT-PICK-IDX TO WS-LOTIDX
                 MOVE WS-LOT-EXPIRY (WS-LOTIDX) TO WS-LOT-PICK-EXPIRY
              END-IF
              SET WS-LOTIDX UP BY 1
           END-PERFORM.
           IF WS-LOT-PICK-IDX = 0
              SET WS-LOT-DONE TO TRUE
              GO TO 0077-TAKE-END
           END-IF.
           SET WS-LOTIDX TO WS-LOT-PICK-IDX.
           IF WS-LCN-NEED < WS-LOT-QTY (WS-LOTIDX)
              MOVE WS-LCN-NEED TO WS-LOT-TAKE
           ELSE
              MOVE WS-LOT-QTY (WS-LOTIDX) TO WS-LOT-TAKE
           END-IF.
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-QTY (WS-LOTIDX).
           SUBTRACT WS-LOT-TAKE FROM WS-LCN-NEED.
           IF WS-LCN-MOVE-TO > ZEROES
              MOVE WS-LCN-MOVE-TO  TO WS-LAD-STORE
              MOVE WS-LCN-ITEM-NO  TO WS-LAD-ITEM-NO
              MOVE WS-LOT-NO (WS-LOTIDX)       TO WS-LAD-LOT-NO
              MOVE WS-LOT-EXPIRY (WS-LOTIDX)   TO WS-LAD-EXPIRY
              MOVE WS-LOT-RCV-DATE (WS-LOTIDX) TO WS-LAD-RCV-DATE
              MOVE WS-LOT-TAKE     TO WS-LAD-QTY
              PERFORM 0075-ADD-LOT THRU 0075-ADD-END
           END-IF.
       0077-TAKE-END.

      * Stock past its expiry date comes off the shelf before the
      * day's receipts, transfers and sales: the lot is emptied,
      * the on-hand reduced, and the write-off valued at the master
      * price and kept on PETEXPWO.DAT as its own movement, not as
      * count shrinkage.
       0078-WRITE-OFF-EXPIRED.
           IF WS-LOT-COUNT = ZEROES
              GO TO 0078-EXPIRED-END
           END-IF.
           SET WS-LOTIDX TO 1.
           PERFORM WS-LOT-COUNT TIMES
              IF WS-LOT-QTY (WS-LOTIDX) > ZEROES
                 AND WS-LOT-EXPIRY (WS-LOTIDX) < WS-BUSINESS-DATE
                 PERFORM 0079-WRITE-OFF-ONE-LOT
              END-IF
              SET WS-LOTIDX UP BY 1
           END-PERFORM.
           IF WS-EWO-COUNT = ZEROES
              GO TO 0078-EXPIRED-END
           END-IF.
           MOVE WS-EWO-UNITS-TOTAL TO EXT-UNITS.
           MOVE WS-EWO-VALUE-TOTAL TO EXT-VALUE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE EXPIRED-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
       0078-EXPIRED-END.

       0079-WRITE-OFF-ONE-LOT.
           MOVE WS-LOT-STORE (WS-LOTIDX)   TO WS-FIND-STORE.
           MOVE WS-LOT-ITEM-NO (WS-LOTIDX) TO WS-FIND-ITEM-NO.
           PERFORM 0053-FIND-MASTER-ITEM.
           MOVE WS-BUSINESS-DATE            TO EWO-DATE.
           MOVE WS-LOT-STORE (WS-LOTIDX)    TO EWO-STORE-ID.
           MOVE WS-LOT-ITEM-NO (WS-LOTIDX)  TO EWO-ITEM-NO.
           MOVE WS-LOT-NO (WS-LOTIDX)       TO EWO-LOT-NO.
           MOVE WS-LOT-EXPIRY (WS-LOTIDX)   TO EWO-EXPIRY-DATE.
           MOVE WS-LOT-QTY (WS-LOTIDX)      TO EWO-QTY.
           MOVE ZEROES                      TO EWO-VALUE.
           IF WS-MASTER-FOUND-IDX > 0
              SET WS-MIDX TO WS-MASTER-FOUND-IDX
              IF EWO-QTY > WS-MASTER-ON-HAND (WS-MIDX)
                 MOVE WS-MASTER-ON-HAND (WS-MIDX) TO EWO-QTY
              END-IF
              SUBTRACT EWO-QTY FROM WS-MASTER-ON-HAND (WS-MIDX)
              COMPUTE EWO-VALUE ROUNDED =
                 EWO-QTY * WS-MASTER-PRICE (WS-MIDX)
           END-IF.
           MOVE ZEROES TO WS-LOT-QTY (WS-LOTIDX).
           ADD EWO-QTY   TO WS-EWO-UNITS-TOTAL.
           ADD EWO-VALUE TO WS-EWO-VALUE-TOTAL.
           IF WS-EWO-COUNT < 500
              ADD 1 TO WS-EWO-COUNT
              MOVE EXPWOREC TO WS-EWO-REC (WS-EWO-COUNT)
           ELSE
              DISPLAY "ERR: WRITE-OFF TABLE FULL AT 500, LOT "
                 EWO-LOT-NO " NOT RECORDED"
           END-IF.
           IF WS-EWO-COUNT = 1
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE EXPIRED-HEADING-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE EWO-STORE-ID       TO EXD-STORE.
           MOVE EWO-ITEM-NO        TO EXD-ITEM-NO.
           MOVE WS-ITEM-PRINT-DESC TO EXD-DESCRIPTION.
           MOVE EWO-LOT-NO         TO EXD-LOT-NO.
           MOVE EWO-EXPIRY-DATE    TO EXD-EXPIRY.
           MOVE EWO-QTY            TO EXD-QTY.
           MOVE EWO-VALUE          TO EXD-VALUE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE EXPIRED-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * PETBACKORD.DAT is absent until the first backorder (status
      * 35). A line still carried under a customer id since merged
      * away follows it to the surviving customer.
       0080-LOAD-BACKORDERS.
           OPEN INPUT PETBACKORD.
           IF WS-BACKORD-STATUS NOT = "00" AND
              WS-BACKORD-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETBACKORD ",
                 WS-BACKORD-STATUS
           END-IF.
           IF WS-BACKORD-STATUS NOT = "00"
              GO TO 0080-BACKORD-END
           END-IF.
           PERFORM UNTIL WS-BACKORD-STATUS NOT = "00"
              READ PETBACKORD
                 AT END MOVE "10" TO WS-BACKORD-STATUS
              END-READ
              IF WS-BACKORD-STATUS = "00"
                 AND BO-QTY-OPEN NUMERIC
                 AND BO-QTY-READY NUMERIC
                 AND (BO-QTY-OPEN > ZEROES OR BO-QTY-READY > ZEROES)
                 IF WS-BO-COUNT < 2000
                    ADD 1 TO WS-BO-COUNT
                    ADD 1 TO WS-BO-LOADED-COUNT
                    PERFORM 0081-LOAD-ONE-BACKORDER
                 ELSE
                    DISPLAY "ERR: PETBACKORD TABLE FULL AT 2000 - "
                       "RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    CLOSE PETBACKORD
                    GO TO 0300-STOP-RUN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PETBACKORD.
       0080-BACKORD-END.

       0081-LOAD-ONE-BACKORDER.
           SET WS-BOIDX TO WS-BO-COUNT.
           MOVE BO-STORE-ID     TO WS-BO-STORE (WS-BOIDX).
           MOVE BO-ITEM-NO      TO WS-BO-ITEM-NO (WS-BOIDX).
           MOVE BO-CUSTOMER-ID  TO WS-BO-CUSTOMER-ID (WS-BOIDX).
           MOVE BO-ORDER-DATE   TO WS-BO-ORDER-DATE (WS-BOIDX).
           MOVE BO-QTY-ORDERED  TO WS-BO-QTY-ORDERED (WS-BOIDX).
           MOVE BO-QTY-OPEN     TO WS-BO-QTY-OPEN (WS-BOIDX).
           MOVE BO-QTY-READY    TO WS-BO-QTY-READY (WS-BOIDX).
           MOVE BO-READY-DATE   TO WS-BO-READY-DATE (WS-BOIDX).
           MOVE BO-PRICE        TO WS-BO-PRICE (WS-BOIDX).
           MOVE ZEROES          TO WS-BO-NEW-READY (WS-BOIDX).
           IF BO-ORDER-DATE NOT NUMERIC
              OR BO-ORDER-DATE = ZEROES
              MOVE WS-BUSINESS-DATE TO WS-BO-ORDER-DATE (WS-BOIDX)
           END-IF.
           IF BO-READY-DATE NOT NUMERIC
              MOVE ZEROES TO WS-BO-READY-DATE (WS-BOIDX)
           END-IF.
           IF BO-PRICE NOT NUMERIC
              MOVE ZEROES TO WS-BO-PRICE (WS-BOIDX)
           END-IF.
           SET WS-CIDX TO 1.
           PERFORM WS-CUST-COUNT TIMES
              IF WS-CUST-ID (WS-CIDX) = BO-CUSTOMER-ID
                 AND WS-CUST-MERGED (WS-CIDX)
                 AND WS-CUST-MERGED-INTO (WS-CIDX) NOT = ZEROES
                 MOVE WS-CUST-MERGED-INTO (WS-CIDX)
                    TO WS-BO-CUSTOMER-ID (WS-BOIDX)
              END-IF
              SET WS-CIDX UP BY 1
           END-PERFORM.

      * Stock in the store after the day's receipts and transfers
      * goes to open backorders first, oldest line first, before
      * any of it is offered for general sale. What is allocated
      * comes off the on-hand and out of the lots, oldest first,
      * and is held as ready for the customer to collect.
       0082-ALLOCATE-BACKORDERS.
           IF WS-BO-COUNT = ZEROES
              GO TO 0082-ALLOCATE-END
           END-IF.
           SET WS-BOIDX TO 1.
           PERFORM WS-BO-COUNT TIMES
              IF WS-BO-QTY-OPEN (WS-BOIDX) > ZEROES
                 PERFORM 0083-ALLOCATE-ONE-BACKORDER
                    THRU 0083-ALLOCATE-END
              END-IF
              SET WS-BOIDX UP BY 1
           END-PERFORM.
       0082-ALLOCATE-END.

       0083-ALLOCATE-ONE-BACKORDER.
           MOVE WS-BO-STORE (WS-BOIDX)   TO WS-FIND-STORE.
           MOVE WS-BO-ITEM-NO (WS-BOIDX) TO WS-FIND-ITEM-NO.
           PERFORM 0053-FIND-MASTER-ITEM.
           IF WS-MASTER-FOUND-IDX = 0
              GO TO 0083-ALLOCATE-END
           END-IF.
           SET WS-MIDX TO WS-MASTER-FOUND-IDX.
           IF WS-MASTER-ON-HAND (WS-MIDX) = ZEROES
              GO TO 0083-ALLOCATE-END
           END-IF.
           IF WS-BO-QTY-OPEN (WS-BOIDX) < WS-MASTER-ON-HAND (WS-MIDX)
              MOVE WS-BO-QTY-OPEN (WS-BOIDX) TO WS-BO-TAKE
           ELSE
              MOVE WS-MASTER-ON-HAND (WS-MIDX) TO WS-BO-TAKE
           END-IF.
           MOVE WS-BO-STORE (WS-BOIDX)      TO WS-LCN-STORE.
           MOVE WS-BO-ITEM-NO (WS-BOIDX)    TO WS-LCN-ITEM-NO.
           MOVE WS-BO-TAKE                  TO WS-LCN-NEED.
           MOVE WS-MASTER-ON-HAND (WS-MIDX) TO WS-LCN-BOOK.
           MOVE ZEROES                      TO WS-LCN-MOVE-TO.
           PERFORM 0076-CONSUME-LOTS THRU 0076-CONSUME-END.
           SUBTRACT WS-BO-TAKE FROM WS-MASTER-ON-HAND (WS-MIDX).
           SUBTRACT WS-BO-TAKE FROM WS-BO-QTY-OPEN (WS-BOIDX).
           ADD WS-BO-TAKE TO WS-BO-QTY-READY (WS-BOIDX).
           ADD WS-BO-TAKE TO WS-BO-NEW-READY (WS-BOIDX).
           ADD WS-BO-TAKE TO WS-BO-ALLOC-QTY.
           MOVE WS-BUSINESS-DATE TO WS-BO-READY-DATE (WS-BOIDX).
       0083-ALLOCATE-END.

      * Every backorder line with stock set aside, by store, for
      * the store to pull and call the customer. NEW marks stock
      * allocated tonight; the days are since the order was taken.
       0084-WRITE-PICK-LIST.
           MOVE SPACES TO WS-PICKLIST-FILENAME.
           STRING "PETPICKLIST"    DELIMITED BY SIZE
                  WS-FULL-YEAR     DELIMITED BY SIZE
                  WS-FULL-MONTH    DELIMITED BY SIZE
                  WS-FULL-DAY      DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
              INTO WS-PICKLIST-FILENAME.
           OPEN OUTPUT PICKLISTRPT.
           IF WS-PICKLIST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN PICKLISTRPT, STATUS = "
                 WS-PICKLIST-STATUS
              GO TO 0084-PICK-END
           END-IF.
           COMPUTE WS-BO-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           MOVE PICKLIST-HEADING-LINE TO PICKLIST-LINE.
           WRITE PICKLIST-LINE.
           MOVE PICKLIST-COLUMN-HEADINGS TO PICKLIST-LINE.
           WRITE PICKLIST-LINE.
           PERFORM 0085-PICK-ONE-STORE
              VARYING WS-BO-PRINT-STORE FROM 1 BY 1
              UNTIL WS-BO-PRINT-STORE > 99.
           MOVE SPACES TO PICKLIST-LINE.
           WRITE PICKLIST-LINE.
           IF WS-BO-PICK-LINES = ZEROES
              MOVE PICKLIST-NONE-LINE TO PICKLIST-LINE
           ELSE
              MOVE WS-BO-PICK-LINES TO PKT-LINES
              MOVE WS-BO-PICK-UNITS TO PKT-UNITS
              MOVE PICKLIST-TOTAL-LINE TO PICKLIST-LINE
           END-IF.
           WRITE PICKLIST-LINE.
           CLOSE PICKLISTRPT.
       0084-PICK-END.

       0085-PICK-ONE-STORE.
           SET WS-BOIDX TO 1.
           PERFORM WS-BO-COUNT TIMES
              IF WS-BO-STORE (WS-BOIDX) = WS-BO-PRINT-STORE
                 AND WS-BO-QTY-READY (WS-BOIDX) > ZEROES
                 PERFORM 0086-PRINT-PICK-LINE
              END-IF
              SET WS-BOIDX UP BY 1
           END-PERFORM.

       0086-PRINT-PICK-LINE.
           ADD 1 TO WS-BO-PICK-LINES.
           ADD WS-BO-QTY-READY (WS-BOIDX) TO WS-BO-PICK-UNITS.
           MOVE WS-BO-STORE (WS-BOIDX)       TO PKL-STORE.
           MOVE WS-BO-CUSTOMER-ID (WS-BOIDX) TO PKL-CUSTOMER-ID.
           MOVE "** NOT ON MASTER **"        TO PKL-CUST-NAME.
           SET WS-CIDX TO 1.
           PERFORM WS-CUST-COUNT TIMES
              IF WS-CUST-ID (WS-CIDX) = WS-BO-CUSTOMER-ID (WS-BOIDX)
                 MOVE WS-CUST-NAME (WS-CIDX) TO PKL-CUST-NAME
              END-IF
              SET WS-CIDX UP BY 1
           END-PERFORM.
           MOVE WS-BO-STORE (WS-BOIDX)   TO WS-FIND-STORE.
           MOVE WS-BO-ITEM-NO (WS-BOIDX) TO WS-FIND-ITEM-NO.
           PERFORM 0053-FIND-MASTER-ITEM.
           MOVE WS-BO-ITEM-NO (WS-BOIDX) TO PKL-ITEM-NO.
           MOVE WS-ITEM-PRINT-DESC       TO PKL-DESCRIPTION.
           MOVE WS-BO-ORDER-DATE (WS-BOIDX) TO WS-BO-DATE-WK.
           MOVE WS-BO-DATE-MONTH TO PKL-ORD-MONTH.
           MOVE WS-BO-DATE-DAY   TO PKL-ORD-DAY.
           MOVE WS-BO-DATE-YEAR  TO PKL-ORD-YEAR.
           MOVE WS-BO-QTY-READY (WS-BOIDX) TO PKL-READY-QTY.
           MOVE ZEROES TO PKL-DAYS.
           IF WS-BO-ORDER-DATE (WS-BOIDX) < WS-BUSINESS-DATE
              COMPUTE PKL-DAYS = WS-BO-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE (WS-BO-ORDER-DATE (WS-BOIDX))
           END-IF.
           IF WS-BO-NEW-READY (WS-BOIDX) > ZEROES
              MOVE "NEW" TO PKL-NEW-FLAG
           ELSE
              MOVE SPACES TO PKL-NEW-FLAG
           END-IF.
           MOVE PICKLIST-DETAIL-LINE TO PICKLIST-LINE.
           WRITE PICKLIST-LINE.

      * A customer buying an item with stock set aside for them
      * takes that stock first; only the rest comes off the shelf.
       0087-DRAW-READY-BACKORDER.
           MOVE ZEROES TO WS-BO-FROM-READY.
           MOVE QUANTITY (WS-INDEX) TO WS-BO-FROM-STOCK.
           SET WS-BOIDX TO 1.
           PERFORM WS-BO-COUNT TIMES
              IF WS-BO-FROM-STOCK > ZEROES
                 AND WS-BO-QTY-READY (WS-BOIDX) > ZEROES
                 AND WS-BO-STORE (WS-BOIDX) = STORE-ID
                 AND WS-BO-ITEM-NO (WS-BOIDX) = ITEM-NO (WS-INDEX)
                 AND WS-BO-CUSTOMER-ID (WS-BOIDX) = CUSTOMER-ID
                 IF WS-BO-FROM-STOCK < WS-BO-QTY-READY (WS-BOIDX)
                    MOVE WS-BO-FROM-STOCK TO WS-BO-TAKE
                 ELSE
                    MOVE WS-BO-QTY-READY (WS-BOIDX) TO WS-BO-TAKE
                 END-IF
                 SUBTRACT WS-BO-TAKE FROM WS-BO-QTY-READY (WS-BOIDX)
                 SUBTRACT WS-BO-TAKE FROM WS-BO-FROM-STOCK
                 ADD WS-BO-TAKE TO WS-BO-FROM-READY
                 ADD WS-BO-TAKE TO WS-BO-PICKUP-QTY
                 IF WS-BO-NEW-READY (WS-BOIDX) >
                    WS-BO-QTY-READY (WS-BOIDX)
                    MOVE WS-BO-QTY-READY (WS-BOIDX)
                       TO WS-BO-NEW-READY (WS-BOIDX)
                 END-IF
              END-IF
              SET WS-BOIDX UP BY 1
           END-PERFORM.

      * The part of a sale the store cannot fill is kept against
      * the customer at the price on the sale line.
       0088-ADD-BACKORDER.
           IF WS-BO-COUNT NOT < 2000
              MOVE "BACKORDER TABLE FULL, SHORTFALL NOT KEPT" TO
                 EXC-REASON
              MOVE WS-ITEM-PRINT-DESC TO EXC-DESCRIPTION
              PERFORM 0270-PRINT-EXCEPTION
              MOVE ZEROES TO WS-BO-SHORT
              GO TO 0088-ADD-END
           END-IF.
           ADD 1 TO WS-BO-COUNT.
           SET WS-BOIDX TO WS-BO-COUNT.
           MOVE STORE-ID            TO WS-BO-STORE (WS-BOIDX).
           MOVE ITEM-NO (WS-INDEX)  TO WS-BO-ITEM-NO (WS-BOIDX).
           MOVE CUSTOMER-ID         TO WS-BO-CUSTOMER-ID (WS-BOIDX).
           MOVE WS-BUSINESS-DATE    TO WS-BO-ORDER-DATE (WS-BOIDX).
           MOVE WS-BO-SHORT         TO WS-BO-QTY-ORDERED (WS-BOIDX).
           MOVE WS-BO-SHORT         TO WS-BO-QTY-OPEN (WS-BOIDX).
           MOVE ZEROES              TO WS-BO-QTY-READY (WS-BOIDX).
           MOVE ZEROES              TO WS-BO-READY-DATE (WS-BOIDX).
           MOVE PRICE (WS-INDEX)    TO WS-BO-PRICE (WS-BOIDX).
           MOVE ZEROES              TO WS-BO-NEW-READY (WS-BOIDX).
           ADD WS-BO-SHORT TO WS-BO-NEW-QTY.
       0088-ADD-END.

      * Lines with nothing open and nothing held drop off the file.
       0089-REWRITE-BACKORDERS.
           IF WS-BO-COUNT = ZEROES
              GO TO 0089-BACKORD-END
           END-IF.
           OPEN OUTPUT PETBACKORD.
           IF WS-BACKORD-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETBACKORD, STATUS = "
                 WS-BACKORD-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0089-BACKORD-END
           END-IF.
           SET WS-BOIDX TO 1.
           PERFORM WS-BO-COUNT TIMES
              IF WS-BO-QTY-OPEN (WS-BOIDX) > ZEROES
                 OR WS-BO-QTY-READY (WS-BOIDX) > ZEROES
                 MOVE WS-BO-STORE (WS-BOIDX)       TO BO-STORE-ID
                 MOVE WS-BO-ITEM-NO (WS-BOIDX)     TO BO-ITEM-NO
                 MOVE WS-BO-CUSTOMER-ID (WS-BOIDX) TO BO-CUSTOMER-ID
                 MOVE WS-BO-ORDER-DATE (WS-BOIDX)  TO BO-ORDER-DATE
                 MOVE WS-BO-QTY-ORDERED (WS-BOIDX) TO BO-QTY-ORDERED
                 MOVE WS-BO-QTY-OPEN (WS-BOIDX)    TO BO-QTY-OPEN
                 MOVE WS-BO-QTY-READY (WS-BOIDX)   TO BO-QTY-READY
                 MOVE WS-BO-READY-DATE (WS-BOIDX)  TO BO-READY-DATE
                 MOVE WS-BO-PRICE (WS-BOIDX)       TO BO-PRICE
                 WRITE BACKORDREC
                 ADD 1 TO WS-BO-WRITTEN-COUNT
              END-IF
              SET WS-BOIDX UP BY 1
           END-PERFORM.
           CLOSE PETBACKORD.
       0089-BACKORD-END.

      * Refund value posts to the ledger; a redemption request on
      * the record then draws the ledger down, capped at both the
      * balance and the amount actually due today, so the ledger
      * can never go below zero and a drawer can never owe change
      * against credit.
       0330-APPLY-STORE-CREDIT.
           MOVE ZEROES TO WS-REDEEM-AMT.
           IF WS-SUB-CREDIT-ISSUED > ZEROES
              PERFORM 0069-FIND-CREDIT-ENTRY
              IF WS-CRED-FOUND-IDX = 0
                 IF WS-CRED-COUNT < 1000
                    ADD 1 TO WS-CRED-COUNT
                    SET WS-CRIDX TO WS-CRED-COUNT
                    MOVE CUSTOMER-ID TO WS-CRED-CUST (WS-CRIDX)
                    MOVE ZEROES      TO WS-CRED-BAL (WS-CRIDX)
                    SET WS-CRED-FOUND-IDX TO WS-CRIDX
                 ELSE
                    DISPLAY "WARNING: CREDIT LEDGER TABLE FULL AT "
                       "1000, CUSTOMER " CUSTOMER-ID
                       " CREDIT NOT POSTED"
                 END-IF
              END-IF
              IF WS-CRED-FOUND-IDX > 0
                 SET WS-CRIDX TO WS-CRED-FOUND-IDX
                 ADD WS-SUB-CREDIT-ISSUED
                    TO WS-CRED-BAL (WS-CRIDX)
                 ADD WS-SUB-CREDIT-ISSUED
                    TO WS-TOTAL-CREDIT-ISSUED
              END-IF
           END-IF.
           IF REDEEM-REQUEST > ZEROES
              PERFORM 0069-FIND-CREDIT-ENTRY
              IF WS-CRED-FOUND-IDX > 0
                 SET WS-CRIDX TO WS-CRED-FOUND-IDX
                 COMPUTE WS-AMOUNT-DUE =
                    WS-NET-SUBTOTAL + WS-SUB-TAX
                 IF WS-AMOUNT-DUE < ZEROES
                    MOVE ZEROES TO WS-AMOUNT-DUE
                 END-IF
                 MOVE REDEEM-REQUEST TO WS-REDEEM-AMT
                 IF WS-REDEEM-AMT > WS-CRED-BAL (WS-CRIDX)
                    MOVE WS-CRED-BAL (WS-CRIDX) TO WS-REDEEM-AMT
                 END-IF
                 IF WS-REDEEM-AMT > WS-AMOUNT-DUE
                    MOVE WS-AMOUNT-DUE TO WS-REDEEM-AMT
                 END-IF
                 SUBTRACT WS-REDEEM-AMT
                    FROM WS-CRED-BAL (WS-CRIDX)
                 ADD WS-REDEEM-AMT TO WS-TOTAL-REDEEMED
              END-IF
           END-IF.
       0330-CREDIT-END.

      * A record cut before the redemption field existed carries
      * name/description bytes where REDEEM-REQUEST and ITEM-COUNT
           IF REDEEM-REQUEST NOT NUMERIC
              MOVE ZEROES TO REDEEM-REQUEST
           END-IF.
           IF CLERK-ID NOT NUMERIC
              MOVE ZEROES TO CLERK-ID
           END-IF.
           IF TENDER-CARD NOT NUMERIC
              MOVE ZEROES TO TENDER-CARD
           END-IF.
           PERFORM 0202-RESOLVE-CUSTOMER THRU 0202-RESOLVE-END.
           ADD 1 TO WS-CUSTREC-COUNT.
		     MOVE 1 TO WS-INDEX.
        	  MOVE 0 TO WS-SUB-QTY.
             MOVE 0 TO WS-SUB-TOTAL-TAX
             MOVE 0 TO WS-SUB-CREDIT-ISSUED
             MOVE 0 TO WS-REDEEM-AMT
             MOVE 0 TO WS-SUB-PROMO
             MOVE 0 TO WS-SUB-COGS
             INITIALIZE WS-SALE-LINE-TABLE
           IF ITEM-COUNT > 20
              MOVE 20 TO WS-SAFE-ITEM-COUNT
              MOVE LASTNAME TO EXC-DESCRIPTION
           END-IF.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
              UNTIL WS-INDEX > WS-SAFE-ITEM-COUNT
              IF (ITEM-NO (WS-INDEX) NOT = ZEROES OR
                  DESCRIPTION (WS-INDEX) NOT = SPACES) AND
                 QUANTITY (WS-INDEX) NOT = ZEROES
                 PERFORM 0210-PROCESS-ONE-ITEM
                    THRU 0210-ITEM-END
              END-IF
           END-PERFORM.
           PERFORM 0226-APPLY-COUPON THRU 0226-COUPON-END.
           PERFORM 0255-APPLY-LOYALTY-DISCOUNT.
           PERFORM 0336-ACCUMULATE-CLERK THRU 0336-CLERK-END.
           COMPUTE WS-SUB-TAX ROUNDED = WS-NET-SUBTOTAL * WS-TAX-RATE.
           ADD WS-SUB-TAX TO WS-SUB-TOTAL-TAX.
           ADD WS-SUB-TAX TO WS-TOTAL-TAX.

       0200-END.

      * A merged customer id is posted to the customer it was
      * folded into. The maintenance program re-points earlier
      * merges when their survivor is itself merged, so one hop
      * is enough. Inactive customers are still sold to.
       0202-RESOLVE-CUSTOMER.
           MOVE 0 TO WS-CUST-FOUND-IDX.
           SET WS-CIDX TO 1.
           PERFORM WS-CUST-COUNT TIMES
              IF WS-CUST-ID (WS-CIDX) = CUSTOMER-ID
                 SET WS-CUST-FOUND-IDX TO WS-CIDX
              END-IF
              SET WS-CIDX UP BY 1
           END-PERFORM.
           IF WS-CUST-FOUND-IDX = 0
              GO TO 0202-RESOLVE-END
           END-IF.
           SET WS-CIDX TO WS-CUST-FOUND-IDX.
           IF WS-CUST-MERGED (WS-CIDX)
              AND WS-CUST-MERGED-INTO (WS-CIDX) NOT = ZEROES
              MOVE WS-CUST-MERGED-INTO (WS-CIDX) TO CUSTOMER-ID
              GO TO 0202-RESOLVE-END
           END-IF.
           IF WS-CUST-INACTIVE (WS-CIDX)
              MOVE SPACES             TO EXC-WK-KEY
              MOVE STORE-ID           TO EXC-WK-KEY (1:2)
              MOVE CUSTOMER-ID        TO EXC-WK-KEY (4:7)
              MOVE "PET"              TO EXC-WK-REASON-CODE
              MOVE "SALE TO INACTIVE CUSTOMER" TO EXC-WK-REASON-TEXT
              MOVE SALESDETAILS       TO EXC-WK-IMAGE
              PERFORM 9700-WRITE-COMMON-EXC
           END-IF.
       0202-RESOLVE-END.

      * A line whose item number is not on the master is rejected
      * outright - it reaches neither the totals nor the on-hand.
      * The printed description is the master's. A sale the store
      * cannot fill in full is cut back to what ships, and only
      * that is charged; the rest prints as backordered.
       0210-PROCESS-ONE-ITEM.
           IF ITEM-NO (WS-INDEX) NOT NUMERIC
              MOVE ZEROES TO ITEM-NO (WS-INDEX)
           END-IF.
           MOVE ZEROES TO WS-BO-SHORT.
           MOVE DESCRIPTION (WS-INDEX) TO WS-ITEM-PRINT-DESC.
           IF WS-MASTER-COUNT > 0
              PERFORM 0250-RECONCILE-ITEM
              IF WS-MASTER-FOUND-IDX = 0
                 GO TO 0210-ITEM-END
              END-IF
           END-IF.
           IF QUANTITY (WS-INDEX) = ZEROES
              IF WS-BO-SHORT > ZEROES
                 PERFORM 0211-PRINT-BACKORDER-LINE
              END-IF
              GO TO 0210-ITEM-END
           END-IF.
           MOVE ZEROES TO WS-LINE-COST.
           IF WS-MASTER-COUNT > 0
              SET WS-MIDX TO WS-MASTER-FOUND-IDX
              COMPUTE WS-LINE-COST ROUNDED =
                 QUANTITY (WS-INDEX) * WS-MASTER-AVG-COST (WS-MIDX)
           END-IF.
           MOVE WS-ITEM-PRINT-DESC TO DET-DESCRIPTION.
           MOVE PRICE (WS-INDEX) TO DET-PRICE.
           MOVE QUANTITY (WS-INDEX) TO DET-QUANTITY.
           COMPUTE WS-ITEM-TOTAL = PRICE (WS-INDEX)
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-BO-SHORT > ZEROES
              PERFORM 0211-PRINT-BACKORDER-LINE
           END-IF.
           IF SALE-TRANS
              MOVE WS-ITEM-TOTAL TO WS-SALE-LINE-NET (WS-INDEX)
              PERFORM 0220-APPLY-ITEM-PROMOTION
                 THRU 0220-PROMO-END
           END-IF.
           PERFORM 0219-COST-ONE-ITEM THRU 0219-COST-END.
       0210-ITEM-END.

       0211-PRINT-BACKORDER-LINE.
           MOVE WS-ITEM-PRINT-DESC TO DBL-DESCRIPTION.
           MOVE WS-BO-SHORT        TO DBL-QTY.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DETAIL-BACKORDER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0215-ACCUMULATE-RETURN.
           MOVE 0 TO WS-RET-FOUND-IDX.
           SET WS-RETIDX TO 1.
           PERFORM WS-RET-COUNT TIMES
              IF WS-RET-ITEM-NO (WS-RETIDX) = ITEM-NO (WS-INDEX)
                 SET WS-RET-FOUND-IDX TO WS-RETIDX
              END-IF
              SET WS-RETIDX UP BY 1
              IF WS-RET-COUNT < 100
                 ADD 1 TO WS-RET-COUNT
                 SET WS-RETIDX TO WS-RET-COUNT
                 MOVE ITEM-NO (WS-INDEX) TO
                    WS-RET-ITEM-NO (WS-RETIDX)
                 MOVE WS-ITEM-PRINT-DESC TO
                    WS-RET-DESC (WS-RETIDX)
                 MOVE ZEROES TO WS-RET-UNITS (WS-RETIDX)
                 MOVE ZEROES TO WS-RET-VALUE (WS-RETIDX)
       0215-RETURN-END.

       0218-ACCUMULATE-ITEM-ANALYSIS.
           MOVE 0 TO WS-ITA-LINE-IDX.
           MOVE 0 TO WS-ITA-FOUND-IDX.
           SET WS-ITAIDX TO 1.
           PERFORM WS-ITA-COUNT TIMES
              IF WS-ITA-ITEM-NO (WS-ITAIDX) = ITEM-NO (WS-INDEX)
                 SET WS-ITA-FOUND-IDX TO WS-ITAIDX
              END-IF
              SET WS-ITAIDX UP BY 1
              IF WS-ITA-COUNT < 200
                 ADD 1 TO WS-ITA-COUNT
                 SET WS-ITAIDX TO WS-ITA-COUNT
                 MOVE ITEM-NO (WS-INDEX) TO
                    WS-ITA-ITEM-NO (WS-ITAIDX)
                 MOVE WS-ITEM-PRINT-DESC TO
                    WS-ITA-DESC (WS-ITAIDX)
                 MOVE ZEROES TO WS-ITA-UNITS (WS-ITAIDX)
                 MOVE ZEROES TO WS-ITA-REVENUE (WS-ITAIDX)
                 MOVE ZEROES TO WS-ITA-MARKDOWN (WS-ITAIDX)
                 MOVE ZEROES TO WS-ITA-COGS (WS-ITAIDX)
                 MOVE ZEROES TO WS-ITA-BELOW-COST (WS-ITAIDX)
                 MOVE 'N'    TO WS-ITA-PICKED (WS-ITAIDX)
              ELSE
                 DISPLAY "WARNING: ITEM ANALYSIS TABLE FULL AT 200, "
           END-IF.
           ADD WS-ITEM-TOTAL TO WS-ITA-REVENUE (WS-ITAIDX).
           ADD WS-ITEM-TOTAL TO WS-ITEM-REV-TOTAL.
           SET WS-ITA-LINE-IDX TO WS-ITAIDX.
       0218-ANALYSIS-END.

      * Each line is costed at the store's moving average cost; a
      * return puts its cost back. A sale line netting below its
      * cost after promotion is logged to EXCEPTIONS.DAT and
      * flagged on the margin report.
       0219-COST-ONE-ITEM.
           IF RETURN-TRANS
              SUBTRACT WS-LINE-COST FROM WS-SUB-COGS
           ELSE
              ADD WS-LINE-COST TO WS-SUB-COGS
           END-IF.
           IF WS-ITA-LINE-IDX > 0
              SET WS-ITAIDX TO WS-ITA-LINE-IDX
              IF RETURN-TRANS
                 SUBTRACT WS-LINE-COST FROM WS-ITA-COGS (WS-ITAIDX)
              ELSE
                 ADD WS-LINE-COST TO WS-ITA-COGS (WS-ITAIDX)
              END-IF
           END-IF.
           IF RETURN-TRANS
              OR WS-SALE-LINE-NET (WS-INDEX) NOT < WS-LINE-COST
              GO TO 0219-COST-END
           END-IF.
           ADD 1 TO WS-GM-BELOW-COUNT.
           IF WS-ITA-LINE-IDX > 0
              ADD 1 TO WS-ITA-BELOW-COST (WS-ITAIDX)
           END-IF.
           MOVE SPACES             TO EXC-WK-KEY.
           MOVE STORE-ID           TO EXC-WK-KEY (1:2).
           MOVE ITEM-NO (WS-INDEX) TO EXC-WK-KEY (4:6).
           MOVE CUSTOMER-ID        TO EXC-WK-KEY (11:7).
           MOVE "PET"              TO EXC-WK-REASON-CODE.
           MOVE "SOLD BELOW AVERAGE COST" TO EXC-WK-REASON-TEXT.
           MOVE DETAIL-LINE        TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.
       0219-COST-END.

      * Pricing order on a sale line: shelf price, then the one
      * automatic promotion (item percent, category percent or
      * buy X get Y) worth the most on that line, then a coupon on
      * the sale (0226), then the loyalty discount on what is left
      * (0255), then tax. Promotions do not apply to returns.
       0220-APPLY-ITEM-PROMOTION.
           IF WS-PRM-COUNT = ZEROES
              GO TO 0220-PROMO-END
           END-IF.
           PERFORM 0224-FIND-ITEM-CATEGORY.
           MOVE 0 TO WS-PRM-BEST-IDX.
           MOVE ZEROES TO WS-PRM-BEST-AMT.
           SET WS-PRMIDX TO 1.
           PERFORM WS-PRM-COUNT TIMES
              PERFORM 0222-TRY-ONE-PROMOTION THRU 0222-TRY-END
              SET WS-PRMIDX UP BY 1
           END-PERFORM.
           IF WS-PRM-BEST-IDX = 0
              GO TO 0220-PROMO-END
           END-IF.
           SET WS-PRMIDX TO WS-PRM-BEST-IDX.
           ADD WS-PRM-BEST-AMT TO WS-SUB-PROMO.
           SUBTRACT WS-PRM-BEST-AMT
              FROM WS-SALE-LINE-NET (WS-INDEX).
           IF WS-ITA-LINE-IDX > 0
              SET WS-ITAIDX TO WS-ITA-LINE-IDX
              ADD WS-PRM-BEST-AMT TO WS-ITA-MARKDOWN (WS-ITAIDX)
           END-IF.
           ADD QUANTITY (WS-INDEX) TO WS-PRM-UNITS (WS-PRMIDX).
           ADD WS-PRM-BEST-AMT TO WS-PRM-MARKDOWN (WS-PRMIDX).
           PERFORM 0228-COUNT-REDEMPTION.
           PERFORM 0229-PRINT-PROMO-LINE.
       0220-PROMO-END.

       0222-TRY-ONE-PROMOTION.
           IF WS-PRM-COUPON (WS-PRMIDX)
              OR WS-PRM-START (WS-PRMIDX) > WS-BUSINESS-DATE
              OR WS-PRM-END (WS-PRMIDX) < WS-BUSINESS-DATE
              GO TO 0222-TRY-END
           END-IF.
           IF WS-PRM-STORE (WS-PRMIDX) NOT = ZEROES
              AND WS-PRM-STORE (WS-PRMIDX) NOT = STORE-ID
              GO TO 0222-TRY-END
           END-IF.
           MOVE ZEROES TO WS-PRM-TRY-AMT.
           EVALUATE TRUE
              WHEN WS-PRM-PCT-ITEM (WS-PRMIDX)
                 IF WS-PRM-ITEM-NO (WS-PRMIDX) = ITEM-NO (WS-INDEX)
                    COMPUTE WS-PRM-TRY-AMT ROUNDED =
                       WS-ITEM-TOTAL * WS-PRM-RATE (WS-PRMIDX)
                 END-IF
              WHEN WS-PRM-PCT-CATEGORY (WS-PRMIDX)
                 IF WS-LINE-CATEGORY NOT = SPACES
                    AND WS-PRM-CATEGORY (WS-PRMIDX) = WS-LINE-CATEGORY
                    COMPUTE WS-PRM-TRY-AMT ROUNDED =
                       WS-ITEM-TOTAL * WS-PRM-RATE (WS-PRMIDX)
                 END-IF
              WHEN WS-PRM-BUY-GET (WS-PRMIDX)
                 IF WS-PRM-ITEM-NO (WS-PRMIDX) = ITEM-NO (WS-INDEX)
                    COMPUTE WS-PRM-SETS = QUANTITY (WS-INDEX) /
                       (WS-PRM-BUY-QTY (WS-PRMIDX)
                        + WS-PRM-FREE-QTY (WS-PRMIDX))
                    COMPUTE WS-PRM-TRY-AMT = WS-PRM-SETS
                       * WS-PRM-FREE-QTY (WS-PRMIDX) * PRICE (WS-INDEX)
                 END-IF
           END-EVALUATE.
           IF WS-PRM-TRY-AMT NOT > WS-PRM-BEST-AMT
              GO TO 0222-TRY-END
           END-IF.
           PERFORM 0227-CHECK-PROMO-LIMIT THRU 0227-LIMIT-END.
           IF WS-PRM-AVAILABLE
              SET WS-PRM-BEST-IDX TO WS-PRMIDX
              MOVE WS-PRM-TRY-AMT TO WS-PRM-BEST-AMT
           END-IF.
       0222-TRY-END.

       0224-FIND-ITEM-CATEGORY.
           MOVE SPACES TO WS-LINE-CATEGORY.
           SET WS-ICTIDX TO 1.
           PERFORM WS-ICT-COUNT TIMES
              IF WS-ICT-ITEM-NO (WS-ICTIDX) = ITEM-NO (WS-INDEX)
                 MOVE WS-ICT-CATEGORY (WS-ICTIDX) TO WS-LINE-CATEGORY
              END-IF
              SET WS-ICTIDX UP BY 1
           END-PERFORM.
           MOVE WS-LINE-CATEGORY TO WS-SALE-LINE-CAT (WS-INDEX).

      * One coupon per sale, applied to the line amounts left after
      * the automatic promotions: the coupon's item, its category,
      * or (neither given) the whole order. A coupon that is not on
      * file, out of date, for another store or used up is listed
      * and raised and the sale is priced without it.
       0226-APPLY-COUPON.
           IF COUPON-CODE = SPACES OR NOT SALE-TRANS
              OR WS-PRM-COUNT = ZEROES
              GO TO 0226-COUPON-END
           END-IF.
           MOVE 0 TO WS-PRM-BEST-IDX.
           SET WS-PRMIDX TO 1.
           PERFORM WS-PRM-COUNT TIMES
              IF WS-PRM-COUPON (WS-PRMIDX)
                 AND WS-PRM-COUPON-CODE (WS-PRMIDX) = COUPON-CODE
                 SET WS-PRM-BEST-IDX TO WS-PRMIDX
              END-IF
              SET WS-PRMIDX UP BY 1
           END-PERFORM.
           MOVE COUPON-CODE TO EXC-DESCRIPTION.
           IF WS-PRM-BEST-IDX = 0
              MOVE "COUPON CODE NOT ON FILE, NOT APPLIED"
                 TO EXC-REASON
              PERFORM 0270-PRINT-EXCEPTION
              GO TO 0226-COUPON-END
           END-IF.
           SET WS-PRMIDX TO WS-PRM-BEST-IDX.
           IF WS-PRM-START (WS-PRMIDX) > WS-BUSINESS-DATE
              OR WS-PRM-END (WS-PRMIDX) < WS-BUSINESS-DATE
              MOVE "COUPON NOT VALID TODAY, NOT APPLIED"
                 TO EXC-REASON
              PERFORM 0270-PRINT-EXCEPTION
              GO TO 0226-COUPON-END
           END-IF.
           IF WS-PRM-STORE (WS-PRMIDX) NOT = ZEROES
              AND WS-PRM-STORE (WS-PRMIDX) NOT = STORE-ID
              MOVE "COUPON NOT FOR THIS STORE, NOT APPLIED"
                 TO EXC-REASON
              PERFORM 0270-PRINT-EXCEPTION
              GO TO 0226-COUPON-END
           END-IF.
           PERFORM 0227-CHECK-PROMO-LIMIT THRU 0227-LIMIT-END.
           IF NOT WS-PRM-AVAILABLE
              MOVE "COUPON USE LIMIT REACHED, NOT APPLIED"
                 TO EXC-REASON
              PERFORM 0270-PRINT-EXCEPTION
              GO TO 0226-COUPON-END
           END-IF.
           MOVE ZEROES TO WS-COUPON-BASE.
           MOVE ZEROES TO WS-COUPON-UNITS.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
              UNTIL WS-INDEX > WS-SAFE-ITEM-COUNT
              IF WS-SALE-LINE-NET (WS-INDEX) > ZEROES
                 IF (WS-PRM-ITEM-NO (WS-PRMIDX) = ZEROES
                     OR WS-PRM-ITEM-NO (WS-PRMIDX) = ITEM-NO (WS-INDEX))
                    AND (WS-PRM-CATEGORY (WS-PRMIDX) = SPACES
                     OR WS-PRM-CATEGORY (WS-PRMIDX) =
                        WS-SALE-LINE-CAT (WS-INDEX))
                    ADD WS-SALE-LINE-NET (WS-INDEX) TO WS-COUPON-BASE
                    ADD QUANTITY (WS-INDEX) TO WS-COUPON-UNITS
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-COUPON-BASE = ZEROES
              MOVE "COUPON HAS NO QUALIFYING ITEMS, NOT APPLIED"
                 TO EXC-REASON
              PERFORM 0270-PRINT-EXCEPTION
              GO TO 0226-COUPON-END
           END-IF.
           COMPUTE WS-PRM-BEST-AMT ROUNDED =
              WS-COUPON-BASE * WS-PRM-RATE (WS-PRMIDX).
           ADD WS-PRM-BEST-AMT TO WS-SUB-PROMO.
           ADD WS-COUPON-UNITS TO WS-PRM-UNITS (WS-PRMIDX).
           ADD WS-PRM-BEST-AMT TO WS-PRM-MARKDOWN (WS-PRMIDX).
           PERFORM 0228-COUNT-REDEMPTION.
           PERFORM 0229-PRINT-PROMO-LINE.
       0226-COUPON-END.

      * A promotion with a use limit is available while its earlier
      * redemptions plus today's stay under the limit; a sale that
      * has already redeemed it may keep using it on other lines.
       0227-CHECK-PROMO-LIMIT.
           MOVE 'Y' TO WS-PRM-LIMIT-SW.
           IF WS-PRM-USE-LIMIT (WS-PRMIDX) = ZEROES
              OR WS-PRM-LAST-SALE (WS-PRMIDX) = WS-CUSTREC-COUNT
              GO TO 0227-LIMIT-END
           END-IF.
           COMPUTE WS-PRM-USED-WK = WS-PRM-USED-PRIOR (WS-PRMIDX)
              + WS-PRM-REDEMPTIONS (WS-PRMIDX).
           IF WS-PRM-USED-WK NOT < WS-PRM-USE-LIMIT (WS-PRMIDX)
              MOVE 'N' TO WS-PRM-LIMIT-SW
           END-IF.
       0227-LIMIT-END.

      * A redemption is one sale using the promotion, however many
      * of its lines the promotion touched.
       0228-COUNT-REDEMPTION.
           IF WS-PRM-LAST-SALE (WS-PRMIDX) NOT = WS-CUSTREC-COUNT
              ADD 1 TO WS-PRM-REDEMPTIONS (WS-PRMIDX)
              ADD 1 TO WS-PRM-REDEEM-TOTAL
              MOVE WS-CUSTREC-COUNT TO WS-PRM-LAST-SALE (WS-PRMIDX)
           END-IF.

       0229-PRINT-PROMO-LINE.
           MOVE WS-PRM-ID (WS-PRMIDX)   TO DPL-PROMO-ID.
           MOVE WS-PRM-DESC (WS-PRMIDX) TO DPL-PROMO-DESC.
           COMPUTE WS-AMOUNT-DUE = 0 - WS-PRM-BEST-AMT.
           MOVE WS-AMOUNT-DUE TO DPL-MARKDOWN.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DETAIL-PROMO-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * A customer linked to an employee takes the staff rate in
      * place of any tier rate - the two never stack.
       0255-APPLY-LOYALTY-DISCOUNT.
           MOVE 0 TO WS-CUST-FOUND-IDX.
           MOVE ZEROES TO WS-SALE-EMP-ID.
           MOVE 'N' TO WS-STAFF-SALE-SW.
           SET WS-CIDX TO 1.
           PERFORM WS-CUST-COUNT TIMES
              IF WS-CUST-ID (WS-CIDX) = CUSTOMER-ID
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-CUST-EMP-ID (WS-CIDX) > ZEROES
                 MOVE WS-CUST-EMP-ID (WS-CIDX) TO WS-SALE-EMP-ID
                 MOVE WS-STAFF-RATE TO WS-DISC-RATE
                 SET STAFF-SALE TO TRUE
              END-IF
           END-IF.
      *    The tier discount is taken on the subtotal after
      *    promotion markdown.
           IF WS-SUB-SUBTOTAL - WS-SUB-PROMO > ZEROES
              COMPUTE WS-SUB-DISCOUNT ROUNDED =
                 (WS-SUB-SUBTOTAL - WS-SUB-PROMO) * WS-DISC-RATE
           ELSE
              MOVE ZEROES TO WS-SUB-DISCOUNT
           END-IF.
           COMPUTE WS-NET-SUBTOTAL = WS-SUB-SUBTOTAL - WS-SUB-PROMO
              - WS-SUB-DISCOUNT.
           ADD WS-SUB-DISCOUNT TO WS-TOTAL-DISCOUNT.
           SUBTRACT WS-SUB-DISCOUNT FROM WS-TOTAL-SALE.
           ADD WS-SUB-PROMO TO WS-TOTAL-PROMO.
           SUBTRACT WS-SUB-PROMO FROM WS-TOTAL-SALE.

       0256-UPDATE-CUSTOMER-MASTER.
           IF WS-CUST-FOUND-IDX = 0
                 MOVE SPACE        TO WS-CUST-OLD-TIER (WS-CIDX)
                 MOVE ZEROES       TO WS-CUST-T12M (WS-CIDX)
                 MOVE ZEROES       TO WS-CUST-PERIOD-SPEND (WS-CIDX)
                 MOVE "A"          TO WS-CUST-STATUS (WS-CIDX)
                 MOVE ZEROES       TO WS-CUST-MERGED-INTO (WS-CIDX)
                 MOVE ZEROES       TO WS-CUST-EMP-ID (WS-CIDX)
              ELSE
                 DISPLAY "WARNING: CUSTOMER TABLE FULL AT 1000, "
                    "CUSTOMER " CUSTOMER-ID " NOT TRACKED"
       0256-UPDATE-END.

       0250-RECONCILE-ITEM.
           MOVE STORE-ID            TO WS-FIND-STORE.
           MOVE ITEM-NO (WS-INDEX)  TO WS-FIND-ITEM-NO.
           PERFORM 0053-FIND-MASTER-ITEM.
           IF WS-MASTER-FOUND-IDX = 0
              MOVE DESCRIPTION (WS-INDEX) TO WS-ITEM-PRINT-DESC
              PERFORM 0260-WRITE-EXCEPTION-LINE
           ELSE
              SET WS-MIDX TO WS-MASTER-FOUND-IDX
                 PERFORM 0252-SAVE-PRICE-AUDIT
                 MOVE "PRICE MATCHES NEITHER OLD NOR NEW PRICE" TO
                    EXC-REASON
                 MOVE WS-ITEM-PRINT-DESC TO EXC-DESCRIPTION
                 PERFORM 0270-PRINT-EXCEPTION
              END-IF
              IF RETURN-TRANS
                 ADD QUANTITY (WS-INDEX) TO
                    WS-MASTER-ON-HAND (WS-MIDX)
              ELSE
                 PERFORM 0087-DRAW-READY-BACKORDER
                 SET WS-MIDX TO WS-MASTER-FOUND-IDX
                 IF WS-BO-FROM-STOCK >
                    WS-MASTER-ON-HAND (WS-MIDX)
                    COMPUTE WS-BO-SHORT = WS-BO-FROM-STOCK
                       - WS-MASTER-ON-HAND (WS-MIDX)
                    MOVE WS-MASTER-ON-HAND (WS-MIDX)
                       TO WS-BO-FROM-STOCK
                    PERFORM 0088-ADD-BACKORDER THRU 0088-ADD-END
                 END-IF
                 IF WS-BO-FROM-STOCK > ZEROES
                    MOVE STORE-ID            TO WS-LCN-STORE
                    MOVE ITEM-NO (WS-INDEX)  TO WS-LCN-ITEM-NO
                    MOVE WS-BO-FROM-STOCK    TO WS-LCN-NEED
                    MOVE WS-MASTER-ON-HAND (WS-MIDX) TO WS-LCN-BOOK
                    MOVE ZEROES              TO WS-LCN-MOVE-TO
                    PERFORM 0076-CONSUME-LOTS THRU 0076-CONSUME-END
                    SUBTRACT WS-BO-FROM-STOCK FROM
                       WS-MASTER-ON-HAND (WS-MIDX)
                 END-IF
                 COMPUTE QUANTITY (WS-INDEX) = WS-BO-FROM-READY
                    + WS-BO-FROM-STOCK
              END-IF
           END-IF.

              ADD 1 TO WS-PRICE-AUDIT-COUNT
              SET WS-PAUDIDX TO WS-PRICE-AUDIT-COUNT
              MOVE STORE-ID TO WS-PAUD-STORE (WS-PAUDIDX)
              MOVE ITEM-NO (WS-INDEX)
                 TO WS-PAUD-ITEM-NO (WS-PAUDIDX)
              MOVE WS-ITEM-PRINT-DESC
                 TO WS-PAUD-DESC (WS-PAUDIDX)
              MOVE PRICE (WS-INDEX)
                 TO WS-PAUD-CHARGED (WS-PAUDIDX)
           SET WS-PAUDIDX TO 1.
           PERFORM WS-PRICE-AUDIT-COUNT TIMES
              MOVE WS-PAUD-STORE (WS-PAUDIDX)   TO PAU-STORE
              MOVE WS-PAUD-ITEM-NO (WS-PAUDIDX) TO PAU-ITEM-NO
              MOVE WS-PAUD-DESC (WS-PAUDIDX)    TO PAU-DESCRIPTION
              MOVE WS-PAUD-CHARGED (WS-PAUDIDX) TO PAU-CHARGED
              MOVE WS-PAUD-OLD (WS-PAUDIDX)     TO PAU-OLD
       0253-AUDIT-END.

       0260-WRITE-EXCEPTION-LINE.
           MOVE "UNKNOWN ITEM NO, LINE REJECTED" TO EXC-REASON.
           MOVE SPACES TO EXC-DESCRIPTION.
           MOVE ITEM-NO (WS-INDEX) TO EXC-DESCRIPTION (1:6).
           MOVE DESCRIPTION (WS-INDEX) TO EXC-DESCRIPTION (8:13).
           PERFORM 0270-PRINT-EXCEPTION.

       0270-PRINT-EXCEPTION.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0285-ACCUMULATE-STORE.
           PERFORM 0286-SPLIT-TENDER.
           IF STORE-ID NUMERIC AND STORE-ID > ZEROES
              COMPUTE WS-GMS-SALES (STORE-ID) =
                 WS-GMS-SALES (STORE-ID) + WS-NET-SUBTOTAL
                 - WS-SUB-CREDIT-ISSUED
              ADD WS-SUB-COGS TO WS-GMS-COGS (STORE-ID)
           END-IF.
           MOVE 0 TO WS-STORE-FOUND-IDX.
           SET WS-SIDX TO 1.
           PERFORM WS-STORE-COUNT TIMES
                 MOVE ZEROES   TO WS-STORE-TAX (WS-SIDX)
                 MOVE ZEROES   TO WS-STORE-REDEEMED (WS-SIDX)
                 MOVE ZEROES   TO WS-STORE-CR-ISSUED (WS-SIDX)
                 MOVE ZEROES   TO WS-STORE-CASH (WS-SIDX)
                 MOVE ZEROES   TO WS-STORE-CARD (WS-SIDX)
                 MOVE 'N'      TO WS-STORE-PICKED (WS-SIDX)
              ELSE
                 DISPLAY "WARNING: STORE TABLE FULL AT 10, STORE "
           ADD WS-REDEEM-AMT   TO WS-STORE-REDEEMED (WS-SIDX).
           ADD WS-SUB-CREDIT-ISSUED
              TO WS-STORE-CR-ISSUED (WS-SIDX).
           ADD WS-TND-CASH TO WS-STORE-CASH (WS-SIDX).
           ADD WS-TND-CARD TO WS-STORE-CARD (WS-SIDX).
       0285-STORE-END.

      * What the customer owed after store credit was paid by card
      * up to the card amount on the sale and the rest in cash, or
      * for an employee charging the sale, the rest to payroll. A
      * return is refunded to store credit, so it moves no money.
       0286-SPLIT-TENDER.
           COMPUTE WS-TND-DUE =
              WS-NET-SUBTOTAL + WS-SUB-TAX - WS-REDEEM-AMT.
           IF WS-TND-DUE < ZEROES
              MOVE ZEROES TO WS-TND-DUE
           END-IF.
           MOVE TENDER-CARD TO WS-TND-CARD.
           IF WS-TND-CARD > WS-TND-DUE
              MOVE WS-TND-DUE TO WS-TND-CARD
           END-IF.
           COMPUTE WS-TND-CASH = WS-TND-DUE - WS-TND-CARD.
           MOVE ZEROES TO WS-TND-PAYROLL.
           IF CHARGE-TO-PAYROLL
              AND WS-TND-CASH > ZEROES
              IF WS-SALE-EMP-ID = ZEROES
                 MOVE SPACES             TO EXC-WK-KEY
                 MOVE STORE-ID           TO EXC-WK-KEY (1:2)
                 MOVE CUSTOMER-ID        TO EXC-WK-KEY (4:7)
                 MOVE "PET"              TO EXC-WK-REASON-CODE
                 MOVE "PAYROLL CHARGE, NOT AN EMPLOYEE"
                    TO EXC-WK-REASON-TEXT
                 MOVE SALESDETAILS       TO EXC-WK-IMAGE
                 PERFORM 9700-WRITE-COMMON-EXC
              ELSE
                 MOVE WS-TND-CASH TO WS-TND-PAYROLL
                 MOVE ZEROES      TO WS-TND-CASH
                 PERFORM 0287-RECORD-EMP-PURCHASE
              END-IF
           END-IF.

       0287-RECORD-EMP-PURCHASE.
           IF WS-EPU-COUNT NOT < 1000
              DISPLAY "ERR: EMPLOYEE PURCHASE TABLE FULL AT 1000 - "
                 "RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              GO TO 0300-STOP-RUN
           END-IF.
           ADD 1 TO WS-EPU-COUNT.
           MOVE WS-SALE-EMP-ID    TO EPU-EMP-ID.
           MOVE WS-BUSINESS-DATE  TO EPU-DATE.
           MOVE STORE-ID          TO EPU-STORE-ID.
           MOVE CUSTOMER-ID       TO EPU-CUSTOMER-ID.
           MOVE WS-TND-PAYROLL    TO EPU-AMOUNT.
           MOVE EMPPURCH-REC      TO WS-EPU-REC (WS-EPU-COUNT).
           ADD WS-TND-PAYROLL     TO WS-EPU-AMOUNT-TOTAL.

       0280-PRINT-SUBTOTAL.
           MOVE WS-NAME TO DET-NAME.
           MOVE WS-SUB-QTY TO DET-SUB-QTY.

           MOVE DETAIL-SUBTOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-SUB-PROMO > ZEROES
              MOVE WS-SUB-PROMO TO DET-SUB-PROMO
              MOVE DETAIL-PROMO-SUB-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-SUB-DISCOUNT > ZEROES
              EVALUATE TRUE
                 WHEN STAFF-SALE
                    MOVE "STAFF  " TO DET-DISC-TIER
                 WHEN WS-DISC-RATE = WS-GOLD-RATE
                    MOVE "GOLD   " TO DET-DISC-TIER
                 WHEN WS-DISC-RATE = WS-SILVER-RATE
                    MOVE "SILVER " TO DET-DISC-TIER
                 WHEN OTHER
                    MOVE "BRONZE " TO DET-DISC-TIER
              MOVE DETAIL-REDEEM-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-TND-DUE > ZEROES
              MOVE WS-TND-CASH TO DET-TND-CASH
              MOVE WS-TND-CARD TO DET-TND-CARD
              MOVE DETAIL-TENDER-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-TND-PAYROLL > ZEROES
              MOVE WS-SALE-EMP-ID TO DET-PAY-EMP-ID
              MOVE WS-TND-PAYROLL TO DET-PAY-AMOUNT
              MOVE DETAIL-PAYROLL-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       0290-PRINT-TOTAL.

           MOVE WS-TOTAL-DISCOUNT TO DET-TOTAL-DISC.
           MOVE DETAIL-TOTAL-DISC-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-TOTAL-PROMO > ZEROES
              MOVE WS-TOTAL-PROMO TO DET-TOTAL-PROMO
              MOVE DETAIL-TOTAL-PROMO-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-TOTAL-TAX TO DET-TOTAL-TAX.
           MOVE DETAIL-TOTAL-TAX-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           SET WS-RETIDX TO 1.
           PERFORM WS-RET-COUNT TIMES
              MOVE WS-RET-ITEM-NO (WS-RETIDX) TO RET-ITEM-NO
              MOVE WS-RET-DESC (WS-RETIDX)  TO RET-DESCRIPTION
              MOVE WS-RET-UNITS (WS-RETIDX) TO RET-UNITS
              MOVE WS-RET-VALUE (WS-RETIDX) TO RET-VALUE
           IF WS-ITA-WINNER > 0
              SET WS-ITAIDX2 TO WS-ITA-WINNER
              MOVE 'Y' TO WS-ITA-PICKED (WS-ITAIDX2)
              MOVE WS-ITA-ITEM-NO (WS-ITAIDX2) TO ITA-ITEM-NO
              MOVE WS-ITA-DESC (WS-ITAIDX2)    TO ITA-DESCRIPTION
              MOVE WS-ITA-UNITS (WS-ITAIDX2)   TO ITA-UNITS
              MOVE WS-ITA-REVENUE (WS-ITAIDX2) TO ITA-REVENUE
           SET WS-MIDX TO 1.
           PERFORM WS-MASTER-COUNT TIMES
              MOVE WS-MASTER-STORE (WS-MIDX)   TO MASTER-STORE-ID
              MOVE WS-MASTER-ITEM-NO (WS-MIDX) TO MASTER-ITEM-NO
              MOVE WS-MASTER-DESC (WS-MIDX)    TO MASTER-DESCRIPTION
              MOVE WS-MASTER-PRICE (WS-MIDX)   TO MASTER-PRICE
              MOVE WS-MASTER-ON-HAND (WS-MIDX) TO MASTER-ON-HAND
                 TO MASTER-REORDER-POINT
              MOVE WS-MASTER-REORDER-QTY (WS-MIDX)
                 TO MASTER-REORDER-QTY
              MOVE WS-MASTER-AVG-COST (WS-MIDX) TO MASTER-AVG-COST
              WRITE MASTERDETAILS
              SET WS-MIDX UP BY 1
           END-PERFORM.

      * Items with no configured reorder point (zero) are skipped -
      * purchasing has not put them on automatic replenishment.
      * An item with customers waiting on backorder is listed even
      * above its reorder point, and the suggestion covers them.
       0297-WRITE-REORDER-REPORT.
           MOVE SPACES TO WS-REORDER-FILENAME.
           STRING "REORDERRPT"     DELIMITED BY SIZE
           WRITE REORDER-LINE.
           SET WS-MIDX TO 1.
           PERFORM WS-MASTER-COUNT TIMES
              PERFORM 0306-SUM-OPEN-BACKORDER-QTY
              IF WS-MASTER-REORDER-POINT (WS-MIDX) > 0
                 AND (WS-MASTER-ON-HAND (WS-MIDX) NOT >
                    WS-MASTER-REORDER-POINT (WS-MIDX)
                  OR WS-BO-OPEN-QTY > ZEROES)
                 PERFORM 0305-SUM-OPEN-PO-QTY
                 IF WS-OPO-OPEN-QTY > ZEROES
                    ADD 1 TO WS-ONORDER-SKIP-COUNT
                 ELSE
                    ADD 1 TO WS-REORDER-COUNT
                    MOVE WS-MASTER-STORE (WS-MIDX)   TO REO-STORE
                    MOVE WS-MASTER-ITEM-NO (WS-MIDX) TO REO-ITEM-NO
                    MOVE WS-MASTER-DESC (WS-MIDX)    TO
                       REO-DESCRIPTION
                    MOVE WS-MASTER-ON-HAND (WS-MIDX) TO REO-ON-HAND
                    MOVE WS-MASTER-REORDER-POINT (WS-MIDX)
                       TO REO-POINT
                    COMPUTE REO-SUGGEST-QTY =
                       WS-MASTER-REORDER-QTY (WS-MIDX)
                       + WS-BO-OPEN-QTY
                    MOVE REORDER-DETAIL-LINE TO REORDER-LINE
                    WRITE REORDER-LINE
                 END-IF
           PERFORM WS-OPO-COUNT TIMES
              IF WS-OPO-QTY (WS-OPOIDX) > ZEROES
                 MOVE WS-OPO-STORE (WS-OPOIDX)  TO OPO-STORE-ID
                 MOVE WS-OPO-ITEM-NO (WS-OPOIDX) TO OPO-ITEM-NO
                 MOVE WS-OPO-DESC (WS-OPOIDX)   TO OPO-DESCRIPTION
                 MOVE WS-OPO-QTY (WS-OPOIDX)    TO OPO-QTY
                 MOVE WS-OPO-PO-REF (WS-OPOIDX) TO OPO-PO-REF
           SET WS-OPOIDX TO 1.
           PERFORM WS-OPO-COUNT TIMES
              IF WS-OPO-STORE (WS-OPOIDX) = WS-MASTER-STORE (WS-MIDX)
                 AND WS-OPO-ITEM-NO (WS-OPOIDX) =
                    WS-MASTER-ITEM-NO (WS-MIDX)
                 AND WS-OPO-QTY (WS-OPOIDX) > ZEROES
                 ADD WS-OPO-QTY (WS-OPOIDX) TO WS-OPO-OPEN-QTY
              END-IF
              SET WS-OPOIDX UP BY 1
           END-PERFORM.

      * Quantity still owed to customers on backorder for the
      * master item WS-MIDX points at.
       0306-SUM-OPEN-BACKORDER-QTY.
           MOVE ZEROES TO WS-BO-OPEN-QTY.
           SET WS-BOIDX TO 1.
           PERFORM WS-BO-COUNT TIMES
              IF WS-BO-STORE (WS-BOIDX) = WS-MASTER-STORE (WS-MIDX)
                 AND WS-BO-ITEM-NO (WS-BOIDX) =
                    WS-MASTER-ITEM-NO (WS-MIDX)
                 ADD WS-BO-QTY-OPEN (WS-BOIDX) TO WS-BO-OPEN-QTY
              END-IF
              SET WS-BOIDX UP BY 1
           END-PERFORM.

      * Every customer on the master re-grades on the trailing
      * twelve months including today - so a 2023 big spender who
      * never came back finally comes off Gold - and each change
           CLOSE PETSTOREDAILY.
       0334-DAILY-END.

      * The clerk is credited with what the customer actually paid
      * for merchandise: the record's sales less its promotion
      * markdown and loyalty discount (both shown as discount),
      * less the value of anything returned (a return
      * record's merchandise value is the store credit issued). A
      * sale with no clerk cannot be commissioned and is raised.
       0336-ACCUMULATE-CLERK.
           IF CLERK-ID = ZEROES
              MOVE LASTNAME TO EXC-DESCRIPTION
              MOVE "NO CLERK ID - NO COMMISSION" TO EXC-REASON
              PERFORM 0270-PRINT-EXCEPTION
              GO TO 0336-CLERK-END
           END-IF.
           MOVE 0 TO WS-CLK-FOUND-IDX.
           SET WS-CLKIDX TO 1.
           PERFORM WS-CLK-COUNT TIMES
              IF WS-CLK-ID (WS-CLKIDX) = CLERK-ID
                 SET WS-CLK-FOUND-IDX TO WS-CLKIDX
              END-IF
              SET WS-CLKIDX UP BY 1
           END-PERFORM.
           IF WS-CLK-FOUND-IDX = 0
              IF WS-CLK-COUNT < 200
                 ADD 1 TO WS-CLK-COUNT
                 SET WS-CLKIDX TO WS-CLK-COUNT
                 MOVE CLERK-ID TO WS-CLK-ID (WS-CLKIDX)
                 MOVE ZEROES   TO WS-CLK-SALES (WS-CLKIDX)
                 MOVE ZEROES   TO WS-CLK-RETURNS (WS-CLKIDX)
                 MOVE ZEROES   TO WS-CLK-DISCOUNT (WS-CLKIDX)
                 MOVE ZEROES   TO WS-CLK-NET (WS-CLKIDX)
              ELSE
                 MOVE LASTNAME TO EXC-DESCRIPTION
                 MOVE "CLERK TABLE FULL - NO COMMISSION" TO EXC-REASON
                 PERFORM 0270-PRINT-EXCEPTION
                 GO TO 0336-CLERK-END
              END-IF
           ELSE
              SET WS-CLKIDX TO WS-CLK-FOUND-IDX
           END-IF.
           ADD WS-SUB-SUBTOTAL      TO WS-CLK-SALES (WS-CLKIDX).
           ADD WS-SUB-CREDIT-ISSUED TO WS-CLK-RETURNS (WS-CLKIDX).
           ADD WS-SUB-DISCOUNT      TO WS-CLK-DISCOUNT (WS-CLKIDX).
           ADD WS-SUB-PROMO         TO WS-CLK-DISCOUNT (WS-CLKIDX).
           COMPUTE WS-CLK-NET (WS-CLKIDX) =
              WS-CLK-SALES (WS-CLKIDX) - WS-CLK-RETURNS (WS-CLKIDX)
              - WS-CLK-DISCOUNT (WS-CLKIDX).
       0336-CLERK-END.

      * Each clerk is checked against the salesperson master. An
      * unknown clerk is raised but still posted - the commission
      * run will pay it once the clerk is set up, or list it again.
      * A day netting below zero cannot go on a SALESTRANS record
      * and is raised for a manual commission adjustment instead.
       0338-PRINT-CLERK-SALES.
           IF WS-CLK-COUNT = ZEROES
              GO TO 0338-CLERK-END
           END-IF.
           OPEN INPUT SALESPERSONMST.
           IF WS-SPMST-STATUS = "00"
              SET WS-SPMST-OPEN TO TRUE
           ELSE
              DISPLAY "ERR: PB WITH OPEN FILE SALESPERSONMST ",
                 WS-SPMST-STATUS
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE CLERK-HEADING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING PAGE.
           MOVE CLERK-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           SET WS-CLKIDX TO 1.
           PERFORM WS-CLK-COUNT TIMES
              PERFORM 0339-PRINT-ONE-CLERK
              SET WS-CLKIDX UP BY 1
           END-PERFORM.
           IF WS-SPMST-OPEN
              CLOSE SALESPERSONMST
           END-IF.
       0338-CLERK-END.

       0339-PRINT-ONE-CLERK.
           MOVE WS-CLK-ID (WS-CLKIDX)       TO CKD-CLERK-ID.
           MOVE WS-CLK-SALES (WS-CLKIDX)    TO CKD-SALES.
           MOVE WS-CLK-RETURNS (WS-CLKIDX)  TO CKD-RETURNS.
           MOVE WS-CLK-DISCOUNT (WS-CLKIDX) TO CKD-DISCOUNT.
           MOVE WS-CLK-NET (WS-CLKIDX)      TO CKD-NET.
           MOVE SPACES TO CKD-NOTE.
           SET WS-CLK-ON-MASTER TO TRUE.
           IF WS-SPMST-OPEN
              MOVE WS-CLK-ID (WS-CLKIDX) TO SPM-ID
              READ SALESPERSONMST
                 INVALID KEY MOVE 'N' TO WS-CLK-ON-MASTER-SW
              END-READ
           END-IF.
           IF NOT WS-CLK-ON-MASTER
              MOVE "NOT ON SLSPRSN MASTER - POSTED" TO CKD-NOTE
              MOVE "CLERK NOT ON SALESPERSON MST"
                 TO EXC-WK-REASON-TEXT
              PERFORM 0341-RAISE-CLERK-EXCEPTION
           END-IF.
           COMPUTE WS-CLK-AMOUNT-WK ROUNDED = WS-CLK-NET (WS-CLKIDX).
           IF WS-CLK-AMOUNT-WK < ZEROES
              MOVE "NET NEGATIVE - NOT POSTED" TO CKD-NOTE
              MOVE "CLERK NET SALES NEGATIVE"
                 TO EXC-WK-REASON-TEXT
              PERFORM 0341-RAISE-CLERK-EXCEPTION
           END-IF.
           IF WS-CLK-AMOUNT-WK = ZEROES
              MOVE "NO NET SALES - NOT POSTED" TO CKD-NOTE
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE CLERK-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0341-RAISE-CLERK-EXCEPTION.
           ADD 1 TO WS-CLK-EXC-COUNT.
           MOVE SPACES                TO EXC-WK-KEY.
           MOVE WS-CLK-ID (WS-CLKIDX) TO EXC-WK-KEY (1:5).
           MOVE "PET"                 TO EXC-WK-REASON-CODE.
           MOVE CLERK-DETAIL-LINE     TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

      * PETCLERKSALES.DAT accumulates until the commission run
      * consumes it. This business date's records from an earlier
      * run of the day are dropped and replaced, so a rerun does not
      * post a clerk twice. The invoice is P, the business date as
      * YYMMDD and the clerk's sequence on the day.
       0340-POST-CLERK-SALES.
           IF WS-CLK-COUNT = ZEROES
              GO TO 0340-POST-END
           END-IF.
           OPEN INPUT PETCLERKFILE.
           IF WS-PETCLERK-STATUS NOT = "00" AND
              WS-PETCLERK-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETCLERKFILE ",
                 WS-PETCLERK-STATUS
           END-IF.
           IF WS-PETCLERK-STATUS = "00"
              PERFORM UNTIL WS-PETCLERK-STATUS NOT = "00"
                 READ PETCLERKFILE
                    AT END MOVE "10" TO WS-PETCLERK-STATUS
                 END-READ
                 IF WS-PETCLERK-STATUS = "00"
                    AND CLS-SALE-DATE NOT = WS-BUSINESS-DATE
                    IF WS-CLK-KEEP-COUNT < 2000
                       ADD 1 TO WS-CLK-KEEP-COUNT
                       MOVE CLERKSALESREC
                          TO WS-CLK-KEEP-REC (WS-CLK-KEEP-COUNT)
                    ELSE
                       DISPLAY "ERR: PETCLERKSALES TABLE FULL AT "
                          "2000, FILE NOT REWRITTEN"
                       MOVE 8 TO RETURN-CODE
                       CLOSE PETCLERKFILE
                       GO TO 0340-POST-END
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETCLERKFILE
           END-IF.
           OPEN OUTPUT PETCLERKFILE.
           IF WS-PETCLERK-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETCLERKSALES, STATUS = "
                 WS-PETCLERK-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0340-POST-END
           END-IF.
           PERFORM VARYING WS-CLK-KEEP-SUB FROM 1 BY 1
              UNTIL WS-CLK-KEEP-SUB > WS-CLK-KEEP-COUNT
              WRITE CLERKSALESREC
                 FROM WS-CLK-KEEP-REC (WS-CLK-KEEP-SUB)
           END-PERFORM.
           MOVE WS-BUSINESS-DATE (3:6) TO WS-CLK-INV-YYMMDD.
           SET WS-CLKIDX TO 1.
           PERFORM WS-CLK-COUNT TIMES
              COMPUTE WS-CLK-AMOUNT-WK ROUNDED =
                 WS-CLK-NET (WS-CLKIDX)
              IF WS-CLK-AMOUNT-WK > ZEROES
                 ADD 1 TO WS-CLK-SEQ
                 MOVE WS-CLK-SEQ         TO WS-CLK-INV-SEQ
                 MOVE WS-CLK-ID (WS-CLKIDX) TO CLS-SALESPERSON-ID
                 MOVE WS-BUSINESS-DATE   TO CLS-SALE-DATE
                 MOVE WS-CLK-INVOICE     TO CLS-INVOICE-NO
                 MOVE WS-CLK-AMOUNT-WK   TO CLS-AMOUNT
                 MOVE ZEROES             TO CLS-SPLIT-COUNT
                 MOVE ZEROES             TO CLS-SPLITS
                 WRITE CLERKSALESREC
                 ADD 1 TO WS-CLK-FED-COUNT
                 ADD WS-CLK-AMOUNT-WK TO WS-CLK-FED-TOTAL
              END-IF
              SET WS-CLKIDX UP BY 1
           END-PERFORM.
           CLOSE PETCLERKFILE.
           MOVE WS-CLK-FED-COUNT TO CKT-FED-COUNT.
           MOVE WS-CLK-FED-TOTAL TO CKT-FED-TOTAL.
           MOVE WS-CLK-EXC-COUNT TO CKT-EXC-COUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE CLERK-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
       0340-POST-END.

      * Receipt history keeps every earlier date and replaces this
      * business date's receipts, so a rerun does not double them.
       0342-POST-RECEIPT-HISTORY.
           IF WS-RHS-COUNT = ZEROES
              GO TO 0342-RCVHIST-END
           END-IF.
           OPEN INPUT PETRCVHIST.
           IF WS-RCVHIST-STATUS NOT = "00" AND
              WS-RCVHIST-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETRCVHIST ",
                 WS-RCVHIST-STATUS
           END-IF.
           IF WS-RCVHIST-STATUS = "00"
              PERFORM UNTIL WS-RCVHIST-STATUS NOT = "00"
                 READ PETRCVHIST
                    AT END MOVE "10" TO WS-RCVHIST-STATUS
                 END-READ
                 IF WS-RCVHIST-STATUS = "00"
                    AND RHS-DATE NOT = WS-BUSINESS-DATE
                    IF WS-RHS-KEEP-COUNT < 5000
                       ADD 1 TO WS-RHS-KEEP-COUNT
                       MOVE RCVHISTREC
                          TO WS-RHS-KEEP-REC (WS-RHS-KEEP-COUNT)
                    ELSE
                       DISPLAY "ERR: PETRCVHIST TABLE FULL AT "
                          "5000, FILE NOT REWRITTEN"
                       MOVE 8 TO RETURN-CODE
                       CLOSE PETRCVHIST
                       GO TO 0342-RCVHIST-END
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETRCVHIST
           END-IF.
           OPEN OUTPUT PETRCVHIST.
           IF WS-RCVHIST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETRCVHIST, STATUS = "
                 WS-RCVHIST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0342-RCVHIST-END
           END-IF.
           PERFORM VARYING WS-RHS-KEEP-SUB FROM 1 BY 1
              UNTIL WS-RHS-KEEP-SUB > WS-RHS-KEEP-COUNT
              WRITE RCVHISTREC
                 FROM WS-RHS-KEEP-REC (WS-RHS-KEEP-SUB)
           END-PERFORM.
           PERFORM VARYING WS-RHS-KEEP-SUB FROM 1 BY 1
              UNTIL WS-RHS-KEEP-SUB > WS-RHS-COUNT
              WRITE RCVHISTREC
                 FROM WS-RHS-REC (WS-RHS-KEEP-SUB)
           END-PERFORM.
           CLOSE PETRCVHIST.
       0342-RCVHIST-END.

      * Tender history keeps every earlier date and replaces this
      * business date's stores, so a rerun does not double them.
       0343-POST-TENDER-HISTORY.
           IF WS-STORE-COUNT = ZEROES
              GO TO 0343-TENDER-END
           END-IF.
           OPEN INPUT PETTENDER.
           IF WS-TENDER-STATUS NOT = "00" AND
              WS-TENDER-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETTENDER ",
                 WS-TENDER-STATUS
           END-IF.
           IF WS-TENDER-STATUS = "00"
              PERFORM UNTIL WS-TENDER-STATUS NOT = "00"
                 READ PETTENDER
                    AT END MOVE "10" TO WS-TENDER-STATUS
                 END-READ
                 IF WS-TENDER-STATUS = "00"
                    AND TND-DATE NOT = WS-BUSINESS-DATE
                    IF WS-TND-KEEP-COUNT < 5000
                       ADD 1 TO WS-TND-KEEP-COUNT
                       MOVE TENDERREC
                          TO WS-TND-KEEP-REC (WS-TND-KEEP-COUNT)
                    ELSE
                       DISPLAY "ERR: PETTENDER TABLE FULL AT "
                          "5000, FILE NOT REWRITTEN"
                       MOVE 8 TO RETURN-CODE
                       CLOSE PETTENDER
                       GO TO 0343-TENDER-END
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETTENDER
           END-IF.
           OPEN OUTPUT PETTENDER.
           IF WS-TENDER-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETTENDER, STATUS = "
                 WS-TENDER-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0343-TENDER-END
           END-IF.
           PERFORM VARYING WS-TND-KEEP-SUB FROM 1 BY 1
              UNTIL WS-TND-KEEP-SUB > WS-TND-KEEP-COUNT
              WRITE TENDERREC
                 FROM WS-TND-KEEP-REC (WS-TND-KEEP-SUB)
           END-PERFORM.
           SET WS-SIDX TO 1.
           PERFORM WS-STORE-COUNT TIMES
              MOVE WS-BUSINESS-DATE          TO TND-DATE
              MOVE WS-STORE-NO (WS-SIDX)     TO TND-STORE-ID
              MOVE WS-STORE-CASH (WS-SIDX)   TO TND-CASH
              MOVE WS-STORE-CARD (WS-SIDX)   TO TND-CARD
              MOVE WS-STORE-REDEEMED (WS-SIDX) TO TND-CREDIT
              WRITE TENDERREC
              SET WS-SIDX UP BY 1
           END-PERFORM.
           CLOSE PETTENDER.
       0343-TENDER-END.

      * Employee purchases waiting for payroll keep every earlier
      * date and replace this business date's, so a rerun does not
      * charge an employee twice. The file is absent until the
      * first payroll charge (status 35).
       0347-POST-EMP-PURCHASES.
           OPEN INPUT PETEMPPURCH.
           IF WS-EMPPURCH-STATUS NOT = "00" AND
              WS-EMPPURCH-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETEMPPURCH ",
                 WS-EMPPURCH-STATUS
           END-IF.
           IF WS-EMPPURCH-STATUS = "35"
              AND WS-EPU-COUNT = ZEROES
              GO TO 0347-EMPPURCH-END
           END-IF.
           IF WS-EMPPURCH-STATUS = "00"
              PERFORM UNTIL WS-EMPPURCH-STATUS NOT = "00"
                 READ PETEMPPURCH
                    AT END MOVE "10" TO WS-EMPPURCH-STATUS
                 END-READ
                 IF WS-EMPPURCH-STATUS = "00"
                    AND EPU-DATE NOT = WS-BUSINESS-DATE
                    IF WS-EPU-KEEP-COUNT < 5000
                       ADD 1 TO WS-EPU-KEEP-COUNT
                       MOVE EMPPURCH-REC
                          TO WS-EPU-KEEP-REC (WS-EPU-KEEP-COUNT)
                    ELSE
                       DISPLAY "ERR: PETEMPPURCH TABLE FULL AT "
                          "5000, FILE NOT REWRITTEN"
                       MOVE 8 TO RETURN-CODE
                       CLOSE PETEMPPURCH
                       GO TO 0347-EMPPURCH-END
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETEMPPURCH
           END-IF.
           OPEN OUTPUT PETEMPPURCH.
           IF WS-EMPPURCH-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETEMPPURCH, STATUS = "
                 WS-EMPPURCH-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0347-EMPPURCH-END
           END-IF.
           PERFORM VARYING WS-EPU-SUB FROM 1 BY 1
              UNTIL WS-EPU-SUB > WS-EPU-KEEP-COUNT
              WRITE EMPPURCH-REC
                 FROM WS-EPU-KEEP-REC (WS-EPU-SUB)
           END-PERFORM.
           PERFORM VARYING WS-EPU-SUB FROM 1 BY 1
              UNTIL WS-EPU-SUB > WS-EPU-COUNT
              WRITE EMPPURCH-REC
                 FROM WS-EPU-REC (WS-EPU-SUB)
           END-PERFORM.
           CLOSE PETEMPPURCH.
       0347-EMPPURCH-END.

      * Every promotion live today or redeemed today, with its
      * units, markdown and redemptions for the day and its uses to
      * date against the limit.
       0344-PRINT-PROMO-EFFECT.
           IF WS-PRM-COUNT = ZEROES
              GO TO 0344-PROMO-END
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE PROMO-HEADING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING PAGE.
           MOVE PROMO-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           SET WS-PRMIDX TO 1.
           PERFORM WS-PRM-COUNT TIMES
              IF WS-PRM-REDEMPTIONS (WS-PRMIDX) > ZEROES
                 OR (WS-PRM-START (WS-PRMIDX) NOT > WS-BUSINESS-DATE
                 AND WS-PRM-END (WS-PRMIDX) NOT < WS-BUSINESS-DATE)
                 PERFORM 0345-PRINT-ONE-PROMO
              END-IF
              SET WS-PRMIDX UP BY 1
           END-PERFORM.
           MOVE WS-TOTAL-PROMO      TO PRT-MARKDOWN.
           MOVE WS-PRM-REDEEM-TOTAL TO PRT-REDEEMED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE PROMO-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
       0344-PROMO-END.

       0345-PRINT-ONE-PROMO.
           MOVE WS-PRM-ID (WS-PRMIDX)          TO PRD-ID.
           MOVE WS-PRM-DESC (WS-PRMIDX)        TO PRD-DESC.
           MOVE WS-PRM-TYPE (WS-PRMIDX)        TO PRD-TYPE.
           IF WS-PRM-STORE (WS-PRMIDX) = ZEROES
              MOVE "ALL" TO PRD-STORE
           ELSE
              MOVE SPACES TO PRD-STORE
              MOVE WS-PRM-STORE (WS-PRMIDX) TO PRD-STORE (2:2)
           END-IF.
           MOVE WS-PRM-UNITS (WS-PRMIDX)       TO PRD-UNITS.
           MOVE WS-PRM-MARKDOWN (WS-PRMIDX)    TO PRD-MARKDOWN.
           MOVE WS-PRM-REDEMPTIONS (WS-PRMIDX) TO PRD-REDEEMED.
           COMPUTE WS-PRM-USED-WK = WS-PRM-USED-PRIOR (WS-PRMIDX)
              + WS-PRM-REDEMPTIONS (WS-PRMIDX).
           MOVE WS-PRM-USED-WK TO PRD-USED.
           IF WS-PRM-USE-LIMIT (WS-PRMIDX) = ZEROES
              MOVE "NONE" TO PRD-LIMIT
           ELSE
              MOVE WS-PRM-USE-LIMIT (WS-PRMIDX) TO PRD-LIMIT-NO
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE PROMO-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * Promotion usage keeps every earlier date and replaces this
      * business date's counts, so a rerun does not double them.
       0346-POST-PROMO-USAGE.
           IF WS-PRM-REDEEM-TOTAL = ZEROES
              AND WS-PRU-DROP-COUNT = ZEROES
              GO TO 0346-USAGE-END
           END-IF.
           OPEN INPUT PETPROMOUSE.
           IF WS-PROMOUSE-STATUS NOT = "00" AND
              WS-PROMOUSE-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE PETPROMOUSE ",
                 WS-PROMOUSE-STATUS
           END-IF.
           IF WS-PROMOUSE-STATUS = "00"
              PERFORM UNTIL WS-PROMOUSE-STATUS NOT = "00"
                 READ PETPROMOUSE
                    AT END MOVE "10" TO WS-PROMOUSE-STATUS
                 END-READ
                 IF WS-PROMOUSE-STATUS = "00"
                    AND PRU-DATE NOT = WS-BUSINESS-DATE
                    IF WS-PRU-KEEP-COUNT < 5000
                       ADD 1 TO WS-PRU-KEEP-COUNT
                       MOVE PROMOUSEREC
                          TO WS-PRU-KEEP-REC (WS-PRU-KEEP-COUNT)
                    ELSE
                       DISPLAY "ERR: PETPROMOUSE TABLE FULL AT "
                          "5000, FILE NOT REWRITTEN"
                       MOVE 8 TO RETURN-CODE
                       CLOSE PETPROMOUSE
                       GO TO 0346-USAGE-END
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETPROMOUSE
           END-IF.
           OPEN OUTPUT PETPROMOUSE.
           IF WS-PROMOUSE-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETPROMOUSE, STATUS = "
                 WS-PROMOUSE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0346-USAGE-END
           END-IF.
           PERFORM VARYING WS-PRU-KEEP-SUB FROM 1 BY 1
              UNTIL WS-PRU-KEEP-SUB > WS-PRU-KEEP-COUNT
              WRITE PROMOUSEREC
                 FROM WS-PRU-KEEP-REC (WS-PRU-KEEP-SUB)
           END-PERFORM.
           SET WS-PRMIDX TO 1.
           PERFORM WS-PRM-COUNT TIMES
              IF WS-PRM-REDEMPTIONS (WS-PRMIDX) > ZEROES
                 MOVE WS-PRM-ID (WS-PRMIDX) TO PRU-PROMO-ID
                 MOVE WS-BUSINESS-DATE      TO PRU-DATE
                 MOVE WS-PRM-REDEMPTIONS (WS-PRMIDX) TO PRU-COUNT
                 WRITE PROMOUSEREC
              END-IF
              SET WS-PRMIDX UP BY 1
           END-PERFORM.
           CLOSE PETPROMOUSE.
       0346-USAGE-END.

      * Emptied lots drop off the file.
       0348-REWRITE-LOTS.
           IF WS-LOT-COUNT = ZEROES
              GO TO 0348-LOTS-END
           END-IF.
           OPEN OUTPUT PETLOTS.
           IF WS-LOTS-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETLOTS, STATUS = "
                 WS-LOTS-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0348-LOTS-END
           END-IF.
           SET WS-LOTIDX TO 1.
           PERFORM WS-LOT-COUNT TIMES
              IF WS-LOT-QTY (WS-LOTIDX) > ZEROES
                 MOVE WS-LOT-STORE (WS-LOTIDX)    TO LOT-STORE-ID
                 MOVE WS-LOT-ITEM-NO (WS-LOTIDX)  TO LOT-ITEM-NO
                 MOVE WS-LOT-NO (WS-LOTIDX)       TO LOT-NO
                 MOVE WS-LOT-EXPIRY (WS-LOTIDX)   TO LOT-EXPIRY-DATE
                 MOVE WS-LOT-RCV-DATE (WS-LOTIDX) TO LOT-RCV-DATE
                 MOVE WS-LOT-QTY (WS-LOTIDX)      TO LOT-QTY
                 WRITE LOTDETAILS
              END-IF
              SET WS-LOTIDX UP BY 1
           END-PERFORM.
           CLOSE PETLOTS.
       0348-LOTS-END.

      * Write-off history keeps every earlier date and replaces this
      * business date's rows, so a rerun does not double them.
       0349-POST-EXPIRED-WRITE-OFF.
           IF WS-EWO-COUNT = ZEROES
              GO TO 0349-EXPWO-END
           END-IF.
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
                    AND EWO-DATE NOT = WS-BUSINESS-DATE
                    IF WS-EWO-KEEP-COUNT < 5000
                       ADD 1 TO WS-EWO-KEEP-COUNT
                       MOVE EXPWOREC
                          TO WS-EWO-KEEP-REC (WS-EWO-KEEP-COUNT)
                    ELSE
                       DISPLAY "ERR: PETEXPWO TABLE FULL AT "
                          "5000, FILE NOT REWRITTEN"
                       MOVE 8 TO RETURN-CODE
                       CLOSE PETEXPWO
                       GO TO 0349-EXPWO-END
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PETEXPWO
           END-IF.
           OPEN OUTPUT PETEXPWO.
           IF WS-EXPWO-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE PETEXPWO, STATUS = "
                 WS-EXPWO-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0349-EXPWO-END
           END-IF.
           PERFORM VARYING WS-EWO-KEEP-SUB FROM 1 BY 1
              UNTIL WS-EWO-KEEP-SUB > WS-EWO-KEEP-COUNT
              WRITE EXPWOREC
                 FROM WS-EWO-KEEP-REC (WS-EWO-KEEP-SUB)
           END-PERFORM.
           PERFORM VARYING WS-EWO-KEEP-SUB FROM 1 BY 1
              UNTIL WS-EWO-KEEP-SUB > WS-EWO-COUNT
              WRITE EXPWOREC
                 FROM WS-EWO-REC (WS-EWO-KEEP-SUB)
           END-PERFORM.
           CLOSE PETEXPWO.
       0349-EXPWO-END.

      * Gross margin by store and by item for the day, with the
      * inventory left on the rewritten master valued at average
      * cost. Store net sales are after every discount and net of
      * returns credited; item sales are after promotions only.
       0350-WRITE-MARGIN-REPORT.
           SET WS-MIDX TO 1.
           PERFORM WS-MASTER-COUNT TIMES
              COMPUTE WS-INV-LINE-COST ROUNDED =
                 WS-MASTER-ON-HAND (WS-MIDX)
                 * WS-MASTER-AVG-COST (WS-MIDX)
              ADD WS-INV-LINE-COST TO WS-INV-COST-TOTAL
              IF WS-MASTER-STORE (WS-MIDX) > ZEROES
                 ADD WS-INV-LINE-COST
                    TO WS-GMS-INV (WS-MASTER-STORE (WS-MIDX))
              END-IF
              SET WS-MIDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO WS-MARGIN-FILENAME.
           STRING "PETMARGIN"      DELIMITED BY SIZE
                  WS-FULL-YEAR     DELIMITED BY SIZE
                  WS-FULL-MONTH    DELIMITED BY SIZE
                  WS-FULL-DAY      DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
              INTO WS-MARGIN-FILENAME.
           OPEN OUTPUT MARGINRPT.
           IF WS-MARGIN-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN MARGINRPT, STATUS = "
                 WS-MARGIN-STATUS
              GO TO 0350-MARGIN-END
           END-IF.
           MOVE WS-FULL-MONTH TO MGH-MONTH.
           MOVE WS-FULL-DAY   TO MGH-DAY.
           MOVE WS-FULL-YEAR  TO MGH-YEAR.
           MOVE MARGIN-HEADING-LINE TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE SPACES TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE MARGIN-STORE-HEADING TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE MARGIN-STORE-COLUMNS TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           PERFORM 0351-PRINT-STORE-MARGIN
              VARYING WS-GM-STORE FROM 1 BY 1
              UNTIL WS-GM-STORE > 99.
           MOVE WS-GM-SALES-TOTAL TO WS-GM-SALES.
           MOVE WS-GM-COGS-TOTAL  TO WS-GM-COGS.
           PERFORM 0353-COMPUTE-MARGIN.
           MOVE WS-GM-SALES       TO MGS-SALES.
           MOVE WS-GM-COGS        TO MGS-COGS.
           MOVE WS-GM-MARGIN      TO MGS-MARGIN.
           MOVE WS-GM-PCT         TO MGS-PCT.
           MOVE WS-INV-COST-TOTAL TO MGS-INV.
           MOVE "TOTAL"           TO MGS-TOTAL-LABEL.
           MOVE MARGIN-STORE-LINE TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE SPACES TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE MARGIN-ITEM-HEADING TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE MARGIN-ITEM-COLUMNS TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           PERFORM 0352-PRINT-ITEM-MARGIN
              VARYING WS-ITAIDX FROM 1 BY 1
              UNTIL WS-ITAIDX > WS-ITA-COUNT.
           MOVE SPACES TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE WS-GM-BELOW-COUNT TO MGB-COUNT.
           MOVE MARGIN-BELOW-LINE TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE WS-INV-COST-TOTAL TO MGV-VALUE.
           MOVE MARGIN-INV-LINE TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE MARGIN-NOTE-LINE TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           CLOSE MARGINRPT.
       0350-MARGIN-END.

       0351-PRINT-STORE-MARGIN.
           IF WS-GMS-SALES (WS-GM-STORE) NOT = ZEROES
              OR WS-GMS-COGS (WS-GM-STORE) NOT = ZEROES
              OR WS-GMS-INV (WS-GM-STORE) NOT = ZEROES
              ADD WS-GMS-SALES (WS-GM-STORE) TO WS-GM-SALES-TOTAL
              ADD WS-GMS-COGS (WS-GM-STORE)  TO WS-GM-COGS-TOTAL
              MOVE WS-GMS-SALES (WS-GM-STORE) TO WS-GM-SALES
              MOVE WS-GMS-COGS (WS-GM-STORE)  TO WS-GM-COGS
              PERFORM 0353-COMPUTE-MARGIN
              MOVE SPACES                    TO MGS-TOTAL-LABEL
              MOVE WS-GM-STORE               TO MGS-STORE
              MOVE WS-GM-SALES               TO MGS-SALES
              MOVE WS-GM-COGS                TO MGS-COGS
              MOVE WS-GM-MARGIN              TO MGS-MARGIN
              MOVE WS-GM-PCT                 TO MGS-PCT
              MOVE WS-GMS-INV (WS-GM-STORE)  TO MGS-INV
              MOVE MARGIN-STORE-LINE TO MARGIN-LINE
              WRITE MARGIN-LINE
           END-IF.

       0352-PRINT-ITEM-MARGIN.
           COMPUTE WS-GM-SALES = WS-ITA-REVENUE (WS-ITAIDX)
              - WS-ITA-MARKDOWN (WS-ITAIDX).
           MOVE WS-ITA-COGS (WS-ITAIDX) TO WS-GM-COGS.
           PERFORM 0353-COMPUTE-MARGIN.
           MOVE WS-ITA-ITEM-NO (WS-ITAIDX) TO MGI-ITEM-NO.
           MOVE WS-ITA-DESC (WS-ITAIDX)    TO MGI-DESCRIPTION.
           MOVE WS-ITA-UNITS (WS-ITAIDX)   TO MGI-UNITS.
           MOVE WS-GM-SALES                TO MGI-SALES.
           MOVE WS-GM-COGS                 TO MGI-COGS.
           MOVE WS-GM-MARGIN               TO MGI-MARGIN.
           MOVE WS-GM-PCT                  TO MGI-PCT.
           MOVE SPACES                     TO MGI-NOTE.
           EVALUATE TRUE
              WHEN WS-GM-MARGIN < ZEROES
                 OR WS-ITA-BELOW-COST (WS-ITAIDX) > ZEROES
                 MOVE "** BELOW COST" TO MGI-NOTE
              WHEN WS-GM-COGS = ZEROES
                 AND WS-ITA-UNITS (WS-ITAIDX) NOT = ZEROES
                 MOVE "NO COST ON FILE" TO MGI-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE MARGIN-ITEM-LINE TO MARGIN-LINE.
           WRITE MARGIN-LINE.

       0353-COMPUTE-MARGIN.
           COMPUTE WS-GM-MARGIN = WS-GM-SALES - WS-GM-COGS.
           IF WS-GM-SALES > ZEROES
              COMPUTE WS-GM-PCT ROUNDED =
                 (WS-GM-MARGIN * 100) / WS-GM-SALES
                 ON SIZE ERROR MOVE ZEROES TO WS-GM-PCT
              END-COMPUTE
           ELSE
              MOVE ZEROES TO WS-GM-PCT
           END-IF.

       0310-REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT PETCUSTMASTER.
           IF WS-CUSTMASTER-STATUS NOT = "00"
              MOVE WS-CUST-ADDRESS (WS-CIDX)  TO CM-CUSTOMER-ADDRESS
              MOVE WS-CUST-LIFETIME (WS-CIDX) TO CM-LIFETIME-TOTAL
              MOVE WS-CUST-TIER (WS-CIDX)     TO CM-LOYALTY-TIER
              MOVE WS-CUST-STATUS (WS-CIDX)   TO CM-STATUS
              MOVE WS-CUST-MERGED-INTO (WS-CIDX) TO CM-MERGED-INTO
              MOVE WS-CUST-EMP-ID (WS-CIDX)   TO CM-EMPLOYEE-ID
              WRITE CUSTMASTERDETAILS
              SET WS-CIDX UP BY 1
           END-PERFORM.
       COPY EXCLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY FISCALPD.
       COPY PRDTAB.
       COPY PRDLOCK.
       COPY PRDEXC.

          END PROGRAM PETSTORECHALLENGE.
