      ******************************************************************
      * SLSHELD - record layout for the held-commission ledger
      * SALESHELD.DAT. SALESWITHCOMMISSION appends one record for each
      * period a held salesperson's net pay is set aside rather than
      * remitted, carrying the hold reason and the amount. While the
      * person stays on hold HLL-RELEASE-PERIOD is zero; on the first
      * run after the hold is released every such record is paid on
      * that run's remittance (REMIT-RELEASED-AMT) and the processing
      * period is stamped into HLL-RELEASE-PERIOD, so a balance is
      * paid exactly once. SALESREMITRECON lists the unreleased
      * records as held balances and GLEXTRACT accrues them at
      * month end. COPY this immediately after
      * "FD SALESHELDFILE." in the FILE SECTION.
      ******************************************************************
       01  HELD-RECORD.
           88  ENDOFHELD               VALUE HIGH-VALUES.
           05  HLL-SALESPERSON-ID      PIC 9(5).
           05  HLL-PERIOD              PIC 9(6).
           05  HLL-REASON-CODE         PIC X(3).
           05  HLL-AMOUNT              PIC 9(10).
           05  HLL-RELEASE-PERIOD      PIC 9(6).
