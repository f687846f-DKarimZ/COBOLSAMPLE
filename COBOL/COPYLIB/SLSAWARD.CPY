      ******************************************************************
      * SLSAWARD - record layout for the sales contest award ledger
      * SALESCONTESTWIN.DAT. SALESCONTEST appends one W record per
      * winner and one C record closing each contest it evaluates
      * (the C record carries the winner count in AWD-RANK, the
      * contest's in-scope sales in AWD-NET-SALES and the total
      * payout in AWD-PAYOUT, so a contest with no winners is still
      * recorded as evaluated and is not judged a second time).
      * SALESWITHCOMMISSION pays every W record whose
      * AWD-PAID-PERIOD is zero on that run's remittance as the
      * contest bonus component and stamps the processing period
      * into AWD-PAID-PERIOD, so an award is paid exactly once. COPY
      * this immediately after "FD SALESAWARDFILE." in the FILE
      * SECTION.
      ******************************************************************
       01  AWARD-RECORD.
           88  ENDOFAWARDS             VALUE HIGH-VALUES.
           05  AWD-REC-TYPE            PIC X.
               88  AWD-WINNER          VALUE 'W'.
               88  AWD-CONTEST-CLOSED  VALUE 'C'.
           05  AWD-CONTEST-ID          PIC X(6).
           05  AWD-SALESPERSON-ID      PIC 9(5).
           05  AWD-RANK                PIC 9(5).
           05  AWD-NET-SALES           PIC 9(10).
           05  AWD-PAYOUT              PIC 9(8).
           05  AWD-EVAL-DATE           PIC 9(8).
           05  AWD-PAID-PERIOD         PIC 9(6).
