      * commission earned, plus any guarantee draw topping a new
      * salesperson up to the monthly minimum, minus any recovery of
      * prior draws out of a month where earnings exceed the
      * guarantee, plus any manager override earned on the net sales
      * of the salesperson's team, plus any sales contest bonus
      * awarded by SALESCONTEST (kept out of commission earned), plus
      * any held commission released this period. While a salesperson
      * is on hold the whole net is set aside instead: it is carried
      * in REMIT-HELD-AMT and REMIT-COMMISSION-AMT is zero. The
      * components ride on the record so the statement and pay runs
      * can itemize them.
      ******************************************************************
       01  REMIT-RECORD.
           05  REMIT-SALESPERSON-ID    PIC 9(5).
           05  REMIT-EARNED-AMT        PIC 9(10).
           05  REMIT-DRAW-AMT          PIC 9(8).
           05  REMIT-RECOVERY-AMT      PIC 9(8).
           05  REMIT-OVERRIDE-AMT      PIC 9(8).
           05  REMIT-BONUS-AMT         PIC 9(8).
           05  REMIT-HELD-AMT          PIC 9(10).
           05  REMIT-RELEASED-AMT      PIC 9(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
