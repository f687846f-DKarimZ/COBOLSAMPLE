      ******************************************************************
      * SLSHOLD - record layout for the commission hold file
      * SALESHOLD.DAT, one record per salesperson whose commission is
      * currently held, with the reason code (DIS disputed invoice,
      * ACK plan acknowledgement not signed, LOA leave of absence, or
      * any other code the sales office uses) and the date the hold
      * was placed. SALESPERSONBATCH adds the record on an H
      * transaction and removes it on an R (release) transaction,
      * both audited on SPAUDIT.DAT; SALESWITHCOMMISSION reads it to
      * decide whose pay goes to the held-commission ledger. COPY
      * this immediately after "FD SALESHOLDFILE." in the FILE
      * SECTION.
      ******************************************************************
       01  HOLD-RECORD.
           88  ENDOFHOLDS              VALUE HIGH-VALUES.
           05  HLD-SALESPERSON-ID      PIC 9(5).
           05  HLD-REASON-CODE         PIC X(3).
           05  HLD-HOLD-DATE           PIC 9(8).
