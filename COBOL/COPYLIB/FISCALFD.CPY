      ******************************************************************
      * FISCALFD - record layout for the 4-4-5 fiscal calendar file
      * FISCALCAL.DAT. COPY this immediately after "FD FISCALCALFILE."
      * in the FILE SECTION. One record per fiscal period, in date
      * order: the first and last calendar dates of the period, the
      * fiscal year, quarter (1-4) and period (01-12) it belongs to,
      * the number of weeks in it (4 or 5, so each quarter runs
      * 4-4-5, with 6 in period 12 of a 53-week year) and the fiscal
      * week number of its first week. Finance maintains it a year
      * ahead; CTLVALIDATE checks that the periods are contiguous
      * and that each spans its whole weeks.
      ******************************************************************
       01  FISCALCALREC.
           88  ENDOFFISCALCAL          VALUE HIGH-VALUES.
           05  FCL-PERIOD-START        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  FCL-PERIOD-END          PIC 9(8).
           05  FILLER                  PIC X(1).
           05  FCL-FISCAL-YEAR         PIC 9(4).
           05  FILLER                  PIC X(1).
           05  FCL-QUARTER             PIC 9(1).
           05  FILLER                  PIC X(1).
           05  FCL-PERIOD              PIC 9(2).
           05  FILLER                  PIC X(1).
           05  FCL-WEEKS               PIC 9(1).
           05  FILLER                  PIC X(1).
           05  FCL-FIRST-WEEK          PIC 9(2).
