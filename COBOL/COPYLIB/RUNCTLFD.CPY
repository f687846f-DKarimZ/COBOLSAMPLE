      * the month-end flag NIGHTLYBATCHDRIVER sets when the current
      * business date is the last processing date of its calendar
      * month per BUSCALENDAR.DAT, so period-end work can key off
      * the calendar. Alongside it the driver sets the fiscal
      * period-end flag when the business date is the last
      * processing date of its 4-4-5 fiscal period per FISCALCAL.DAT.
      * The period basis is set by finance: C (or blank) groups
      * monthly work by calendar month, F by fiscal period instead,
      * B by calendar month with the fiscal period printed as well.
      * The driver advances the date on successful completion and
      * carries the basis forward; the other programs only read it.
      ******************************************************************
       01  RUNCONTROLREC.
           05  RUN-BUSINESS-DATE       PIC 9(8).
           05  RUN-LAST-POSTED         PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RUN-MONTH-END-FLAG      PIC X(1).
           05  FILLER                  PIC X(1).
           05  RUN-FISCAL-PE-FLAG      PIC X(1).
           05  FILLER                  PIC X(1).
           05  RUN-PERIOD-BASIS        PIC X(1).
