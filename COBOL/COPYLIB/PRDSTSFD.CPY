      ******************************************************************
      * PRDSTSFD - record layout for the period status file
      * PERIODSTATUS.DAT. COPY this immediately after
      * "FD PERIODSTATUSFILE." in the FILE SECTION. One record per
      * subsystem (SALES, PETSTORE, PAYROLL or GL) and period (YYYYPP
      * on the run's period basis, as 9130-SET-DATE-PERIOD gives it)
      * that is CLOSING or CLOSED, or is OPEN but redirects late
      * items; a period with no record is OPEN with late action R.
      * At most 480 records are kept. PST-LATE-ACTION says what
      * happens to a transaction dated in the period once it is
      * CLOSING or CLOSED: R (or blank) refuses it, D redirects it
      * into the current open period. PST-CHANGED-DATE, PST-OPERATOR
      * and PST-REASON record the last status change. Only
      * PERIODMAINT changes the file.
      ******************************************************************
       01  PERIODSTATUSREC.
           88  ENDOFPERIODSTATUS       VALUE HIGH-VALUES.
           05  PST-SUBSYSTEM           PIC X(8).
           05  FILLER                  PIC X(1).
           05  PST-PERIOD              PIC 9(6).
           05  FILLER                  PIC X(1).
           05  PST-STATUS              PIC X(7).
           05  FILLER                  PIC X(1).
           05  PST-LATE-ACTION         PIC X(1).
           05  FILLER                  PIC X(1).
           05  PST-CHANGED-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PST-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(1).
           05  PST-REASON              PIC X(30).
