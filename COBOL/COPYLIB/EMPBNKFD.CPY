      ******************************************************************
      * EMPBNKFD - record layout for the employee bank master
      * EMPBANK.DAT (indexed, keyed on EB-EMP-ID). COPY this
      * immediately after "FD EMPBANKFILE." in the FILE SECTION.
      * EB-ROUTING / EB-ACCOUNT are the live details net pay goes
      * to; zero routing means there is no live account yet and the
      * employee is paid by paper check. New or changed details
      * keyed through MAINTAINEMPBANK never go live directly: they
      * wait in EB-PEND-ROUTING / EB-PEND-ACCOUNT with EB-STATUS P
      * until EMPLOYEERAISE has sent a zero-dollar prenote for them
      * (EB-PRENOTE-DATE) and the prenote has stood unreturned to
      * EB-ACTIVE-DATE, a set number of business days later, when
      * the pending details replace the live ones and the status
      * goes back to A. A prenote the bank returns is recorded
      * through MAINTAINEMPBANK as status R; returned details never
      * go live and must be keyed again. A blank status is an
      * account that pre-dates the prenote check and is live.
      ******************************************************************
       01  EMPBANKREC.
           88  ENDOFEMPBANK            VALUE HIGH-VALUES.
           05  EB-EMP-ID               PIC 9(7).
           05  EB-ROUTING              PIC 9(9).
           05  EB-ACCOUNT              PIC X(17).
           05  EB-STATUS               PIC X(1).
               88  EB-LIVE             VALUE 'A' ' '.
               88  EB-PENDING          VALUE 'P'.
               88  EB-RETURNED         VALUE 'R'.
           05  EB-PEND-ROUTING         PIC 9(9).
           05  EB-PEND-ACCOUNT         PIC X(17).
           05  EB-PEND-DATE            PIC 9(8).
           05  EB-PEND-OPERATOR        PIC X(8).
           05  EB-PRENOTE-DATE         PIC 9(8).
           05  EB-ACTIVE-DATE          PIC 9(8).
