      *    fields as active/zeroes, since EMPFILE.DAT predates them.
      *  - Loads the pay-frequency code as monthly; EMPFILE.DAT
      *    predates the pay calendar too.
      *  - Loads the pay grade as blank (ungraded); grades are
      *    assigned through MAINTAINEMPMASTER.
      **************************************************************

       ENVIRONMENT DIVISION.
           02 EMP-STATUS               PIC X.
           02 EMP-TERM-DATE            PIC 9(8).
           02 EMP-PAY-FREQ             PIC X.
           02 EMP-PAY-GRADE            PIC X(2).

       FD EMPLOYEEFILESEQ.
         01 EMPDETAILS.
      *    Pre-pay-calendar population defaults to the monthly
      *    group.
           MOVE "M"         TO EMP-PAY-FREQ.
      *    Pay grades are assigned afterwards through
      *    MAINTAINEMPMASTER.
           MOVE SPACES      TO EMP-PAY-GRADE.
           WRITE EMPMASTERREC
              INVALID KEY
                 DISPLAY "EMPMASTER STATUS = " FILE-CHECK-KEY
