      *    company total line. Written to the business-dated
      *    HEADCOUNTRPTyyyymmdd.DAT so PURGEDATED's retention
      *    rules can manage it.
      *  - The employee master now ends with the pay grade
      *    (PAYGRADE); the record layout here follows it.
      **************************************************************

       ENVIRONMENT DIVISION.
                  88 EMPLOYEE-TERMINATED   VALUE 'T'.
               02 TERMDATE                 PIC 9(8).
               02 PAYFREQ                  PIC X.
               02 PAYGRADE                 PIC X(2).

       FD HEADCOUNTRPT.
            01 PRINT-LINE                  PIC X(132).
