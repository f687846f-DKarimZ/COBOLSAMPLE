      ******************************************************************
      * EMPPURFD - record layout for the employee purchase file
      * PETEMPPURCH.DAT, one record per pet store sale charged to an
      * employee's payroll account: the employee, the business date,
      * the store, the customer id the sale was rung under and the
      * amount charged. PETSTORECHALLENGE writes it, replacing the
      * business date's rows on a rerun. EMPLOYEERAISE takes every
      * row dated up to its own business date into the employee
      * purchase balances on EMPPURCHBAL.DAT and drops it from the
      * file. COPY this immediately after "FD PETEMPPURCH." in the
      * FILE SECTION.
      ******************************************************************
       01  EMPPURCH-REC.
           05  EPU-EMP-ID              PIC 9(7).
           05  EPU-DATE                PIC 9(8).
           05  EPU-STORE-ID            PIC 9(2).
           05  EPU-CUSTOMER-ID         PIC 9(7).
           05  EPU-AMOUNT              PIC 9(7)V99.
