      ******************************************************************
      * PAYGRDFD - record layout for the pay grade structure file
      * PAYGRADE.DAT. COPY this immediately after "FD PAYGRADEFILE."
      * in the FILE SECTION. One record per grade with the minimum,
      * midpoint and maximum hourly rates of its range. PAYGRADE on
      * the employee master names the grade; blank is ungraded.
      * PG-CAP-FLAG 'Y' holds EMPLOYEERAISE raises to the grade
      * maximum; anything else only flags a raise that passes it.
      * PAYGRADERPT reports compa-ratios against the midpoints.
      ******************************************************************
       01  PAYGRADE-REC.
           05  PG-GRADE                PIC X(2).
           05  PG-DESC                 PIC X(20).
           05  PG-MIN-RATE             PIC 9(4)V99.
           05  PG-MID-RATE             PIC 9(4)V99.
           05  PG-MAX-RATE             PIC 9(4)V99.
           05  PG-CAP-FLAG             PIC X(1).
