      ******************************************************************
      * ERCHISTFD - record layout for the employer cost history file
      * EMPRCOSTHIST.DAT, one record per employee per EMPRCONTROL.DAT
      * cost code per pay: the employee, the pay run's business date,
      * the cost code, the wages subject to it on that pay (after the
      * annual wage base) and the employer cost. EMPLOYEERAISE
      * appends it; QTRPAYTAX reads it for the quarterly returns.
      * COPY this immediately after "FD EMPRCOSTHIST." in the FILE
      * SECTION.
      ******************************************************************
       01  ERCOSTHIST-REC.
           05  ECH-EMP-ID              PIC 9(7).
           05  ECH-RUN-DATE            PIC 9(8).
           05  ECH-CODE                PIC X(4).
           05  ECH-WAGES               PIC 9(9)V99.
           05  ECH-COST                PIC 9(9)V99.
