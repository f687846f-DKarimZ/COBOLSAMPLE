      *      EMPLOYEERAISE       -> EMPLEAVE.DAT       (sequential)
      *      ONBOARDAPPLY        -> EMPMASTER.DAT      (indexed)
      *      SALESPERSONBATCH    -> SALESPERSONMST.DAT (indexed)
      *      SALESPERSONBATCH    -> SALESTERR.DAT      (sequential)
      *      SALESWITHCOMMISSION -> SALESCONTESTWIN.DAT (sequential)
      *      SALESCONTEST        -> SALESCONTESTWIN.DAT (sequential)
      *      SALESPERSONBATCH    -> SALESHOLD.DAT      (sequential)
      *      SALESWITHCOMMISSION -> SALESHELD.DAT      (sequential)
      *      SALESPERSONBATCH    -> SPHRTRANS.DAT      (sequential)
      *      PETSTORECHALLENGE   -> PETCLERKSALES.DAT  (sequential)
      *      SALESWITHCOMMISSION -> PETCLERKSALES.DAT  (sequential)
      *      PETSTORECHALLENGE   -> PETRCVHIST.DAT     (sequential)
      *      PETPOGEN            -> PETOPENPO.DAT      (sequential)
      *      PETPOGEN            -> PETPOHIST.DAT      (sequential)
      *      PETSTORECHALLENGE   -> PETPROMOUSE.DAT    (sequential)
      *      PETSTORECHALLENGE   -> PETLOTS.DAT        (sequential)
      *      PETSTORECHALLENGE   -> PETEXPWO.DAT       (sequential)
      *      PETSTORECHALLENGE   -> PETTENDER.DAT      (sequential)
      *      PETTENDERRECON      -> PETDEPHIST.DAT     (sequential)
      *      PETSTORECHALLENGE   -> PETBACKORD.DAT     (sequential)
      *      EMPLOYEERAISE       -> EMPPURCHBAL.DAT    (sequential)
      *      EMPLOYEERAISE       -> PETEMPPURCH.DAT    (sequential)
      *      PETSTORECHALLENGE   -> PETEMPPURCH.DAT    (sequential)
      *      EMPLOYEERAISE       -> GARNORDER.DAT      (sequential)
      *      PAYADJUST           -> EMPPAYHIST.DAT     (sequential)
      *      PAYADJUST           -> EMPYTD.DAT         (sequential)
      *      ONBOARDAPPLY        -> TERMNOTICE.DAT     (sequential)
      *    - every file those steps rewrite in place with OPEN
      *    OUTPUT, so one restore covers the whole step. A step
      *    not in the map snapshots nothing and returns.
      *    skipped; snapshot problems warn but never stop the
      *    chain - a night that runs beats a night held for its
      *    own safety net.
      *  - The employee master now ends with the pay grade
      *    (PAYGRADE); the record layout here follows it.
      **************************************************************

       ENVIRONMENT DIVISION.
       FD EMPMASTER.
         01 EMPMASTERREC.
           05 EMP-ID               PIC 9(7).
           05 FILLER               PIC X(80).

       FD SPMFILE.
         01 SPMRECORD.
               "ONBOARDAPPLY        EMPMASTER.DAT       I      ".
           05  FILLER PIC X(47) VALUE
               "SALESPERSONBATCH    SALESPERSONMST.DAT  I      ".
           05  FILLER PIC X(47) VALUE
               "SALESPERSONBATCH    SALESTERR.DAT       S      ".
           05  FILLER PIC X(47) VALUE
               "SALESWITHCOMMISSION SALESCONTESTWIN.DAT S      ".
           05  FILLER PIC X(47) VALUE
               "SALESCONTEST        SALESCONTESTWIN.DAT S      ".
           05  FILLER PIC X(47) VALUE
               "SALESPERSONBATCH    SALESHOLD.DAT       S      ".
           05  FILLER PIC X(47) VALUE
               "SALESWITHCOMMISSION SALESHELD.DAT       S      ".
           05  FILLER PIC X(47) VALUE
               "SALESPERSONBATCH    SPHRTRANS.DAT       S      ".
           05  FILLER PIC X(47) VALUE
               "PETSTORECHALLENGE   PETCLERKSALES.DAT   S      ".
           05  FILLER PIC X(47) VALUE
               "SALESWITHCOMMISSION PETCLERKSALES.DAT   S      ".
           05  FILLER PIC X(47) VALUE
               "PETSTORECHALLENGE   PETRCVHIST.DAT      S      ".
           05  FILLER PIC X(47) VALUE
               "PETPOGEN            PETOPENPO.DAT       S      ".
           05  FILLER PIC X(47) VALUE
               "PETPOGEN            PETPOHIST.DAT       S      ".
           05  FILLER PIC X(47) VALUE
               "PETSTORECHALLENGE   PETPROMOUSE.DAT     S      ".
           05  FILLER PIC X(47) VALUE
               "PETSTORECHALLENGE   PETLOTS.DAT         S      ".
           05  FILLER PIC X(47) VALUE
               "PETSTORECHALLENGE   PETEXPWO.DAT        S      ".
           05  FILLER PIC X(47) VALUE
               "PETSTORECHALLENGE   PETTENDER.DAT       S      ".
           05  FILLER PIC X(47) VALUE
               "PETTENDERRECON      PETDEPHIST.DAT      S      ".
           05  FILLER PIC X(47) VALUE
               "PETSTORECHALLENGE   PETBACKORD.DAT      S      ".
           05  FILLER PIC X(47) VALUE
               "EMPLOYEERAISE       EMPPURCHBAL.DAT     S      ".
           05  FILLER PIC X(47) VALUE
               "EMPLOYEERAISE       PETEMPPURCH.DAT     S      ".
           05  FILLER PIC X(47) VALUE
               "PETSTORECHALLENGE   PETEMPPURCH.DAT     S      ".
           05  FILLER PIC X(47) VALUE
               "EMPLOYEERAISE       GARNORDER.DAT       S      ".
           05  FILLER PIC X(47) VALUE
               "PAYADJUST           EMPPAYHIST.DAT      S      ".
           05  FILLER PIC X(47) VALUE
               "PAYADJUST           EMPYTD.DAT          S      ".
           05  FILLER PIC X(47) VALUE
               "ONBOARDAPPLY        TERMNOTICE.DAT      S      ".
       01  WS-MASTER-MAP-TABLE REDEFINES WS-MASTER-MAP.
           05  WS-MAP-ENTRY OCCURS 35 TIMES
                             INDEXED BY WS-MAPIDX.
               10  WS-MAP-STEP     PIC X(20).
               10  WS-MAP-MASTER   PIC X(20).
      * step's count and logs a spurious START/END pair.
           MOVE ZEROES TO WS-SNAP-COUNT.
           SET WS-MAPIDX TO 1.
           PERFORM 35 TIMES
              IF WS-MAP-STEP (WS-MAPIDX) = LNK-STEP-NAME
                 PERFORM 0200-SNAPSHOT-ONE-MASTER
              END-IF
