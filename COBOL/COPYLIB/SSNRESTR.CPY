      ******************************************************************
      * SSNRESTR - files that carry full nine-digit SSNs.
      *
      * Everything else in the suite prints SSNs masked (SSNMASK);
      * the files below keep the full value because a later step
      * matches or transmits on it. They are restricted: retention
      * (PURGEDATED) lists them on its report and flags any dated
      * generation it keeps or purges. Each row is the file name, or
      * for a date-stamped family the name prefix, then the
      * extension when the name carries a yyyymmdd stamp (blank for a
      * fixed name), then what the full SSN is kept for. Add a row
      * here whenever a new file is given full SSNs.
      ******************************************************************
       01  SSN-RESTRICTED-LIST.
           05  FILLER PIC X(54) VALUE
               "ACME.DAT                FEEDER INPUT".
           05  FILLER PIC X(54) VALUE
               "FUSESINC.DAT            FEEDER INPUT".
           05  FILLER PIC X(54) VALUE
               "FEEDER3CSV.DAT          FEEDER INPUT".
           05  FILLER PIC X(54) VALUE
               "FEEDER3.DAT             FEEDER INPUT".
           05  FILLER PIC X(54) VALUE
               "ACME.CLN                MERGE INPUT".
           05  FILLER PIC X(54) VALUE
               "FUSESINC.CLN            MERGE INPUT".
           05  FILLER PIC X(54) VALUE
               "FEEDER3.CLN             MERGE INPUT".
           05  FILLER PIC X(54) VALUE
               "WORK.TMP                MERGE WORK FILE".
           05  FILLER PIC X(54) VALUE
               "FUSION.NEW              NEW-HIRE APPLY INPUT".
           05  FILLER PIC X(54) VALUE
               "FUSION              .NEWDELTA COMPARE ARCHIVE".
           05  FILLER PIC X(54) VALUE
               "APPLIEDSSN.DAT          SSN TO EMPLOYEE CROSS-REF".
           05  FILLER PIC X(54) VALUE
               "EARNXMIT            .DATYEAR-END TRANSMISSION".
       01  SSN-RESTRICTED-TABLE REDEFINES SSN-RESTRICTED-LIST.
           05  SSR-ENTRY OCCURS 12 TIMES
                             INDEXED BY SSR-IDX.
               10  SSR-FILE-NAME       PIC X(20).
               10  SSR-DATED-EXT       PIC X(4).
               10  SSR-USE             PIC X(30).
       01  SSN-RESTRICTED-COUNT        PIC 9(2) VALUE 12.
