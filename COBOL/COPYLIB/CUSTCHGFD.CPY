      ******************************************************************
      * CUSTCHGFD - record layout for the pet customer master change
      * history file PETCUSTCHG.DAT. COPY this immediately after
      * "FD PETCUSTCHGFILE." in the FILE SECTION. Every add, change,
      * inactivation, reactivation, merge and employee link keyed
      * through PETCUSTMAINT appends one record carrying the full
      * before and after images of the PETCUSTMASTER.DAT record.
      * CCH-BEFORE is spaces on an add. Action codes: A add, U change
      * of name or address, I inactivated, R reactivated, M merged
      * away into another id, S survivor of a merge, P an earlier
      * merge re-pointed to the new survivor, E employee id linked
      * or unlinked.
      ******************************************************************
       01  CUSTCHG-REC.
           05  CCH-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CCH-TIME                PIC 9(6).
           05  FILLER                  PIC X(1).
           05  CCH-PROGRAM             PIC X(18).
           05  FILLER                  PIC X(1).
           05  CCH-ACTION              PIC X(1).
           05  FILLER                  PIC X(1).
           05  CCH-CUSTOMER-ID         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  CCH-BEFORE              PIC X(94).
           05  FILLER                  PIC X(1).
           05  CCH-AFTER               PIC X(94).
