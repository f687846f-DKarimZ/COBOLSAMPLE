      ******************************************************************
      * OPRFD - record layout for the operator file OPERATOR.DAT
      * (indexed, keyed on OPR-ID). COPY this immediately after
      * "FD OPERATORFILE." in the FILE SECTION. One record per person
      * allowed to run the console maintenance programs: the
      * password is held only as the hash 9230-HASH-PASSWORD
      * (OPRSIGN copybook) produces from the id and password, never
      * in clear. OPR-STATUS is A active, L locked (set after
      * OPR-MAX-ATTEMPTS consecutive bad passwords) or D disabled.
      * Each authority entry names a program and whether the
      * operator may add, change or delete (Y/N) through it. The
      * file is maintained by OPERATORMAINT and listed by
      * OPERACCESSRPT.
      ******************************************************************
       01  OPERATOR-REC.
           88  ENDOFOPERATORS          VALUE HIGH-VALUES.
           05  OPR-ID                  PIC X(8).
           05  OPR-NAME                PIC X(20).
           05  OPR-PASSWORD-HASH       PIC 9(10).
           05  OPR-STATUS              PIC X(1).
               88  OPR-ACTIVE          VALUE 'A'.
               88  OPR-LOCKED          VALUE 'L'.
               88  OPR-DISABLED        VALUE 'D'.
           05  OPR-FAIL-COUNT          PIC 9(1).
           05  OPR-LAST-SIGNON         PIC 9(8).
           05  OPR-AUTH-TABLE.
               10  OPR-AUTH-ENTRY OCCURS 10 TIMES.
                   15  OPR-AUTH-PROGRAM    PIC X(18).
                   15  OPR-AUTH-ADD        PIC X(1).
                   15  OPR-AUTH-CHANGE     PIC X(1).
                   15  OPR-AUTH-DELETE     PIC X(1).
