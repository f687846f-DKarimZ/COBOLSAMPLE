      ******************************************************************
      * BNKCHGFD - record layout for the bank detail change history
      * BANKCHG.DAT. COPY this immediately after "FD BANKCHGFILE."
      * in the FILE SECTION. Every change to an EMPBANK.DAT record
      * appends one record with the full before and after images:
      *   A / C / D - add, change or delete keyed in MAINTAINEMPBANK
      *   R         - prenote returned by the bank, keyed in
      *               MAINTAINEMPBANK
      *   N         - prenote sent in the direct-deposit extract
      *   V         - pending details gone live after the
      *               cooling-off period
      * BCH-BEFORE is spaces on an add and BCH-AFTER is spaces on a
      * delete. BCH-OPERATOR is the signed-on operator for a console
      * change and *BATCH* for one made by EMPLOYEERAISE. The file
      * is reported by BANKCHGRPT for review by someone other than
      * the operator who keyed the change.
      ******************************************************************
       01  BANKCHG-REC.
           88  ENDOFBANKCHG            VALUE HIGH-VALUES.
           05  BCH-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  BCH-TIME                PIC 9(6).
           05  FILLER                  PIC X(1).
           05  BCH-PROGRAM             PIC X(18).
           05  FILLER                  PIC X(1).
           05  BCH-ACTION              PIC X(1).
               88  BCH-KEYED-CHANGE    VALUE 'A' 'C' 'D' 'R'.
           05  FILLER                  PIC X(1).
           05  BCH-EMP-ID              PIC 9(7).
           05  FILLER                  PIC X(1).
           05  BCH-BEFORE              PIC X(92).
           05  FILLER                  PIC X(1).
           05  BCH-AFTER               PIC X(92).
           05  FILLER                  PIC X(1).
           05  BCH-OPERATOR            PIC X(8).
