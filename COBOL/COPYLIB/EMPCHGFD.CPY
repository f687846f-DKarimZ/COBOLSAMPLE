      * record carrying the full before and after images of the
      * master record, so pay-rate and status disputes can be
      * answered from the trail. ECH-BEFORE is spaces on an add and
      * ECH-AFTER is spaces on a delete. ECH-OPERATOR is the signed-on
      * operator for a console change and *BATCH* for one made by an
      * unattended run. EMPCHGINQ reports the file by employee id or
      * date range.
      ******************************************************************
       01  EMPCHG-REC.
           05  ECH-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  ECH-EMP-ID              PIC 9(7).
           05  FILLER                  PIC X(1).
           05  ECH-BEFORE              PIC X(87).
           05  FILLER                  PIC X(1).
           05  ECH-AFTER               PIC X(87).
           05  FILLER                  PIC X(1).
           05  ECH-OPERATOR            PIC X(8).
