      ******************************************************************
      * PROVFD - new-hire and termination provisioning notice layout.
      *
      * COPY this after the FD of a provisioning file, or into
      * WORKING-STORAGE where one program builds records for more
      * than one of them.
      * ONBOARDAPPLY writes HIREPROVyyyymmdd.DAT (new accounts and
      * reactivations) and TERMPROVyyyymmdd.DAT (terminations) for
      * facilities (FAC), IT (IT) and the benefits vendor (BEN): one
      * detail record per employee per group, then one trailer
      * carrying the counts the receiving side checks the
      * transmission against. MAINTAINEMPMASTER queues each
      * termination as a single detail record (group blank) on
      * TERMNOTICE.DAT, which ONBOARDAPPLY fans out to the groups
      * and empties. The termination date is zero on a hire.
      ******************************************************************
       01  PROV-DETAIL.
           05  PRV-REC-TYPE            PIC X.
               88  PRV-IS-DETAIL       VALUE 'D'.
           05  PRV-GROUP               PIC X(3).
           05  PRV-REQUEST-TYPE        PIC X(3).
               88  PRV-NEW-ACCOUNT     VALUE 'NEW'.
               88  PRV-REACTIVATION    VALUE 'REA'.
               88  PRV-TERMINATION     VALUE 'TRM'.
           05  PRV-EMP-ID              PIC 9(7).
           05  PRV-LASTNAME            PIC X(10).
           05  PRV-FIRSTNAME           PIC X(10).
           05  PRV-DEPARTMENT          PIC X(30).
           05  PRV-START-DATE          PIC 9(8).
           05  PRV-TERM-DATE           PIC 9(8).
       01  PROV-TRAILER.
           05  PRT-REC-TYPE            PIC X.
           05  PRT-CREATE-DATE         PIC 9(8).
           05  PRT-RECORD-COUNT        PIC 9(7).
           05  PRT-NEW-COUNT           PIC 9(7).
           05  PRT-REACT-COUNT         PIC 9(7).
           05  PRT-TERM-COUNT          PIC 9(7).
           05  FILLER                  PIC X(43).
