      ******************************************************************
      * OPRCTL - shared operator sign-on working-storage fields.
      *
      * COPY this into WORKING-STORAGE SECTION. The host program must
      * also COPY OPRFD into the FD for OPERATORFILE (SELECT
      * OPERATORFILE ASSIGN TO "OPERATOR.DAT" ORGANIZATION INDEXED
      * ACCESS MODE DYNAMIC RECORD KEY OPR-ID FILE STATUS
      * WS-OPERATOR-STATUS), COPY OPRLOGFD into the FD for OPRLOGFILE
      * (SELECT OPRLOGFILE ASSIGN TO "OPERLOG.DAT" ORGANIZATION LINE
      * SEQUENTIAL FILE STATUS WS-OPRLOG-STATUS) and COPY OPRSIGN
      * into the PROCEDURE DIVISION. Move the program name to
      * OPR-WK-PROGRAM before signing on; OPR-WK-OPERATOR then holds
      * the operator id to stamp on audit records.
      ******************************************************************
       01  WS-OPERATOR-STATUS          PIC X(2).
       01  WS-OPRLOG-STATUS            PIC X(2).

       01  WS-OPERATOR-FIELDS.
           05  OPR-WK-PROGRAM          PIC X(18).
           05  OPR-WK-OPERATOR         PIC X(8).
           05  OPR-WK-PASSWORD         PIC X(20).
           05  OPR-WK-ACTION           PIC X(1).
               88  OPR-WK-ADD          VALUE 'A'.
               88  OPR-WK-CHANGE       VALUE 'C'.
               88  OPR-WK-DELETE       VALUE 'D'.
           05  OPR-WK-KEY              PIC X(36).
           05  OPR-WK-EVENT            PIC X(4).
           05  OPR-WK-TEXT             PIC X(30).
           05  OPR-WK-ATTEMPTS         PIC 9(1).
           05  OPR-WK-SIGNON-SW        PIC X(1) VALUE 'N'.
               88  OPERATOR-SIGNED-ON  VALUE 'Y'.
           05  OPR-WK-AUTH-SW          PIC X(1) VALUE 'N'.
               88  ACTION-AUTHORIZED   VALUE 'Y'.
           05  OPR-WK-AUTH-TABLE.
               10  OPR-WK-AUTH-ENTRY OCCURS 10 TIMES
                                 INDEXED BY OPR-WK-AUTHIDX.
                   15  OPR-WK-AUTH-PROGRAM PIC X(18).
                   15  OPR-WK-AUTH-ADD     PIC X(1).
                   15  OPR-WK-AUTH-CHANGE  PIC X(1).
                   15  OPR-WK-AUTH-DELETE  PIC X(1).

      * Consecutive bad passwords that lock an operator; also the
      * number of sign-on tries allowed per session.
       01  OPR-MAX-ATTEMPTS            PIC 9(1) VALUE 3.

       01  WS-OPERATOR-HASH-FIELDS.
           05  OPR-HASH-INPUT          PIC X(28).
           05  OPR-HASH-VALUE          PIC 9(10).
           05  OPR-HASH-SUB            PIC 9(2).

       01  WS-OPERATOR-DATETIME.
           05  WS-OPERATOR-DATE        PIC 9(8).
           05  WS-OPERATOR-TIME        PIC 9(6).
           05  FILLER                  PIC X(7).
