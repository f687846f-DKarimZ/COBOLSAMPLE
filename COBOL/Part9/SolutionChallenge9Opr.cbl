       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATORMAINT.

      * Maintenance (add/change/delete) of the operator file.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. MAINTAINEMPMASTER, MAINTAINEMPBANK,
      *    MAINTAINSALESPERSON and MAINTAININDEXFILE used to take
      *    changes from anyone who could start them. They now sign
      *    the operator on against the indexed operator file
      *    OPERATOR.DAT (OPRFD copybook) and check each add, change
      *    or delete against that operator's authority entries.
      *    This program lets the security administrator add an
      *    operator, change one (name, password, status, the
      *    programs and actions allowed) or delete one. Setting an
      *    operator back to active clears the failed sign-on
      *    count, which is how a locked operator is released.
      *    Every change is written to the access log OPERLOG.DAT
      *    (events OADD, OCHG, ODEL) with the administrator's id.
      *    The program signs on and checks authority like the
      *    others, under the program name OPERATORMAINT. When no
      *    operator file exists yet it is created with a first
      *    operator holding full OPERATORMAINT authority, so the
      *    shop can bootstrap its administrator.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERATORFILE ASSIGN TO "OPERATOR.DAT"
           FILE STATUS IS WS-OPERATOR-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID.

           SELECT OPRLOGFILE ASSIGN TO "OPERLOG.DAT"
           FILE STATUS IS WS-OPRLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORFILE.
       COPY OPRFD.

       FD OPRLOGFILE.
       COPY OPRLOGFD.

       WORKING-STORAGE SECTION.
         01 WS-WORK-AREAS.
           05 WS-MAINT-ACTION      PIC 9.
              88  MAINT-ADD        VALUE 1.
              88  MAINT-CHANGE     VALUE 2.
              88  MAINT-DELETE     VALUE 3.
              88  MAINT-QUIT       VALUE 9.
           05 WS-MAINT-ID          PIC X(8).
           05 WS-MAINT-PROGRAM     PIC X(18).
           05 WS-MAINT-ACTIONS     PIC X(3).
           05 WS-MAINT-PASSWORD    PIC X(20).
           05 WS-LETTER-COUNT      PIC 9(2).
           05 WS-AUTH-SUB          PIC 9(2).
           05 WS-AUTH-DONE-SW      PIC X VALUE 'N'.
              88  AUTH-ENTRY-DONE  VALUE 'Y'.
           05 WS-AUTH-SAVE         PIC X(210).

       COPY OPRCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "OPERATORMAINT" TO OPR-WK-PROGRAM.
           OPEN INPUT OPERATORFILE.
           IF WS-OPERATOR-STATUS = "35"
              PERFORM 0150-FIRST-OPERATOR
           ELSE
              CLOSE OPERATORFILE
           END-IF.
           PERFORM 9200-OPERATOR-SIGN-ON THRU 9200-SIGN-ON-END.
           IF NOT OPERATOR-SIGNED-ON
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O OPERATORFILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE OPERATORFILE ",
                 WS-OPERATOR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0200-MAINTAIN-ONE-OPERATOR
              UNTIL MAINT-QUIT.
           PERFORM 0900-END-PROGRAM.

      * No operator file yet - create it holding the first
      * administrator, who then signs on like anyone else.
       0150-FIRST-OPERATOR.
           OPEN OUTPUT OPERATORFILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO CREATE OPERATOR.DAT, STATUS = "
                 WS-OPERATOR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "NO OPERATOR FILE - SET UP THE FIRST SECURITY "
              "ADMINISTRATOR".
           MOVE SPACES TO OPERATOR-REC.
           DISPLAY "ENTER OPERATOR ID (8 CHARS)" WITH NO ADVANCING.
           ACCEPT OPR-ID.
           DISPLAY "ENTER NAME (20 CHARS)" WITH NO ADVANCING.
           ACCEPT OPR-NAME.
           PERFORM 0260-ACCEPT-NEW-PASSWORD.
           MOVE 'A'             TO OPR-STATUS.
           MOVE 0               TO OPR-FAIL-COUNT.
           MOVE ZEROES          TO OPR-LAST-SIGNON.
           MOVE "OPERATORMAINT" TO OPR-AUTH-PROGRAM (1).
           MOVE 'Y'             TO OPR-AUTH-ADD (1).
           MOVE 'Y'             TO OPR-AUTH-CHANGE (1).
           MOVE 'Y'             TO OPR-AUTH-DELETE (1).
           WRITE OPERATOR-REC.
           CLOSE OPERATORFILE.
           MOVE OPR-ID TO OPR-WK-OPERATOR OPR-WK-KEY.
           MOVE 'A'    TO OPR-WK-ACTION.
           MOVE "OADD" TO OPR-WK-EVENT.
           MOVE "FIRST SECURITY ADMINISTRATOR" TO OPR-WK-TEXT.
           PERFORM 9290-LOG-ACCESS-EVENT.

       0200-MAINTAIN-ONE-OPERATOR.
           DISPLAY "1 = ADD   2 = CHANGE   3 = DELETE   9 = QUIT"
              WITH NO ADVANCING.
           ACCEPT WS-MAINT-ACTION.
           IF MAINT-ADD OR MAINT-CHANGE OR MAINT-DELETE
              DISPLAY "ENTER OPERATOR ID (8 CHARS)" WITH NO ADVANCING
              ACCEPT WS-MAINT-ID
              MOVE WS-MAINT-ID TO OPR-WK-KEY
              EVALUATE TRUE
                 WHEN MAINT-ADD    MOVE 'A' TO OPR-WK-ACTION
                 WHEN MAINT-CHANGE MOVE 'C' TO OPR-WK-ACTION
                 WHEN MAINT-DELETE MOVE 'D' TO OPR-WK-ACTION
              END-EVALUATE
              PERFORM 9210-CHECK-AUTHORITY
           END-IF.
           EVALUATE TRUE
              WHEN MAINT-QUIT
                 CONTINUE
              WHEN NOT ACTION-AUTHORIZED
                 CONTINUE
              WHEN MAINT-ADD
                 PERFORM 0210-ADD-OPERATOR
              WHEN MAINT-CHANGE
                 PERFORM 0220-CHANGE-OPERATOR
              WHEN MAINT-DELETE
                 PERFORM 0230-DELETE-OPERATOR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE 'N' TO OPR-WK-AUTH-SW.

       0210-ADD-OPERATOR.
           MOVE SPACES TO OPERATOR-REC.
           MOVE WS-MAINT-ID TO OPR-ID.
           DISPLAY "ENTER NAME (20 CHARS)" WITH NO ADVANCING.
           ACCEPT OPR-NAME.
           PERFORM 0260-ACCEPT-NEW-PASSWORD.
           MOVE 'A'    TO OPR-STATUS.
           MOVE 0      TO OPR-FAIL-COUNT.
           MOVE ZEROES TO OPR-LAST-SIGNON.
           PERFORM 0250-ACCEPT-AUTHORITIES.
           WRITE OPERATOR-REC
              INVALID KEY
                 DISPLAY "WRITE FAILED (DUPLICATE ID?), STATUS = ",
                    WS-OPERATOR-STATUS
              NOT INVALID KEY
                 MOVE "OADD" TO OPR-WK-EVENT
                 MOVE "OPERATOR ADDED" TO OPR-WK-TEXT
                 PERFORM 9290-LOG-ACCESS-EVENT
           END-WRITE.

      * A blank password leaves the old one in place; status A
      * releases a locked operator with a clean failure count.
       0220-CHANGE-OPERATOR.
           MOVE WS-MAINT-ID TO OPR-ID.
           READ OPERATORFILE
              KEY IS OPR-ID
              INVALID KEY DISPLAY "OPERATOR STATUS: ",
                 WS-OPERATOR-STATUS
           END-READ.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "RECORD NOT FOUND FOR THAT ID"
           ELSE
              DISPLAY "ENTER NAME (20 CHARS)" WITH NO ADVANCING
              ACCEPT OPR-NAME
              DISPLAY "ENTER NEW PASSWORD (BLANK = UNCHANGED)"
                 WITH NO ADVANCING
              ACCEPT WS-MAINT-PASSWORD
              IF WS-MAINT-PASSWORD NOT = SPACES
                 MOVE WS-MAINT-PASSWORD TO OPR-WK-PASSWORD
                 MOVE SPACES TO WS-MAINT-PASSWORD
                 PERFORM 9230-HASH-PASSWORD
                 MOVE OPR-HASH-VALUE TO OPR-PASSWORD-HASH
              END-IF
              DISPLAY "ENTER STATUS (A=ACTIVE L=LOCKED D=DISABLED)"
                 WITH NO ADVANCING
              ACCEPT OPR-STATUS
              IF OPR-ACTIVE
                 MOVE 0 TO OPR-FAIL-COUNT
              END-IF
              PERFORM 0250-ACCEPT-AUTHORITIES
              REWRITE OPERATOR-REC
                 INVALID KEY
                    DISPLAY "REWRITE FAILED, STATUS = ",
                       WS-OPERATOR-STATUS
                 NOT INVALID KEY
                    MOVE "OCHG" TO OPR-WK-EVENT
                    MOVE "OPERATOR CHANGED" TO OPR-WK-TEXT
                    PERFORM 9290-LOG-ACCESS-EVENT
              END-REWRITE
           END-IF.

       0230-DELETE-OPERATOR.
           IF WS-MAINT-ID = OPR-WK-OPERATOR
              DISPLAY "AN OPERATOR CANNOT DELETE THEMSELVES"
           ELSE
              MOVE WS-MAINT-ID TO OPR-ID
              READ OPERATORFILE
                 KEY IS OPR-ID
                 INVALID KEY DISPLAY "OPERATOR STATUS: ",
                    WS-OPERATOR-STATUS
              END-READ
              IF WS-OPERATOR-STATUS NOT = "00"
                 DISPLAY "RECORD NOT FOUND FOR THAT ID"
              ELSE
                 DELETE OPERATORFILE RECORD
                    INVALID KEY
                       DISPLAY "DELETE FAILED, STATUS = ",
                          WS-OPERATOR-STATUS
                    NOT INVALID KEY
                       MOVE "ODEL" TO OPR-WK-EVENT
                       MOVE "OPERATOR DELETED" TO OPR-WK-TEXT
                       PERFORM 9290-LOG-ACCESS-EVENT
                 END-DELETE
              END-IF
           END-IF.

      * The authority list is keyed afresh each time: up to ten
      * programs, each with the actions allowed as letters A, C, D.
      * A blank first program on a change keeps the current list.
       0250-ACCEPT-AUTHORITIES.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
              UNTIL WS-AUTH-SUB > 10
              IF OPR-AUTH-PROGRAM (WS-AUTH-SUB) NOT = SPACES
                 DISPLAY "CURRENT: " OPR-AUTH-PROGRAM (WS-AUTH-SUB)
                    " ADD " OPR-AUTH-ADD (WS-AUTH-SUB)
                    " CHANGE " OPR-AUTH-CHANGE (WS-AUTH-SUB)
                    " DELETE " OPR-AUTH-DELETE (WS-AUTH-SUB)
              END-IF
           END-PERFORM.
           MOVE OPR-AUTH-TABLE TO WS-AUTH-SAVE.
           MOVE SPACES TO OPR-AUTH-TABLE.
           MOVE 'N' TO WS-AUTH-DONE-SW.
           PERFORM 0255-ACCEPT-ONE-AUTHORITY
              VARYING WS-AUTH-SUB FROM 1 BY 1
              UNTIL WS-AUTH-SUB > 10 OR AUTH-ENTRY-DONE.
           IF OPR-AUTH-TABLE = SPACES
              MOVE WS-AUTH-SAVE TO OPR-AUTH-TABLE
           END-IF.

       0255-ACCEPT-ONE-AUTHORITY.
           DISPLAY "ENTER PROGRAM " WS-AUTH-SUB " (BLANK TO END)"
              WITH NO ADVANCING.
           ACCEPT WS-MAINT-PROGRAM.
           IF WS-MAINT-PROGRAM = SPACES
              SET AUTH-ENTRY-DONE TO TRUE
           ELSE
              DISPLAY "ENTER ACTIONS ALLOWED (ANY OF A C D)"
                 WITH NO ADVANCING
              ACCEPT WS-MAINT-ACTIONS
              MOVE WS-MAINT-PROGRAM TO OPR-AUTH-PROGRAM (WS-AUTH-SUB)
              MOVE 'N' TO OPR-AUTH-ADD (WS-AUTH-SUB)
                          OPR-AUTH-CHANGE (WS-AUTH-SUB)
                          OPR-AUTH-DELETE (WS-AUTH-SUB)
              MOVE 0 TO WS-LETTER-COUNT
              INSPECT WS-MAINT-ACTIONS TALLYING WS-LETTER-COUNT
                 FOR ALL 'A'
              IF WS-LETTER-COUNT > 0
                 MOVE 'Y' TO OPR-AUTH-ADD (WS-AUTH-SUB)
              END-IF
              MOVE 0 TO WS-LETTER-COUNT
              INSPECT WS-MAINT-ACTIONS TALLYING WS-LETTER-COUNT
                 FOR ALL 'C'
              IF WS-LETTER-COUNT > 0
                 MOVE 'Y' TO OPR-AUTH-CHANGE (WS-AUTH-SUB)
              END-IF
              MOVE 0 TO WS-LETTER-COUNT
              INSPECT WS-MAINT-ACTIONS TALLYING WS-LETTER-COUNT
                 FOR ALL 'D'
              IF WS-LETTER-COUNT > 0
                 MOVE 'Y' TO OPR-AUTH-DELETE (WS-AUTH-SUB)
              END-IF
           END-IF.

      * A new operator must have a password; it is stored only as
      * the hash of the id and password.
       0260-ACCEPT-NEW-PASSWORD.
           MOVE SPACES TO WS-MAINT-PASSWORD.
           PERFORM UNTIL WS-MAINT-PASSWORD NOT = SPACES
              DISPLAY "ENTER PASSWORD (20 CHARS)" WITH NO ADVANCING
              ACCEPT WS-MAINT-PASSWORD
           END-PERFORM.
           MOVE WS-MAINT-PASSWORD TO OPR-WK-PASSWORD.
           MOVE SPACES TO WS-MAINT-PASSWORD.
           PERFORM 9230-HASH-PASSWORD.
           MOVE OPR-HASH-VALUE TO OPR-PASSWORD-HASH.

       0900-END-PROGRAM.
           CLOSE OPERATORFILE.
           STOP RUN.

       COPY OPRSIGN.

       END PROGRAM OPERATORMAINT.
