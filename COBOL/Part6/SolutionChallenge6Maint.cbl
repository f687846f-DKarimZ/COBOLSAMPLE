      *    removed, new ones written); when the cross-reference is
      *    not present a warning is shown and maintenance proceeds
      *    without it.
      *  - The console operator must now sign on against
      *    OPERATOR.DAT (OPRCTL / OPRSIGN copybooks) and each
      *    update or delete is refused unless the operator's
      *    authority entry for MAINTAININDEXFILE allows it. In
      *    batch mode each transaction carries the id of the
      *    operator who prepared it after the away team; an
      *    unknown, inactive or unauthorized operator's
      *    transaction is rejected. Refusals go to OPERLOG.DAT
      *    and the operator id is stamped on every BBAUDIT.DAT
      *    record.
      **************************************************************

       ENVIRONMENT DIVISION.
           FILE STATUS IS MAINTRPT-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

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
       FD BBFILE.
           05 AUD-BEFORE-IMAGE     PIC X(127).
           05 FILLER               PIC X(1).
           05 AUD-AFTER-IMAGE      PIC X(127).
           05 FILLER               PIC X(1).
           05 AUD-OPERATOR         PIC X(8).

       FD BBTEAMXREF.
         01 XRFRECORD.
           05 TRN-IDTIDX           PIC X(36).
           05 TRN-HOMETEAM         PIC X(12).
           05 TRN-AWAYTEAM         PIC X(12).
           05 TRN-OPERATOR         PIC X(8).

       FD MAINTRPT.
         01 MAINT-LINE             PIC X(100).

       FD OPERATORFILE.
       COPY OPRFD.

       FD OPRLOGFILE.
       COPY OPRLOGFD.

       WORKING-STORAGE SECTION.
         01 WS-WORK-AREAS.
           05 FILE-CHECK-KEY       PIC X(2).
           05 MNT-REJECTED         PIC ZZZZ9.
           05 FILLER               PIC X(68) VALUE SPACES.

       COPY OPRCTL.

       PROCEDURE DIVISION.

       0100-START.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE.
           MOVE "MAINTAININDEXFILE" TO OPR-WK-PROGRAM.
           IF NOT BATCH-MODE
              PERFORM 9200-OPERATOR-SIGN-ON THRU 9200-SIGN-ON-END
              IF NOT OPERATOR-SIGNED-ON
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN I-O BBFILE.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE BBFILE ", FILE-CHECK-KEY
              KEY IS IDTIDX
              INVALID KEY CONTINUE
           END-READ.
           PERFORM 0520-CHECK-TRANS-OPERATOR.
           EVALUATE TRUE
              WHEN NOT RECORDFOUND
                 PERFORM 0530-REJECT-TRANS
              WHEN NOT TRN-UPDATE AND NOT TRN-DELETE
                 MOVE "INVALID ACTION CODE" TO MNT-REASON
                 PERFORM 0530-REJECT-TRANS
              WHEN NOT OPERATOR-SIGNED-ON
                 MOVE "OPERATOR UNKNOWN/INACTIVE" TO MNT-REASON
                 PERFORM 0530-REJECT-TRANS
              WHEN NOT ACTION-AUTHORIZED
                 MOVE "OPERATOR NOT AUTHORIZED" TO MNT-REASON
                 PERFORM 0530-REJECT-TRANS
              WHEN TRN-UPDATE
                 MOVE BBRECORDIDX TO WS-BEFORE-IMAGE
                 MOVE TRN-HOMETEAM TO HOMETEAMIDX
              AT END SET ENDOFTRANS TO TRUE
           END-READ.

      * The correction sheet names the operator who prepared it;
      * there is no console to take a password, so the operator
      * must exist, be active and hold the authority for the
      * action. Unfound records and bad action codes are rejected
      * before any operator check.
       0520-CHECK-TRANS-OPERATOR.
           MOVE 'N' TO OPR-WK-SIGNON-SW OPR-WK-AUTH-SW.
           MOVE TRN-OPERATOR TO OPR-WK-OPERATOR.
           MOVE TRN-IDTIDX   TO OPR-WK-KEY.
           EVALUATE TRUE
              WHEN TRN-UPDATE MOVE 'C' TO OPR-WK-ACTION
              WHEN TRN-DELETE MOVE 'D' TO OPR-WK-ACTION
              WHEN OTHER      MOVE SPACE TO OPR-WK-ACTION
           END-EVALUATE.
           IF RECORDFOUND AND OPR-WK-ACTION NOT = SPACE
              PERFORM 9220-LOAD-OPERATOR THRU 9220-LOAD-END
              IF OPERATOR-SIGNED-ON
                 PERFORM 9210-CHECK-AUTHORITY
              END-IF
           END-IF.

       0530-REJECT-TRANS.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "REJECTED" TO MNT-RESULT.
              DISPLAY "1 = UPDATE HOME/AWAY TEAM   2 = DELETE   ",
                 "9 = QUIT" WITH NO ADVANCING
              ACCEPT WS-MAINT-ACTION
              PERFORM 0230-CHECK-AUTHORITY
              EVALUATE TRUE
                 WHEN (MAINT-UPDATE OR MAINT-DELETE)
                    AND NOT ACTION-AUTHORIZED
                    CONTINUE
                 WHEN MAINT-UPDATE
                    PERFORM 0210-UPDATE-RECORD
                 WHEN MAINT-DELETE
                    THRU 0410-XREF-END
           END-DELETE.

      * Quit and unknown choices need no authority.
       0230-CHECK-AUTHORITY.
           MOVE 'N' TO OPR-WK-AUTH-SW.
           MOVE IDTIDX TO OPR-WK-KEY.
           EVALUATE TRUE
              WHEN MAINT-UPDATE MOVE 'C' TO OPR-WK-ACTION
              WHEN MAINT-DELETE MOVE 'D' TO OPR-WK-ACTION
              WHEN OTHER        MOVE SPACE TO OPR-WK-ACTION
           END-EVALUATE.
           IF OPR-WK-ACTION NOT = SPACE
              PERFORM 9210-CHECK-AUTHORITY
           END-IF.

      * The audit file is opened, written and closed per action so
      * an abandoned console session never loses audit lines - the
      * same append pattern the JOBLOG paragraphs use.
              MOVE WS-AUDIT-ACTION TO AUD-ACTION
              MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
              MOVE WS-AFTER-IMAGE  TO AUD-AFTER-IMAGE
              MOVE OPR-WK-OPERATOR TO AUD-OPERATOR
              WRITE BBAUDITREC
              CLOSE BBAUDITFILE
           END-IF.
           END-IF.
           STOP RUN.

       COPY OPRSIGN.

           END PROGRAM MAINTAININDEXFILE.
