      *    existing one's name, region, gender or hire status.
      *  - Regions are now reference-file driven (REGIONMST.DAT),
      *    so the region prompt no longer spells out a fixed set.
      *  - The operator must now sign on against OPERATOR.DAT
      *    (OPRCTL / OPRSIGN copybooks) and each add or change is
      *    refused unless the operator's authority entry for
      *    MAINTAINSALESPERSON allows it; refusals go to
      *    OPERLOG.DAT. Adds and changes are now audited on
      *    SPAUDIT.DAT (same layout as SALESPERSONBATCH) with the
      *    operator id.
      **************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS SPM-ID.

           SELECT SPAUDITFILE ASSIGN TO "SPAUDIT.DAT"
           FILE STATUS IS WS-AUDIT-STATUS
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
       FD SPMFILE.
           05 SPM-GENDER           PIC X.
           05 SPM-HIRE-STATUS      PIC X.

       FD SPAUDITFILE.
         01 SPAUDITREC.
           05 AUD-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 AUD-ACTION           PIC X.
           05 FILLER               PIC X(1).
           05 AUD-ID               PIC 9(5).
           05 FILLER               PIC X(1).
           05 AUD-BEFORE           PIC X(52).
           05 FILLER               PIC X(1).
           05 AUD-AFTER            PIC X(52).
           05 FILLER               PIC X(1).
           05 AUD-OPERATOR         PIC X(8).

       FD OPERATORFILE.
       COPY OPRFD.

       FD OPRLOGFILE.
       COPY OPRLOGFD.

       WORKING-STORAGE SECTION.
         01 WS-WORK-AREAS.
           05 FILE-CHECK-KEY       PIC X(2).
              88  MAINT-CHANGE     VALUE 2.
              88  MAINT-QUIT       VALUE 9.

           05 WS-AUDIT-STATUS      PIC X(2).
           05 WS-AUDIT-ACTION      PIC X.
           05 WS-BEFORE-IMAGE      PIC X(52).
           05 WS-AUDIT-DATE        PIC 9(8).

       COPY OPRCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "MAINTAINSALESPERSON" TO OPR-WK-PROGRAM.
           PERFORM 9200-OPERATOR-SIGN-ON THRU 9200-SIGN-ON-END.
           IF NOT OPERATOR-SIGNED-ON
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           OPEN I-O SPMFILE.
      *    A brand-new shop has no master yet - create it empty on
      *    status 35 and reopen, the same way JOBLOG.DAT bootstraps.
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           OPEN EXTEND SPAUDITFILE.
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT SPAUDITFILE
           END-IF.
           PERFORM 0200-MAINTAIN-ONE-RECORD
              UNTIL MAINT-QUIT.
           PERFORM 0900-END-PROGRAM.
           DISPLAY "1 = ADD   2 = CHANGE   9 = QUIT"
              WITH NO ADVANCING.
           ACCEPT WS-MAINT-ACTION.
           PERFORM 0250-CHECK-AUTHORITY.
           EVALUATE TRUE
              WHEN NOT ACTION-AUTHORIZED
                 CONTINUE
              WHEN MAINT-ADD
                 PERFORM 0210-ADD-RECORD
              WHEN MAINT-CHANGE
              INVALID KEY
                 DISPLAY "WRITE FAILED (DUPLICATE ID?), STATUS = ",
                    FILE-CHECK-KEY
              NOT INVALID KEY
                 MOVE "A"    TO WS-AUDIT-ACTION
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 PERFORM 0240-WRITE-AUDIT-RECORD
           END-WRITE.

       0220-CHANGE-RECORD.
           IF NOT RECORDFOUND
              DISPLAY "RECORD NOT FOUND FOR THAT ID"
           ELSE
              MOVE SPMRECORD TO WS-BEFORE-IMAGE
              PERFORM 0230-ACCEPT-DETAIL-FIELDS
              REWRITE SPMRECORD
                 INVALID KEY
                    DISPLAY "REWRITE FAILED, STATUS = ", FILE-CHECK-KEY
                 NOT INVALID KEY
                    MOVE "U" TO WS-AUDIT-ACTION
                    PERFORM 0240-WRITE-AUDIT-RECORD
              END-REWRITE
           END-IF.

              WITH NO ADVANCING.
           ACCEPT SPM-HIRE-STATUS.

      * Same layout and action codes as the SALESPERSONBATCH audit
      * records, stamped from the system clock the way
      * MAINTAINEMPMASTER stamps its change history.
       0240-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES          TO SPAUDITREC.
           MOVE WS-AUDIT-DATE   TO AUD-DATE.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE SPM-ID          TO AUD-ID.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE.
           MOVE SPMRECORD       TO AUD-AFTER.
           MOVE OPR-WK-OPERATOR TO AUD-OPERATOR.
           WRITE SPAUDITREC.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "WARNING: SPAUDIT WRITE FAILED, STATUS = "
                 WS-AUDIT-STATUS
           END-IF.

      * Quit and unknown choices need no authority.
       0250-CHECK-AUTHORITY.
           MOVE 'N' TO OPR-WK-AUTH-SW.
           MOVE SPACES TO OPR-WK-KEY.
           EVALUATE TRUE
              WHEN MAINT-ADD    MOVE 'A' TO OPR-WK-ACTION
              WHEN MAINT-CHANGE MOVE 'C' TO OPR-WK-ACTION
              WHEN OTHER        MOVE SPACE TO OPR-WK-ACTION
           END-EVALUATE.
           IF OPR-WK-ACTION NOT = SPACE
              PERFORM 9210-CHECK-AUTHORITY
           END-IF.

       0900-END-PROGRAM.
           CLOSE SPMFILE SPAUDITFILE.
           STOP RUN.

       COPY OPRSIGN.

       END PROGRAM MAINTAINSALESPERSON.
