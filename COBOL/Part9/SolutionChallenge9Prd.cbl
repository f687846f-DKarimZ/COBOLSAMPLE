       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODMAINT.

      * Maintenance of the period status (posting lock) file.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. Nothing stopped a rerun or a late
      *    adjustment from posting into a month finance had already
      *    closed and reported. PERIODSTATUS.DAT (PRDSTSFD copybook)
      *    now holds the status of each period - OPEN, CLOSING or
      *    CLOSED - for each subsystem: SALES, PETSTORE, PAYROLL
      *    and GL. The posting programs check it (PRDCTL / PRDLOCK
      *    copybooks): a run into a closed period stops, and a
      *    transaction dated in a closing or closed period is
      *    refused, or redirected into the current period when the
      *    period's late action is D, and written to EXCEPTIONS.DAT.
      *    This program lets an operator mark a period closing,
      *    close it, reopen it, or set its late action. The
      *    operator signs on and every change needs change (C)
      *    authority for PERIODMAINT; reopening also needs change
      *    authority for PERIODREOPEN, so it can be kept to a few.
      *    A reason must be keyed for every change. The status
      *    record keeps who made the last change, when and why, and
      *    every change is written to the access log OPERLOG.DAT
      *    (events PRDG, PRDC, PRDO, PRDA) for OPERACCESSRPT.
      *  - A PERIODSTATUS.DAT that is there but cannot be read
      *    now stops the program RC 8 before the menu, so the
      *    file is never rewritten from an empty table.
      *  - The period status table now holds 480 records, ten
      *    years of periods for four subsystems. A reopened
      *    period that does not redirect late items is left off
      *    PERIODSTATUS.DAT, as it reads the same as no record.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERIODSTATUSFILE ASSIGN TO "PERIODSTATUS.DAT"
           FILE STATUS IS WS-PERIODSTATUS-STATUS
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
       FD PERIODSTATUSFILE.
       COPY PRDSTSFD.

       FD OPERATORFILE.
       COPY OPRFD.

       FD OPRLOGFILE.
       COPY OPRLOGFD.

       WORKING-STORAGE SECTION.
         01 WS-WORK-AREAS.
           05 WS-MAINT-ACTION      PIC 9.
              88  MAINT-CLOSING    VALUE 1.
              88  MAINT-CLOSE      VALUE 2.
              88  MAINT-REOPEN     VALUE 3.
              88  MAINT-LATE       VALUE 4.
              88  MAINT-QUIT       VALUE 9.
           05 WS-MAINT-SUBSYSTEM   PIC X(8).
              88  VALID-SUBSYSTEM  VALUE 'SALES' 'PETSTORE'
                                         'PAYROLL' 'GL'.
           05 WS-MAINT-PERIOD      PIC 9(6).
           05 WS-MAINT-PERIOD-R    REDEFINES WS-MAINT-PERIOD.
              10 WS-MAINT-YEAR     PIC 9(4).
              10 WS-MAINT-PP       PIC 9(2).
           05 WS-MAINT-LATE-ACTION PIC X.
              88  VALID-LATE-ACTION VALUE 'R' 'D'.
           05 WS-MAINT-REASON      PIC X(30).
           05 WS-OLD-STATUS        PIC X(7).
           05 WS-NEW-STATUS        PIC X(7).
           05 WS-OLD-LATE-ACTION   PIC X.
           05 WS-CHG-DATE          PIC 9(8).
           05 WS-ENTRY-OK-SW       PIC X VALUE 'N'.
              88  ENTRY-OK         VALUE 'Y'.

       COPY OPRCTL.
       COPY PRDCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "PERIODMAINT" TO OPR-WK-PROGRAM.
           PERFORM 9200-OPERATOR-SIGN-ON THRU 9200-SIGN-ON-END.
           IF NOT OPERATOR-SIGNED-ON
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 9150-LOAD-PERIOD-STATUS THRU 9150-LOAD-END.
           IF PERIOD-STATUS-UNREADABLE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0200-MAINTAIN-ONE-PERIOD THRU 0200-MAINTAIN-END
              UNTIL MAINT-QUIT.
           PERFORM 0900-END-PROGRAM.

       0200-MAINTAIN-ONE-PERIOD.
           DISPLAY "1 = MARK CLOSING   2 = CLOSE   3 = REOPEN   "
              "4 = LATE ACTION   9 = QUIT" WITH NO ADVANCING.
           ACCEPT WS-MAINT-ACTION.
           PERFORM 0270-CHECK-AUTHORITY.
           IF MAINT-QUIT OR NOT ACTION-AUTHORIZED
              GO TO 0200-MAINTAIN-END
           END-IF.
           PERFORM 0240-ACCEPT-PERIOD-FIELDS THRU 0240-ACCEPT-END.
           IF NOT ENTRY-OK
              GO TO 0200-MAINTAIN-END
           END-IF.
           MOVE WS-MAINT-SUBSYSTEM TO PRD-WK-SUBSYSTEM.
           MOVE WS-MAINT-PERIOD    TO PRD-WK-PERIOD.
           PERFORM 9155-FIND-PERIOD-STATUS.
           MOVE PRD-WK-STATUS      TO WS-OLD-STATUS WS-NEW-STATUS.
           MOVE PRD-WK-LATE-ACTION TO WS-OLD-LATE-ACTION.
           EVALUATE TRUE
              WHEN MAINT-CLOSING
                 PERFORM 0210-MARK-CLOSING
              WHEN MAINT-CLOSE
                 PERFORM 0220-CLOSE-PERIOD
              WHEN MAINT-REOPEN
                 PERFORM 0230-REOPEN-PERIOD
              WHEN MAINT-LATE
                 PERFORM 0235-SET-LATE-ACTION
           END-EVALUATE.
           IF ENTRY-OK
              PERFORM 0250-UPDATE-PERIOD THRU 0250-UPDATE-END
           END-IF.
       0200-MAINTAIN-END.
           MOVE 'N' TO OPR-WK-AUTH-SW.

      * Month-end close starts by marking the period closing: the
      * period's own runs still finish, but nothing dated in it
      * comes in from later runs.
       0210-MARK-CLOSING.
           IF NOT PRD-PERIOD-OPEN
              DISPLAY "PERIOD IS " WS-OLD-STATUS
                 " - ONLY AN OPEN PERIOD CAN BE MARKED CLOSING"
              MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
              MOVE "CLOSING" TO WS-NEW-STATUS
              MOVE "PRDG"    TO OPR-WK-EVENT
           END-IF.

      * A period is closed once its closing runs are done; nothing
      * more posts to it.
       0220-CLOSE-PERIOD.
           IF NOT PRD-PERIOD-CLOSING
              DISPLAY "PERIOD IS " WS-OLD-STATUS
                 " - MARK IT CLOSING BEFORE CLOSING IT"
              MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
              MOVE "CLOSED" TO WS-NEW-STATUS
              MOVE "PRDC"   TO OPR-WK-EVENT
           END-IF.

       0230-REOPEN-PERIOD.
           IF PRD-PERIOD-OPEN
              DISPLAY "PERIOD IS ALREADY OPEN"
              MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
              MOVE "OPEN" TO WS-NEW-STATUS
              MOVE "PRDO" TO OPR-WK-EVENT
           END-IF.

      * R refuses a late item dated in the period once it is
      * closing or closed; D takes it into the current period.
       0235-SET-LATE-ACTION.
           DISPLAY "CURRENT LATE ACTION " WS-OLD-LATE-ACTION.
           DISPLAY "ENTER LATE ACTION (R = REFUSE, D = REDIRECT)"
              WITH NO ADVANCING.
           ACCEPT WS-MAINT-LATE-ACTION.
           IF NOT VALID-LATE-ACTION
              DISPLAY "LATE ACTION MUST BE R OR D"
              MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
              MOVE "PRDA" TO OPR-WK-EVENT
           END-IF.

      * Every change needs the subsystem, the period (YYYYPP on the
      * shop's period basis) and the reason for it.
       0240-ACCEPT-PERIOD-FIELDS.
           MOVE 'Y' TO WS-ENTRY-OK-SW.
           DISPLAY "ENTER SUBSYSTEM (SALES, PETSTORE, PAYROLL, GL)"
              WITH NO ADVANCING.
           ACCEPT WS-MAINT-SUBSYSTEM.
           IF NOT VALID-SUBSYSTEM
              DISPLAY "UNKNOWN SUBSYSTEM"
              MOVE 'N' TO WS-ENTRY-OK-SW
              GO TO 0240-ACCEPT-END
           END-IF.
           DISPLAY "ENTER PERIOD (YYYYPP)" WITH NO ADVANCING.
           ACCEPT WS-MAINT-PERIOD.
           IF WS-MAINT-PERIOD NOT NUMERIC
              OR WS-MAINT-YEAR = ZEROES
              OR WS-MAINT-PP < 01
              OR WS-MAINT-PP > 12
              DISPLAY "PERIOD MUST BE YYYYPP WITH PP 01 TO 12"
              MOVE 'N' TO WS-ENTRY-OK-SW
              GO TO 0240-ACCEPT-END
           END-IF.
           DISPLAY "ENTER REASON (30 CHARS)" WITH NO ADVANCING.
           ACCEPT WS-MAINT-REASON.
           IF WS-MAINT-REASON = SPACES
              DISPLAY "A REASON IS REQUIRED"
              MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
       0240-ACCEPT-END.

      * Stamp the change on the period's record (adding one the
      * first time the period changes), save the file and log the
      * change with the operator and the reason.
       0250-UPDATE-PERIOD.
           IF NOT PRD-PERIOD-FOUND
              IF WS-PST-COUNT >= 480
                 DISPLAY "PERIOD STATUS TABLE FULL AT 480 - "
                    "NOTHING CHANGED"
                 GO TO 0250-UPDATE-END
              END-IF
              ADD 1 TO WS-PST-COUNT
              SET WS-PSTIDX TO WS-PST-COUNT
              MOVE WS-MAINT-SUBSYSTEM TO WS-PST-SUBSYSTEM (WS-PSTIDX)
              MOVE WS-MAINT-PERIOD    TO WS-PST-PERIOD (WS-PSTIDX)
              MOVE WS-OLD-LATE-ACTION TO
                 WS-PST-LATE-ACTION (WS-PSTIDX)
           END-IF.
           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD.
           MOVE WS-NEW-STATUS   TO WS-PST-STATUS (WS-PSTIDX).
           IF MAINT-LATE
              MOVE WS-MAINT-LATE-ACTION TO
                 WS-PST-LATE-ACTION (WS-PSTIDX)
           END-IF.
           MOVE WS-CHG-DATE     TO WS-PST-CHANGED-DATE (WS-PSTIDX).
           MOVE OPR-WK-OPERATOR TO WS-PST-OPERATOR (WS-PSTIDX).
           MOVE WS-MAINT-REASON TO WS-PST-REASON (WS-PSTIDX).
           DISPLAY WS-MAINT-SUBSYSTEM " PERIOD " WS-MAINT-PERIOD
              " NOW " WS-PST-STATUS (WS-PSTIDX)
              " LATE ACTION " WS-PST-LATE-ACTION (WS-PSTIDX).
           PERFORM 0260-SAVE-PERIOD-STATUS THRU 0260-SAVE-END.
           MOVE SPACES TO OPR-WK-KEY.
           IF MAINT-LATE
              STRING WS-MAINT-SUBSYSTEM " " WS-MAINT-PERIOD
                     " LATE " WS-OLD-LATE-ACTION " TO "
                     WS-MAINT-LATE-ACTION
                     DELIMITED BY SIZE
                 INTO OPR-WK-KEY
           ELSE
              STRING WS-MAINT-SUBSYSTEM " " WS-MAINT-PERIOD " "
                     WS-OLD-STATUS " TO " WS-NEW-STATUS
                     DELIMITED BY SIZE
                 INTO OPR-WK-KEY
           END-IF.
           MOVE WS-MAINT-REASON TO OPR-WK-TEXT.
           PERFORM 9290-LOG-ACCESS-EVENT.
       0250-UPDATE-END.

      * The file is small and only this program writes it, so it
      * is rewritten whole after every change. An OPEN period that
      * does not redirect late items reads the same as no record at
      * all, so a reopened period drops off the file (who reopened
      * it and why stays on OPERLOG.DAT).
       0260-SAVE-PERIOD-STATUS.
           OPEN OUTPUT PERIODSTATUSFILE.
           IF WS-PERIODSTATUS-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO WRITE PERIODSTATUS.DAT, "
                 "STATUS = " WS-PERIODSTATUS-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0260-SAVE-END
           END-IF.
           PERFORM VARYING WS-PSTIDX FROM 1 BY 1
              UNTIL WS-PSTIDX > WS-PST-COUNT
              IF WS-PST-STATUS (WS-PSTIDX) NOT = 'OPEN'
                 OR WS-PST-LATE-ACTION (WS-PSTIDX) = 'D'
                 PERFORM 0265-WRITE-PERIOD-STATUS
              END-IF
           END-PERFORM.
           CLOSE PERIODSTATUSFILE.
       0260-SAVE-END.

       0265-WRITE-PERIOD-STATUS.
           MOVE SPACES TO PERIODSTATUSREC.
           MOVE WS-PST-SUBSYSTEM (WS-PSTIDX)    TO PST-SUBSYSTEM.
           MOVE WS-PST-PERIOD (WS-PSTIDX)       TO PST-PERIOD.
           MOVE WS-PST-STATUS (WS-PSTIDX)       TO PST-STATUS.
           MOVE WS-PST-LATE-ACTION (WS-PSTIDX)  TO PST-LATE-ACTION.
           MOVE WS-PST-CHANGED-DATE (WS-PSTIDX) TO PST-CHANGED-DATE.
           MOVE WS-PST-OPERATOR (WS-PSTIDX)     TO PST-OPERATOR.
           MOVE WS-PST-REASON (WS-PSTIDX)       TO PST-REASON.
           WRITE PERIODSTATUSREC.

      * Quit needs no authority. Every change is a change (C) for
      * PERIODMAINT; a reopen must also be allowed for
      * PERIODREOPEN. A refusal is logged under the program name
      * it was refused for.
       0270-CHECK-AUTHORITY.
           MOVE 'N' TO OPR-WK-AUTH-SW.
           MOVE SPACES TO OPR-WK-KEY.
           MOVE 'C' TO OPR-WK-ACTION.
           IF MAINT-CLOSING OR MAINT-CLOSE OR MAINT-REOPEN
              OR MAINT-LATE
              PERFORM 9210-CHECK-AUTHORITY
           END-IF.
           IF MAINT-REOPEN AND ACTION-AUTHORIZED
              MOVE "PERIODREOPEN" TO OPR-WK-PROGRAM
              PERFORM 9210-CHECK-AUTHORITY
              MOVE "PERIODMAINT" TO OPR-WK-PROGRAM
           END-IF.

       0900-END-PROGRAM.
           STOP RUN.

       COPY OPRSIGN.
       COPY PRDTAB.

       END PROGRAM PERIODMAINT.
