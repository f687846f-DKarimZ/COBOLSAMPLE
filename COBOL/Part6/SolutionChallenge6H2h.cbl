       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADTOHEAD.

      * Head-to-head team matrix over the baseball games file.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. The standings give each team's overall
      *    record, but the tiebreaker question is how two teams did
      *    against each other, which was answered by running
      *    READINDEXFILE team searches one team at a time. This
      *    report prints a team-by-team matrix: each cell is the
      *    row team's wins and losses against the column team and
      *    its run differential in those games. The first argument
      *    is a league and the second a division, both as coded on
      *    TEAMDIVISION.DAT; a league alone covers the whole
      *    league, no arguments covers every team on file. Only
      *    completed games on or before the standings as-of date
      *    (STANDINGSASOF.DAT) are counted, so the matrix agrees
      *    with DIVISIONSTANDINGS; postponed and suspended games
      *    and ties count for neither column. The matrix prints in
      *    panels of nine opponent columns.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BASEBALLFILEIDX ASSIGN TO "BaseBallIdx.DAT"
           FILE STATUS IS IDX-FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDTIDX
           ALTERNATE RECORD KEY IS YEARIDX
              WITH DUPLICATES
           ALTERNATE RECORD KEY IS YYYY-MM-DDIDX
              WITH DUPLICATES.

           SELECT TEAMDIVFILE ASSIGN TO "TEAMDIVISION.DAT"
           FILE STATUS IS TEAMDIV-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASOFFILE ASSIGN TO "STANDINGSASOF.DAT"
           FILE STATUS IS ASOF-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT H2HRPT ASSIGN DYNAMIC WS-H2H-NAME
           FILE STATUS IS H2H-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BASEBALLFILEIDX.
         01 BBRECORDIDX.
           88 ENDOFFILE         VALUE HIGH-VALUES.
           05 IDTIDX               PIC X(36).
           05 YEARIDX              PIC 9(4).
           05 YYYY-MM-DDIDX        PIC X(10).
           05 TIMERIDX             PIC X(13).
           05 ATTENDANCEIDX        PIC 9(5).
           05 HOMETEAMIDX          PIC X(12).
           05 AWAYTEAMIDX          PIC X(12).
           05 MOREINFOIDX.
              10 VENUEIDX          PIC X(20).
              10 STATEIDX          PIC X(2).
              10 HOMESCOREIDX      PIC 9(2).
              10 AWAYSCOREIDX      PIC 9(2).
              10 INNINGIDX         PIC 9(2).
              10 STATUSIDX         PIC X(6).
                 88 GAME-POSTPONED VALUE "postpo" "POSTPO" "PPD   ".
                 88 GAME-SUSPENDED VALUE "suspen" "SUSPEN" "SUSP  ".
              10 FILLER            PIC X(1).

       FD TEAMDIVFILE.
         01 TEAMDIVREC.
           88 ENDOFTEAMDIV      VALUE HIGH-VALUES.
           05 TDIV-TEAM            PIC X(12).
           05 FILLER               PIC X(1).
           05 TDIV-LEAGUE          PIC X(8).
           05 FILLER               PIC X(1).
           05 TDIV-DIVISION        PIC X(8).

       FD ASOFFILE.
         01 ASOFREC.
           05 ASOF-DATE            PIC X(10).

       FD H2HRPT.
         01 PRINT-LINE              PIC X(132).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
         01 WS-WORK-AREAS.
           05 IDX-FILE-CHECK-KEY   PIC X(2).
           05 TEAMDIV-CHECK-KEY    PIC X(2).
           05 ASOF-CHECK-KEY       PIC X(2).
           05 H2H-CHECK-KEY        PIC X(2).
           05 WS-H2H-NAME          PIC X(40).
           05 WS-GAME-COUNT        PIC 9(5) VALUE ZEROES.
           05 WS-SKIPPED-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-NOT-PLAYED-COUNT  PIC 9(5) VALUE ZEROES.
           05 WS-OUTSIDE-COUNT     PIC 9(5) VALUE ZEROES.

       COPY JOBCTL.

       01  WS-RUN-DATE-DATA.
           05  WS-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(13).

       01  WS-ASOF-DATE            PIC X(10) VALUE HIGH-VALUES.

       01  WS-SELECTION.
           05  WS-SEL-LEAGUE       PIC X(8) VALUE SPACES.
           05  WS-SEL-DIVISION     PIC X(8) VALUE SPACES.
           05  WS-SEL-MODE         PIC X(1) VALUE 'A'.
               88  SELECT-ALL-TEAMS     VALUE 'A'.
               88  SELECT-FROM-REFERENCE VALUE 'R'.

      * Teams in the matrix, in TEAMDIVISION.DAT order for a league
      * or division, in order first seen for all teams.
       01  WS-H2H-TEAM-TABLE.
           05  WS-H2H-TEAM-NAME OCCURS 40 TIMES
                              INDEXED BY WS-TIDX
                              PIC X(12).
       01  WS-H2H-TEAM-COUNT       PIC 9(2) VALUE ZEROES.
       01  WS-H2H-TEAM-MAX         PIC 9(2) VALUE 40.
       01  WS-TEAM-WORK            PIC X(12).
       01  WS-TEAM-FOUND-IDX       PIC 9(2) VALUE ZEROES.
       01  WS-HOME-SUB             PIC 9(2) VALUE ZEROES.
       01  WS-AWAY-SUB             PIC 9(2) VALUE ZEROES.

      * Row team against column team.
       01  WS-H2H-MATRIX.
           05  WS-H2H-ROW OCCURS 40 TIMES.
               10  WS-H2H-CELL OCCURS 40 TIMES.
                   15  WS-H2H-GAMES    PIC 9(3).
                   15  WS-H2H-WINS     PIC 9(3).
                   15  WS-H2H-LOSSES   PIC 9(3).
                   15  WS-H2H-RUNS-FOR PIC 9(4).
                   15  WS-H2H-RUNS-AGN PIC 9(4).

       01  WS-PANEL-FIELDS.
           05  WS-PANEL-START      PIC 9(2) VALUE ZEROES.
           05  WS-PANEL-END        PIC 9(2) VALUE ZEROES.
           05  WS-PANEL-WIDTH      PIC 9(2) VALUE 9.
           05  WS-ROW-SUB          PIC 9(2) VALUE ZEROES.
           05  WS-COL-SUB          PIC 9(2) VALUE ZEROES.
           05  WS-CELL-SUB         PIC 9(2) VALUE ZEROES.
           05  WS-RUN-DIFF         PIC S9(4) VALUE ZEROES.
           05  WS-WINS-ED          PIC Z9.
           05  WS-LOSSES-ED        PIC Z9.
           05  WS-RUN-DIFF-ED      PIC +++9.

       01  SCOPE-NOTE-LINE.
           05  FILLER              PIC X(7)  VALUE 'SCOPE: '.
           05  SCN-TEXT            PIC X(40).
           05  FILLER              PIC X(85) VALUE SPACES.

       01  ASOF-NOTE-LINE.
           05  FILLER              PIC X(21) VALUE
               'GAMES THROUGH DATE   '.
           05  ASN-DATE            PIC X(10).
           05  FILLER              PIC X(101) VALUE SPACES.

       01  H2H-HEADING-LINE.
           05  H2HH-LABEL          PIC X(16).
           05  H2HH-CELL OCCURS 9 TIMES.
               10  H2HH-PAD1       PIC X(4).
               10  H2HH-HASH       PIC X(1).
               10  H2HH-NUM        PIC 9(2).
               10  H2HH-PAD2       PIC X(5).
           05  FILLER              PIC X(8).

       01  H2H-DETAIL-LINE.
           05  H2HD-HASH           PIC X(1).
           05  H2HD-NUM            PIC 9(2).
           05  H2HD-PAD1           PIC X(1).
           05  H2HD-TEAM           PIC X(12).
           05  H2HD-CELL OCCURS 9 TIMES.
               10  H2HD-PAD2       PIC X(2).
               10  H2HD-WL         PIC X(5).
               10  H2HD-PAD3       PIC X(1).
               10  H2HD-RD         PIC X(4).
           05  FILLER              PIC X(8).

       01  H2H-FOOTNOTE-LINE.
           05  FILLER              PIC X(40) VALUE
               'CELL = ROW TEAM W-L AND RUN DIFFERENTIAL'.
           05  FILLER              PIC X(26) VALUE
               ' AGAINST THE COLUMN TEAM; '.
           05  FILLER              PIC X(28) VALUE
               'TIES COUNT IN NEITHER COLUMN'.
           05  FILLER              PIC X(38) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "HEADTOHEAD" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-DATA.
           ACCEPT WS-SEL-LEAGUE FROM ARGUMENT-VALUE.
           ACCEPT WS-SEL-DIVISION FROM ARGUMENT-VALUE.
           INITIALIZE WS-H2H-MATRIX.
           IF WS-SEL-LEAGUE NOT = SPACES
              SET SELECT-FROM-REFERENCE TO TRUE
              PERFORM 0110-LOAD-SELECTED-TEAMS THRU 0110-LOAD-END
              IF WS-H2H-TEAM-COUNT = ZEROES
                 DISPLAY "ERR: NO TEAMS ON TEAMDIVISION.DAT FOR "
                    "LEAGUE " WS-SEL-LEAGUE
                    " DIVISION " WS-SEL-DIVISION
                 MOVE 8 TO RETURN-CODE
                 GO TO 0900-END-PROGRAM
              END-IF
           END-IF.
           PERFORM 0120-READ-ASOF-DATE.
           OPEN INPUT BASEBALLFILEIDX.
           IF IDX-FILE-CHECK-KEY NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN BASEBALLIDX.DAT, "
                 "STATUS = " IDX-FILE-CHECK-KEY
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-H2H-NAME.
           STRING "HEADTOHEAD"      DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  ".DAT"            DELIMITED BY SIZE
              INTO WS-H2H-NAME.
           OPEN OUTPUT H2HRPT.
           IF H2H-CHECK-KEY NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN H2HRPT, STATUS = "
                 H2H-CHECK-KEY
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'HEAD-TO-HEAD MATRIX' TO RPT-TITLE.
           MOVE WS-RUN-DATE (5:2) TO RPT-RUN-MONTH.
           MOVE WS-RUN-DATE (7:2) TO RPT-RUN-DAY.
           MOVE WS-RUN-DATE (1:4) TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           READ BASEBALLFILEIDX
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-TALLY-ONE-GAME THRU 0200-TALLY-END
              UNTIL ENDOFFILE.
           PERFORM 0130-PRINT-SCOPE-NOTES.
           PERFORM 0300-PRINT-ONE-PANEL
              VARYING WS-PANEL-START FROM 1 BY WS-PANEL-WIDTH
              UNTIL WS-PANEL-START > WS-H2H-TEAM-COUNT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE H2H-FOOTNOTE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           DISPLAY "GAMES TALLIED: " WS-GAME-COUNT.
           DISPLAY "GAMES AFTER AS-OF DATE SKIPPED: "
              WS-SKIPPED-COUNT.
           DISPLAY "POSTPONED/SUSPENDED GAMES NOT TALLIED: "
              WS-NOT-PLAYED-COUNT.
           DISPLAY "GAMES OUTSIDE THE SELECTED TEAMS: "
              WS-OUTSIDE-COUNT.
           PERFORM 0900-END-PROGRAM.

      * A blank division argument takes every team in the league.
       0110-LOAD-SELECTED-TEAMS.
           OPEN INPUT TEAMDIVFILE.
           IF TEAMDIV-CHECK-KEY NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE TEAMDIVFILE "
                 TEAMDIV-CHECK-KEY
              GO TO 0110-LOAD-END
           END-IF.
           READ TEAMDIVFILE
              AT END SET ENDOFTEAMDIV TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFTEAMDIV
              IF TDIV-TEAM NOT = SPACES
                 AND TDIV-LEAGUE = WS-SEL-LEAGUE
                 AND (WS-SEL-DIVISION = SPACES
                      OR TDIV-DIVISION = WS-SEL-DIVISION)
                 IF WS-H2H-TEAM-COUNT < WS-H2H-TEAM-MAX
                    ADD 1 TO WS-H2H-TEAM-COUNT
                    SET WS-TIDX TO WS-H2H-TEAM-COUNT
                    MOVE TDIV-TEAM TO WS-H2H-TEAM-NAME (WS-TIDX)
                 ELSE
                    DISPLAY "WARNING: TEAM TABLE FULL AT "
                       WS-H2H-TEAM-MAX ", TEAM " TDIV-TEAM
                       " NOT IN MATRIX"
                 END-IF
              END-IF
              READ TEAMDIVFILE
                 AT END SET ENDOFTEAMDIV TO TRUE
              END-READ
           END-PERFORM.
           CLOSE TEAMDIVFILE.
       0110-LOAD-END.

       0120-READ-ASOF-DATE.
           OPEN INPUT ASOFFILE.
           IF ASOF-CHECK-KEY = "00"
              READ ASOFFILE
                 AT END CONTINUE
                 NOT AT END
                    IF ASOF-DATE NOT = SPACES
                       MOVE ASOF-DATE TO WS-ASOF-DATE
                    END-IF
              END-READ
              CLOSE ASOFFILE
           END-IF.

       0130-PRINT-SCOPE-NOTES.
           MOVE SPACES TO SCN-TEXT.
           IF SELECT-ALL-TEAMS
              MOVE 'ALL TEAMS' TO SCN-TEXT
           ELSE
              IF WS-SEL-DIVISION = SPACES
                 STRING 'LEAGUE '       DELIMITED BY SIZE
                        WS-SEL-LEAGUE   DELIMITED BY SPACE
                    INTO SCN-TEXT
              ELSE
                 STRING 'LEAGUE '       DELIMITED BY SIZE
                        WS-SEL-LEAGUE   DELIMITED BY SPACE
                        ' DIVISION '    DELIMITED BY SIZE
                        WS-SEL-DIVISION DELIMITED BY SPACE
                    INTO SCN-TEXT
              END-IF
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SCOPE-NOTE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-ASOF-DATE NOT = HIGH-VALUES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE WS-ASOF-DATE TO ASN-DATE
              MOVE ASOF-NOTE-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       0200-TALLY-ONE-GAME.
           IF GAME-POSTPONED OR GAME-SUSPENDED
              ADD 1 TO WS-NOT-PLAYED-COUNT
              GO TO 0200-READ-NEXT
           END-IF.
           IF YYYY-MM-DDIDX > WS-ASOF-DATE
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 0200-READ-NEXT
           END-IF.
           MOVE HOMETEAMIDX TO WS-TEAM-WORK.
           PERFORM 0210-FIND-TEAM THRU 0210-FIND-END.
           MOVE WS-TEAM-FOUND-IDX TO WS-HOME-SUB.
           MOVE AWAYTEAMIDX TO WS-TEAM-WORK.
           PERFORM 0210-FIND-TEAM THRU 0210-FIND-END.
           MOVE WS-TEAM-FOUND-IDX TO WS-AWAY-SUB.
           IF WS-HOME-SUB = ZEROES OR WS-AWAY-SUB = ZEROES
              ADD 1 TO WS-OUTSIDE-COUNT
              GO TO 0200-READ-NEXT
           END-IF.
           ADD 1 TO WS-GAME-COUNT.
           ADD 1 TO WS-H2H-GAMES (WS-HOME-SUB, WS-AWAY-SUB)
                    WS-H2H-GAMES (WS-AWAY-SUB, WS-HOME-SUB).
           ADD HOMESCOREIDX
              TO WS-H2H-RUNS-FOR (WS-HOME-SUB, WS-AWAY-SUB)
                 WS-H2H-RUNS-AGN (WS-AWAY-SUB, WS-HOME-SUB).
           ADD AWAYSCOREIDX
              TO WS-H2H-RUNS-FOR (WS-AWAY-SUB, WS-HOME-SUB)
                 WS-H2H-RUNS-AGN (WS-HOME-SUB, WS-AWAY-SUB).
           IF HOMESCOREIDX > AWAYSCOREIDX
              ADD 1 TO WS-H2H-WINS (WS-HOME-SUB, WS-AWAY-SUB)
                       WS-H2H-LOSSES (WS-AWAY-SUB, WS-HOME-SUB)
           ELSE
              IF HOMESCOREIDX < AWAYSCOREIDX
                 ADD 1 TO WS-H2H-WINS (WS-AWAY-SUB, WS-HOME-SUB)
                          WS-H2H-LOSSES (WS-HOME-SUB, WS-AWAY-SUB)
              END-IF
           END-IF.
       0200-READ-NEXT.
           READ BASEBALLFILEIDX
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-TALLY-END.

      * With all teams selected a team is added the first time it is
      * seen; with a league or division only listed teams are found.
       0210-FIND-TEAM.
           MOVE ZEROES TO WS-TEAM-FOUND-IDX.
           SET WS-TIDX TO 1.
           PERFORM WS-H2H-TEAM-COUNT TIMES
              IF WS-H2H-TEAM-NAME (WS-TIDX) = WS-TEAM-WORK
                 SET WS-TEAM-FOUND-IDX TO WS-TIDX
              END-IF
              SET WS-TIDX UP BY 1
           END-PERFORM.
           IF WS-TEAM-FOUND-IDX NOT = ZEROES
              OR NOT SELECT-ALL-TEAMS
              GO TO 0210-FIND-END
           END-IF.
           IF WS-H2H-TEAM-COUNT < WS-H2H-TEAM-MAX
              ADD 1 TO WS-H2H-TEAM-COUNT
              SET WS-TIDX TO WS-H2H-TEAM-COUNT
              MOVE WS-TEAM-WORK TO WS-H2H-TEAM-NAME (WS-TIDX)
              MOVE WS-H2H-TEAM-COUNT TO WS-TEAM-FOUND-IDX
           ELSE
              DISPLAY "WARNING: TEAM TABLE FULL AT "
                 WS-H2H-TEAM-MAX ", TEAM " WS-TEAM-WORK
                 " NOT IN MATRIX"
           END-IF.
       0210-FIND-END.

      * One panel is up to nine opponent columns for every row team.
       0300-PRINT-ONE-PANEL.
           COMPUTE WS-PANEL-END = WS-PANEL-START + WS-PANEL-WIDTH - 1.
           IF WS-PANEL-END > WS-H2H-TEAM-COUNT
              MOVE WS-H2H-TEAM-COUNT TO WS-PANEL-END
           END-IF.
           MOVE SPACES TO H2H-HEADING-LINE.
           MOVE 'ROW TEAM' TO H2HH-LABEL (5:12).
           MOVE ZEROES TO WS-CELL-SUB.
           PERFORM VARYING WS-COL-SUB FROM WS-PANEL-START BY 1
              UNTIL WS-COL-SUB > WS-PANEL-END
              ADD 1 TO WS-CELL-SUB
              MOVE '#'        TO H2HH-HASH (WS-CELL-SUB)
              MOVE WS-COL-SUB TO H2HH-NUM (WS-CELL-SUB)
           END-PERFORM.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE H2H-HEADING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0310-PRINT-ONE-ROW
              VARYING WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB > WS-H2H-TEAM-COUNT.

       0310-PRINT-ONE-ROW.
           MOVE SPACES TO H2H-DETAIL-LINE.
           MOVE '#'        TO H2HD-HASH.
           MOVE WS-ROW-SUB TO H2HD-NUM.
           MOVE WS-H2H-TEAM-NAME (WS-ROW-SUB) TO H2HD-TEAM.
           MOVE ZEROES TO WS-CELL-SUB.
           PERFORM 0320-FILL-ONE-CELL
              VARYING WS-COL-SUB FROM WS-PANEL-START BY 1
              UNTIL WS-COL-SUB > WS-PANEL-END.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE H2H-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * W-L is printed without a leading zero on the losses, e.g.
      * " 9-7" or "10-12"; pairings with no games print a dash.
       0320-FILL-ONE-CELL.
           ADD 1 TO WS-CELL-SUB.
           EVALUATE TRUE
              WHEN WS-ROW-SUB = WS-COL-SUB
                 MOVE '  XXX' TO H2HD-WL (WS-CELL-SUB)
              WHEN WS-H2H-GAMES (WS-ROW-SUB, WS-COL-SUB) = ZEROES
                 MOVE '    -' TO H2HD-WL (WS-CELL-SUB)
              WHEN OTHER
                 MOVE WS-H2H-WINS (WS-ROW-SUB, WS-COL-SUB)
                    TO WS-WINS-ED
                 MOVE WS-H2H-LOSSES (WS-ROW-SUB, WS-COL-SUB)
                    TO WS-LOSSES-ED
                 IF WS-H2H-LOSSES (WS-ROW-SUB, WS-COL-SUB) < 10
                    STRING WS-WINS-ED         DELIMITED BY SIZE
                           '-'                DELIMITED BY SIZE
                           WS-LOSSES-ED (2:1) DELIMITED BY SIZE
                       INTO H2HD-WL (WS-CELL-SUB)
                 ELSE
                    STRING WS-WINS-ED         DELIMITED BY SIZE
                           '-'                DELIMITED BY SIZE
                           WS-LOSSES-ED       DELIMITED BY SIZE
                       INTO H2HD-WL (WS-CELL-SUB)
                 END-IF
                 COMPUTE WS-RUN-DIFF =
                    WS-H2H-RUNS-FOR (WS-ROW-SUB, WS-COL-SUB)
                    - WS-H2H-RUNS-AGN (WS-ROW-SUB, WS-COL-SUB)
                 MOVE WS-RUN-DIFF TO WS-RUN-DIFF-ED
                 MOVE WS-RUN-DIFF-ED TO H2HD-RD (WS-CELL-SUB)
           END-EVALUATE.

       0900-END-PROGRAM.
           CLOSE BASEBALLFILEIDX H2HRPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.

       END PROGRAM HEADTOHEAD.
