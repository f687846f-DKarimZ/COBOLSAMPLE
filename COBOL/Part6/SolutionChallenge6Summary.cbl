      *    daily apply mode loads new games into the indexed file
      *    only, and the rebuilt 127-byte indexed record carries
      *    the full score/status tail the standings need.
      *  - Only completed games are tallied, so postponed and
      *    suspended games no longer count as home dates in the
      *    attendance average; a new REMAIN column shows per team
      *    the postponements not yet made up (shared BBMAKEUP
      *    matching, file now read in game-date order).
      **************************************************************

       ENVIRONMENT DIVISION.
              10 AWAYSCOREIDX      PIC 9(2).
              10 INNINGIDX         PIC 9(2).
              10 STATUSIDX         PIC X(6).
                 88 GAME-POSTPONED VALUE "postpo" "POSTPO" "PPD   ".
                 88 GAME-SUSPENDED VALUE "suspen" "SUSPEN" "SUSP  ".
              10 FILLER            PIC X(1).

       FD SUMMARYRPT.
           05 SUMMARY-CHECK-KEY    PIC X(2).
           05 WS-SUMMARY-NAME      PIC X(40).
           05 WS-GAME-COUNT        PIC 9(5) VALUE ZEROES.
           05 WS-NOT-PLAYED-COUNT  PIC 9(5) VALUE ZEROES.

       COPY JOBCTL.

               10  WS-TEAM-RA      PIC 9(6).
               10  WS-TEAM-HOME    PIC 9(4).
               10  WS-TEAM-ATT     PIC 9(9).
               10  WS-TEAM-REMAINING PIC 9(4).
               10  WS-TEAM-PICKED  PIC X.
                   88  WS-TEAM-ALREADY-PICKED VALUE 'Y'.
       01  WS-TEAM-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-ALLOWED-WK           PIC 9(2).
       01  WS-RESULT-WK            PIC X.

       COPY BBMAKEUP.

       01  WS-RANK-FIELDS.
           05  WS-RANK-NUMBER      PIC 9(3) VALUE ZEROES.
           05  WS-RANK-HIGH        PIC 9V9999 VALUE ZEROES.
           05  FILLER              PIC X(10) VALUE 'TOTAL ATT '.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'AVG ATT '.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'REMAIN'.
           05  FILLER              PIC X(37) VALUE SPACES.

       01  SUMMARY-DETAIL-LINE.
           05  SUM-RANK            PIC ZZ9.
           05  SUM-ATT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  SUM-AVG-ATT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SUM-REMAINING       PIC ZZZ9.
           05  FILLER              PIC X(37) VALUE SPACES.

       COPY RPTCTL.

           MOVE WS-RUN-DATE (1:4) TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
      * Game-date order, so a postponement is always noted before
      * the game that makes it up.
           MOVE LOW-VALUES TO YYYY-MM-DDIDX.
           START BASEBALLFILEIDX KEY IS NOT LESS THAN YYYY-MM-DDIDX
              INVALID KEY SET ENDOFFILE TO TRUE
           END-START.
           IF NOT ENDOFFILE
              READ BASEBALLFILEIDX NEXT RECORD
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           END-IF.
           PERFORM 0200-TALLY-ONE-GAME UNTIL ENDOFFILE.
           SET MKP-IDX TO 1.
           PERFORM MKP-COUNT TIMES
              IF NOT MKP-MADE-UP (MKP-IDX)
                 MOVE MKP-HOME (MKP-IDX) TO WS-TEAM-WORK
                 PERFORM 0230-ADD-REMAINING THRU 0230-REMAINING-END
                 MOVE MKP-AWAY (MKP-IDX) TO WS-TEAM-WORK
                 PERFORM 0230-ADD-REMAINING THRU 0230-REMAINING-END
              END-IF
              SET MKP-IDX UP BY 1
           END-PERFORM.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SUMMARY-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
              VARYING WS-RANK-NUMBER FROM 1 BY 1
              UNTIL WS-RANK-NUMBER > WS-TEAM-COUNT.
           DISPLAY "GAMES TALLIED: " WS-GAME-COUNT.
           DISPLAY "POSTPONED/SUSPENDED GAMES NOT TALLIED: "
              WS-NOT-PLAYED-COUNT.
           PERFORM 0900-END-PROGRAM.

      * Only completed games are tallied. A postponed or suspended
      * game waits in the makeup table for the game that makes it
      * up; one still not made up at the end of the file is owed
      * and counts toward games remaining for both teams.
       0200-TALLY-ONE-GAME.
           MOVE IDTIDX        TO MKP-IN-GAME-ID.
           MOVE YYYY-MM-DDIDX TO MKP-IN-DATE.
           MOVE HOMETEAMIDX   TO MKP-IN-HOME.
           MOVE AWAYTEAMIDX   TO MKP-IN-AWAY.
           MOVE VENUEIDX      TO MKP-IN-VENUE.
           MOVE INNINGIDX     TO MKP-IN-INNING.
           IF GAME-POSTPONED OR GAME-SUSPENDED
              ADD 1 TO WS-NOT-PLAYED-COUNT
              IF GAME-POSTPONED
                 MOVE 'POSTPONED' TO MKP-IN-TYPE
              ELSE
                 MOVE 'SUSPENDED' TO MKP-IN-TYPE
              END-IF
              PERFORM 9300-NOTE-GAME THRU 9300-NOTE-END
           ELSE
              PERFORM 9310-MATCH-MAKEUP
              ADD 1 TO WS-GAME-COUNT
              MOVE HOMETEAMIDX TO WS-TEAM-WORK
              MOVE HOMESCOREIDX TO WS-SCORED-WK
              MOVE AWAYSCOREIDX TO WS-ALLOWED-WK
              MOVE "H" TO WS-RESULT-WK
              PERFORM 0210-TALLY-ONE-SIDE THRU 0210-TALLY-END
              MOVE AWAYTEAMIDX TO WS-TEAM-WORK
              MOVE AWAYSCOREIDX TO WS-SCORED-WK
              MOVE HOMESCOREIDX TO WS-ALLOWED-WK
              MOVE "A" TO WS-RESULT-WK
              PERFORM 0210-TALLY-ONE-SIDE THRU 0210-TALLY-END
           END-IF.
           READ BASEBALLFILEIDX NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.

       0210-TALLY-ONE-SIDE.
           PERFORM 0215-FIND-TEAM THRU 0215-FIND-END.
           IF WS-TEAM-FOUND-IDX = 0
              GO TO 0210-TALLY-END
           END-IF.
           SET WS-TIDX TO WS-TEAM-FOUND-IDX.
           ADD WS-SCORED-WK  TO WS-TEAM-RS (WS-TIDX).
           ADD WS-ALLOWED-WK TO WS-TEAM-RA (WS-TIDX).
           IF WS-SCORED-WK > WS-ALLOWED-WK
              ADD 1 TO WS-TEAM-WINS (WS-TIDX)
           ELSE
              IF WS-SCORED-WK < WS-ALLOWED-WK
                 ADD 1 TO WS-TEAM-LOSSES (WS-TIDX)
              END-IF
           END-IF.
           IF WS-RESULT-WK = "H"
              ADD 1 TO WS-TEAM-HOME (WS-TIDX)
              ADD ATTENDANCEIDX TO WS-TEAM-ATT (WS-TIDX)
           END-IF.
       0210-TALLY-END.

      * Finds WS-TEAM-WORK in the team table, adding it when new;
      * WS-TEAM-FOUND-IDX is left zero when the table is full.
       0215-FIND-TEAM.
           MOVE 0 TO WS-TEAM-FOUND-IDX.
           SET WS-TIDX TO 1.
           PERFORM WS-TEAM-COUNT TIMES
                 MOVE ZEROES TO WS-TEAM-RA (WS-TIDX)
                 MOVE ZEROES TO WS-TEAM-HOME (WS-TIDX)
                 MOVE ZEROES TO WS-TEAM-ATT (WS-TIDX)
                 MOVE ZEROES TO WS-TEAM-REMAINING (WS-TIDX)
                 MOVE 'N' TO WS-TEAM-PICKED (WS-TIDX)
                 SET WS-TEAM-FOUND-IDX TO WS-TIDX
              ELSE
                 DISPLAY "WARNING: TEAM TABLE FULL AT 100, TEAM "
                    WS-TEAM-WORK " NOT TALLIED"
                 GO TO 0215-FIND-END
              END-IF
           END-IF.
       0215-FIND-END.

       0230-ADD-REMAINING.
           PERFORM 0215-FIND-TEAM THRU 0215-FIND-END.
           IF WS-TEAM-FOUND-IDX = 0
              GO TO 0230-REMAINING-END
           END-IF.
           SET WS-TIDX TO WS-TEAM-FOUND-IDX.
           ADD 1 TO WS-TEAM-REMAINING (WS-TIDX).
       0230-REMAINING-END.

       0300-PRINT-NEXT-RANK.
           MOVE 0 TO WS-RANK-HIGH.
              MOVE WS-TEAM-RA (WS-TIDX2)     TO SUM-RA
              MOVE WS-TEAM-HOME (WS-TIDX2)   TO SUM-HOME
              MOVE WS-TEAM-ATT (WS-TIDX2)    TO SUM-ATT
              MOVE WS-TEAM-REMAINING (WS-TIDX2) TO SUM-REMAINING
              IF WS-TEAM-HOME (WS-TIDX2) = ZEROES
                 MOVE ZEROES TO SUM-AVG-ATT
              ELSE
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY BBMAKEUPPD.
       COPY RPTPAGE.
       COPY JOBLOG.

