      *    tied games count for neither column. Games behind is
      *    computed against the division leader as
      *    ((leader wins - wins) + (losses - leader losses)) / 2.
      *  - Only completed games are tallied: postponed and
      *    suspended games (STATUSIDX) are held in the shared
      *    BBMAKEUP table and matched to their makeup, and a new
      *    REMAIN column shows games remaining per team - games
      *    dated after the as-of date plus postponements not yet
      *    made up. The file is now read in game-date order
      *    (START on YYYY-MM-DDIDX) so a postponement is seen
      *    before its makeup.
      **************************************************************

       ENVIRONMENT DIVISION.
              10 AWAYSCOREIDX      PIC 9(2).
              10 INNINGIDX         PIC 9(2).
              10 STATUSIDX         PIC X(6).
                 88 GAME-POSTPONED VALUE "postpo" "POSTPO" "PPD   ".
                 88 GAME-SUSPENDED VALUE "suspen" "SUSPEN" "SUSP  ".
              10 FILLER            PIC X(1).

       FD TEAMDIVFILE.
           05 WS-STANDINGS-NAME    PIC X(40).
           05 WS-GAME-COUNT        PIC 9(5) VALUE ZEROES.
           05 WS-SKIPPED-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-NOT-PLAYED-COUNT  PIC 9(5) VALUE ZEROES.

       COPY JOBCTL.

               10  WS-TEAM-DIV     PIC X(8).
               10  WS-TEAM-WINS    PIC 9(4).
               10  WS-TEAM-LOSSES  PIC 9(4).
               10  WS-TEAM-REMAINING PIC 9(4).
               10  WS-TEAM-PICKED  PIC X.
                   88  WS-TEAM-ALREADY-PICKED VALUE 'Y'.
       01  WS-TEAM-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-SCORED-WK            PIC 9(2).
       01  WS-ALLOWED-WK           PIC 9(2).

       COPY BBMAKEUP.

       01  WS-DIVREF-TABLE.
           05  WS-DIVREF-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-DRIDX.
           05  FILLER              PIC X(5)  VALUE ' PCT '.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE '   GB '.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'REMAIN'.
           05  FILLER              PIC X(76) VALUE SPACES.

       01  STANDINGS-DETAIL-LINE.
           05  STD-RANK            PIC ZZ9.
           05  STD-PCT             PIC 9.999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  STD-GB              PIC X(6).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  STD-REMAINING       PIC ZZZ9.
           05  FILLER              PIC X(76) VALUE SPACES.

       01  WS-GB-EDITED            PIC ZZ9.9.

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
           IF WS-ASOF-DATE NOT = HIGH-VALUES
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE WS-ASOF-DATE TO ASN-DATE
           DISPLAY "GAMES TALLIED: " WS-GAME-COUNT.
           DISPLAY "GAMES AFTER AS-OF DATE SKIPPED: "
              WS-SKIPPED-COUNT.
           DISPLAY "POSTPONED/SUSPENDED GAMES NOT TALLIED: "
              WS-NOT-PLAYED-COUNT.
           PERFORM 0900-END-PROGRAM.

      * TEAMDIVISION.DAT is the reference the standings group on.
              SET WS-TIDX UP BY 1
           END-PERFORM.

      * Only completed games are tallied. A postponed or suspended
      * game waits in the makeup table for the game that makes it
      * up; one still not made up at the end of the file is owed,
      * and counts toward games remaining for both teams, as does
      * every game dated after the as-of date.
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
              IF YYYY-MM-DDIDX > WS-ASOF-DATE
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE HOMETEAMIDX TO WS-TEAM-WORK
                 PERFORM 0230-ADD-REMAINING THRU 0230-REMAINING-END
                 MOVE AWAYTEAMIDX TO WS-TEAM-WORK
                 PERFORM 0230-ADD-REMAINING THRU 0230-REMAINING-END
              ELSE
                 ADD 1 TO WS-GAME-COUNT
                 MOVE HOMETEAMIDX TO WS-TEAM-WORK
                 MOVE HOMESCOREIDX TO WS-SCORED-WK
                 MOVE AWAYSCOREIDX TO WS-ALLOWED-WK
                 PERFORM 0210-TALLY-ONE-SIDE THRU 0210-TALLY-END
                 MOVE AWAYTEAMIDX TO WS-TEAM-WORK
                 MOVE AWAYSCOREIDX TO WS-SCORED-WK
                 MOVE HOMESCOREIDX TO WS-ALLOWED-WK
                 PERFORM 0210-TALLY-ONE-SIDE THRU 0210-TALLY-END
              END-IF
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
           IF WS-SCORED-WK > WS-ALLOWED-WK
              ADD 1 TO WS-TEAM-WINS (WS-TIDX)
           ELSE
              IF WS-SCORED-WK < WS-ALLOWED-WK
                 ADD 1 TO WS-TEAM-LOSSES (WS-TIDX)
              END-IF
           END-IF.
       0210-TALLY-END.

      * Finds WS-TEAM-WORK in the team table, adding it when new;
      * WS-TEAM-FOUND-IDX is left zero when the table is full.
       0215-FIND-TEAM.
           MOVE 0 TO WS-TEAM-FOUND-IDX.
           SET WS-TIDX TO 1.
           PERFORM WS-TEAM-COUNT TIMES
                 MOVE WS-TEAM-WORK TO WS-TEAM-NAME (WS-TIDX)
                 MOVE ZEROES TO WS-TEAM-WINS (WS-TIDX)
                 MOVE ZEROES TO WS-TEAM-LOSSES (WS-TIDX)
                 MOVE ZEROES TO WS-TEAM-REMAINING (WS-TIDX)
                 MOVE 'N' TO WS-TEAM-PICKED (WS-TIDX)
                 PERFORM 0220-ATTACH-DIVISION
                 SET WS-TEAM-FOUND-IDX TO WS-TIDX
              ELSE
                 DISPLAY "WARNING: TEAM TABLE FULL AT 100, TEAM "
                    WS-TEAM-WORK " NOT TALLIED"
                 GO TO 0215-FIND-END
              END-IF
           END-IF.
       0215-FIND-END.

      * WS-TIDX points at the team entry being created.
       0220-ATTACH-DIVISION.
              SET WS-DRIDX UP BY 1
           END-PERFORM.

       0230-ADD-REMAINING.
           PERFORM 0215-FIND-TEAM THRU 0215-FIND-END.
           IF WS-TEAM-FOUND-IDX = 0
              GO TO 0230-REMAINING-END
           END-IF.
           SET WS-TIDX TO WS-TEAM-FOUND-IDX.
           ADD 1 TO WS-TEAM-REMAINING (WS-TIDX).
       0230-REMAINING-END.

       0300-PRINT-ONE-DIVISION.
           SET WS-GRIDX TO WS-GROUP-SUB.
           MOVE WS-GROUP-LEAGUE (WS-GRIDX) TO WS-CUR-LEAGUE.
              MOVE WS-TEAM-WINS (WS-TIDX2)   TO STD-WINS
              MOVE WS-TEAM-LOSSES (WS-TIDX2) TO STD-LOSSES
              MOVE WS-RANK-HIGH              TO STD-PCT
              MOVE WS-TEAM-REMAINING (WS-TIDX2) TO STD-REMAINING
              IF WS-DIV-PRINTED = 1
                 MOVE WS-TEAM-WINS (WS-TIDX2)   TO WS-LEADER-WINS
                 MOVE WS-TEAM-LOSSES (WS-TIDX2) TO WS-LEADER-LOSSES
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY BBMAKEUPPD.
       COPY RPTPAGE.
       COPY JOBLOG.

