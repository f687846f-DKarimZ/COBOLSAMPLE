       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEWEATHER.

      * Joins baseball games to the venue's station weather.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. Whether rain and cold hurt the gate had
      *    never been answered with data. Each game on
      *    BaseBallIdx.DAT is mapped from its VENUEIDX to a weather
      *    station through VENUEWEATHERMAP.DAT (venue, station) and
      *    that station's observation for the game date is read
      *    out of WEATHERHIST.DAT by key. A game day counts as
      *    adverse when the RAIN or THUNDER flag is set, WH-STORM
      *    carries damage or WH-MOYTEMP is below the cold
      *    threshold (50.0); otherwise clear.
      *  - Completed games are accumulated per home team (the team
      *    that takes the gate): game count, attendance on adverse
      *    days and on clear days. Games whose venue has no station
      *    mapped, or whose station has no observation that day,
      *    are counted separately and kept out of the averages.
      *    Postponed and suspended games are listed in date order
      *    with the temperature and rain, thunder and storm flags
      *    recorded that day.
      *  - Output is the dated report GAMEWEATHERyyyymmdd.DAT. The
      *    dated filename comes from the business date on
      *    RUNCONTROL.DAT (RUNCTL copybooks).
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

           SELECT VENUEMAPFILE ASSIGN TO "VENUEWEATHERMAP.DAT"
           FILE STATUS IS WS-MAP-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WEATHERHIST ASSIGN TO "WEATHERHIST.DAT"
           FILE STATUS IS WS-HIST-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WH-KEY.

           SELECT GAMEWXRPT ASSIGN DYNAMIC WS-GAMEWXRPT-NAME
           FILE STATUS IS WS-GAMEWXRPT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
           FILE STATUS IS WS-RUNCTL-STATUS
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

       FD VENUEMAPFILE.
       01 VENUEMAPREC.
           88 ENDOFMAP        VALUE HIGH-VALUES.
           05 VWM-VENUE          PIC X(20).
           05 FILLER             PIC X(1).
           05 VWM-STATION        PIC 9(6).

       FD WEATHERHIST.
       01 WHRECORD.
           05 WH-KEY.
              10 WH-STATION      PIC 9(6).
              10 WH-DATE         PIC 9(8).
           05 WH-MOYTEMP         PIC 999.9.
           05 WH-FOG             PIC 9.
           05 WH-RAIN            PIC 9.
           05 WH-SNOW            PIC 9.
           05 WH-HAIL            PIC 9.
           05 WH-THUNDER         PIC 9.
           05 WH-STORM           PIC 9(5).

       FD GAMEWXRPT.
       01 PRINT-LINE             PIC X(132).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 IDX-FILE-CHECK-KEY PIC X(2).
           05 WS-MAP-STATUS      PIC X(2).
           05 WS-HIST-STATUS     PIC X(2).
           05 WS-GAMEWXRPT-STATUS PIC X(2).
           05 WS-GAMEWXRPT-NAME  PIC X(40).
           05 WS-GAMES-READ      PIC 9(7) VALUE ZEROES.

       COPY JOBCTL.
       COPY RUNCTL.

       01  WS-COLD-THRESHOLD       PIC 9(3)V9 VALUE 50.0.

       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-MPIDX.
               10  WS-MAP-VENUE    PIC X(20).
               10  WS-MAP-STATION  PIC 9(6).
       01  WS-MAP-COUNT            PIC 9(3) VALUE ZEROES.

       01  WS-TEAM-TABLE.
           05  WS-TEAM-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-TIDX.
               10  WS-TM-TEAM      PIC X(12).
               10  WS-TM-GAMES     PIC 9(5).
               10  WS-TM-ADV-GAMES PIC 9(5).
               10  WS-TM-ADV-ATT   PIC 9(9).
               10  WS-TM-CLR-GAMES PIC 9(5).
               10  WS-TM-CLR-ATT   PIC 9(9).
               10  WS-TM-NO-STN    PIC 9(5).
               10  WS-TM-NO-OBS    PIC 9(5).
       01  WS-TEAM-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-TEAM-FOUND           PIC 9(3) VALUE ZEROES.
       01  WS-TEAM-SUB             PIC 9(3) VALUE ZEROES.

       01  WS-PPD-TABLE.
           05  WS-PPD-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-PIDX.
               10  WS-PP-DATE      PIC X(10).
               10  WS-PP-TYPE      PIC X(9).
               10  WS-PP-HOME      PIC X(12).
               10  WS-PP-AWAY      PIC X(12).
               10  WS-PP-VENUE     PIC X(20).
               10  WS-PP-STATION   PIC 9(6).
               10  WS-PP-KIND      PIC X.
               10  WS-PP-TEMP      PIC 9(3)V9.
               10  WS-PP-RAIN      PIC 9.
               10  WS-PP-THUNDER   PIC 9.
               10  WS-PP-STORM     PIC 9(5).
       01  WS-PPD-COUNT            PIC 9(3) VALUE ZEROES.
       01  WS-PPD-MAX              PIC 9(3) VALUE 300.
       01  WS-PPD-SUB              PIC 9(3) VALUE ZEROES.
       01  WS-PPD-UNLISTED         PIC 9(5) VALUE ZEROES.

       01  WS-TOTALS.
           05  WS-TOT-GAMES        PIC 9(7) VALUE ZEROES.
           05  WS-TOT-ADV-GAMES    PIC 9(7) VALUE ZEROES.
           05  WS-TOT-ADV-ATT      PIC 9(11) VALUE ZEROES.
           05  WS-TOT-CLR-GAMES    PIC 9(7) VALUE ZEROES.
           05  WS-TOT-CLR-ATT      PIC 9(11) VALUE ZEROES.
           05  WS-TOT-NO-STN       PIC 9(7) VALUE ZEROES.
           05  WS-TOT-NO-OBS       PIC 9(7) VALUE ZEROES.
           05  WS-TOT-PPD          PIC 9(7) VALUE ZEROES.

       01  WS-GAME-FIELDS.
           05  WS-DAY-KIND         PIC X.
               88  DAY-IS-ADVERSE  VALUE 'A'.
               88  DAY-IS-CLEAR    VALUE 'C'.
               88  DAY-NO-STATION  VALUE 'S'.
               88  DAY-NO-OBS      VALUE 'O'.
           05  WS-THIS-STATION     PIC 9(6).
           05  WS-OBS-TEMP         PIC 999V9.
           05  WS-AVG-ATT          PIC 9(5).
           05  WS-TEMP-EDITED      PIC ZZ9.9.
           05  WS-STORM-EDITED     PIC ZZZZ9.

       01  WS-GAME-DATE-PARTS.
           05  WS-GD-YEAR          PIC X(4).
           05  FILLER              PIC X(1).
           05  WS-GD-MONTH         PIC X(2).
           05  FILLER              PIC X(1).
           05  WS-GD-DAY           PIC X(2).

       01  WS-GAME-YMD.
           05  WS-GY-YEAR          PIC X(4).
           05  WS-GY-MONTH         PIC X(2).
           05  WS-GY-DAY           PIC X(2).
       01  WS-GAME-YMD-N REDEFINES WS-GAME-YMD
                                   PIC 9(8).

       01  GAMEWX-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE 'HOME TEAM'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'GAMES'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'ADV GAMES'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'ADV AVG ATT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'CLR GAMES'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'CLR AVG ATT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'NO STATION'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'NO OBS'.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  GAMEWX-DETAIL-LINE.
           05  GWD-TEAM            PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  GWD-GAMES           PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  GWD-ADV-GAMES       PIC ZZZZ9.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  GWD-ADV-AVG         PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  GWD-CLR-GAMES       PIC ZZZZ9.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  GWD-CLR-AVG         PIC ZZ,ZZ9.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  GWD-NO-STN          PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  GWD-NO-OBS          PIC ZZZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  PPD-HEADING-LINE.
           05  FILLER              PIC X(48) VALUE
               'POSTPONED AND SUSPENDED GAMES - WEATHER THAT DAY'.
           05  FILLER              PIC X(84) VALUE SPACES.

       01  PPD-COLUMN-HEADINGS.
           05  FILLER              PIC X(10) VALUE 'GAME DATE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'TYPE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'HOME'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'AWAY'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'VENUE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE 'STATION'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE ' TEMP'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'RAIN'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'THDR'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'STORM'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'WEATHER'.
           05  FILLER              PIC X(14) VALUE SPACES.

       01  PPD-DETAIL-LINE.
           05  PPW-DATE            PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPW-TYPE            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPW-HOME            PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPW-AWAY            PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPW-VENUE           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPW-STATION         PIC Z(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  PPW-TEMP            PIC X(5).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  PPW-RAIN            PIC X(1).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  PPW-THUNDER         PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPW-STORM           PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPW-WEATHER         PIC X(10).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  GAMEWX-TOTAL-LINE.
           05  GTL-LABEL           PIC X(30).
           05  GTL-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(96) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "GAMEWEATHER" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 0110-LOAD-VENUE-MAP.
           IF WS-MAP-COUNT = ZEROES
              DISPLAY "WARNING: NO VENUE-TO-STATION MAPPINGS ON "
                 "VENUEWEATHERMAP.DAT, NOTHING TO ANALYZE"
              GO TO 0900-END-PROGRAM
           END-IF.
           OPEN INPUT WEATHERHIST.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN WEATHERHIST.DAT, "
                 "STATUS = " WS-HIST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           OPEN INPUT BASEBALLFILEIDX.
           IF IDX-FILE-CHECK-KEY NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN BASEBALLIDX.DAT, "
                 "STATUS = " IDX-FILE-CHECK-KEY
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-GAMEWXRPT-NAME.
           STRING "GAMEWEATHER"    DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
              INTO WS-GAMEWXRPT-NAME.
           OPEN OUTPUT GAMEWXRPT.
           IF WS-GAMEWXRPT-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN GAMEWXRPT, STATUS = "
                 WS-GAMEWXRPT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'GAME-DAY WEATHER AND ATTENDANCE' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
      * Game-date order, so the postponed list prints by date.
           MOVE LOW-VALUES TO YYYY-MM-DDIDX.
           START BASEBALLFILEIDX KEY IS NOT LESS THAN YYYY-MM-DDIDX
              INVALID KEY SET ENDOFFILE TO TRUE
           END-START.
           IF NOT ENDOFFILE
              READ BASEBALLFILEIDX NEXT RECORD
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           END-IF.
           PERFORM 0200-PROCESS-ONE-GAME UNTIL ENDOFFILE.
           CLOSE BASEBALLFILEIDX.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE GAMEWX-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0300-PRINT-ONE-TEAM
              VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT.
           PERFORM 0310-PRINT-ALL-TEAMS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE PPD-HEADING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE PPD-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0400-PRINT-ONE-POSTPONED
              VARYING WS-PPD-SUB FROM 1 BY 1
              UNTIL WS-PPD-SUB > WS-PPD-COUNT.
           PERFORM 0500-PRINT-TOTALS.
           CLOSE WEATHERHIST GAMEWXRPT.
           DISPLAY "GAMES READ:        " WS-GAMES-READ.
           DISPLAY "NO STATION MAPPED: " WS-TOT-NO-STN.
           DISPLAY "NO OBSERVATION:    " WS-TOT-NO-OBS.
           DISPLAY "POSTPONED/SUSP:    " WS-TOT-PPD.
           IF WS-PPD-UNLISTED > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.

       0110-LOAD-VENUE-MAP.
           OPEN INPUT VENUEMAPFILE.
           IF WS-MAP-STATUS NOT = "00"
              IF WS-MAP-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE VENUEMAPFILE "
                    WS-MAP-STATUS
              END-IF
           ELSE
              READ VENUEMAPFILE
                 AT END SET ENDOFMAP TO TRUE
              END-READ
              PERFORM UNTIL ENDOFMAP
                 IF VWM-VENUE NOT = SPACES
                    AND VWM-STATION NUMERIC
                    AND WS-MAP-COUNT < 100
                    ADD 1 TO WS-MAP-COUNT
                    SET WS-MPIDX TO WS-MAP-COUNT
                    MOVE VWM-VENUE   TO WS-MAP-VENUE (WS-MPIDX)
                    MOVE VWM-STATION TO WS-MAP-STATION (WS-MPIDX)
                 END-IF
                 READ VENUEMAPFILE
                    AT END SET ENDOFMAP TO TRUE
                 END-READ
              END-PERFORM
              CLOSE VENUEMAPFILE
           END-IF.

      * Postponed and suspended games go to the postponed list;
      * every other game is a played gate for the home team.
       0200-PROCESS-ONE-GAME.
           ADD 1 TO WS-GAMES-READ.
           PERFORM 0220-CLASSIFY-GAME
              THRU 0220-CLASSIFY-END.
           IF GAME-POSTPONED OR GAME-SUSPENDED
              ADD 1 TO WS-TOT-PPD
              PERFORM 0240-NOTE-POSTPONED
           ELSE
              PERFORM 0230-FIND-TEAM-ENTRY
              IF WS-TEAM-FOUND > 0
                 SET WS-TIDX TO WS-TEAM-FOUND
                 ADD 1 TO WS-TM-GAMES (WS-TIDX)
                 ADD 1 TO WS-TOT-GAMES
                 EVALUATE TRUE
                    WHEN DAY-IS-ADVERSE
                       ADD 1 TO WS-TM-ADV-GAMES (WS-TIDX)
                       ADD ATTENDANCEIDX TO WS-TM-ADV-ATT (WS-TIDX)
                       ADD 1 TO WS-TOT-ADV-GAMES
                       ADD ATTENDANCEIDX TO WS-TOT-ADV-ATT
                    WHEN DAY-IS-CLEAR
                       ADD 1 TO WS-TM-CLR-GAMES (WS-TIDX)
                       ADD ATTENDANCEIDX TO WS-TM-CLR-ATT (WS-TIDX)
                       ADD 1 TO WS-TOT-CLR-GAMES
                       ADD ATTENDANCEIDX TO WS-TOT-CLR-ATT
                    WHEN DAY-NO-STATION
                       ADD 1 TO WS-TM-NO-STN (WS-TIDX)
                       ADD 1 TO WS-TOT-NO-STN
                    WHEN OTHER
                       ADD 1 TO WS-TM-NO-OBS (WS-TIDX)
                       ADD 1 TO WS-TOT-NO-OBS
                 END-EVALUATE
              END-IF
           END-IF.
           READ BASEBALLFILEIDX NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.

      * A venue with no mapping classifies as no station; a date
      * with no observation on file for the mapped station (or a
      * game date that is not a date) classifies as no observation.
       0220-CLASSIFY-GAME.
           MOVE 'S' TO WS-DAY-KIND.
           MOVE ZEROES TO WS-THIS-STATION.
           SET WS-MPIDX TO 1.
           PERFORM WS-MAP-COUNT TIMES
              IF WS-MAP-VENUE (WS-MPIDX) = VENUEIDX
                 MOVE WS-MAP-STATION (WS-MPIDX) TO WS-THIS-STATION
              END-IF
              SET WS-MPIDX UP BY 1
           END-PERFORM.
           IF WS-THIS-STATION = ZEROES
              GO TO 0220-CLASSIFY-END
           END-IF.
           MOVE 'O' TO WS-DAY-KIND.
           MOVE YYYY-MM-DDIDX TO WS-GAME-DATE-PARTS.
           MOVE WS-GD-YEAR    TO WS-GY-YEAR.
           MOVE WS-GD-MONTH   TO WS-GY-MONTH.
           MOVE WS-GD-DAY     TO WS-GY-DAY.
           IF WS-GAME-YMD-N NOT NUMERIC
              GO TO 0220-CLASSIFY-END
           END-IF.
           MOVE WS-THIS-STATION TO WH-STATION.
           MOVE WS-GAME-YMD-N   TO WH-DATE.
           READ WEATHERHIST
              INVALID KEY
                 GO TO 0220-CLASSIFY-END
           END-READ.
           MOVE WH-MOYTEMP TO WS-OBS-TEMP.
           IF WH-RAIN = 1 OR WH-THUNDER = 1 OR WH-STORM > ZEROES
              OR WS-OBS-TEMP < WS-COLD-THRESHOLD
              MOVE 'A' TO WS-DAY-KIND
           ELSE
              MOVE 'C' TO WS-DAY-KIND
           END-IF.
       0220-CLASSIFY-END.

       0230-FIND-TEAM-ENTRY.
           MOVE 0 TO WS-TEAM-FOUND.
           SET WS-TIDX TO 1.
           PERFORM WS-TEAM-COUNT TIMES
              IF WS-TM-TEAM (WS-TIDX) = HOMETEAMIDX
                 SET WS-TEAM-FOUND TO WS-TIDX
              END-IF
              SET WS-TIDX UP BY 1
           END-PERFORM.
           IF WS-TEAM-FOUND = 0
              AND WS-TEAM-COUNT < 100
              ADD 1 TO WS-TEAM-COUNT
              SET WS-TIDX TO WS-TEAM-COUNT
              MOVE WS-TEAM-COUNT TO WS-TEAM-FOUND
              MOVE HOMETEAMIDX TO WS-TM-TEAM (WS-TIDX)
              MOVE ZEROES TO WS-TM-GAMES (WS-TIDX)
              MOVE ZEROES TO WS-TM-ADV-GAMES (WS-TIDX)
              MOVE ZEROES TO WS-TM-ADV-ATT (WS-TIDX)
              MOVE ZEROES TO WS-TM-CLR-GAMES (WS-TIDX)
              MOVE ZEROES TO WS-TM-CLR-ATT (WS-TIDX)
              MOVE ZEROES TO WS-TM-NO-STN (WS-TIDX)
              MOVE ZEROES TO WS-TM-NO-OBS (WS-TIDX)
           END-IF.

       0240-NOTE-POSTPONED.
           IF WS-PPD-COUNT NOT < WS-PPD-MAX
              IF WS-PPD-UNLISTED = ZEROES
                 DISPLAY "WARNING: POSTPONED LIST FULL AT "
                    WS-PPD-MAX ", LATER GAMES COUNTED NOT LISTED"
              END-IF
              ADD 1 TO WS-PPD-UNLISTED
           ELSE
              ADD 1 TO WS-PPD-COUNT
              SET WS-PIDX TO WS-PPD-COUNT
              MOVE YYYY-MM-DDIDX   TO WS-PP-DATE (WS-PIDX)
              IF GAME-SUSPENDED
                 MOVE "SUSPENDED" TO WS-PP-TYPE (WS-PIDX)
              ELSE
                 MOVE "POSTPONED" TO WS-PP-TYPE (WS-PIDX)
              END-IF
              MOVE HOMETEAMIDX     TO WS-PP-HOME (WS-PIDX)
              MOVE AWAYTEAMIDX     TO WS-PP-AWAY (WS-PIDX)
              MOVE VENUEIDX        TO WS-PP-VENUE (WS-PIDX)
              MOVE WS-THIS-STATION TO WS-PP-STATION (WS-PIDX)
              MOVE WS-DAY-KIND     TO WS-PP-KIND (WS-PIDX)
              MOVE ZEROES TO WS-PP-TEMP (WS-PIDX)
              MOVE ZEROES TO WS-PP-RAIN (WS-PIDX)
              MOVE ZEROES TO WS-PP-THUNDER (WS-PIDX)
              MOVE ZEROES TO WS-PP-STORM (WS-PIDX)
              IF DAY-IS-ADVERSE OR DAY-IS-CLEAR
                 MOVE WS-OBS-TEMP TO WS-PP-TEMP (WS-PIDX)
                 MOVE WH-RAIN     TO WS-PP-RAIN (WS-PIDX)
                 MOVE WH-THUNDER  TO WS-PP-THUNDER (WS-PIDX)
                 MOVE WH-STORM    TO WS-PP-STORM (WS-PIDX)
              END-IF
           END-IF.

       0300-PRINT-ONE-TEAM.
           SET WS-TIDX TO WS-TEAM-SUB.
           MOVE WS-TM-TEAM (WS-TIDX)      TO GWD-TEAM.
           MOVE WS-TM-GAMES (WS-TIDX)     TO GWD-GAMES.
           MOVE WS-TM-ADV-GAMES (WS-TIDX) TO GWD-ADV-GAMES.
           IF WS-TM-ADV-GAMES (WS-TIDX) = ZEROES
              MOVE ZEROES TO GWD-ADV-AVG
           ELSE
              COMPUTE WS-AVG-ATT ROUNDED =
                 WS-TM-ADV-ATT (WS-TIDX)
                 / WS-TM-ADV-GAMES (WS-TIDX)
              MOVE WS-AVG-ATT TO GWD-ADV-AVG
           END-IF.
           MOVE WS-TM-CLR-GAMES (WS-TIDX) TO GWD-CLR-GAMES.
           IF WS-TM-CLR-GAMES (WS-TIDX) = ZEROES
              MOVE ZEROES TO GWD-CLR-AVG
           ELSE
              COMPUTE WS-AVG-ATT ROUNDED =
                 WS-TM-CLR-ATT (WS-TIDX)
                 / WS-TM-CLR-GAMES (WS-TIDX)
              MOVE WS-AVG-ATT TO GWD-CLR-AVG
           END-IF.
           MOVE WS-TM-NO-STN (WS-TIDX) TO GWD-NO-STN.
           MOVE WS-TM-NO-OBS (WS-TIDX) TO GWD-NO-OBS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE GAMEWX-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * League-wide line over every played game, in the same
      * columns as the per-team lines.
       0310-PRINT-ALL-TEAMS.
           MOVE 'ALL TEAMS'      TO GWD-TEAM.
           MOVE WS-TOT-GAMES     TO GWD-GAMES.
           MOVE WS-TOT-ADV-GAMES TO GWD-ADV-GAMES.
           IF WS-TOT-ADV-GAMES = ZEROES
              MOVE ZEROES TO GWD-ADV-AVG
           ELSE
              COMPUTE WS-AVG-ATT ROUNDED =
                 WS-TOT-ADV-ATT / WS-TOT-ADV-GAMES
              MOVE WS-AVG-ATT TO GWD-ADV-AVG
           END-IF.
           MOVE WS-TOT-CLR-GAMES TO GWD-CLR-GAMES.
           IF WS-TOT-CLR-GAMES = ZEROES
              MOVE ZEROES TO GWD-CLR-AVG
           ELSE
              COMPUTE WS-AVG-ATT ROUNDED =
                 WS-TOT-CLR-ATT / WS-TOT-CLR-GAMES
              MOVE WS-AVG-ATT TO GWD-CLR-AVG
           END-IF.
           MOVE WS-TOT-NO-STN TO GWD-NO-STN.
           MOVE WS-TOT-NO-OBS TO GWD-NO-OBS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE GAMEWX-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0400-PRINT-ONE-POSTPONED.
           SET WS-PIDX TO WS-PPD-SUB.
           MOVE WS-PP-DATE (WS-PIDX)    TO PPW-DATE.
           MOVE WS-PP-TYPE (WS-PIDX)    TO PPW-TYPE.
           MOVE WS-PP-HOME (WS-PIDX)    TO PPW-HOME.
           MOVE WS-PP-AWAY (WS-PIDX)    TO PPW-AWAY.
           MOVE WS-PP-VENUE (WS-PIDX)   TO PPW-VENUE.
           MOVE WS-PP-STATION (WS-PIDX) TO PPW-STATION.
           MOVE WS-PP-KIND (WS-PIDX)    TO WS-DAY-KIND.
           MOVE SPACES TO PPW-TEMP PPW-RAIN PPW-THUNDER PPW-STORM.
           EVALUATE TRUE
              WHEN DAY-NO-STATION
                 MOVE "NO STATION" TO PPW-WEATHER
              WHEN DAY-NO-OBS
                 MOVE "NO OBS"     TO PPW-WEATHER
              WHEN OTHER
                 MOVE WS-PP-TEMP (WS-PIDX) TO WS-TEMP-EDITED
                 MOVE WS-TEMP-EDITED       TO PPW-TEMP
                 MOVE WS-PP-RAIN (WS-PIDX)    TO PPW-RAIN
                 MOVE WS-PP-THUNDER (WS-PIDX) TO PPW-THUNDER
                 MOVE WS-PP-STORM (WS-PIDX) TO WS-STORM-EDITED
                 MOVE WS-STORM-EDITED       TO PPW-STORM
                 IF DAY-IS-ADVERSE
                    MOVE "ADVERSE" TO PPW-WEATHER
                 ELSE
                    MOVE "CLEAR"   TO PPW-WEATHER
                 END-IF
           END-EVALUATE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE PPD-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0500-PRINT-TOTALS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'GAMES READ' TO GTL-LABEL.
           MOVE WS-GAMES-READ TO GTL-COUNT.
           PERFORM 0510-PRINT-TOTAL-LINE.
           MOVE 'PLAYED, VENUE NO STATION' TO GTL-LABEL.
           MOVE WS-TOT-NO-STN TO GTL-COUNT.
           PERFORM 0510-PRINT-TOTAL-LINE.
           MOVE 'PLAYED, NO OBSERVATION' TO GTL-LABEL.
           MOVE WS-TOT-NO-OBS TO GTL-COUNT.
           PERFORM 0510-PRINT-TOTAL-LINE.
           MOVE 'POSTPONED OR SUSPENDED' TO GTL-LABEL.
           MOVE WS-TOT-PPD TO GTL-COUNT.
           PERFORM 0510-PRINT-TOTAL-LINE.
           IF WS-PPD-UNLISTED > ZEROES
              MOVE 'POSTPONED NOT LISTED' TO GTL-LABEL
              MOVE WS-PPD-UNLISTED TO GTL-COUNT
              PERFORM 0510-PRINT-TOTAL-LINE
           END-IF.

       0510-PRINT-TOTAL-LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE GAMEWX-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY RUNCTLPD.

       END PROGRAM GAMEWEATHER.
