       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTPONEDGAMES.

      * Postponed, suspended and shortened games with their makeups.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. STATUSIDX and INNINGIDX were carried on
      *    every BaseBallIdx.DAT record but no report looked at
      *    them, so a postponed or suspended game was tallied like
      *    a played one and the standings drifted from the official
      *    numbers. This report lists every postponed, suspended
      *    and shortened (completed in fewer than nine innings)
      *    game in date order, matches each postponed or suspended
      *    game to its makeup - the next game between the same two
      *    teams, either side home, on a later date - and lists
      *    the games still owed at the as-of date. The as-of date
      *    is the one DIVISIONSTANDINGS uses (STANDINGSASOF.DAT,
      *    one line, YYYY-MM-DD; no file means the whole file), so
      *    the owed list agrees with the standings' games-remaining
      *    column. The matching is shared with the standings
      *    programs through BBMAKEUP/BBMAKEUPPD.
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

           SELECT ASOFFILE ASSIGN TO "STANDINGSASOF.DAT"
           FILE STATUS IS ASOF-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSTPONEDRPT ASSIGN DYNAMIC WS-POSTPONED-NAME
           FILE STATUS IS POSTPONED-CHECK-KEY
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

       FD ASOFFILE.
         01 ASOFREC.
           05 ASOF-DATE            PIC X(10).

       FD POSTPONEDRPT.
         01 PRINT-LINE              PIC X(132).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
         01 WS-WORK-AREAS.
           05 IDX-FILE-CHECK-KEY   PIC X(2).
           05 ASOF-CHECK-KEY       PIC X(2).
           05 POSTPONED-CHECK-KEY  PIC X(2).
           05 WS-POSTPONED-NAME    PIC X(40).
           05 WS-GAME-COUNT        PIC 9(5) VALUE ZEROES.
           05 WS-REGULATION-INNINGS PIC 9(2) VALUE 9.

       COPY JOBCTL.

       01  WS-RUN-DATE-DATA.
           05  WS-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(13).

       01  WS-ASOF-DATE            PIC X(10) VALUE HIGH-VALUES.

       COPY BBMAKEUP.

       01  WS-PPD-TOTALS.
           05  WS-POSTPONED-COUNT  PIC 9(5) VALUE ZEROES.
           05  WS-SUSPENDED-COUNT  PIC 9(5) VALUE ZEROES.
           05  WS-SHORTENED-COUNT  PIC 9(5) VALUE ZEROES.
           05  WS-MADE-UP-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-OWED-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-ENTRY-SUB        PIC 9(3) VALUE ZEROES.
           05  WS-ENTRY-STATE      PIC X(11).
               88  ENTRY-IS-OWED   VALUE 'OWED' 'RESCHEDULED'.

       01  ASOF-NOTE-LINE.
           05  FILLER              PIC X(21) VALUE
               'GAMES OWED AS OF     '.
           05  ASN-DATE            PIC X(10).
           05  FILLER              PIC X(101) VALUE SPACES.

       01  SECTION-HEADER-LINE.
           05  SHL-TEXT            PIC X(40).
           05  FILLER              PIC X(92) VALUE SPACES.

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
           05  FILLER              PIC X(3)  VALUE 'INN'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'MAKEUP'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'STATE'.
           05  FILLER              PIC X(31) VALUE SPACES.

       01  PPD-DETAIL-LINE.
           05  PPD-DATE            PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPD-TYPE            PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPD-HOME            PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPD-AWAY            PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPD-VENUE           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPD-INNING          PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPD-MAKEUP-DATE     PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PPD-STATE           PIC X(11).
           05  FILLER              PIC X(31) VALUE SPACES.

       01  PPD-TOTAL-LINE.
           05  PTL-LABEL           PIC X(30).
           05  PTL-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(96) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "POSTPONEDGAMES" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-DATA.
           PERFORM 0120-READ-ASOF-DATE.
           OPEN INPUT BASEBALLFILEIDX.
           IF IDX-FILE-CHECK-KEY NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN BASEBALLIDX.DAT, "
                 "STATUS = " IDX-FILE-CHECK-KEY
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-POSTPONED-NAME.
           STRING "POSTPONED"       DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  ".DAT"            DELIMITED BY SIZE
              INTO WS-POSTPONED-NAME.
           OPEN OUTPUT POSTPONEDRPT.
           IF POSTPONED-CHECK-KEY NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN POSTPONEDRPT, STATUS = "
                 POSTPONED-CHECK-KEY
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'POSTPONED AND SUSPENDED GAMES' TO RPT-TITLE.
           MOVE WS-RUN-DATE (5:2) TO RPT-RUN-MONTH.
           MOVE WS-RUN-DATE (7:2) TO RPT-RUN-DAY.
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
           PERFORM 0200-NOTE-ONE-GAME UNTIL ENDOFFILE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           IF WS-ASOF-DATE = HIGH-VALUES
              MOVE "ALL GAMES" TO ASN-DATE
           ELSE
              MOVE WS-ASOF-DATE TO ASN-DATE
           END-IF.
           MOVE ASOF-NOTE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'POSTPONED, SUSPENDED AND SHORTENED GAMES'
              TO SHL-TEXT.
           PERFORM 0300-PRINT-SECTION-HEADING.
           PERFORM 0310-PRINT-ONE-GAME
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > MKP-COUNT.
           MOVE 'GAMES STILL OWED AT AS-OF DATE' TO SHL-TEXT.
           PERFORM 0300-PRINT-SECTION-HEADING.
           PERFORM 0320-PRINT-ONE-OWED
              VARYING WS-ENTRY-SUB FROM 1 BY 1
              UNTIL WS-ENTRY-SUB > MKP-COUNT.
           PERFORM 0400-PRINT-TOTALS.
           DISPLAY "GAMES READ: " WS-GAME-COUNT.
           DISPLAY "POSTPONED: " WS-POSTPONED-COUNT
              " SUSPENDED: " WS-SUSPENDED-COUNT
              " SHORTENED: " WS-SHORTENED-COUNT.
           DISPLAY "MADE UP: " WS-MADE-UP-COUNT
              " OWED AT AS-OF DATE: " WS-OWED-COUNT.
           IF MKP-TABLE-FULL
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.

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

      * Postponed and suspended games go into the makeup table;
      * every other game may be the makeup of one of them, and a
      * completed game short of regulation is listed as shortened.
       0200-NOTE-ONE-GAME.
           ADD 1 TO WS-GAME-COUNT.
           MOVE IDTIDX        TO MKP-IN-GAME-ID.
           MOVE YYYY-MM-DDIDX TO MKP-IN-DATE.
           MOVE HOMETEAMIDX   TO MKP-IN-HOME.
           MOVE AWAYTEAMIDX   TO MKP-IN-AWAY.
           MOVE VENUEIDX      TO MKP-IN-VENUE.
           MOVE INNINGIDX     TO MKP-IN-INNING.
           IF GAME-POSTPONED OR GAME-SUSPENDED
              IF GAME-POSTPONED
                 MOVE 'POSTPONED' TO MKP-IN-TYPE
                 ADD 1 TO WS-POSTPONED-COUNT
              ELSE
                 MOVE 'SUSPENDED' TO MKP-IN-TYPE
                 ADD 1 TO WS-SUSPENDED-COUNT
              END-IF
              PERFORM 9300-NOTE-GAME THRU 9300-NOTE-END
           ELSE
              PERFORM 9310-MATCH-MAKEUP
              IF INNINGIDX > ZEROES
                 AND INNINGIDX < WS-REGULATION-INNINGS
                 MOVE 'SHORTENED' TO MKP-IN-TYPE
                 ADD 1 TO WS-SHORTENED-COUNT
                 PERFORM 9300-NOTE-GAME THRU 9300-NOTE-END
              END-IF
           END-IF.
           READ BASEBALLFILEIDX NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.

       0300-PRINT-SECTION-HEADING.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SECTION-HEADER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE PPD-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0310-PRINT-ONE-GAME.
           SET MKP-IDX TO WS-ENTRY-SUB.
           PERFORM 0330-SET-ENTRY-STATE.
           IF MKP-MADE-UP (MKP-IDX)
              ADD 1 TO WS-MADE-UP-COUNT
           END-IF.
           IF ENTRY-IS-OWED
              ADD 1 TO WS-OWED-COUNT
           END-IF.
           PERFORM 0340-PRINT-ENTRY.

       0320-PRINT-ONE-OWED.
           SET MKP-IDX TO WS-ENTRY-SUB.
           PERFORM 0330-SET-ENTRY-STATE.
           IF ENTRY-IS-OWED
              PERFORM 0340-PRINT-ENTRY
           END-IF.

      * A game is owed at the as-of date when it was postponed or
      * suspended on or before that date and has not been made up
      * by then - either no makeup is on file yet (OWED) or the
      * makeup falls after the as-of date (RESCHEDULED).
       0330-SET-ENTRY-STATE.
           EVALUATE TRUE
              WHEN MKP-SHORTENED (MKP-IDX)
                 MOVE 'COMPLETE'    TO WS-ENTRY-STATE
              WHEN MKP-DATE (MKP-IDX) > WS-ASOF-DATE
                 MOVE 'NOT YET DUE' TO WS-ENTRY-STATE
              WHEN NOT MKP-MADE-UP (MKP-IDX)
                 MOVE 'OWED'        TO WS-ENTRY-STATE
              WHEN MKP-MAKEUP-DATE (MKP-IDX) > WS-ASOF-DATE
                 MOVE 'RESCHEDULED' TO WS-ENTRY-STATE
              WHEN OTHER
                 MOVE 'MADE UP'     TO WS-ENTRY-STATE
           END-EVALUATE.

       0340-PRINT-ENTRY.
           MOVE MKP-DATE (MKP-IDX)   TO PPD-DATE.
           MOVE MKP-TYPE (MKP-IDX)   TO PPD-TYPE.
           MOVE MKP-HOME (MKP-IDX)   TO PPD-HOME.
           MOVE MKP-AWAY (MKP-IDX)   TO PPD-AWAY.
           MOVE MKP-VENUE (MKP-IDX)  TO PPD-VENUE.
           MOVE MKP-INNING (MKP-IDX) TO PPD-INNING.
           IF MKP-MADE-UP (MKP-IDX)
              MOVE MKP-MAKEUP-DATE (MKP-IDX) TO PPD-MAKEUP-DATE
           ELSE
              MOVE SPACES TO PPD-MAKEUP-DATE
           END-IF.
           MOVE WS-ENTRY-STATE TO PPD-STATE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE PPD-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0400-PRINT-TOTALS.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'GAMES POSTPONED' TO PTL-LABEL.
           MOVE WS-POSTPONED-COUNT TO PTL-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE 'GAMES SUSPENDED' TO PTL-LABEL.
           MOVE WS-SUSPENDED-COUNT TO PTL-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE 'GAMES SHORTENED' TO PTL-LABEL.
           MOVE WS-SHORTENED-COUNT TO PTL-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE 'GAMES MADE UP' TO PTL-LABEL.
           MOVE WS-MADE-UP-COUNT TO PTL-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE 'GAMES OWED AT AS-OF DATE' TO PTL-LABEL.
           MOVE WS-OWED-COUNT TO PTL-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.

       0410-PRINT-TOTAL-LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE PPD-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           CLOSE BASEBALLFILEIDX POSTPONEDRPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY BBMAKEUPPD.
       COPY RPTPAGE.
       COPY JOBLOG.

       END PROGRAM POSTPONEDGAMES.
