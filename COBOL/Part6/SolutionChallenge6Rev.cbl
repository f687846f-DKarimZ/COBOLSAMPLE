       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKETREVENUE.

      * Estimated ticket revenue over the baseball games file.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. ATTENDANCEREPORT gives crowd counts, but
      *    finance was pricing ATTENDANCEIDX by hand in a
      *    spreadsheet. The venue pricing file VENUEPRICE.DAT
      *    carries, per VENUEIDX, the average ticket price for each
      *    season segment - opening day, weekday, weekend and
      *    postseason - either for one season or, with season 0000,
      *    for any season without its own record. Every completed
      *    home game is priced (attendance times the segment price)
      *    and revenue is reported by team, venue, season and month,
      *    with the same team, venue and month of the season before
      *    when the file holds it. Opening day is each team's first
      *    home game of the season (the file is read in game-date
      *    order); postseason starts on the date given for the year
      *    on BBSEASON.DAT (optional - without it no game is priced
      *    as postseason); Saturday and Sunday are weekend, using
      *    the same integer-date remainder as ATTENDANCEREPORT.
      *    Games at a venue with no pricing record are listed as
      *    exceptions instead of being priced at zero, and each such
      *    venue is logged once to the common exception file.
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

           SELECT VENUEPRICEFILE ASSIGN TO "VENUEPRICE.DAT"
           FILE STATUS IS VENUEPRICE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BBSEASONFILE ASSIGN TO "BBSEASON.DAT"
           FILE STATUS IS BBSEASON-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVENUERPT ASSIGN DYNAMIC WS-REVENUE-NAME
           FILE STATUS IS REVENUE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMONEXCFILE ASSIGN TO "EXCEPTIONS.DAT"
           FILE STATUS IS WS-COMMONEXC-STATUS
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

      * Prices are in dollars and cents with an implied decimal,
      * e.g. 04550 is $45.50.
       FD VENUEPRICEFILE.
         01 VENUEPRICEREC.
           88 ENDOFVENUEPRICE   VALUE HIGH-VALUES.
           05 VPR-VENUE            PIC X(20).
           05 FILLER               PIC X(1).
           05 VPR-SEASON           PIC 9(4).
           05 FILLER               PIC X(1).
           05 VPR-OPENING-PRICE    PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 VPR-WEEKDAY-PRICE    PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 VPR-WEEKEND-PRICE    PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 VPR-POST-PRICE       PIC 9(3)V99.

       FD BBSEASONFILE.
         01 BBSEASONREC.
           88 ENDOFBBSEASON     VALUE HIGH-VALUES.
           05 SEA-YEAR             PIC 9(4).
           05 FILLER               PIC X(1).
           05 SEA-POST-START       PIC X(10).

       FD REVENUERPT.
         01 PRINT-LINE              PIC X(132).

       FD COMMONEXCFILE.
       COPY EXCFD.

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
         01 WS-WORK-AREAS.
           05 IDX-FILE-CHECK-KEY   PIC X(2).
           05 VENUEPRICE-CHECK-KEY PIC X(2).
           05 BBSEASON-CHECK-KEY   PIC X(2).
           05 REVENUE-CHECK-KEY    PIC X(2).
           05 WS-REVENUE-NAME      PIC X(40).
           05 WS-GAME-COUNT        PIC 9(5) VALUE ZEROES.
           05 WS-PRICED-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-UNPRICED-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-NOT-PLAYED-COUNT  PIC 9(5) VALUE ZEROES.

       COPY JOBCTL.
       COPY EXCCTL.

       01  WS-RUN-DATE-DATA.
           05  WS-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(13).

       01  WS-PRICE-TABLE.
           05  WS-PRICE-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-PRIDX.
               10  WS-PRICE-VENUE      PIC X(20).
               10  WS-PRICE-SEASON     PIC 9(4).
               10  WS-PRICE-SEGMENT    PIC 9(3)V99
                                       OCCURS 4 TIMES.
       01  WS-PRICE-COUNT          PIC 9(3) VALUE ZEROES.
       01  WS-PRICE-FOUND-IDX      PIC 9(3) VALUE ZEROES.

       01  WS-SEASON-TABLE.
           05  WS-SEASON-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-SEAIDX.
               10  WS-SEASON-YEAR      PIC 9(4).
               10  WS-SEASON-POST-START PIC X(10).
       01  WS-SEASON-COUNT         PIC 9(2) VALUE ZEROES.

      * Segment subscripts into WS-PRICE-SEGMENT and the totals.
       01  WS-SEGMENT-SUB          PIC 9(1) VALUE ZEROES.
           88  SEGMENT-OPENING-DAY VALUE 1.
           88  SEGMENT-WEEKDAY     VALUE 2.
           88  SEGMENT-WEEKEND     VALUE 3.
           88  SEGMENT-POSTSEASON  VALUE 4.

       01  WS-SEGMENT-NAME-TABLE.
           05  FILLER              PIC X(12) VALUE 'OPENING DAY '.
           05  FILLER              PIC X(12) VALUE 'WEEKDAY     '.
           05  FILLER              PIC X(12) VALUE 'WEEKEND     '.
           05  FILLER              PIC X(12) VALUE 'POSTSEASON  '.
       01  WS-SEGMENT-NAMES REDEFINES WS-SEGMENT-NAME-TABLE.
           05  WS-SEGMENT-NAME OCCURS 4 TIMES
                              PIC X(12).

       01  WS-SEGMENT-TOTALS.
           05  WS-SEGMENT-TOTAL OCCURS 4 TIMES.
               10  WS-SEG-GAMES        PIC 9(5).
               10  WS-SEG-ATT          PIC 9(9).
               10  WS-SEG-REVENUE      PIC 9(11)V99.

       01  WS-MONTH-NAME-TABLE.
           05  FILLER              PIC X(9) VALUE 'JANUARY  '.
           05  FILLER              PIC X(9) VALUE 'FEBRUARY '.
           05  FILLER              PIC X(9) VALUE 'MARCH    '.
           05  FILLER              PIC X(9) VALUE 'APRIL    '.
           05  FILLER              PIC X(9) VALUE 'MAY      '.
           05  FILLER              PIC X(9) VALUE 'JUNE     '.
           05  FILLER              PIC X(9) VALUE 'JULY     '.
           05  FILLER              PIC X(9) VALUE 'AUGUST   '.
           05  FILLER              PIC X(9) VALUE 'SEPTEMBER'.
           05  FILLER              PIC X(9) VALUE 'OCTOBER  '.
           05  FILLER              PIC X(9) VALUE 'NOVEMBER '.
           05  FILLER              PIC X(9) VALUE 'DECEMBER '.
       01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAME-TABLE.
           05  WS-MONTH-NAME OCCURS 12 TIMES
                              PIC X(9).

      * Home teams in order first seen, with the last season whose
      * home opener has been priced.
       01  WS-TEAM-TABLE.
           05  WS-TEAM-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-TIDX.
               10  WS-TEAM-NAME        PIC X(12).
               10  WS-TEAM-OPENER-YEAR PIC 9(4).
       01  WS-TEAM-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-TEAM-FOUND-IDX       PIC 9(3) VALUE ZEROES.
       01  WS-TEAM-SUB             PIC 9(3) VALUE ZEROES.

      * Revenue by home team, venue, season and month, created in
      * game-date order.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 3000 TIMES
                              INDEXED BY WS-RVIDX WS-RVIDX2.
               10  WS-REV-TEAM         PIC X(12).
               10  WS-REV-VENUE        PIC X(20).
               10  WS-REV-YEAR         PIC 9(4).
               10  WS-REV-MONTH        PIC 9(2).
               10  WS-REV-GAMES        PIC 9(4).
               10  WS-REV-ATT          PIC 9(9).
               10  WS-REV-AMOUNT       PIC 9(11)V99.
       01  WS-REV-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-REV-MAX              PIC 9(4) VALUE 3000.
       01  WS-REV-FOUND-IDX        PIC 9(4) VALUE ZEROES.
       01  WS-REV-SUB              PIC 9(4) VALUE ZEROES.
       01  WS-REV-FULL-SW          PIC X(1) VALUE 'N'.
           88  REV-TABLE-FULL      VALUE 'Y'.

      * Games at venues with no price, held for the exception page.
       01  WS-UNPRICED-TABLE.
           05  WS-UNP-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-UNPIDX.
               10  WS-UNP-DATE         PIC X(10).
               10  WS-UNP-HOME         PIC X(12).
               10  WS-UNP-AWAY         PIC X(12).
               10  WS-UNP-VENUE        PIC X(20).
               10  WS-UNP-ATT          PIC 9(5).
       01  WS-UNP-LISTED           PIC 9(3) VALUE ZEROES.
       01  WS-UNP-SUB              PIC 9(3) VALUE ZEROES.

      * Venues already logged to the common exception file.
       01  WS-UNP-VENUE-TABLE.
           05  WS-UNP-VENUE-NAME OCCURS 100 TIMES
                              INDEXED BY WS-UVIDX
                              PIC X(20).
       01  WS-UNP-VENUE-COUNT      PIC 9(3) VALUE ZEROES.
       01  WS-UNP-VENUE-SW         PIC X(1) VALUE 'N'.
           88  UNP-VENUE-LOGGED    VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-GAME-DATE-NUM    PIC 9(8).
           05  WS-DATE-INT         PIC 9(8).
           05  WS-DOW-REMAINDER    PIC 9(8).
           05  WS-DOW-QUOTIENT     PIC 9(8).
           05  WS-DOW-NUMBER       PIC 9(1).
           05  WS-GAME-MONTH       PIC 9(2).

       01  WS-AMOUNT-FIELDS.
           05  WS-GAME-REVENUE     PIC 9(9)V99.
           05  WS-PRIOR-AMOUNT     PIC 9(11)V99.
           05  WS-CHANGE-AMOUNT    PIC S9(11)V99.
           05  WS-TOTAL-REVENUE    PIC 9(11)V99 VALUE ZEROES.
           05  WS-AMOUNT-ED        PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-CHANGE-ED        PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-COUNT-ED         PIC ZZ,ZZ9.

       01  SECTION-TITLE-LINE.
           05  STL-TEXT            PIC X(50).
           05  FILLER              PIC X(82) VALUE SPACES.

       01  REV-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE 'HOME TEAM'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'VENUE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'YEAR'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'MONTH'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE 'GMS'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'ATTENDANCE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '   EST REVENUE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE ' PRIOR SEASON'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(15) VALUE '         CHANGE'.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  REV-DETAIL-LINE.
           05  RVD-TEAM            PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVD-VENUE           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVD-YEAR            PIC 9(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVD-MONTH           PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVD-GAMES           PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVD-ATT             PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVD-REVENUE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVD-PRIOR           PIC X(14).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RVD-CHANGE          PIC X(15).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  SEG-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE 'SEGMENT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'GAMES'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE ' ATTENDANCE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '   EST REVENUE'.
           05  FILLER              PIC X(84) VALUE SPACES.

       01  SEG-DETAIL-LINE.
           05  SGD-SEGMENT         PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SGD-GAMES           PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SGD-ATT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SGD-REVENUE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(84) VALUE SPACES.

       01  UNP-COLUMN-HEADINGS.
           05  FILLER              PIC X(10) VALUE 'GAME DATE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'HOME'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'AWAY'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'VENUE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'ATTENDANCE'.
           05  FILLER              PIC X(60) VALUE SPACES.

       01  UNP-DETAIL-LINE.
           05  UND-DATE            PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  UND-HOME            PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  UND-AWAY            PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  UND-VENUE           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  UND-ATT             PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(60) VALUE SPACES.

       01  REV-TOTAL-LINE.
           05  RTL-LABEL           PIC X(40).
           05  RTL-VALUE           PIC X(15).
           05  FILLER              PIC X(77) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "TICKETREVENUE" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-DATA.
           INITIALIZE WS-SEGMENT-TOTALS.
           PERFORM 0110-LOAD-VENUE-PRICES THRU 0110-LOAD-END.
           IF WS-PRICE-COUNT = ZEROES
              DISPLAY "ERR: NO VENUE PRICES LOADED FROM "
                 "VENUEPRICE.DAT"
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0120-LOAD-SEASON-DATES.
           OPEN INPUT BASEBALLFILEIDX.
           IF IDX-FILE-CHECK-KEY NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN BASEBALLIDX.DAT, "
                 "STATUS = " IDX-FILE-CHECK-KEY
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-REVENUE-NAME.
           STRING "REVENUE"         DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  ".DAT"            DELIMITED BY SIZE
              INTO WS-REVENUE-NAME.
           OPEN OUTPUT REVENUERPT.
           IF REVENUE-CHECK-KEY NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN REVENUERPT, STATUS = "
                 REVENUE-CHECK-KEY
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'ESTIMATED TICKET REVENUE' TO RPT-TITLE.
           MOVE WS-RUN-DATE (5:2) TO RPT-RUN-MONTH.
           MOVE WS-RUN-DATE (7:2) TO RPT-RUN-DAY.
           MOVE WS-RUN-DATE (1:4) TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
      * Game-date order, so each team's first home game of a season
      * is read before its others.
           MOVE LOW-VALUES TO YYYY-MM-DDIDX.
           START BASEBALLFILEIDX KEY IS NOT LESS THAN YYYY-MM-DDIDX
              INVALID KEY SET ENDOFFILE TO TRUE
           END-START.
           IF NOT ENDOFFILE
              READ BASEBALLFILEIDX NEXT RECORD
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           END-IF.
           PERFORM 0200-PRICE-ONE-GAME THRU 0200-PRICE-END
              UNTIL ENDOFFILE.
           PERFORM 0300-PRINT-REVENUE-SECTION.
           PERFORM 0400-PRINT-SEGMENT-SECTION.
           PERFORM 0500-PRINT-UNPRICED-SECTION.
           DISPLAY "GAMES READ: " WS-GAME-COUNT.
           DISPLAY "HOME GAMES PRICED: " WS-PRICED-COUNT.
           DISPLAY "GAMES AT UNPRICED VENUES: " WS-UNPRICED-COUNT.
           DISPLAY "POSTPONED/SUSPENDED GAMES NOT PRICED: "
              WS-NOT-PLAYED-COUNT.
           IF REV-TABLE-FULL
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-UNPRICED-COUNT > ZEROES
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 0900-END-PROGRAM.

       0110-LOAD-VENUE-PRICES.
           OPEN INPUT VENUEPRICEFILE.
           IF VENUEPRICE-CHECK-KEY NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE VENUEPRICEFILE "
                 VENUEPRICE-CHECK-KEY
              GO TO 0110-LOAD-END
           END-IF.
           READ VENUEPRICEFILE
              AT END SET ENDOFVENUEPRICE TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFVENUEPRICE
              IF VPR-VENUE NOT = SPACES
                 IF VPR-SEASON NOT NUMERIC
                    OR VPR-OPENING-PRICE NOT NUMERIC
                    OR VPR-WEEKDAY-PRICE NOT NUMERIC
                    OR VPR-WEEKEND-PRICE NOT NUMERIC
                    OR VPR-POST-PRICE NOT NUMERIC
                    DISPLAY "WARNING: BAD VENUEPRICE.DAT RECORD "
                       "SKIPPED FOR VENUE " VPR-VENUE
                 ELSE
                    IF WS-PRICE-COUNT < 200
                       ADD 1 TO WS-PRICE-COUNT
                       SET WS-PRIDX TO WS-PRICE-COUNT
                       MOVE VPR-VENUE  TO WS-PRICE-VENUE (WS-PRIDX)
                       MOVE VPR-SEASON TO WS-PRICE-SEASON (WS-PRIDX)
                       MOVE VPR-OPENING-PRICE
                          TO WS-PRICE-SEGMENT (WS-PRIDX, 1)
                       MOVE VPR-WEEKDAY-PRICE
                          TO WS-PRICE-SEGMENT (WS-PRIDX, 2)
                       MOVE VPR-WEEKEND-PRICE
                          TO WS-PRICE-SEGMENT (WS-PRIDX, 3)
                       MOVE VPR-POST-PRICE
                          TO WS-PRICE-SEGMENT (WS-PRIDX, 4)
                    ELSE
                       DISPLAY "WARNING: PRICE TABLE FULL AT 200, "
                          "VENUE " VPR-VENUE " NOT LOADED"
                    END-IF
                 END-IF
              END-IF
              READ VENUEPRICEFILE
                 AT END SET ENDOFVENUEPRICE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE VENUEPRICEFILE.
       0110-LOAD-END.

       0120-LOAD-SEASON-DATES.
           OPEN INPUT BBSEASONFILE.
           IF BBSEASON-CHECK-KEY NOT = "00"
              IF BBSEASON-CHECK-KEY NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE BBSEASONFILE "
                    BBSEASON-CHECK-KEY
              END-IF
           ELSE
              READ BBSEASONFILE
                 AT END SET ENDOFBBSEASON TO TRUE
              END-READ
              PERFORM UNTIL ENDOFBBSEASON
                 IF SEA-YEAR NUMERIC
                    AND SEA-POST-START NOT = SPACES
                    AND WS-SEASON-COUNT < 20
                    ADD 1 TO WS-SEASON-COUNT
                    SET WS-SEAIDX TO WS-SEASON-COUNT
                    MOVE SEA-YEAR TO WS-SEASON-YEAR (WS-SEAIDX)
                    MOVE SEA-POST-START
                       TO WS-SEASON-POST-START (WS-SEAIDX)
                 END-IF
                 READ BBSEASONFILE
                    AT END SET ENDOFBBSEASON TO TRUE
                 END-READ
              END-PERFORM
              CLOSE BBSEASONFILE
           END-IF.
           IF WS-SEASON-COUNT = ZEROES
              DISPLAY "WARNING: NO POSTSEASON DATES LOADED FROM "
                 "BBSEASON.DAT, NO GAME PRICED AS POSTSEASON"
           END-IF.

       0200-PRICE-ONE-GAME.
           ADD 1 TO WS-GAME-COUNT.
           IF GAME-POSTPONED OR GAME-SUSPENDED
              ADD 1 TO WS-NOT-PLAYED-COUNT
              GO TO 0200-READ-NEXT
           END-IF.
           PERFORM 0210-SET-SEGMENT THRU 0210-SEGMENT-END.
           PERFORM 0220-FIND-PRICE.
           IF WS-PRICE-FOUND-IDX = ZEROES
              PERFORM 0230-NOTE-UNPRICED THRU 0230-UNPRICED-END
              GO TO 0200-READ-NEXT
           END-IF.
           ADD 1 TO WS-PRICED-COUNT.
           SET WS-PRIDX TO WS-PRICE-FOUND-IDX.
           COMPUTE WS-GAME-REVENUE ROUNDED = ATTENDANCEIDX *
              WS-PRICE-SEGMENT (WS-PRIDX, WS-SEGMENT-SUB).
           ADD 1 TO WS-SEG-GAMES (WS-SEGMENT-SUB).
           ADD ATTENDANCEIDX TO WS-SEG-ATT (WS-SEGMENT-SUB).
           ADD WS-GAME-REVENUE TO WS-SEG-REVENUE (WS-SEGMENT-SUB)
                                  WS-TOTAL-REVENUE.
           PERFORM 0240-ACCUMULATE-REVENUE THRU 0240-ACCUM-END.
       0200-READ-NEXT.
           READ BASEBALLFILEIDX NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-PRICE-END.

      * Postseason first, then the home team's first home game of
      * the season, then Saturday/Sunday, otherwise a weekday. The
      * opener is marked taken even when the game is not priced.
       0210-SET-SEGMENT.
           MOVE 2 TO WS-SEGMENT-SUB.
           PERFORM 0215-FIND-HOME-TEAM THRU 0215-FIND-END.
           SET WS-SEAIDX TO 1.
           SEARCH WS-SEASON-ENTRY
              AT END CONTINUE
              WHEN WS-SEAIDX > WS-SEASON-COUNT
                 CONTINUE
              WHEN WS-SEASON-YEAR (WS-SEAIDX) = YEARIDX
                 IF YYYY-MM-DDIDX
                    NOT < WS-SEASON-POST-START (WS-SEAIDX)
                    SET SEGMENT-POSTSEASON TO TRUE
                    GO TO 0210-SEGMENT-END
                 END-IF
           END-SEARCH.
           IF WS-TEAM-FOUND-IDX NOT = ZEROES
              SET WS-TIDX TO WS-TEAM-FOUND-IDX
              IF WS-TEAM-OPENER-YEAR (WS-TIDX) < YEARIDX
                 MOVE YEARIDX TO WS-TEAM-OPENER-YEAR (WS-TIDX)
                 SET SEGMENT-OPENING-DAY TO TRUE
                 GO TO 0210-SEGMENT-END
              END-IF
           END-IF.
           MOVE YYYY-MM-DDIDX (1:4) TO WS-GAME-DATE-NUM (1:4).
           MOVE YYYY-MM-DDIDX (6:2) TO WS-GAME-DATE-NUM (5:2).
           MOVE YYYY-MM-DDIDX (9:2) TO WS-GAME-DATE-NUM (7:2).
           IF WS-GAME-DATE-NUM NOT NUMERIC
              GO TO 0210-SEGMENT-END
           END-IF.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-GAME-DATE-NUM).
           SUBTRACT 1 FROM WS-DATE-INT.
           DIVIDE WS-DATE-INT BY 7
              GIVING WS-DOW-QUOTIENT
              REMAINDER WS-DOW-REMAINDER.
           COMPUTE WS-DOW-NUMBER = WS-DOW-REMAINDER + 1.
           IF WS-DOW-NUMBER > 5
              SET SEGMENT-WEEKEND TO TRUE
           END-IF.
       0210-SEGMENT-END.

      * Finds (or adds) the home team; WS-TEAM-FOUND-IDX is left
      * zero when the table is full.
       0215-FIND-HOME-TEAM.
           MOVE ZEROES TO WS-TEAM-FOUND-IDX.
           SET WS-TIDX TO 1.
           PERFORM WS-TEAM-COUNT TIMES
              IF WS-TEAM-NAME (WS-TIDX) = HOMETEAMIDX
                 SET WS-TEAM-FOUND-IDX TO WS-TIDX
              END-IF
              SET WS-TIDX UP BY 1
           END-PERFORM.
           IF WS-TEAM-FOUND-IDX NOT = ZEROES
              GO TO 0215-FIND-END
           END-IF.
           IF WS-TEAM-COUNT < 100
              ADD 1 TO WS-TEAM-COUNT
              SET WS-TIDX TO WS-TEAM-COUNT
              MOVE HOMETEAMIDX TO WS-TEAM-NAME (WS-TIDX)
              MOVE ZEROES TO WS-TEAM-OPENER-YEAR (WS-TIDX)
              MOVE WS-TEAM-COUNT TO WS-TEAM-FOUND-IDX
           ELSE
              DISPLAY "WARNING: TEAM TABLE FULL AT 100, TEAM "
                 HOMETEAMIDX " NOT TRACKED FOR OPENING DAY"
           END-IF.
       0215-FIND-END.

      * A price for the game's own season wins over the any-season
      * (0000) price for the venue.
       0220-FIND-PRICE.
           MOVE ZEROES TO WS-PRICE-FOUND-IDX.
           SET WS-PRIDX TO 1.
           PERFORM WS-PRICE-COUNT TIMES
              IF WS-PRICE-VENUE (WS-PRIDX) = VENUEIDX
                 IF WS-PRICE-SEASON (WS-PRIDX) = YEARIDX
                    SET WS-PRICE-FOUND-IDX TO WS-PRIDX
                 ELSE
                    IF WS-PRICE-SEASON (WS-PRIDX) = ZEROES
                       AND WS-PRICE-FOUND-IDX = ZEROES
                       SET WS-PRICE-FOUND-IDX TO WS-PRIDX
                    END-IF
                 END-IF
              END-IF
              SET WS-PRIDX UP BY 1
           END-PERFORM.

       0230-NOTE-UNPRICED.
           ADD 1 TO WS-UNPRICED-COUNT.
           IF WS-UNP-LISTED < 500
              ADD 1 TO WS-UNP-LISTED
              SET WS-UNPIDX TO WS-UNP-LISTED
              MOVE YYYY-MM-DDIDX TO WS-UNP-DATE (WS-UNPIDX)
              MOVE HOMETEAMIDX   TO WS-UNP-HOME (WS-UNPIDX)
              MOVE AWAYTEAMIDX   TO WS-UNP-AWAY (WS-UNPIDX)
              MOVE VENUEIDX      TO WS-UNP-VENUE (WS-UNPIDX)
              MOVE ATTENDANCEIDX TO WS-UNP-ATT (WS-UNPIDX)
           END-IF.
           MOVE 'N' TO WS-UNP-VENUE-SW.
           SET WS-UVIDX TO 1.
           PERFORM WS-UNP-VENUE-COUNT TIMES
              IF WS-UNP-VENUE-NAME (WS-UVIDX) = VENUEIDX
                 SET UNP-VENUE-LOGGED TO TRUE
              END-IF
              SET WS-UVIDX UP BY 1
           END-PERFORM.
           IF UNP-VENUE-LOGGED OR WS-UNP-VENUE-COUNT NOT < 100
              GO TO 0230-UNPRICED-END
           END-IF.
           ADD 1 TO WS-UNP-VENUE-COUNT.
           SET WS-UVIDX TO WS-UNP-VENUE-COUNT.
           MOVE VENUEIDX TO WS-UNP-VENUE-NAME (WS-UVIDX).
           MOVE VENUEIDX TO EXC-WK-KEY.
           MOVE "VPRC" TO EXC-WK-REASON-CODE.
           MOVE "NO VENUE PRICE, GAME UNPRICED"
              TO EXC-WK-REASON-TEXT.
           MOVE BBRECORDIDX (1:100) TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.
       0230-UNPRICED-END.

       0240-ACCUMULATE-REVENUE.
           MOVE YYYY-MM-DDIDX (6:2) TO WS-GAME-MONTH.
           MOVE ZEROES TO WS-REV-FOUND-IDX.
           SET WS-RVIDX TO 1.
           PERFORM WS-REV-COUNT TIMES
              IF WS-REV-TEAM (WS-RVIDX) = HOMETEAMIDX
                 AND WS-REV-VENUE (WS-RVIDX) = VENUEIDX
                 AND WS-REV-YEAR (WS-RVIDX) = YEARIDX
                 AND WS-REV-MONTH (WS-RVIDX) = WS-GAME-MONTH
                 SET WS-REV-FOUND-IDX TO WS-RVIDX
              END-IF
              SET WS-RVIDX UP BY 1
           END-PERFORM.
           IF WS-REV-FOUND-IDX = ZEROES
              IF WS-REV-COUNT NOT < WS-REV-MAX
                 IF NOT REV-TABLE-FULL
                    DISPLAY "ERR: REVENUE TABLE FULL AT "
                       WS-REV-MAX ", LATER PERIODS NOT REPORTED"
                    SET REV-TABLE-FULL TO TRUE
                 END-IF
                 GO TO 0240-ACCUM-END
              END-IF
              ADD 1 TO WS-REV-COUNT
              SET WS-RVIDX TO WS-REV-COUNT
              MOVE HOMETEAMIDX   TO WS-REV-TEAM (WS-RVIDX)
              MOVE VENUEIDX      TO WS-REV-VENUE (WS-RVIDX)
              MOVE YEARIDX       TO WS-REV-YEAR (WS-RVIDX)
              MOVE WS-GAME-MONTH TO WS-REV-MONTH (WS-RVIDX)
              MOVE ZEROES TO WS-REV-GAMES (WS-RVIDX)
                             WS-REV-ATT (WS-RVIDX)
                             WS-REV-AMOUNT (WS-RVIDX)
           ELSE
              SET WS-RVIDX TO WS-REV-FOUND-IDX
           END-IF.
           ADD 1               TO WS-REV-GAMES (WS-RVIDX).
           ADD ATTENDANCEIDX   TO WS-REV-ATT (WS-RVIDX).
           ADD WS-GAME-REVENUE TO WS-REV-AMOUNT (WS-RVIDX).
       0240-ACCUM-END.

      * Grouped by home team in the order first seen; within a team
      * the periods are already in date order.
       0300-PRINT-REVENUE-SECTION.
           MOVE 'REVENUE BY HOME TEAM, VENUE AND MONTH' TO STL-TEXT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SECTION-TITLE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE REV-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              PERFORM 0310-PRINT-ONE-PERIOD
                 VARYING WS-REV-SUB FROM 1 BY 1
                 UNTIL WS-REV-SUB > WS-REV-COUNT
           END-PERFORM.
           MOVE 'TOTAL ESTIMATED REVENUE' TO RTL-LABEL.
           MOVE WS-TOTAL-REVENUE TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO RTL-VALUE.
           PERFORM 0350-PRINT-TOTAL-LINE.

       0310-PRINT-ONE-PERIOD.
           SET WS-RVIDX TO WS-REV-SUB.
           IF WS-REV-TEAM (WS-RVIDX) = WS-TEAM-NAME (WS-TEAM-SUB)
              PERFORM 0320-FIND-PRIOR-SEASON
              MOVE WS-REV-TEAM (WS-RVIDX)   TO RVD-TEAM
              MOVE WS-REV-VENUE (WS-RVIDX)  TO RVD-VENUE
              MOVE WS-REV-YEAR (WS-RVIDX)   TO RVD-YEAR
              MOVE SPACES TO RVD-MONTH
              MOVE WS-REV-MONTH (WS-RVIDX) TO WS-GAME-MONTH
              IF WS-GAME-MONTH >= 1 AND WS-GAME-MONTH <= 12
                 MOVE WS-MONTH-NAME (WS-GAME-MONTH) TO RVD-MONTH
              END-IF
              MOVE WS-REV-GAMES (WS-RVIDX)  TO RVD-GAMES
              MOVE WS-REV-ATT (WS-RVIDX)    TO RVD-ATT
              MOVE WS-REV-AMOUNT (WS-RVIDX) TO RVD-REVENUE
              IF WS-REV-FOUND-IDX = ZEROES
                 MOVE '      NO PRIOR' TO RVD-PRIOR
                 MOVE SPACES TO RVD-CHANGE
              ELSE
                 MOVE WS-PRIOR-AMOUNT TO WS-AMOUNT-ED
                 MOVE WS-AMOUNT-ED TO RVD-PRIOR
                 COMPUTE WS-CHANGE-AMOUNT =
                    WS-REV-AMOUNT (WS-RVIDX) - WS-PRIOR-AMOUNT
                 MOVE WS-CHANGE-AMOUNT TO WS-CHANGE-ED
                 MOVE WS-CHANGE-ED TO RVD-CHANGE
              END-IF
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE REV-DETAIL-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * Same home team, venue and month one season earlier.
       0320-FIND-PRIOR-SEASON.
           MOVE ZEROES TO WS-REV-FOUND-IDX WS-PRIOR-AMOUNT.
           SET WS-RVIDX2 TO 1.
           PERFORM WS-REV-COUNT TIMES
              IF WS-REV-TEAM (WS-RVIDX2) = WS-REV-TEAM (WS-RVIDX)
                 AND WS-REV-VENUE (WS-RVIDX2)
                    = WS-REV-VENUE (WS-RVIDX)
                 AND WS-REV-MONTH (WS-RVIDX2)
                    = WS-REV-MONTH (WS-RVIDX)
                 AND WS-REV-YEAR (WS-RVIDX2) + 1
                    = WS-REV-YEAR (WS-RVIDX)
                 SET WS-REV-FOUND-IDX TO WS-RVIDX2
                 MOVE WS-REV-AMOUNT (WS-RVIDX2) TO WS-PRIOR-AMOUNT
              END-IF
              SET WS-RVIDX2 UP BY 1
           END-PERFORM.

       0350-PRINT-TOTAL-LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE REV-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0400-PRINT-SEGMENT-SECTION.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REVENUE BY SEASON SEGMENT' TO STL-TEXT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SECTION-TITLE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SEG-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-SEGMENT-SUB FROM 1 BY 1
              UNTIL WS-SEGMENT-SUB > 4
              MOVE WS-SEGMENT-NAME (WS-SEGMENT-SUB) TO SGD-SEGMENT
              MOVE WS-SEG-GAMES (WS-SEGMENT-SUB)    TO SGD-GAMES
              MOVE WS-SEG-ATT (WS-SEGMENT-SUB)      TO SGD-ATT
              MOVE WS-SEG-REVENUE (WS-SEGMENT-SUB)  TO SGD-REVENUE
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE SEG-DETAIL-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.

       0500-PRINT-UNPRICED-SECTION.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'EXCEPTIONS - GAMES AT VENUES WITH NO PRICE'
              TO STL-TEXT.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SECTION-TITLE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE UNP-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-UNP-SUB FROM 1 BY 1
              UNTIL WS-UNP-SUB > WS-UNP-LISTED
              SET WS-UNPIDX TO WS-UNP-SUB
              MOVE WS-UNP-DATE (WS-UNPIDX)  TO UND-DATE
              MOVE WS-UNP-HOME (WS-UNPIDX)  TO UND-HOME
              MOVE WS-UNP-AWAY (WS-UNPIDX)  TO UND-AWAY
              MOVE WS-UNP-VENUE (WS-UNPIDX) TO UND-VENUE
              MOVE WS-UNP-ATT (WS-UNPIDX)   TO UND-ATT
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE UNP-DETAIL-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE 'GAMES AT UNPRICED VENUES' TO RTL-LABEL.
           MOVE SPACES TO RTL-VALUE.
           MOVE WS-UNPRICED-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RTL-VALUE (10:6).
           PERFORM 0350-PRINT-TOTAL-LINE.
           IF WS-UNPRICED-COUNT > WS-UNP-LISTED
              MOVE 'ONLY THE FIRST 500 ARE LISTED' TO RTL-LABEL
              MOVE SPACES TO RTL-VALUE
              PERFORM 0350-PRINT-TOTAL-LINE
           END-IF.

       0900-END-PROGRAM.
           CLOSE BASEBALLFILEIDX REVENUERPT.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY EXCLOG.
       COPY RPTPAGE.
       COPY JOBLOG.

       END PROGRAM TICKETREVENUE.
