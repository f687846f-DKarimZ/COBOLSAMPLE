       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECASTVERIFY.

      * Scores the outside forecast feed against observed weather.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. The stores and WEATHERIMPACT plan off the
      *    outside forecast feed and nobody measured how good it
      *    is. Each nightly run loads the day's feed
      *    FORECASTFEED.DAT (station, forecast date, target date,
      *    forecast temperature, precipitation flag, storm flag)
      *    onto the pending file FORECASTPEND.DAT. Feed records
      *    issued on or before the last forecast date loaded
      *    (FORECASTCTL.DAT, rewritten each run) are skipped, so a
      *    rerun does not load the feed twice.
      *  - Every pending forecast whose target date now has an
      *    observation on WEATHERHIST.DAT is scored and appended to
      *    FORECASTSCORE.DAT: temperature error (forecast less
      *    observed), lead days, and the forecast and observed
      *    precipitation (RAIN or SNOW) and storm (THUNDER or
      *    WH-STORM damage) flags. A forecast still without an
      *    observation ten days after its target date is dropped
      *    to EXCEPTIONS.DAT (FNOB); unreadable feed records go
      *    there as FBAD.
      *  - The dated report FCSTVERIFYyyyymmdd.DAT covers the
      *    scored forecasts targeting the business month (month to
      *    date), by station and by lead day: count, mean absolute
      *    temperature error, bias, and precipitation and storm
      *    hits, misses and false alarms. The business date comes
      *    from RUNCONTROL.DAT (RUNCTL copybooks).
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FEEDFILE ASSIGN TO "FORECASTFEED.DAT"
           FILE STATUS IS WS-FEED-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDFILE ASSIGN TO "FORECASTPEND.DAT"
           FILE STATUS IS WS-PEND-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FCSTCTLFILE ASSIGN TO "FORECASTCTL.DAT"
           FILE STATUS IS WS-FCSTCTL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCOREFILE ASSIGN TO "FORECASTSCORE.DAT"
           FILE STATUS IS WS-SCORE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WEATHERHIST ASSIGN TO "WEATHERHIST.DAT"
           FILE STATUS IS WS-HIST-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WH-KEY.

           SELECT VERIFYRPT ASSIGN DYNAMIC WS-VERIFYRPT-NAME
           FILE STATUS IS WS-VERIFYRPT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMONEXCFILE ASSIGN TO "EXCEPTIONS.DAT"
           FILE STATUS IS WS-COMMONEXC-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
           FILE STATUS IS WS-RUNCTL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FEEDFILE.
       01 FEEDREC.
           88 ENDOFFEED       VALUE HIGH-VALUES.
           05 FF-STATION         PIC 9(6).
           05 FILLER             PIC X(1).
           05 FF-FCST-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 FF-TARGET-DATE     PIC 9(8).
           05 FILLER             PIC X(1).
           05 FF-TEMP            PIC 999.9.
           05 FF-TEMP-X REDEFINES FF-TEMP
                                 PIC X(5).
           05 FILLER             PIC X(1).
           05 FF-PRECIP          PIC 9.
           05 FILLER             PIC X(1).
           05 FF-STORM           PIC 9.

       FD PENDFILE.
       01 PENDREC.
           88 ENDOFPEND       VALUE HIGH-VALUES.
           05 FP-STATION         PIC 9(6).
           05 FILLER             PIC X(1).
           05 FP-FCST-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 FP-TARGET-DATE     PIC 9(8).
           05 FILLER             PIC X(1).
           05 FP-TEMP            PIC 999.9.
           05 FILLER             PIC X(1).
           05 FP-PRECIP          PIC 9.
           05 FILLER             PIC X(1).
           05 FP-STORM           PIC 9.

       FD FCSTCTLFILE.
       01 FCSTCTLREC.
           05 FCT-LAST-FCST-DATE PIC 9(8).

       FD SCOREFILE.
       01 SCOREREC.
           88 ENDOFSCORE      VALUE HIGH-VALUES.
           05 FS-STATION         PIC 9(6).
           05 FILLER             PIC X(1).
           05 FS-FCST-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 FS-TARGET-DATE     PIC 9(8).
           05 FS-TARGET-SPLIT REDEFINES FS-TARGET-DATE.
              10 FS-TARGET-YYYYMM PIC 9(6).
              10 FS-TARGET-DD    PIC 9(2).
           05 FILLER             PIC X(1).
           05 FS-LEAD-DAYS       PIC 9(3).
           05 FILLER             PIC X(1).
           05 FS-FCST-TEMP       PIC 999.9.
           05 FILLER             PIC X(1).
           05 FS-OBS-TEMP        PIC 999.9.
           05 FILLER             PIC X(1).
           05 FS-TEMP-ERROR      PIC S9(3)V9
                                  SIGN LEADING SEPARATE.
           05 FILLER             PIC X(1).
           05 FS-FCST-PRECIP     PIC 9.
           05 FS-OBS-PRECIP      PIC 9.
           05 FILLER             PIC X(1).
           05 FS-FCST-STORM      PIC 9.
           05 FS-OBS-STORM       PIC 9.

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

       FD VERIFYRPT.
       01 PRINT-LINE             PIC X(132).

       FD COMMONEXCFILE.
       COPY EXCFD.

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 WS-FEED-STATUS     PIC X(2).
           05 WS-PEND-STATUS     PIC X(2).
           05 WS-FCSTCTL-STATUS  PIC X(2).
           05 WS-SCORE-STATUS    PIC X(2).
           05 WS-HIST-STATUS     PIC X(2).
           05 WS-VERIFYRPT-STATUS PIC X(2).
           05 WS-VERIFYRPT-NAME  PIC X(40).
           05 WS-FEED-COUNT      PIC 9(7) VALUE ZEROES.
           05 WS-FEED-SKIPPED    PIC 9(7) VALUE ZEROES.
           05 WS-FEED-BAD        PIC 9(7) VALUE ZEROES.
           05 WS-SCORED-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-EXPIRED-COUNT   PIC 9(7) VALUE ZEROES.
           05 WS-PENDING-KEPT    PIC 9(7) VALUE ZEROES.

       COPY JOBCTL.
       COPY RUNCTL.
       COPY EXCCTL.

       01  WS-EXPIRE-DAYS          PIC 9(3) VALUE 10.

       01  WS-CONTROL-FIELDS.
           05  WS-LAST-FCST-DATE   PIC 9(8) VALUE ZEROES.
           05  WS-NEWEST-FCST-DATE PIC 9(8) VALUE ZEROES.
           05  WS-EXPIRE-CUTOFF    PIC 9(8) VALUE ZEROES.
           05  WS-BUSINESS-YYYYMM  PIC 9(6) VALUE ZEROES.

       01  WS-PEND-TABLE.
           05  WS-PD-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PDIDX.
               10  WS-PD-STATION   PIC 9(6).
               10  WS-PD-FCST-DATE PIC 9(8).
               10  WS-PD-TARGET    PIC 9(8).
               10  WS-PD-TEMP      PIC 999V9.
               10  WS-PD-PRECIP    PIC 9.
               10  WS-PD-STORM     PIC 9.
               10  WS-PD-STATE-SW  PIC X(1).
                   88  PD-PENDING  VALUE 'P'.
                   88  PD-SCORED   VALUE 'S'.
                   88  PD-EXPIRED  VALUE 'X'.
       01  WS-PEND-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-PEND-FOUND           PIC 9(4) VALUE ZEROES.
       01  WS-PEND-SUB             PIC 9(4) VALUE ZEROES.
       01  WS-PEND-FULL-SW         PIC X(1) VALUE 'N'.
           88  PEND-TABLE-FULL     VALUE 'Y'.

       01  WS-NEW-FORECAST.
           05  WS-NF-STATION       PIC 9(6).
           05  WS-NF-FCST-DATE     PIC 9(8).
           05  WS-NF-TARGET        PIC 9(8).
           05  WS-NF-TEMP          PIC 999V9.
           05  WS-NF-PRECIP        PIC 9.
           05  WS-NF-STORM         PIC 9.

       01  WS-SCORE-FIELDS.
           05  WS-OBS-TEMP         PIC 999V9.
           05  WS-TEMP-ERROR       PIC S9(3)V9.
           05  WS-ABS-ERROR        PIC 9(3)V9.
           05  WS-LEAD-DAYS        PIC 9(3).
           05  WS-OBS-PRECIP       PIC 9.
           05  WS-OBS-STORM        PIC 9.

      * Verification accumulators: entries 1-16 are lead days 0-14
      * and 15 or more, entry 17 all forecasts, entries 18 on the
      * stations in the order first met.
       01  WS-VER-TABLE.
           05  WS-VER-ENTRY OCCURS 217 TIMES
                             INDEXED BY WS-VRIDX.
               10  WS-VR-STATION   PIC 9(6).
               10  WS-VR-COUNT     PIC 9(5).
               10  WS-VR-ABS-TOT   PIC 9(7)V9.
               10  WS-VR-ERR-TOT   PIC S9(7)V9.
               10  WS-VR-P-HIT     PIC 9(5).
               10  WS-VR-P-MISS    PIC 9(5).
               10  WS-VR-P-FA      PIC 9(5).
               10  WS-VR-S-HIT     PIC 9(5).
               10  WS-VR-S-MISS    PIC 9(5).
               10  WS-VR-S-FA      PIC 9(5).
       01  WS-VER-LEAD-ENTRIES     PIC 9(3) VALUE 16.
       01  WS-VER-ALL-ENTRY        PIC 9(3) VALUE 17.
       01  WS-VER-LAST             PIC 9(3) VALUE 17.
       01  WS-VER-MAX              PIC 9(3) VALUE 217.
       01  WS-VER-SUB              PIC 9(3) VALUE ZEROES.
       01  WS-VER-FOUND            PIC 9(3) VALUE ZEROES.
       01  WS-VER-AVG              PIC S9(5)V9.
       01  WS-LEAD-ED              PIC Z9.

       01  VER-SECTION-LINE.
           05  VSL-TEXT            PIC X(40).
           05  FILLER              PIC X(92) VALUE SPACES.

       01  VER-COLUMN-HEADINGS.
           05  VCH-LABEL           PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'FCSTS'.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE '  MAE'.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE '  BIAS'.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'P HIT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'PMISS'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE ' P FA'.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'S HIT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'SMISS'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE ' S FA'.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  VER-DETAIL-LINE.
           05  VFD-LABEL           PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VFD-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  VFD-MAE             PIC ZZ9.9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  VFD-BIAS            PIC ---9.9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  VFD-P-HIT           PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VFD-P-MISS          PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VFD-P-FA            PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  VFD-S-HIT           PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VFD-S-MISS          PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VFD-S-FA            PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "FORECASTVERIFY" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-BUSINESS-YYYYMM.
           COMPUTE WS-EXPIRE-CUTOFF = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - WS-EXPIRE-DAYS).
           PERFORM 0110-READ-FORECAST-CONTROL.
           PERFORM 0120-LOAD-PENDING.
           PERFORM 0130-LOAD-FEED.
           IF PEND-TABLE-FULL
              DISPLAY "ERR: PENDING FORECAST TABLE FULL AT 5000, "
                 "PENDING FILE NOT REWRITTEN"
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           OPEN INPUT WEATHERHIST.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN WEATHERHIST.DAT, "
                 "STATUS = " WS-HIST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           OPEN EXTEND SCOREFILE.
           IF WS-SCORE-STATUS NOT = "00"
              OPEN OUTPUT SCOREFILE
           END-IF.
           IF WS-SCORE-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN FORECASTSCORE.DAT, "
                 "STATUS = " WS-SCORE-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE WEATHERHIST
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0200-SCORE-ONE-FORECAST THRU 0200-SCORE-END
              VARYING WS-PEND-SUB FROM 1 BY 1
              UNTIL WS-PEND-SUB > WS-PEND-COUNT.
           CLOSE WEATHERHIST SCOREFILE.
           PERFORM 0300-REWRITE-PENDING.
           PERFORM 0320-SAVE-FORECAST-CONTROL.
           PERFORM 0400-VERIFICATION-REPORT THRU 0400-REPORT-END.
           DISPLAY "FEED RECORDS LOADED:  " WS-FEED-COUNT.
           DISPLAY "FEED ALREADY LOADED:  " WS-FEED-SKIPPED.
           DISPLAY "FEED RECORDS INVALID: " WS-FEED-BAD.
           DISPLAY "FORECASTS SCORED:     " WS-SCORED-COUNT.
           DISPLAY "FORECASTS EXPIRED:    " WS-EXPIRED-COUNT.
           DISPLAY "FORECASTS PENDING:    " WS-PENDING-KEPT.
           IF (WS-FEED-BAD > 0 OR WS-EXPIRED-COUNT > 0)
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.

      * No control file means no feed has been loaded yet.
       0110-READ-FORECAST-CONTROL.
           OPEN INPUT FCSTCTLFILE.
           IF WS-FCSTCTL-STATUS = "00"
              READ FCSTCTLFILE
                 AT END CONTINUE
                 NOT AT END
                    IF FCT-LAST-FCST-DATE NUMERIC
                       MOVE FCT-LAST-FCST-DATE TO WS-LAST-FCST-DATE
                    END-IF
              END-READ
              CLOSE FCSTCTLFILE
           END-IF.
           MOVE WS-LAST-FCST-DATE TO WS-NEWEST-FCST-DATE.

       0120-LOAD-PENDING.
           OPEN INPUT PENDFILE.
           IF WS-PEND-STATUS NOT = "00"
              IF WS-PEND-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE PENDFILE "
                    WS-PEND-STATUS
              END-IF
           ELSE
              READ PENDFILE
                 AT END SET ENDOFPEND TO TRUE
              END-READ
              PERFORM UNTIL ENDOFPEND
                 MOVE FP-STATION     TO WS-NF-STATION
                 MOVE FP-FCST-DATE   TO WS-NF-FCST-DATE
                 MOVE FP-TARGET-DATE TO WS-NF-TARGET
                 MOVE FP-TEMP        TO WS-NF-TEMP
                 MOVE FP-PRECIP      TO WS-NF-PRECIP
                 MOVE FP-STORM       TO WS-NF-STORM
                 PERFORM 0150-ADD-PENDING
                 READ PENDFILE
                    AT END SET ENDOFPEND TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PENDFILE
           END-IF.

      * No feed (status 35) on a given night is not an error.
       0130-LOAD-FEED.
           OPEN INPUT FEEDFILE.
           IF WS-FEED-STATUS NOT = "00"
              IF WS-FEED-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE FEEDFILE "
                    WS-FEED-STATUS
              END-IF
           ELSE
              READ FEEDFILE
                 AT END SET ENDOFFEED TO TRUE
              END-READ
              PERFORM 0140-LOAD-ONE-FEED THRU 0140-FEED-NEXT
                 UNTIL ENDOFFEED
              CLOSE FEEDFILE
           END-IF.

       0140-LOAD-ONE-FEED.
           IF FF-STATION NOT NUMERIC
              OR FF-FCST-DATE NOT NUMERIC
              OR FF-TARGET-DATE NOT NUMERIC
              OR FF-TEMP-X (1:3) NOT NUMERIC
              OR FF-TEMP-X (4:1) NOT = "."
              OR FF-TEMP-X (5:1) NOT NUMERIC
              OR FF-PRECIP NOT NUMERIC OR FF-STORM NOT NUMERIC
              PERFORM 0145-REJECT-FEED
              GO TO 0140-FEED-NEXT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (FF-FCST-DATE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD (FF-TARGET-DATE) NOT = 0
              OR FF-TARGET-DATE < FF-FCST-DATE
              OR FF-PRECIP > 1 OR FF-STORM > 1
              PERFORM 0145-REJECT-FEED
              GO TO 0140-FEED-NEXT
           END-IF.
           IF FF-FCST-DATE NOT > WS-LAST-FCST-DATE
              ADD 1 TO WS-FEED-SKIPPED
              GO TO 0140-FEED-NEXT
           END-IF.
           MOVE FF-STATION     TO WS-NF-STATION.
           MOVE FF-FCST-DATE   TO WS-NF-FCST-DATE.
           MOVE FF-TARGET-DATE TO WS-NF-TARGET.
           MOVE FF-TEMP        TO WS-NF-TEMP.
           MOVE FF-PRECIP      TO WS-NF-PRECIP.
           MOVE FF-STORM       TO WS-NF-STORM.
           PERFORM 0150-ADD-PENDING.
           ADD 1 TO WS-FEED-COUNT.
           IF FF-FCST-DATE > WS-NEWEST-FCST-DATE
              MOVE FF-FCST-DATE TO WS-NEWEST-FCST-DATE
           END-IF.
       0140-FEED-NEXT.
           READ FEEDFILE
              AT END SET ENDOFFEED TO TRUE
           END-READ.

       0145-REJECT-FEED.
           ADD 1 TO WS-FEED-BAD.
           MOVE SPACES TO EXC-WK-KEY.
           MOVE FEEDREC (1:15) TO EXC-WK-KEY.
           MOVE "FBAD" TO EXC-WK-REASON-CODE.
           MOVE "INVALID FORECAST FEED RECORD" TO EXC-WK-REASON-TEXT.
           MOVE FEEDREC TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

      * A forecast already pending for the same station, issue date
      * and target date is replaced by the newer copy.
       0150-ADD-PENDING.
           MOVE 0 TO WS-PEND-FOUND.
           SET WS-PDIDX TO 1.
           PERFORM WS-PEND-COUNT TIMES
              IF WS-PD-STATION (WS-PDIDX) = WS-NF-STATION
                 AND WS-PD-FCST-DATE (WS-PDIDX) = WS-NF-FCST-DATE
                 AND WS-PD-TARGET (WS-PDIDX) = WS-NF-TARGET
                 SET WS-PEND-FOUND TO WS-PDIDX
              END-IF
              SET WS-PDIDX UP BY 1
           END-PERFORM.
           IF WS-PEND-FOUND = 0
              IF WS-PEND-COUNT < 5000
                 ADD 1 TO WS-PEND-COUNT
                 MOVE WS-PEND-COUNT TO WS-PEND-FOUND
              ELSE
                 SET PEND-TABLE-FULL TO TRUE
              END-IF
           END-IF.
           IF WS-PEND-FOUND > 0
              SET WS-PDIDX TO WS-PEND-FOUND
              MOVE WS-NF-STATION   TO WS-PD-STATION (WS-PDIDX)
              MOVE WS-NF-FCST-DATE TO WS-PD-FCST-DATE (WS-PDIDX)
              MOVE WS-NF-TARGET    TO WS-PD-TARGET (WS-PDIDX)
              MOVE WS-NF-TEMP      TO WS-PD-TEMP (WS-PDIDX)
              MOVE WS-NF-PRECIP    TO WS-PD-PRECIP (WS-PDIDX)
              MOVE WS-NF-STORM     TO WS-PD-STORM (WS-PDIDX)
              MOVE 'P'             TO WS-PD-STATE-SW (WS-PDIDX)
           END-IF.

      * Scored when the target date's observation is on file;
      * dropped once it is overdue by more than the expiry days.
       0200-SCORE-ONE-FORECAST.
           SET WS-PDIDX TO WS-PEND-SUB.
           MOVE WS-PD-STATION (WS-PDIDX) TO WH-STATION.
           MOVE WS-PD-TARGET (WS-PDIDX)  TO WH-DATE.
           READ WEATHERHIST
              INVALID KEY
                 IF WS-PD-TARGET (WS-PDIDX) < WS-EXPIRE-CUTOFF
                    PERFORM 0220-EXPIRE-FORECAST
                 END-IF
                 GO TO 0200-SCORE-END
           END-READ.
           MOVE WH-MOYTEMP TO WS-OBS-TEMP.
           COMPUTE WS-TEMP-ERROR =
              WS-PD-TEMP (WS-PDIDX) - WS-OBS-TEMP.
           COMPUTE WS-LEAD-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-PD-TARGET (WS-PDIDX))
              - FUNCTION INTEGER-OF-DATE (WS-PD-FCST-DATE (WS-PDIDX)).
           MOVE 0 TO WS-OBS-PRECIP WS-OBS-STORM.
           IF WH-RAIN = 1 OR WH-SNOW = 1
              MOVE 1 TO WS-OBS-PRECIP
           END-IF.
           IF WH-THUNDER = 1 OR WH-STORM > ZEROES
              MOVE 1 TO WS-OBS-STORM
           END-IF.
           MOVE SPACES TO SCOREREC.
           MOVE WS-PD-STATION (WS-PDIDX)   TO FS-STATION.
           MOVE WS-PD-FCST-DATE (WS-PDIDX) TO FS-FCST-DATE.
           MOVE WS-PD-TARGET (WS-PDIDX)    TO FS-TARGET-DATE.
           MOVE WS-LEAD-DAYS               TO FS-LEAD-DAYS.
           MOVE WS-PD-TEMP (WS-PDIDX)      TO FS-FCST-TEMP.
           MOVE WS-OBS-TEMP                TO FS-OBS-TEMP.
           MOVE WS-TEMP-ERROR              TO FS-TEMP-ERROR.
           MOVE WS-PD-PRECIP (WS-PDIDX)    TO FS-FCST-PRECIP.
           MOVE WS-OBS-PRECIP              TO FS-OBS-PRECIP.
           MOVE WS-PD-STORM (WS-PDIDX)     TO FS-FCST-STORM.
           MOVE WS-OBS-STORM               TO FS-OBS-STORM.
           WRITE SCOREREC.
           MOVE 'S' TO WS-PD-STATE-SW (WS-PDIDX).
           ADD 1 TO WS-SCORED-COUNT.
       0200-SCORE-END.

       0220-EXPIRE-FORECAST.
           MOVE 'X' TO WS-PD-STATE-SW (WS-PDIDX).
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE SPACES TO EXC-WK-KEY.
           STRING WS-PD-STATION (WS-PDIDX) DELIMITED BY SIZE
                  "/"                      DELIMITED BY SIZE
                  WS-PD-TARGET (WS-PDIDX)  DELIMITED BY SIZE
              INTO EXC-WK-KEY.
           MOVE "FNOB" TO EXC-WK-REASON-CODE.
           MOVE "NO OBSERVATION FOR TARGET DATE"
              TO EXC-WK-REASON-TEXT.
           MOVE SPACES TO EXC-WK-IMAGE.
           STRING WS-PD-STATION (WS-PDIDX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-PD-FCST-DATE (WS-PDIDX) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-PD-TARGET (WS-PDIDX)    DELIMITED BY SIZE
              INTO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

       0300-REWRITE-PENDING.
           OPEN OUTPUT PENDFILE.
           IF WS-PEND-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO WRITE FORECASTPEND.DAT, "
                 "STATUS = " WS-PEND-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 0310-WRITE-ONE-PENDING
                 VARYING WS-PEND-SUB FROM 1 BY 1
                 UNTIL WS-PEND-SUB > WS-PEND-COUNT
              CLOSE PENDFILE
           END-IF.

       0310-WRITE-ONE-PENDING.
           SET WS-PDIDX TO WS-PEND-SUB.
           IF PD-PENDING (WS-PDIDX)
              MOVE SPACES TO PENDREC
              MOVE WS-PD-STATION (WS-PDIDX)   TO FP-STATION
              MOVE WS-PD-FCST-DATE (WS-PDIDX) TO FP-FCST-DATE
              MOVE WS-PD-TARGET (WS-PDIDX)    TO FP-TARGET-DATE
              MOVE WS-PD-TEMP (WS-PDIDX)      TO FP-TEMP
              MOVE WS-PD-PRECIP (WS-PDIDX)    TO FP-PRECIP
              MOVE WS-PD-STORM (WS-PDIDX)     TO FP-STORM
              WRITE PENDREC
              ADD 1 TO WS-PENDING-KEPT
           END-IF.

       0320-SAVE-FORECAST-CONTROL.
           IF WS-NEWEST-FCST-DATE > WS-LAST-FCST-DATE
              OPEN OUTPUT FCSTCTLFILE
              IF WS-FCSTCTL-STATUS NOT = "00"
                 DISPLAY "ERR: UNABLE TO WRITE FORECASTCTL.DAT,"
                    " STATUS = " WS-FCSTCTL-STATUS
              ELSE
                 MOVE WS-NEWEST-FCST-DATE TO FCT-LAST-FCST-DATE
                 WRITE FCSTCTLREC
                 CLOSE FCSTCTLFILE
              END-IF
           END-IF.

      * Month to date: every scored forecast whose target date falls
      * in the business month.
       0400-VERIFICATION-REPORT.
           INITIALIZE WS-VER-TABLE.
           OPEN INPUT SCOREFILE.
           IF WS-SCORE-STATUS NOT = "00"
              GO TO 0400-REPORT-END
           END-IF.
           READ SCOREFILE
              AT END SET ENDOFSCORE TO TRUE
           END-READ.
           PERFORM 0410-TALLY-ONE-SCORE UNTIL ENDOFSCORE.
           CLOSE SCOREFILE.
           MOVE SPACES TO WS-VERIFYRPT-NAME.
           STRING "FCSTVERIFY"     DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
              INTO WS-VERIFYRPT-NAME.
           OPEN OUTPUT VERIFYRPT.
           IF WS-VERIFYRPT-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN VERIFYRPT, STATUS = "
                 WS-VERIFYRPT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0400-REPORT-END
           END-IF.
           MOVE 'FORECAST VERIFICATION - MONTH TO DATE' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           MOVE 'BY STATION' TO VSL-TEXT.
           MOVE 'STATION'    TO VCH-LABEL.
           PERFORM 0430-PRINT-SECTION-HEADING.
           PERFORM 0440-PRINT-ONE-ENTRY
              VARYING WS-VER-SUB FROM 18 BY 1
              UNTIL WS-VER-SUB > WS-VER-LAST.
           MOVE WS-VER-ALL-ENTRY TO WS-VER-SUB.
           PERFORM 0440-PRINT-ONE-ENTRY.
           MOVE 'BY LEAD DAY' TO VSL-TEXT.
           MOVE 'LEAD DAYS'   TO VCH-LABEL.
           PERFORM 0430-PRINT-SECTION-HEADING.
           PERFORM 0440-PRINT-ONE-ENTRY
              VARYING WS-VER-SUB FROM 1 BY 1
              UNTIL WS-VER-SUB > WS-VER-LEAD-ENTRIES.
           CLOSE VERIFYRPT.
       0400-REPORT-END.

       0410-TALLY-ONE-SCORE.
           IF FS-TARGET-YYYYMM = WS-BUSINESS-YYYYMM
              IF FS-LEAD-DAYS > 14
                 MOVE WS-VER-LEAD-ENTRIES TO WS-VER-SUB
              ELSE
                 COMPUTE WS-VER-SUB = FS-LEAD-DAYS + 1
              END-IF
              PERFORM 0420-ADD-TO-ENTRY
              MOVE WS-VER-ALL-ENTRY TO WS-VER-SUB
              PERFORM 0420-ADD-TO-ENTRY
              PERFORM 0415-FIND-STATION-ENTRY
              IF WS-VER-FOUND > 0
                 MOVE WS-VER-FOUND TO WS-VER-SUB
                 PERFORM 0420-ADD-TO-ENTRY
              END-IF
           END-IF.
           READ SCOREFILE
              AT END SET ENDOFSCORE TO TRUE
           END-READ.

       0415-FIND-STATION-ENTRY.
           MOVE 0 TO WS-VER-FOUND.
           PERFORM VARYING WS-VER-SUB FROM 18 BY 1
              UNTIL WS-VER-SUB > WS-VER-LAST
              IF WS-VR-STATION (WS-VER-SUB) = FS-STATION
                 MOVE WS-VER-SUB TO WS-VER-FOUND
              END-IF
           END-PERFORM.
           IF WS-VER-FOUND = 0
              IF WS-VER-LAST < WS-VER-MAX
                 ADD 1 TO WS-VER-LAST
                 MOVE WS-VER-LAST TO WS-VER-FOUND
                 MOVE FS-STATION TO WS-VR-STATION (WS-VER-FOUND)
              ELSE
                 DISPLAY "WARNING: STATION TABLE FULL AT 200, "
                    "STATION " FS-STATION " NOT REPORTED"
              END-IF
           END-IF.

       0420-ADD-TO-ENTRY.
           SET WS-VRIDX TO WS-VER-SUB.
           ADD 1 TO WS-VR-COUNT (WS-VRIDX).
           MOVE FS-TEMP-ERROR TO WS-TEMP-ERROR.
           ADD WS-TEMP-ERROR TO WS-VR-ERR-TOT (WS-VRIDX).
           IF WS-TEMP-ERROR < ZEROES
              COMPUTE WS-ABS-ERROR = 0 - WS-TEMP-ERROR
           ELSE
              MOVE WS-TEMP-ERROR TO WS-ABS-ERROR
           END-IF.
           ADD WS-ABS-ERROR TO WS-VR-ABS-TOT (WS-VRIDX).
           EVALUATE TRUE
              WHEN FS-FCST-PRECIP = 1 AND FS-OBS-PRECIP = 1
                 ADD 1 TO WS-VR-P-HIT (WS-VRIDX)
              WHEN FS-FCST-PRECIP = 0 AND FS-OBS-PRECIP = 1
                 ADD 1 TO WS-VR-P-MISS (WS-VRIDX)
              WHEN FS-FCST-PRECIP = 1 AND FS-OBS-PRECIP = 0
                 ADD 1 TO WS-VR-P-FA (WS-VRIDX)
           END-EVALUATE.
           EVALUATE TRUE
              WHEN FS-FCST-STORM = 1 AND FS-OBS-STORM = 1
                 ADD 1 TO WS-VR-S-HIT (WS-VRIDX)
              WHEN FS-FCST-STORM = 0 AND FS-OBS-STORM = 1
                 ADD 1 TO WS-VR-S-MISS (WS-VRIDX)
              WHEN FS-FCST-STORM = 1 AND FS-OBS-STORM = 0
                 ADD 1 TO WS-VR-S-FA (WS-VRIDX)
           END-EVALUATE.

       0430-PRINT-SECTION-HEADING.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE VER-SECTION-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE VER-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * Lead-day lines print even when empty so the horizon reads
      * straight down; a station line needs forecasts to exist.
       0440-PRINT-ONE-ENTRY.
           SET WS-VRIDX TO WS-VER-SUB.
           MOVE SPACES TO VFD-LABEL.
           EVALUATE TRUE
              WHEN WS-VER-SUB = WS-VER-ALL-ENTRY
                 MOVE 'ALL'  TO VFD-LABEL
              WHEN WS-VER-SUB = WS-VER-LEAD-ENTRIES
                 MOVE '15+'  TO VFD-LABEL
              WHEN WS-VER-SUB < WS-VER-LEAD-ENTRIES
                 COMPUTE WS-LEAD-ED = WS-VER-SUB - 1
                 MOVE WS-LEAD-ED TO VFD-LABEL
              WHEN OTHER
                 MOVE WS-VR-STATION (WS-VRIDX) TO VFD-LABEL
           END-EVALUATE.
           MOVE WS-VR-COUNT (WS-VRIDX) TO VFD-COUNT.
           IF WS-VR-COUNT (WS-VRIDX) = ZEROES
              MOVE ZEROES TO VFD-MAE VFD-BIAS
           ELSE
              COMPUTE WS-VER-AVG ROUNDED =
                 WS-VR-ABS-TOT (WS-VRIDX) / WS-VR-COUNT (WS-VRIDX)
              MOVE WS-VER-AVG TO VFD-MAE
              COMPUTE WS-VER-AVG ROUNDED =
                 WS-VR-ERR-TOT (WS-VRIDX) / WS-VR-COUNT (WS-VRIDX)
              MOVE WS-VER-AVG TO VFD-BIAS
           END-IF.
           MOVE WS-VR-P-HIT (WS-VRIDX)  TO VFD-P-HIT.
           MOVE WS-VR-P-MISS (WS-VRIDX) TO VFD-P-MISS.
           MOVE WS-VR-P-FA (WS-VRIDX)   TO VFD-P-FA.
           MOVE WS-VR-S-HIT (WS-VRIDX)  TO VFD-S-HIT.
           MOVE WS-VR-S-MISS (WS-VRIDX) TO VFD-S-MISS.
           MOVE WS-VR-S-FA (WS-VRIDX)   TO VFD-S-FA.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE VER-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY RUNCTLPD.
       COPY EXCLOG.

       END PROGRAM FORECASTVERIFY.
