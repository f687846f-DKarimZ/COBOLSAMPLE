       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREEDAYS.

      * Heating and cooling degree days from the weather history.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. Facilities budgets heating and cooling on
      *    degree days and was buying the numbers from an outside
      *    service although WEATHERHIST.DAT carries a mean
      *    temperature for every station and day. Each observation
      *    gives heating degree days (base less WH-MOYTEMP, when
      *    colder than the base) or cooling degree days (WH-MOYTEMP
      *    less base, when warmer). The base temperature and the
      *    month the degree-day season starts come from the one-line
      *    parameter file DEGREEDAYPARM.DAT (base 999.9, space,
      *    start month 99); no file means base 65.0 and a July
      *    season start.
      *  - The current season runs from the start month through the
      *    business date on RUNCONTROL.DAT (RUNCTL copybooks) and is
      *    accumulated per station by month and season-to-date.
      *    Each figure is compared with the same period last year
      *    (the prior season through the same day) and with the
      *    normal from WEATHERNORMALS.DAT: the station's normal
      *    monthly mean against the base, times the days in the
      *    period (the current month counts only the days to date).
      *  - Output is the dated report DEGREEDAYSyyyymmdd.DAT and the
      *    CSV extract DEGREEDAYCSVyyyymmdd.DAT, one row per station
      *    and day of the current season, laid out like the
      *    SEARCHWEATHER station CSV. Station names come from the
      *    optional WEATHERSTN.DAT reference.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WEATHERHIST ASSIGN TO "WEATHERHIST.DAT"
           FILE STATUS IS WS-HIST-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WH-KEY.

           SELECT DDPARMFILE ASSIGN TO "DEGREEDAYPARM.DAT"
           FILE STATUS IS WS-PARM-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NORMALSFILE ASSIGN TO "WEATHERNORMALS.DAT"
           FILE STATUS IS WS-NORMALS-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WEATHERSTNFILE ASSIGN TO "WEATHERSTN.DAT"
           FILE STATUS IS WS-STN-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DDRPT ASSIGN DYNAMIC WS-DDRPT-NAME
           FILE STATUS IS WS-DDRPT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DDCSVFILE ASSIGN DYNAMIC WS-CSV-FILENAME
           FILE STATUS IS WS-CSV-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCONTROLFILE ASSIGN TO "RUNCONTROL.DAT"
           FILE STATUS IS WS-RUNCTL-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD WEATHERHIST.
       01 WHRECORD.
           88 ENDOFHIST       VALUE HIGH-VALUES.
           05 WH-KEY.
              10 WH-STATION      PIC 9(6).
              10 WH-DATE         PIC 9(8).
              10 WH-DATE-SPLIT REDEFINES WH-DATE.
                 15 WH-YEAR      PIC 9(4).
                 15 WH-MONTH     PIC 9(2).
                 15 WH-DAY       PIC 9(2).
           05 WH-MOYTEMP         PIC 999.9.
           05 WH-FOG             PIC 9.
           05 WH-RAIN            PIC 9.
           05 WH-SNOW            PIC 9.
           05 WH-HAIL            PIC 9.
           05 WH-THUNDER         PIC 9.
           05 WH-STORM           PIC 9(5).

       FD DDPARMFILE.
       01 DDPARMREC.
           05 DDP-BASE-TEMP      PIC 999.9.
           05 FILLER             PIC X(1).
           05 DDP-SEASON-START   PIC 9(2).

       FD NORMALSFILE.
       01 NORMALSREC.
           88 ENDOFNORMALS    VALUE HIGH-VALUES.
           05 NRM-STATION        PIC 9(6).
           05 FILLER             PIC X(1).
           05 NRM-MONTH          PIC 9(2).
           05 FILLER             PIC X(1).
           05 NRM-OBS-COUNT      PIC 9(5).
           05 FILLER             PIC X(1).
           05 NRM-AVG-TEMP       PIC 999.9.
           05 FILLER             PIC X(1).
           05 NRM-ADV-PCT        PIC 9(3).

       FD WEATHERSTNFILE.
       01 WEATHERSTNREC.
           05 STN-NUMBER         PIC 9(6).
           05 STN-NAME           PIC X(20).
           05 STN-STATE          PIC X(2).
           05 STN-LATITUDE       PIC X(9).
           05 STN-LONGITUDE      PIC X(10).

       FD DDRPT.
       01 PRINT-LINE             PIC X(132).

       FD DDCSVFILE.
       01 CSV-OUT-LINE           PIC X(120).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       FD RUNCONTROLFILE.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 WS-HIST-STATUS     PIC X(2).
           05 WS-PARM-STATUS     PIC X(2).
           05 WS-NORMALS-STATUS  PIC X(2).
           05 WS-STN-STATUS      PIC X(2).
           05 WS-DDRPT-STATUS    PIC X(2).
           05 WS-DDRPT-NAME      PIC X(40).
           05 WS-CSV-STATUS      PIC X(2).
           05 WS-CSV-FILENAME    PIC X(40).
           05 WS-OBS-COUNT       PIC 9(7) VALUE ZEROES.
           05 WS-CUR-OBS-COUNT   PIC 9(7) VALUE ZEROES.
           05 WS-LY-OBS-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-CSV-ROWS        PIC 9(7) VALUE ZEROES.

       COPY JOBCTL.
       COPY RUNCTL.

       01  WS-DD-PARMS.
           05  WS-BASE-TEMP        PIC 9(3)V9 VALUE 65.0.
           05  WS-SEASON-START     PIC 9(2) VALUE 07.

       01  WS-SEASON-FIELDS.
           05  WS-SEASON-YEAR      PIC 9(4).
           05  WS-CUR-SEASON-MONTH PIC 9(2).
           05  WS-LY-CUTOFF-DATE   PIC 9(8).
           05  WS-OBS-SEASON-YEAR  PIC 9(4).
           05  WS-OBS-SEASON-MONTH PIC 9(2).
           05  WS-CAL-MONTH        PIC 9(2).
           05  WS-CAL-YEAR         PIC 9(4).
           05  WS-PERIOD-DAYS      PIC 9(2).
           05  WS-LEAP-QUOT        PIC 9(4).
           05  WS-LEAP-REM         PIC 9(2).

       01  WS-DAYS-IN-MONTH-DATA   PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-DATA.
           05  WS-DAYS-IN-MONTH    PIC 9(2) OCCURS 12 TIMES.

       01  WS-DAY-FIELDS.
           05  WS-OBS-TEMP         PIC 999V9.
           05  WS-DAY-HDD          PIC 999V9.
           05  WS-DAY-CDD          PIC 999V9.
           05  WS-NORM-HDD         PIC 9(5)V9.
           05  WS-NORM-CDD         PIC 9(5)V9.
           05  WS-HDD-EDITED       PIC 999.9.
           05  WS-CDD-EDITED       PIC 999.9.

       01  WS-STATION-TABLE.
           05  WS-DD-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-SIDX.
               10  WS-DD-STATION   PIC 9(6).
               10  WS-DD-MONTH OCCURS 12 TIMES
                                 INDEXED BY WS-DMIDX.
                   15  WS-DM-DAYS      PIC 9(3).
                   15  WS-DM-HDD       PIC 9(5)V9.
                   15  WS-DM-CDD       PIC 9(5)V9.
                   15  WS-DM-LY-DAYS   PIC 9(3).
                   15  WS-DM-LY-HDD    PIC 9(5)V9.
                   15  WS-DM-LY-CDD    PIC 9(5)V9.
                   15  WS-DM-NORM-TEMP PIC 9(3)V9.
                   15  WS-DM-NORM-SW   PIC X(1).
                       88  DM-HAS-NORMAL VALUE 'Y'.
       01  WS-STATION-COUNT        PIC 9(3) VALUE ZEROES.
       01  WS-STATION-FOUND        PIC 9(3) VALUE ZEROES.
       01  WS-FIND-STATION         PIC 9(6) VALUE ZEROES.
       01  WS-STN-SUB              PIC 9(3) VALUE ZEROES.
       01  WS-MONTH-SUB            PIC 9(2) VALUE ZEROES.

       01  WS-STD-TOTALS.
           05  WS-STD-DAYS         PIC 9(3).
           05  WS-STD-HDD          PIC 9(5)V9.
           05  WS-STD-CDD          PIC 9(5)V9.
           05  WS-STD-LY-HDD       PIC 9(5)V9.
           05  WS-STD-LY-CDD       PIC 9(5)V9.
           05  WS-STD-NORM-HDD     PIC 9(5)V9.
           05  WS-STD-NORM-CDD     PIC 9(5)V9.
           05  WS-STD-NORM-SW      PIC X(1).
               88  STD-NORMAL-COMPLETE VALUE 'Y'.

       01 WS-STN-COUNT               PIC 9(3) VALUE ZEROES.
       01 WS-STN-TABLE.
          05 WS-STN-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-STNIDX.
             10 WS-STN-NUMBER       PIC 9(6).
             10 WS-STN-NAME         PIC X(20).
       01 WS-STN-FOUND-IDX           PIC 9(3) VALUE ZEROES.
       01 WS-STN-KEY                 PIC 9(6) VALUE ZEROES.
       01 WS-STN-NAME-WK             PIC X(20) VALUE SPACES.

       01  DD-PARM-LINE.
           05  FILLER              PIC X(18) VALUE
               'BASE TEMPERATURE: '.
           05  DPL-BASE            PIC ZZ9.9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'SEASON FROM:  '.
           05  DPL-SEASON-YEAR     PIC 9(4).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  DPL-SEASON-MONTH    PIC 9(2).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'THROUGH:  '.
           05  DPL-THROUGH         PIC 9(8).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  DD-STATION-LINE.
           05  FILLER              PIC X(8)  VALUE 'STATION '.
           05  DSL-STATION         PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DSL-NAME            PIC X(20).
           05  FILLER              PIC X(96) VALUE SPACES.

       01  DD-COLUMN-HEADINGS.
           05  FILLER              PIC X(14) VALUE 'PERIOD'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE 'OBS'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE '     HDD'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE '  LY HDD'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'NORM HDD'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE '     CDD'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE '  LY CDD'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'NORM CDD'.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  DD-DETAIL-LINE.
           05  DDD-PERIOD          PIC X(14).
           05  DDD-PERIOD-YM REDEFINES DDD-PERIOD.
               10  DDD-YEAR        PIC 9(4).
               10  DDD-DASH        PIC X(1).
               10  DDD-MONTH       PIC 9(2).
               10  FILLER          PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DDD-OBS             PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DDD-HDD             PIC ZZ,ZZ9.9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DDD-LY-HDD          PIC ZZ,ZZ9.9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DDD-NORM-HDD        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DDD-CDD             PIC ZZ,ZZ9.9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DDD-LY-CDD          PIC ZZ,ZZ9.9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DDD-NORM-CDD        PIC X(8).
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-NORM-EDITED          PIC ZZ,ZZ9.9.

       01 CSV-HEADER-LINE.
           05 FILLER              PIC X(40) VALUE
              'STATION,NAME,MONTH,DAY,YEAR,MOYTEMP,HDD,'.
           05 FILLER              PIC X(40) VALUE
              'CDD'.

       COPY RPTCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "DEGREEDAYS" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 9900-READ-RUN-CONTROL.
           PERFORM 0110-READ-PARAMETERS.
           PERFORM 0120-LOAD-STATION-REFERENCE.
           PERFORM 0130-SET-SEASON.
           OPEN INPUT WEATHERHIST.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN WEATHERHIST.DAT, "
                 "STATUS = " WS-HIST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE SPACES TO WS-CSV-FILENAME.
           STRING "DEGREEDAYCSV"   DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
              INTO WS-CSV-FILENAME.
           OPEN OUTPUT DDCSVFILE.
           IF WS-CSV-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN DEGREEDAYCSV.DAT, "
                 "STATUS = " WS-CSV-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE CSV-HEADER-LINE TO CSV-OUT-LINE.
           WRITE CSV-OUT-LINE.
           READ WEATHERHIST
              AT END SET ENDOFHIST TO TRUE
           END-READ.
           PERFORM 0200-TALLY-ONE-OBSERVATION THRU 0200-TALLY-NEXT
              UNTIL ENDOFHIST.
           CLOSE WEATHERHIST DDCSVFILE.
           PERFORM 0140-LOAD-NORMALS.
           MOVE SPACES TO WS-DDRPT-NAME.
           STRING "DEGREEDAYS"     DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
              INTO WS-DDRPT-NAME.
           OPEN OUTPUT DDRPT.
           IF WS-DDRPT-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN DDRPT, STATUS = "
                 WS-DDRPT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE 'HEATING AND COOLING DEGREE DAYS' TO RPT-TITLE.
           MOVE WS-BUSINESS-MONTH TO RPT-RUN-MONTH.
           MOVE WS-BUSINESS-DAY   TO RPT-RUN-DAY.
           MOVE WS-BUSINESS-YEAR  TO RPT-RUN-YEAR.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           MOVE WS-BASE-TEMP     TO DPL-BASE.
           MOVE WS-SEASON-YEAR   TO DPL-SEASON-YEAR.
           MOVE WS-SEASON-START  TO DPL-SEASON-MONTH.
           MOVE WS-BUSINESS-DATE TO DPL-THROUGH.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DD-PARM-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0300-PRINT-ONE-STATION
              VARYING WS-STN-SUB FROM 1 BY 1
              UNTIL WS-STN-SUB > WS-STATION-COUNT.
           CLOSE DDRPT.
           DISPLAY "OBSERVATIONS READ:    " WS-OBS-COUNT.
           DISPLAY "CURRENT SEASON DAYS:  " WS-CUR-OBS-COUNT.
           DISPLAY "PRIOR SEASON DAYS:    " WS-LY-OBS-COUNT.
           DISPLAY "CSV ROWS WRITTEN:     " WS-CSV-ROWS.
           PERFORM 0900-END-PROGRAM.

      * No parameter file keeps the defaults (base 65.0, July).
       0110-READ-PARAMETERS.
           OPEN INPUT DDPARMFILE.
           IF WS-PARM-STATUS NOT = "00"
              IF WS-PARM-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE DDPARMFILE "
                    WS-PARM-STATUS
              END-IF
           ELSE
              READ DDPARMFILE
                 AT END CONTINUE
                 NOT AT END
                    IF DDP-BASE-TEMP NOT = SPACES
                       MOVE DDP-BASE-TEMP TO WS-BASE-TEMP
                    END-IF
                    IF DDP-SEASON-START NUMERIC
                       AND DDP-SEASON-START >= 1
                       AND DDP-SEASON-START <= 12
                       MOVE DDP-SEASON-START TO WS-SEASON-START
                    END-IF
              END-READ
              CLOSE DDPARMFILE
           END-IF.

      * WEATHERSTN.DAT is optional (status 35): with no reference
      * every station name prints as not on reference.
       0120-LOAD-STATION-REFERENCE.
           OPEN INPUT WEATHERSTNFILE.
           IF WS-STN-STATUS NOT = "00" AND
              WS-STN-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE WEATHERSTNFILE ",
                 WS-STN-STATUS
           END-IF.
           IF WS-STN-STATUS = "00"
              PERFORM UNTIL WS-STN-STATUS NOT = "00"
                 READ WEATHERSTNFILE
                    AT END MOVE "10" TO WS-STN-STATUS
                 END-READ
                 IF WS-STN-STATUS = "00"
                    AND WS-STN-COUNT < 200
                    ADD 1 TO WS-STN-COUNT
                    SET WS-STNIDX TO WS-STN-COUNT
                    MOVE STN-NUMBER TO WS-STN-NUMBER (WS-STNIDX)
                    MOVE STN-NAME   TO WS-STN-NAME (WS-STNIDX)
                 END-IF
              END-PERFORM
              CLOSE WEATHERSTNFILE
           END-IF.

      * The season holding the business date, and the last-year
      * cutoff one year before it.
       0130-SET-SEASON.
           IF WS-BUSINESS-MONTH >= WS-SEASON-START
              MOVE WS-BUSINESS-YEAR TO WS-SEASON-YEAR
           ELSE
              COMPUTE WS-SEASON-YEAR = WS-BUSINESS-YEAR - 1
           END-IF.
           COMPUTE WS-CUR-SEASON-MONTH =
              WS-BUSINESS-MONTH - WS-SEASON-START + 1.
           IF WS-BUSINESS-MONTH < WS-SEASON-START
              ADD 12 TO WS-CUR-SEASON-MONTH
           END-IF.
           COMPUTE WS-LY-CUTOFF-DATE = WS-BUSINESS-DATE - 10000.

       0140-LOAD-NORMALS.
           OPEN INPUT NORMALSFILE.
           IF WS-NORMALS-STATUS NOT = "00"
              IF WS-NORMALS-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE NORMALSFILE "
                    WS-NORMALS-STATUS
              END-IF
           ELSE
              READ NORMALSFILE
                 AT END SET ENDOFNORMALS TO TRUE
              END-READ
              PERFORM 0150-STORE-ONE-NORMAL UNTIL ENDOFNORMALS
              CLOSE NORMALSFILE
           END-IF.

       0150-STORE-ONE-NORMAL.
           IF NRM-STATION NUMERIC
              AND NRM-MONTH NUMERIC
              AND NRM-MONTH >= 1 AND NRM-MONTH <= 12
              MOVE NRM-STATION TO WS-FIND-STATION
              PERFORM 0210-FIND-STATION-ENTRY
              IF WS-STATION-FOUND > 0
                 SET WS-SIDX TO WS-STATION-FOUND
                 MOVE NRM-MONTH TO WS-CAL-MONTH
                 PERFORM 0230-SEASON-MONTH-OF
                 SET WS-DMIDX TO WS-OBS-SEASON-MONTH
                 MOVE NRM-AVG-TEMP
                    TO WS-DM-NORM-TEMP (WS-SIDX WS-DMIDX)
                 MOVE 'Y' TO WS-DM-NORM-SW (WS-SIDX WS-DMIDX)
              END-IF
           END-IF.
           READ NORMALSFILE
              AT END SET ENDOFNORMALS TO TRUE
           END-READ.

      * Only the current season to date and the prior season to
      * the same day are tallied; other dates are read past.
       0200-TALLY-ONE-OBSERVATION.
           ADD 1 TO WS-OBS-COUNT.
           IF WH-MONTH < 1 OR WH-MONTH > 12
              GO TO 0200-TALLY-NEXT
           END-IF.
           IF WH-MONTH >= WS-SEASON-START
              MOVE WH-YEAR TO WS-OBS-SEASON-YEAR
           ELSE
              COMPUTE WS-OBS-SEASON-YEAR = WH-YEAR - 1
           END-IF.
           IF NOT ((WS-OBS-SEASON-YEAR = WS-SEASON-YEAR
                    AND WH-DATE <= WS-BUSINESS-DATE)
                OR (WS-OBS-SEASON-YEAR + 1 = WS-SEASON-YEAR
                    AND WH-DATE <= WS-LY-CUTOFF-DATE))
              GO TO 0200-TALLY-NEXT
           END-IF.
           MOVE WH-STATION TO WS-FIND-STATION.
           PERFORM 0210-FIND-STATION-ENTRY.
           IF WS-STATION-FOUND = 0
              PERFORM 0220-ADD-STATION-ENTRY
              IF WS-STATION-FOUND = 0
                 GO TO 0200-TALLY-NEXT
              END-IF
           END-IF.
           SET WS-SIDX TO WS-STATION-FOUND.
           MOVE WH-MONTH TO WS-CAL-MONTH.
           PERFORM 0230-SEASON-MONTH-OF.
           SET WS-DMIDX TO WS-OBS-SEASON-MONTH.
           MOVE WH-MOYTEMP TO WS-OBS-TEMP.
           MOVE ZEROES TO WS-DAY-HDD WS-DAY-CDD.
           IF WS-OBS-TEMP < WS-BASE-TEMP
              COMPUTE WS-DAY-HDD = WS-BASE-TEMP - WS-OBS-TEMP
           ELSE
              COMPUTE WS-DAY-CDD = WS-OBS-TEMP - WS-BASE-TEMP
           END-IF.
           IF WS-OBS-SEASON-YEAR = WS-SEASON-YEAR
              ADD 1 TO WS-CUR-OBS-COUNT
              ADD 1 TO WS-DM-DAYS (WS-SIDX WS-DMIDX)
              ADD WS-DAY-HDD TO WS-DM-HDD (WS-SIDX WS-DMIDX)
              ADD WS-DAY-CDD TO WS-DM-CDD (WS-SIDX WS-DMIDX)
              PERFORM 0240-WRITE-CSV-ROW
           ELSE
              ADD 1 TO WS-LY-OBS-COUNT
              ADD 1 TO WS-DM-LY-DAYS (WS-SIDX WS-DMIDX)
              ADD WS-DAY-HDD TO WS-DM-LY-HDD (WS-SIDX WS-DMIDX)
              ADD WS-DAY-CDD TO WS-DM-LY-CDD (WS-SIDX WS-DMIDX)
           END-IF.
       0200-TALLY-NEXT.
           READ WEATHERHIST
              AT END SET ENDOFHIST TO TRUE
           END-READ.

       0210-FIND-STATION-ENTRY.
           MOVE 0 TO WS-STATION-FOUND.
           SET WS-SIDX TO 1.
           PERFORM WS-STATION-COUNT TIMES
              IF WS-DD-STATION (WS-SIDX) = WS-FIND-STATION
                 SET WS-STATION-FOUND TO WS-SIDX
              END-IF
              SET WS-SIDX UP BY 1
           END-PERFORM.

       0220-ADD-STATION-ENTRY.
           IF WS-STATION-COUNT < 500
              ADD 1 TO WS-STATION-COUNT
              SET WS-SIDX TO WS-STATION-COUNT
              MOVE WS-STATION-COUNT TO WS-STATION-FOUND
              MOVE WH-STATION TO WS-DD-STATION (WS-SIDX)
              PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                 UNTIL WS-MONTH-SUB > 12
                 SET WS-DMIDX TO WS-MONTH-SUB
                 MOVE ZEROES TO WS-DM-DAYS (WS-SIDX WS-DMIDX)
                 MOVE ZEROES TO WS-DM-HDD (WS-SIDX WS-DMIDX)
                 MOVE ZEROES TO WS-DM-CDD (WS-SIDX WS-DMIDX)
                 MOVE ZEROES TO WS-DM-LY-DAYS (WS-SIDX WS-DMIDX)
                 MOVE ZEROES TO WS-DM-LY-HDD (WS-SIDX WS-DMIDX)
                 MOVE ZEROES TO WS-DM-LY-CDD (WS-SIDX WS-DMIDX)
                 MOVE ZEROES TO WS-DM-NORM-TEMP (WS-SIDX WS-DMIDX)
                 MOVE 'N'    TO WS-DM-NORM-SW (WS-SIDX WS-DMIDX)
              END-PERFORM
           ELSE
              DISPLAY "WARNING: STATION TABLE FULL AT 500, "
                 "STATION " WH-STATION " NOT TALLIED"
           END-IF.

      * Calendar month WS-CAL-MONTH to its place in the season.
       0230-SEASON-MONTH-OF.
           IF WS-CAL-MONTH >= WS-SEASON-START
              COMPUTE WS-OBS-SEASON-MONTH =
                 WS-CAL-MONTH - WS-SEASON-START + 1
           ELSE
              COMPUTE WS-OBS-SEASON-MONTH =
                 WS-CAL-MONTH - WS-SEASON-START + 13
           END-IF.

       0240-WRITE-CSV-ROW.
           MOVE WH-STATION TO WS-STN-KEY.
           PERFORM 0250-FIND-STATION-NAME.
           MOVE WS-DAY-HDD TO WS-HDD-EDITED.
           MOVE WS-DAY-CDD TO WS-CDD-EDITED.
           MOVE SPACES TO CSV-OUT-LINE.
           STRING
              WH-STATION                DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              WS-STN-NAME-WK            DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              WH-MONTH                  DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              WH-DAY                    DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              WH-YEAR                   DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              WH-MOYTEMP                DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              WS-HDD-EDITED             DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              WS-CDD-EDITED             DELIMITED BY SIZE
              INTO CSV-OUT-LINE.
           WRITE CSV-OUT-LINE.
           ADD 1 TO WS-CSV-ROWS.

       0250-FIND-STATION-NAME.
           MOVE 0 TO WS-STN-FOUND-IDX.
           SET WS-STNIDX TO 1.
           PERFORM WS-STN-COUNT TIMES
              IF WS-STN-NUMBER (WS-STNIDX) = WS-STN-KEY
                 SET WS-STN-FOUND-IDX TO WS-STNIDX
              END-IF
              SET WS-STNIDX UP BY 1
           END-PERFORM.
           IF WS-STN-FOUND-IDX = 0
              MOVE "** NOT ON REFERENCE" TO WS-STN-NAME-WK
           ELSE
              SET WS-STNIDX TO WS-STN-FOUND-IDX
              MOVE WS-STN-NAME (WS-STNIDX) TO WS-STN-NAME-WK
           END-IF.

       0300-PRINT-ONE-STATION.
           SET WS-SIDX TO WS-STN-SUB.
           MOVE WS-DD-STATION (WS-SIDX) TO WS-STN-KEY.
           PERFORM 0250-FIND-STATION-NAME.
           MOVE WS-DD-STATION (WS-SIDX) TO DSL-STATION.
           MOVE WS-STN-NAME-WK          TO DSL-NAME.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DD-STATION-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DD-COLUMN-HEADINGS TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO WS-STD-DAYS WS-STD-HDD WS-STD-CDD
                          WS-STD-LY-HDD WS-STD-LY-CDD
                          WS-STD-NORM-HDD WS-STD-NORM-CDD.
           MOVE 'Y' TO WS-STD-NORM-SW.
           PERFORM 0310-PRINT-ONE-MONTH
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > WS-CUR-SEASON-MONTH.
           MOVE SPACES TO DDD-PERIOD.
           MOVE 'SEASON TO DATE' TO DDD-PERIOD.
           MOVE WS-STD-DAYS   TO DDD-OBS.
           MOVE WS-STD-HDD    TO DDD-HDD.
           MOVE WS-STD-LY-HDD TO DDD-LY-HDD.
           MOVE WS-STD-CDD    TO DDD-CDD.
           MOVE WS-STD-LY-CDD TO DDD-LY-CDD.
           IF STD-NORMAL-COMPLETE
              MOVE WS-STD-NORM-HDD TO WS-NORM-EDITED
              MOVE WS-NORM-EDITED  TO DDD-NORM-HDD
              MOVE WS-STD-NORM-CDD TO WS-NORM-EDITED
              MOVE WS-NORM-EDITED  TO DDD-NORM-CDD
           ELSE
              MOVE '     N/A' TO DDD-NORM-HDD
              MOVE '     N/A' TO DDD-NORM-CDD
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DD-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * The normal for a month is the normal mean against the base
      * times the days in the period; the current month counts the
      * days through the business date only.
       0310-PRINT-ONE-MONTH.
           SET WS-DMIDX TO WS-MONTH-SUB.
           COMPUTE WS-CAL-MONTH = WS-SEASON-START + WS-MONTH-SUB - 1.
           MOVE WS-SEASON-YEAR TO WS-CAL-YEAR.
           IF WS-CAL-MONTH > 12
              SUBTRACT 12 FROM WS-CAL-MONTH
              ADD 1 TO WS-CAL-YEAR
           END-IF.
           MOVE SPACES       TO DDD-PERIOD.
           MOVE WS-CAL-YEAR  TO DDD-YEAR.
           MOVE '-'          TO DDD-DASH.
           MOVE WS-CAL-MONTH TO DDD-MONTH.
           MOVE WS-DM-DAYS (WS-SIDX WS-DMIDX)   TO DDD-OBS.
           MOVE WS-DM-HDD (WS-SIDX WS-DMIDX)    TO DDD-HDD.
           MOVE WS-DM-LY-HDD (WS-SIDX WS-DMIDX) TO DDD-LY-HDD.
           MOVE WS-DM-CDD (WS-SIDX WS-DMIDX)    TO DDD-CDD.
           MOVE WS-DM-LY-CDD (WS-SIDX WS-DMIDX) TO DDD-LY-CDD.
           ADD WS-DM-DAYS (WS-SIDX WS-DMIDX)   TO WS-STD-DAYS.
           ADD WS-DM-HDD (WS-SIDX WS-DMIDX)    TO WS-STD-HDD.
           ADD WS-DM-LY-HDD (WS-SIDX WS-DMIDX) TO WS-STD-LY-HDD.
           ADD WS-DM-CDD (WS-SIDX WS-DMIDX)    TO WS-STD-CDD.
           ADD WS-DM-LY-CDD (WS-SIDX WS-DMIDX) TO WS-STD-LY-CDD.
           IF DM-HAS-NORMAL (WS-SIDX WS-DMIDX)
              IF WS-MONTH-SUB = WS-CUR-SEASON-MONTH
                 MOVE WS-BUSINESS-DAY TO WS-PERIOD-DAYS
              ELSE
                 MOVE WS-DAYS-IN-MONTH (WS-CAL-MONTH)
                    TO WS-PERIOD-DAYS
                 IF WS-CAL-MONTH = 2
                    DIVIDE WS-CAL-YEAR BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM = ZEROES
                       MOVE 29 TO WS-PERIOD-DAYS
                    END-IF
                 END-IF
              END-IF
              MOVE ZEROES TO WS-NORM-HDD WS-NORM-CDD
              IF WS-DM-NORM-TEMP (WS-SIDX WS-DMIDX) < WS-BASE-TEMP
                 COMPUTE WS-NORM-HDD = WS-PERIOD-DAYS *
                    (WS-BASE-TEMP - WS-DM-NORM-TEMP (WS-SIDX WS-DMIDX))
              ELSE
                 COMPUTE WS-NORM-CDD = WS-PERIOD-DAYS *
                    (WS-DM-NORM-TEMP (WS-SIDX WS-DMIDX) - WS-BASE-TEMP)
              END-IF
              ADD WS-NORM-HDD TO WS-STD-NORM-HDD
              ADD WS-NORM-CDD TO WS-STD-NORM-CDD
              MOVE WS-NORM-HDD    TO WS-NORM-EDITED
              MOVE WS-NORM-EDITED TO DDD-NORM-HDD
              MOVE WS-NORM-CDD    TO WS-NORM-EDITED
              MOVE WS-NORM-EDITED TO DDD-NORM-CDD
           ELSE
              MOVE 'N' TO WS-STD-NORM-SW
              MOVE '     N/A' TO DDD-NORM-HDD
              MOVE '     N/A' TO DDD-NORM-CDD
           END-IF.
           PERFORM 9500-CHECK-PAGE-OVERFLOW.
           MOVE DD-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

       0900-END-PROGRAM.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY RPTPAGE.
       COPY JOBLOG.
       COPY RUNCTLPD.

       END PROGRAM DEGREEDAYS.
