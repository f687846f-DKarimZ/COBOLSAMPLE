      *    WEATHERHIST.DAT keyed on station + date, which the
      *    search paths now read directly. Duplicate station/date
      *    observations are counted and rejected.
      *  - Bad sensor days were flowing straight into the
      *    normals, departure, alert and impact reports, so the
      *    load now validates every observation. Pass one rejects
      *    out-of-range values: an unreadable station or calendar
      *    date, a temperature over 135.0, a weather flag other
      *    than 0 or 1, or a non-numeric storm value. Pass two
      *    runs once everything is on file. It takes back off
      *    WEATHERHIST.DAT any observation that moved more than
      *    40.0 degrees from the station's prior day, or that is
      *    more than 30.0 degrees from the average of at least
      *    two other stations in the same state (per
      *    WEATHERSTN.DAT) that day. Flagged observations go to
      *    WEATHERQUAR.DAT exactly as received, with a reason,
      *    and to EXCEPTIONS.DAT (WRNG/WKEY/WJMP/WNBR). A
      *    reviewer releases one through WEATHERRELEASE.DAT: 'A'
      *    plus the observation loads it as received and 'C' plus
      *    the observation loads the corrected values given.
      *    Released observations skip the checks on every later
      *    load. RC 4 now also covers quarantined observations.
      **************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS WH-KEY.

           SELECT WEATHERSTNFILE ASSIGN TO "WEATHERSTN.DAT"
           FILE STATUS IS WS-STN-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELEASEFILE ASSIGN TO "WEATHERRELEASE.DAT"
           FILE STATUS IS WS-RELEASE-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUARFILE ASSIGN TO "WEATHERQUAR.DAT"
           FILE STATUS IS WS-QUAR-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMONEXCFILE ASSIGN TO "EXCEPTIONS.DAT"
           FILE STATUS IS WS-COMMONEXC-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
              ORGANIZATION IS LINE SEQUENTIAL.
           05 NEWDAY             PIC 9(2).
           05 NEWYEAR            PIC 9(4).
           05 NEWMOY-TEMP        PIC 999.9.
           05 NEWMOY-TEMP-X REDEFINES NEWMOY-TEMP
                                 PIC X(5).
           05 NEWFOG             PIC 9.
           05 NEWRAIN            PIC 9.
           05 NEWSNOW            PIC 9.
           05 WH-THUNDER         PIC 9.
           05 WH-STORM           PIC 9(5).

       FD WEATHERSTNFILE.
       01 WEATHERSTNREC.
           05 STN-NUMBER         PIC 9(6).
           05 STN-NAME           PIC X(20).
           05 STN-STATE          PIC X(2).
           05 STN-LATITUDE       PIC X(9).
           05 STN-LONGITUDE      PIC X(10).

       FD RELEASEFILE.
       01 RELEASEREC.
           05 REL-ACTION         PIC X(1).
           05 FILLER             PIC X(1).
           05 REL-OBSERVATION    PIC X(29).
           05 REL-OBS-SPLIT REDEFINES REL-OBSERVATION.
              10 REL-STATION     PIC 9(6).
              10 REL-MONTH       PIC 9(2).
              10 REL-DAY         PIC 9(2).
              10 REL-YEAR        PIC 9(4).
              10 FILLER          PIC X(15).

       FD QUARFILE.
       01 QUARREC.
           05 QR-OBSERVATION     PIC X(29).
           05 FILLER             PIC X(1).
           05 QR-REASON-CODE     PIC X(4).
           05 FILLER             PIC X(1).
           05 QR-REASON-TEXT     PIC X(30).

       FD COMMONEXCFILE.
       COPY EXCFD.

       FD JOBLOGFILE.
       COPY JOBLOGFD.

           05 WS-WEATHER-FILENAME PIC X(40) VALUE SPACES.
           05 WS-LOAD-COUNT      PIC 9(7) VALUE ZEROES.
           05 WS-DUP-COUNT       PIC 9(7) VALUE ZEROES.
           05 WS-STN-STATUS      PIC X(2).
           05 WS-RELEASE-STATUS  PIC X(2).
           05 WS-QUAR-STATUS     PIC X(2).
           05 WS-QUAR-COUNT      PIC 9(7) VALUE ZEROES.
           05 WS-RELEASED-COUNT  PIC 9(7) VALUE ZEROES.

       01 WS-FILE-LIST.
          05 WS-FILE-ENTRY OCCURS 10 TIMES
       01 WS-FILE-SUB            PIC 9(2) VALUE ZEROES.

       COPY JOBCTL.
       COPY EXCCTL.

       01  WS-VALIDATION-LIMITS.
           05  WS-TEMP-HIGH-LIMIT  PIC 9(3)V9 VALUE 135.0.
           05  WS-JUMP-LIMIT       PIC 9(3)V9 VALUE 40.0.
           05  WS-NEIGHBOUR-LIMIT  PIC 9(3)V9 VALUE 30.0.
           05  WS-MIN-NEIGHBOURS   PIC 9(2)   VALUE 2.

       01  WS-PASS-SW              PIC X(1) VALUE '1'.
           88  LOAD-PASS           VALUE '1'.
           88  CHECK-PASS          VALUE '2'.

       01  WS-OBS-FIELDS.
           05  WS-REJECT-CODE      PIC X(4).
           05  WS-REJECT-TEXT      PIC X(30).
           05  WS-KEY-SW           PIC X(1).
               88  OBS-KEY-VALID   VALUE 'Y'.
           05  WS-OBS-STATION      PIC 9(6).
           05  WS-OBS-DATE         PIC 9(8).
           05  WS-PRIOR-DATE       PIC 9(8).
           05  WS-OBS-TEMP         PIC 999V9.
           05  WS-OTHER-TEMP       PIC 999V9.
           05  WS-TEMP-DIFF        PIC S9(3)V9.
           05  WS-NBR-TOTAL        PIC 9(5)V9.
           05  WS-NBR-COUNT        PIC 9(3).
           05  WS-NBR-AVG          PIC 999V9.
           05  WS-OBS-STATE        PIC X(2).

       01  WS-CHECK-REC.
           05  WS-CHK-STATION      PIC 9(6).
           05  WS-CHK-DATE         PIC 9(8).
           05  WS-CHK-MOYTEMP      PIC 999.9.
           05  FILLER              PIC X(10).

       01 WS-STN-COUNT               PIC 9(3) VALUE ZEROES.
       01 WS-STN-SUB                 PIC 9(3) VALUE ZEROES.
       01 WS-STN-TABLE.
          05 WS-STN-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-STNIDX.
             10 WS-STN-NUMBER       PIC 9(6).
             10 WS-STN-STATE        PIC X(2).

       01  WS-RELEASE-COUNT        PIC 9(3) VALUE ZEROES.
       01  WS-RELEASE-FOUND        PIC 9(3) VALUE ZEROES.
       01  WS-RELEASE-SUB          PIC 9(3) VALUE ZEROES.
       01  WS-RELEASE-TABLE.
           05  WS-REL-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-RELIDX.
               10  WS-REL-STATION  PIC 9(6).
               10  WS-REL-DATE     PIC 9(8).
               10  WS-REL-ACTION   PIC X(1).
                   88  REL-ACCEPT  VALUE 'A'.
                   88  REL-CORRECT VALUE 'C'.
               10  WS-REL-OBS      PIC X(29).
               10  WS-REL-USED-SW  PIC X(1).
                   88  REL-USED    VALUE 'Y'.

       PROCEDURE DIVISION.

           MOVE "WEATHERHISTLOAD" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           PERFORM 0110-BUILD-FILE-LIST.
           PERFORM 0111-LOAD-STATION-STATES.
           PERFORM 0112-LOAD-RELEASES.
           OPEN OUTPUT WEATHERHIST.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN WEATHERHIST.DAT, "
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           OPEN OUTPUT QUARFILE.
           IF WS-QUAR-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN WEATHERQUAR.DAT, "
                 "STATUS = " WS-QUAR-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE WEATHERHIST
              GO TO 0900-END-PROGRAM
           END-IF.
           SET LOAD-PASS TO TRUE.
           PERFORM 0120-LOAD-ONE-FILE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > WS-FILE-COUNT.
           PERFORM 0138-LOAD-UNUSED-RELEASE
              VARYING WS-RELEASE-SUB FROM 1 BY 1
              UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT.
           CLOSE WEATHERHIST.
      * Second pass: with every observation on file, each one is
      * checked against its own prior day and its state neighbours.
           OPEN I-O WEATHERHIST.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REOPEN WEATHERHIST.DAT, "
                 "STATUS = " WS-HIST-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE QUARFILE
              GO TO 0900-END-PROGRAM
           END-IF.
           SET CHECK-PASS TO TRUE.
           PERFORM 0120-LOAD-ONE-FILE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > WS-FILE-COUNT.
           CLOSE WEATHERHIST QUARFILE.
           DISPLAY "OBSERVATIONS LOADED:   " WS-LOAD-COUNT.
           DISPLAY "DUPLICATES REJECTED:   " WS-DUP-COUNT.
           DISPLAY "QUARANTINED:           " WS-QUAR-COUNT.
           DISPLAY "RELEASED FROM REVIEW:  " WS-RELEASED-COUNT.
           IF (WS-DUP-COUNT > 0 OR WS-QUAR-COUNT > 0)
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.
              MOVE "weather2020.dat" TO WS-FILE-ENTRY (1)
           END-IF.

      * WEATHERSTN.DAT is optional (status 35): a station not on the
      * reference simply gets no neighbour check.
       0111-LOAD-STATION-STATES.
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
                    AND STN-NUMBER NUMERIC
                    AND WS-STN-COUNT < 200
                    ADD 1 TO WS-STN-COUNT
                    SET WS-STNIDX TO WS-STN-COUNT
                    MOVE STN-NUMBER TO WS-STN-NUMBER (WS-STNIDX)
                    MOVE STN-STATE  TO WS-STN-STATE (WS-STNIDX)
                 END-IF
              END-PERFORM
              CLOSE WEATHERSTNFILE
           END-IF.

      * Reviewed observations: A accepts the quarantined reading as
      * received, C replaces it with the corrected values given.
      * No file (status 35) means nothing has been released.
       0112-LOAD-RELEASES.
           OPEN INPUT RELEASEFILE.
           IF WS-RELEASE-STATUS NOT = "00" AND
              WS-RELEASE-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE RELEASEFILE ",
                 WS-RELEASE-STATUS
           END-IF.
           IF WS-RELEASE-STATUS = "00"
              PERFORM UNTIL WS-RELEASE-STATUS NOT = "00"
                 READ RELEASEFILE
                    AT END MOVE "10" TO WS-RELEASE-STATUS
                 END-READ
                 IF WS-RELEASE-STATUS = "00"
                    PERFORM 0113-STORE-ONE-RELEASE
                 END-IF
              END-PERFORM
              CLOSE RELEASEFILE
           END-IF.

       0113-STORE-ONE-RELEASE.
           IF (REL-ACTION = 'A' OR REL-ACTION = 'C')
              AND REL-STATION NUMERIC AND REL-YEAR NUMERIC
              AND REL-MONTH NUMERIC AND REL-DAY NUMERIC
              IF WS-RELEASE-COUNT < 500
                 ADD 1 TO WS-RELEASE-COUNT
                 SET WS-RELIDX TO WS-RELEASE-COUNT
                 MOVE REL-STATION TO WS-REL-STATION (WS-RELIDX)
                 COMPUTE WS-REL-DATE (WS-RELIDX) =
                    (REL-YEAR * 10000) + (REL-MONTH * 100) + REL-DAY
                 MOVE REL-ACTION      TO WS-REL-ACTION (WS-RELIDX)
                 MOVE REL-OBSERVATION TO WS-REL-OBS (WS-RELIDX)
                 MOVE 'N'             TO WS-REL-USED-SW (WS-RELIDX)
              ELSE
                 DISPLAY "WARNING: RELEASE TABLE FULL AT 500, "
                    "RELEASE " REL-OBSERVATION " IGNORED"
              END-IF
           ELSE
              DISPLAY "WARNING: INVALID RELEASE TRANSACTION "
                 RELEASEREC
           END-IF.

       0120-LOAD-ONE-FILE.
           MOVE WS-FILE-ENTRY (WS-FILE-SUB) TO WS-WEATHER-FILENAME.
           OPEN INPUT WEATHERDATA.
           IF FILE-CHECK-KEY NOT = "00"
              IF LOAD-PASS
                 DISPLAY "ERR: UNABLE TO OPEN " WS-WEATHER-FILENAME
                    " STATUS " FILE-CHECK-KEY
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              MOVE SPACES TO WEATHERRECORD
              READ WEATHERDATA
                 AT END SET ENDOFFILE TO TRUE
              END-READ
              IF LOAD-PASS
                 PERFORM 0130-LOAD-ONE-OBSERVATION
                    THRU 0130-LOAD-NEXT
                    UNTIL ENDOFFILE
              ELSE
                 PERFORM 0150-CHECK-ONE-OBSERVATION
                    THRU 0150-CHECK-NEXT
                    UNTIL ENDOFFILE
              END-IF
              CLOSE WEATHERDATA
              MOVE SPACES TO WEATHERRECORD
           END-IF.

      * First pass: a released observation loads as reviewed; one
      * failing the physical range checks goes to quarantine.
       0130-LOAD-ONE-OBSERVATION.
           PERFORM 0200-VALIDATE-RANGE THRU 0200-VALIDATE-END.
           IF OBS-KEY-VALID
              PERFORM 0135-FIND-RELEASE
              IF WS-RELEASE-FOUND > 0
                 SET WS-RELIDX TO WS-RELEASE-FOUND
                 IF REL-CORRECT (WS-RELIDX)
                    MOVE WS-REL-OBS (WS-RELIDX) TO WEATHERRECORD
                 END-IF
                 MOVE 'Y' TO WS-REL-USED-SW (WS-RELIDX)
                 PERFORM 0210-BUILD-HIST-RECORD
                 PERFORM 0140-WRITE-HIST-RECORD
                 ADD 1 TO WS-RELEASED-COUNT
                 GO TO 0130-LOAD-NEXT
              END-IF
           END-IF.
           IF WS-REJECT-CODE NOT = SPACES
              PERFORM 0180-QUARANTINE-OBSERVATION
              GO TO 0130-LOAD-NEXT
           END-IF.
           PERFORM 0210-BUILD-HIST-RECORD.
           PERFORM 0140-WRITE-HIST-RECORD.
       0130-LOAD-NEXT.
           READ WEATHERDATA
              AT END SET ENDOFFILE TO TRUE
           END-READ.

       0135-FIND-RELEASE.
           MOVE 0 TO WS-RELEASE-FOUND.
           SET WS-RELIDX TO 1.
           PERFORM WS-RELEASE-COUNT TIMES
              IF WS-REL-STATION (WS-RELIDX) = WS-OBS-STATION
                 AND WS-REL-DATE (WS-RELIDX) = WS-OBS-DATE
                 SET WS-RELEASE-FOUND TO WS-RELIDX
              END-IF
              SET WS-RELIDX UP BY 1
           END-PERFORM.

      * A corrected observation that matched nothing in the yearly
      * files is still loaded; an acceptance with nothing to accept
      * is only reported.
       0138-LOAD-UNUSED-RELEASE.
           SET WS-RELIDX TO WS-RELEASE-SUB.
           IF NOT REL-USED (WS-RELIDX)
              IF REL-CORRECT (WS-RELIDX)
                 MOVE WS-REL-OBS (WS-RELIDX) TO WEATHERRECORD
                 MOVE 'Y' TO WS-REL-USED-SW (WS-RELIDX)
                 PERFORM 0210-BUILD-HIST-RECORD
                 PERFORM 0140-WRITE-HIST-RECORD
                 ADD 1 TO WS-RELEASED-COUNT
              ELSE
                 DISPLAY "WARNING: RELEASE FOR "
                    WS-REL-STATION (WS-RELIDX) "/"
                    WS-REL-DATE (WS-RELIDX)
                    " MATCHED NO OBSERVATION"
              END-IF
           END-IF.

       0140-WRITE-HIST-RECORD.
           WRITE WHRECORD
              INVALID KEY
                 ADD 1 TO WS-DUP-COUNT
              NOT INVALID KEY
                 ADD 1 TO WS-LOAD-COUNT
           END-WRITE.

      * Second pass: only observations that were loaded as received
      * (not range rejects, releases or rejected duplicates) are
      * checked; a failure is taken back off the history.
       0150-CHECK-ONE-OBSERVATION.
           PERFORM 0200-VALIDATE-RANGE THRU 0200-VALIDATE-END.
           IF WS-REJECT-CODE NOT = SPACES
              GO TO 0150-CHECK-NEXT
           END-IF.
           PERFORM 0135-FIND-RELEASE.
           IF WS-RELEASE-FOUND > 0
              GO TO 0150-CHECK-NEXT
           END-IF.
           PERFORM 0210-BUILD-HIST-RECORD.
           MOVE WHRECORD TO WS-CHECK-REC.
           READ WEATHERHIST
              INVALID KEY
                 GO TO 0150-CHECK-NEXT
           END-READ.
           IF WHRECORD NOT = WS-CHECK-REC
              GO TO 0150-CHECK-NEXT
           END-IF.
           MOVE WS-CHK-MOYTEMP TO WS-OBS-TEMP.
           PERFORM 0160-CHECK-PRIOR-DAY THRU 0160-PRIOR-END.
           IF WS-REJECT-CODE = SPACES
              PERFORM 0170-CHECK-NEIGHBOURS THRU 0170-NEIGHBOUR-END
           END-IF.
           IF WS-REJECT-CODE NOT = SPACES
              MOVE WS-CHECK-REC TO WHRECORD
              DELETE WEATHERHIST
                 INVALID KEY
                    DISPLAY "ERR: UNABLE TO REMOVE " WS-CHK-STATION
                       "/" WS-CHK-DATE " STATUS " WS-HIST-STATUS
                 NOT INVALID KEY
                    SUBTRACT 1 FROM WS-LOAD-COUNT
                    PERFORM 0180-QUARANTINE-OBSERVATION
              END-DELETE
           END-IF.
       0150-CHECK-NEXT.
           READ WEATHERDATA
              AT END SET ENDOFFILE TO TRUE
           END-READ.

       0160-CHECK-PRIOR-DAY.
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-CHK-DATE) - 1).
           MOVE WS-CHK-STATION TO WH-STATION.
           MOVE WS-PRIOR-DATE  TO WH-DATE.
           READ WEATHERHIST
              INVALID KEY
                 GO TO 0160-PRIOR-END
           END-READ.
           MOVE WH-MOYTEMP TO WS-OTHER-TEMP.
           COMPUTE WS-TEMP-DIFF = WS-OBS-TEMP - WS-OTHER-TEMP.
           IF WS-TEMP-DIFF < ZEROES
              COMPUTE WS-TEMP-DIFF = 0 - WS-TEMP-DIFF
           END-IF.
           IF WS-TEMP-DIFF > WS-JUMP-LIMIT
              MOVE "WJMP" TO WS-REJECT-CODE
              MOVE "TEMP JUMP FROM PRIOR DAY" TO WS-REJECT-TEXT
           END-IF.
       0160-PRIOR-END.

      * Compared with the average of the other stations in the same
      * state that reported that day, once enough of them did.
       0170-CHECK-NEIGHBOURS.
           MOVE SPACES TO WS-OBS-STATE.
           SET WS-STNIDX TO 1.
           PERFORM WS-STN-COUNT TIMES
              IF WS-STN-NUMBER (WS-STNIDX) = WS-CHK-STATION
                 MOVE WS-STN-STATE (WS-STNIDX) TO WS-OBS-STATE
              END-IF
              SET WS-STNIDX UP BY 1
           END-PERFORM.
           IF WS-OBS-STATE = SPACES
              GO TO 0170-NEIGHBOUR-END
           END-IF.
           MOVE ZEROES TO WS-NBR-TOTAL WS-NBR-COUNT.
           PERFORM 0175-READ-ONE-NEIGHBOUR
              VARYING WS-STN-SUB FROM 1 BY 1
              UNTIL WS-STN-SUB > WS-STN-COUNT.
           IF WS-NBR-COUNT < WS-MIN-NEIGHBOURS
              GO TO 0170-NEIGHBOUR-END
           END-IF.
           COMPUTE WS-NBR-AVG ROUNDED = WS-NBR-TOTAL / WS-NBR-COUNT.
           COMPUTE WS-TEMP-DIFF = WS-OBS-TEMP - WS-NBR-AVG.
           IF WS-TEMP-DIFF < ZEROES
              COMPUTE WS-TEMP-DIFF = 0 - WS-TEMP-DIFF
           END-IF.
           IF WS-TEMP-DIFF > WS-NEIGHBOUR-LIMIT
              MOVE "WNBR" TO WS-REJECT-CODE
              MOVE "DISAGREES WITH STATE STATIONS"
                 TO WS-REJECT-TEXT
           END-IF.
       0170-NEIGHBOUR-END.

       0175-READ-ONE-NEIGHBOUR.
           SET WS-STNIDX TO WS-STN-SUB.
           IF WS-STN-STATE (WS-STNIDX) = WS-OBS-STATE
              AND WS-STN-NUMBER (WS-STNIDX) NOT = WS-CHK-STATION
              MOVE WS-STN-NUMBER (WS-STNIDX) TO WH-STATION
              MOVE WS-CHK-DATE               TO WH-DATE
              READ WEATHERHIST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WH-MOYTEMP TO WS-OTHER-TEMP
                    ADD WS-OTHER-TEMP TO WS-NBR-TOTAL
                    ADD 1 TO WS-NBR-COUNT
              END-READ
           END-IF.

      * The quarantine record carries the observation exactly as it
      * arrived, so a reviewer can copy it to WEATHERRELEASE.DAT.
       0180-QUARANTINE-OBSERVATION.
           MOVE SPACES TO QUARREC.
           MOVE WEATHERRECORD  TO QR-OBSERVATION.
           MOVE WS-REJECT-CODE TO QR-REASON-CODE.
           MOVE WS-REJECT-TEXT TO QR-REASON-TEXT.
           WRITE QUARREC.
           ADD 1 TO WS-QUAR-COUNT.
           MOVE SPACES TO EXC-WK-KEY.
           STRING NEWSTATION DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  NEWYEAR    DELIMITED BY SIZE
                  NEWMONTH   DELIMITED BY SIZE
                  NEWDAY     DELIMITED BY SIZE
              INTO EXC-WK-KEY.
           MOVE WS-REJECT-CODE TO EXC-WK-REASON-CODE.
           MOVE WS-REJECT-TEXT TO EXC-WK-REASON-TEXT.
           MOVE WEATHERRECORD  TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

      * Physical range: a readable station and calendar date, a
      * temperature no higher than the limit, weather flags of 0 or
      * 1 and a numeric storm value.
       0200-VALIDATE-RANGE.
           MOVE SPACES TO WS-REJECT-CODE WS-REJECT-TEXT.
           MOVE 'N' TO WS-KEY-SW.
           IF NEWSTATION NOT NUMERIC OR NEWYEAR NOT NUMERIC
              OR NEWMONTH NOT NUMERIC OR NEWDAY NOT NUMERIC
              MOVE "WKEY" TO WS-REJECT-CODE
              MOVE "INVALID STATION OR DATE" TO WS-REJECT-TEXT
              GO TO 0200-VALIDATE-END
           END-IF.
           MOVE NEWSTATION TO WS-OBS-STATION.
           COMPUTE WS-OBS-DATE =
              (NEWYEAR * 10000) + (NEWMONTH * 100) + NEWDAY.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-OBS-DATE) NOT = 0
              MOVE "WKEY" TO WS-REJECT-CODE
              MOVE "INVALID STATION OR DATE" TO WS-REJECT-TEXT
              GO TO 0200-VALIDATE-END
           END-IF.
           MOVE 'Y' TO WS-KEY-SW.
           IF NEWMOY-TEMP-X (1:3) NOT NUMERIC
              OR NEWMOY-TEMP-X (4:1) NOT = "."
              OR NEWMOY-TEMP-X (5:1) NOT NUMERIC
              MOVE "WRNG" TO WS-REJECT-CODE
              MOVE "TEMPERATURE NOT NUMERIC" TO WS-REJECT-TEXT
              GO TO 0200-VALIDATE-END
           END-IF.
           MOVE NEWMOY-TEMP TO WS-OBS-TEMP.
           IF WS-OBS-TEMP > WS-TEMP-HIGH-LIMIT
              MOVE "WRNG" TO WS-REJECT-CODE
              MOVE "TEMPERATURE OUT OF RANGE" TO WS-REJECT-TEXT
              GO TO 0200-VALIDATE-END
           END-IF.
           IF NEWFOG NOT NUMERIC OR NEWRAIN NOT NUMERIC
              OR NEWSNOW NOT NUMERIC OR NEWHAIL NOT NUMERIC
              OR NEWTHUNDER NOT NUMERIC
              OR NEWFOG > 1 OR NEWRAIN > 1 OR NEWSNOW > 1
              OR NEWHAIL > 1 OR NEWTHUNDER > 1
              MOVE "WRNG" TO WS-REJECT-CODE
              MOVE "WEATHER FLAG NOT 0 OR 1" TO WS-REJECT-TEXT
              GO TO 0200-VALIDATE-END
           END-IF.
           IF NEWSTORM NOT NUMERIC
              MOVE "WRNG" TO WS-REJECT-CODE
              MOVE "STORM VALUE NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF.
       0200-VALIDATE-END.

       0210-BUILD-HIST-RECORD.
           MOVE NEWSTATION TO WH-STATION.
           COMPUTE WH-DATE =
              (NEWYEAR * 10000) + (NEWMONTH * 100) + NEWDAY.
           MOVE NEWHAIL     TO WH-HAIL.
           MOVE NEWTHUNDER  TO WH-THUNDER.
           MOVE NEWSTORM    TO WH-STORM.

       0900-END-PROGRAM.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY JOBLOG.
       COPY EXCLOG.

       END PROGRAM WEATHERHISTLOAD.
