      *    configured minimum of the newest ones, trims JOBLOG.DAT
      *    to a retention window (control prefix JOBLOG), and
      *    writes a purge report of what was removed and kept.
      *  - The purge report now ends with the files that still
      *    carry full SSNs (shared SSNRESTR list), each fixed
      *    name shown present or not, and flags every kept or
      *    purged generation of a restricted dated family as
      *    RESTRICTED - FULL SSN.
      **************************************************************

       ENVIRONMENT DIVISION.
           05 WS-PROBE-NAME        PIC X(40).
           05 WS-PURGERPT-NAME     PIC X(40).
           05 WS-DELETE-RC         PIC S9(4) VALUE ZEROES.
           05 WS-RESTRICTED-SW     PIC X VALUE 'N'.
              88 PREFIX-RESTRICTED VALUE 'Y'.

       COPY JOBCTL.
       COPY SSNRESTR.

       01  WS-RUN-DATE-DATA.
           05  WS-RUN-DATE         PIC 9(8).
           05  PRG-ACTION          PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRG-FILENAME        PIC X(40).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRG-CLASS           PIC X(21).
           05  FILLER              PIC X(27) VALUE SPACES.

       01  PURGE-RESTRICTED-HEAD.
           05  FILLER              PIC X(40) VALUE
               'FILES CARRYING FULL SSNS - RESTRICTED'.
           05  FILLER              PIC X(60) VALUE SPACES.

       01  PURGE-RESTRICTED-LINE.
           05  PRR-FILENAME        PIC X(40).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRR-USE             PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PRR-PRESENT         PIC X(11).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  PURGE-TOTAL-LINE.
           05  FILLER              PIC X(8)  VALUE 'KEPT: '.
           WRITE PURGE-LINE FROM PURGE-TOTAL-LINE.
           DISPLAY "GENERATIONS KEPT:   " WS-KEPT-COUNT.
           DISPLAY "GENERATIONS PURGED: " WS-PURGED-COUNT.
           MOVE SPACES TO PURGE-LINE.
           WRITE PURGE-LINE.
           WRITE PURGE-LINE FROM PURGE-RESTRICTED-HEAD.
           PERFORM 0400-LIST-RESTRICTED-FILE
              THRU 0400-LIST-END
              VARYING SSR-IDX FROM 1 BY 1
              UNTIL SSR-IDX > SSN-RESTRICTED-COUNT.
           PERFORM 0900-END-PROGRAM.

      * The control prefix JOBLOG trims the job log itself; every
                 THRU 0300-TRIM-END
           ELSE
              MOVE ZEROES TO WS-KEPT-GENS
              PERFORM 0205-CHECK-RESTRICTED
              PERFORM 0210-PROBE-ONE-DAY
                 THRU 0210-PROBE-END
                 VARYING WS-DAY-OFFSET FROM 0 BY 1
              AT END SET ENDOFRETCTL TO TRUE
           END-READ.

      * A dated family on the SSNRESTR list carries full SSNs; its
      * generations are flagged on the report whether kept or
      * purged.
       0205-CHECK-RESTRICTED.
           MOVE 'N' TO WS-RESTRICTED-SW.
           SET SSR-IDX TO 1.
           SEARCH SSR-ENTRY
              WHEN SSR-FILE-NAME (SSR-IDX) = RET-PREFIX
                 AND SSR-DATED-EXT (SSR-IDX) = RET-EXTENSION
                 AND SSR-DATED-EXT (SSR-IDX) NOT = SPACES
                 SET PREFIX-RESTRICTED TO TRUE
           END-SEARCH.

       0210-PROBE-ONE-DAY.
           COMPUTE WS-PROBE-INT = WS-TODAY-INT - WS-DAY-OFFSET.
           COMPUTE WS-PROBE-DATE =
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE WS-PROBE-NAME TO PRG-FILENAME.
           IF PREFIX-RESTRICTED
              MOVE "RESTRICTED - FULL SSN" TO PRG-CLASS
           ELSE
              MOVE SPACES TO PRG-CLASS
           END-IF.
           WRITE PURGE-LINE FROM PURGE-DETAIL-LINE.
       0210-PROBE-END.

           WRITE PURGE-LINE FROM PURGE-LOG-LINE.
       0300-TRIM-END.

      * Lists every file on SSNRESTR. A fixed name is probed and
      * shown present or absent; a dated family is shown with its
      * date stamp, its generations having been flagged above when
      * RETENTION.DAT covers it.
       0400-LIST-RESTRICTED-FILE.
           MOVE SPACES TO PURGE-RESTRICTED-LINE.
           MOVE SSR-USE (SSR-IDX) TO PRR-USE.
           IF SSR-DATED-EXT (SSR-IDX) NOT = SPACES
              STRING SSR-FILE-NAME (SSR-IDX) DELIMITED BY SPACE
                     "YYYYMMDD"              DELIMITED BY SIZE
                     SSR-DATED-EXT (SSR-IDX) DELIMITED BY SPACE
                 INTO PRR-FILENAME
              MOVE "DATED"   TO PRR-PRESENT
              WRITE PURGE-LINE FROM PURGE-RESTRICTED-LINE
              GO TO 0400-LIST-END
           END-IF.
           MOVE SSR-FILE-NAME (SSR-IDX) TO PRR-FILENAME.
           MOVE SPACES TO WS-PROBE-NAME.
           MOVE SSR-FILE-NAME (SSR-IDX) TO WS-PROBE-NAME.
           OPEN INPUT PROBEFILE.
           IF PROBE-STATUS = "00"
              CLOSE PROBEFILE
              MOVE "PRESENT" TO PRR-PRESENT
           ELSE
              MOVE "NOT PRESENT" TO PRR-PRESENT
           END-IF.
           WRITE PURGE-LINE FROM PURGE-RESTRICTED-LINE.
       0400-LIST-END.

       0900-END-PROGRAM.
           CLOSE RETENTIONCTL PURGERPT.
           PERFORM 9610-JOBLOG-END.
