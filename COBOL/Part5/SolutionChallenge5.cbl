      *    trailer also carries the sender's feed date; a feeder
      *    picked up on a later run than it was cut for is reported
      *    with its original feed date and a FEEDLATE job-log line.
      *  - Only the last four digits of an SSN now appear on the
      *    feeder reject files, FUSION.REJ and the delta report
      *    (shared SSNMASK copybooks). FUSION.NEW, its archives
      *    and the work files keep the full value and are listed
      *    as restricted in SSNRESTR.
      *  - After each merge every feeder gets an acknowledgment
      *    file (ACME.ACK, FUSESINC.ACK, FEEDER3.ACK): a header
      *    with the business and feed dates, a status (ACCEPTED,
      *    PARTIAL, REFUSED, MISSING, WAIVED, HELD or NOT
      *    RECEIVED), a late flag and record counts; one detail
      *    per record not taken with reason code FV (field
      *    validation), DS (duplicate SSN, charged to the feeder
      *    whose copy the merge dropped) or TM (feed refused on
      *    its trailer); and a trailer carrying the feeder's own
      *    trailer count and hash beside the ones received. A
      *    held night still acknowledges every feeder.
      ***************************************************************

       ENVIRONMENT DIVISION.
             FILE STATUS IS DELTA-CHECK-KEY
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FEEDIN ASSIGN DYNAMIC WS-ACK-FEEDER-NAME
             FILE STATUS IS FEEDIN-CHECK-KEY
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT ACKFILE ASSIGN DYNAMIC WS-ACK-NAME
             FILE STATUS IS ACK-CHECK-KEY
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FEEDCALFILE ASSIGN TO "FEEDCALENDAR.DAT"
             FILE STATUS IS WS-FEEDCAL-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.
            01 CHECKPOINTREC.
               05 CKPT-COUNT        PIC 9(7).

       FD FEEDIN.
            01 FEEDINDETAILS        PIC X(47).

       FD ACKFILE.
            01 ACKDETAILS           PIC X(90).

       FD FEEDCALFILE.
            01 FEEDCALREC.
               05 FCAL-DATE         PIC 9(8).
            05  PREVCTL-CHECK-KEY          PIC X(2).
            05  PRIOR-ARCH-CHECK-KEY       PIC X(2).
            05  DELTA-CHECK-KEY            PIC X(2).
            05  FEEDIN-CHECK-KEY           PIC X(2).
            05  ACK-CHECK-KEY              PIC X(2).

       01  WS-FUSION-ARCHIVE-NAME          PIC X(40).
       01  WS-RUN-DATE-DATA.
           05  WS-FUSESINC-VERDICT     PIC X(10) VALUE 'ABSENT'.
           05  WS-FEEDER3-VERDICT      PIC X(10) VALUE 'ABSENT'.

      * Duplicate SSNs found in the merged stream, in SSN order.
      * The MERGE returns equal keys in USING order (ACME, FUSESINC,
      * FEEDER3) and keeps the first, so the acknowledgment pass
      * re-reads the feeders in that order and charges the second
      * and later occurrences to the feeder that sent them.
       01  WS-DUP-SSN-TABLE.
           05  WS-DUP-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-DUPIDX.
               10  WS-DUPT-SSN         PIC X(9).
               10  WS-DUPT-KEPT-SW     PIC X.
                   88  DUPT-FIRST-KEPT VALUE 'Y'.
       01  WS-DUP-SSN-COUNT            PIC 9(4) VALUE ZEROES.

      * Acknowledgment returned to each feeder after the merge:
      * header, one detail per record not taken, trailer. Reason
      * codes are FV (field validation - field and reason given),
      * DS (duplicate SSN across the merged feeds) and TM (trailer
      * mismatch or missing trailer - the whole feed was refused).
      * The record image carries the SSN masked to its last four.
       01  WS-ACK-FIELDS.
           05  WS-ACK-FEEDER-NAME      PIC X(12).
           05  WS-ACK-NAME             PIC X(12).
           05  WS-ACK-EXPECT           PIC X.
           05  WS-ACK-VERDICT          PIC X(10).
           05  WS-ACK-LATE-SW          PIC X.
           05  WS-ACK-RECEIVED         PIC 9(7).
           05  WS-ACK-ACCEPTED         PIC 9(7).
           05  WS-ACK-REJECTED         PIC 9(7).
           05  WS-ACK-HOLD-COUNT       PIC 9(4).
           05  WS-ACK-STATUS           PIC X(12).

       01  WS-ACK-HOLD-TABLE.
           05  WS-ACK-HOLD OCCURS 5000 TIMES
                             INDEXED BY WS-ACKIDX
                                       PIC X(90).

       01  WS-ACK-HEADER.
           05  ACKH-REC-TYPE           PIC X VALUE 'H'.
           05  ACKH-FEEDER             PIC X(12).
           05  ACKH-BUSINESS-DATE      PIC 9(8).
           05  ACKH-FEED-DATE          PIC 9(8).
           05  ACKH-STATUS             PIC X(12).
           05  ACKH-LATE               PIC X.
           05  ACKH-RECEIVED           PIC 9(7).
           05  ACKH-ACCEPTED           PIC 9(7).
           05  ACKH-REJECTED           PIC 9(7).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-ACK-DETAIL.
           05  ACKD-REC-TYPE           PIC X VALUE 'D'.
           05  ACKD-REASON-CODE        PIC X(2).
           05  ACKD-FIELD              PIC X(10).
           05  ACKD-REASON             PIC X(30).
           05  ACKD-IMAGE              PIC X(47).

       01  WS-ACK-TRAILER.
           05  ACKT-REC-TYPE           PIC X VALUE 'T'.
           05  ACKT-TRL-COUNT          PIC 9(7).
           05  ACKT-TRL-HASH           PIC 9(15).
           05  ACKT-BODY-COUNT         PIC 9(7).
           05  ACKT-BODY-HASH          PIC 9(15).
           05  ACKT-DETAIL-COUNT       PIC 9(7).
           05  ACKT-VERDICT            PIC X(10).
           05  FILLER                  PIC X(28) VALUE SPACES.

       COPY JOBCTL.
       COPY BALCTL.
       COPY RUNCTL.
       COPY SSNMASK.

       PROCEDURE DIVISION.
       0050-START.
            PERFORM 0030-CHECK-FEED-CALENDAR.
            IF FEED-HELD
               MOVE 8 TO RETURN-CODE
               PERFORM 0170-WRITE-ACKNOWLEDGMENTS
               PERFORM 9000-END-PROGRAM
            END-IF.
            PERFORM 0040-EDIT-INPUT-FILES.
           MOVE 'Y' TO WS-EDIT-OK-SW.
           MOVE SPACES TO WS-REJECT-RECORD.
           MOVE WS-EDIT-RECORD TO REJ-IMAGE.
           MOVE ED-SSN TO SSN-MASK-IN.
           PERFORM 9400-MASK-SSN.
           MOVE SSN-MASK-OUT TO REJ-IMAGE (1:9).
           EVALUATE TRUE
              WHEN ED-SSN NOT NUMERIC
                 MOVE "SSN"        TO REJ-FIELD
                 FUSESINCCLEAN
                 FEEDER3CLEAN
               OUTPUT PROCEDURE IS 0120-MERGE-OUTPUT.
           PERFORM 0170-WRITE-ACKNOWLEDGMENTS.


       0120-MERGE-OUTPUT.
                    ADD 1 TO WS-ADD-COUNT
                    MOVE SPACES     TO WS-DELTA-DETAIL-LINE
                    MOVE "ADD"      TO DLT-ACTION
                    MOVE CMPN-SSN   TO SSN-MASK-IN
                    PERFORM 9400-MASK-SSN
                    MOVE SSN-MASK-OUT TO DLT-SSN
                    WRITE DELTA-LINE FROM WS-DELTA-DETAIL-LINE
                    PERFORM 0161-READ-NEW-SIDE
                 WHEN OTHER
                    ADD 1 TO WS-DROP-COUNT
                    MOVE SPACES     TO WS-DELTA-DETAIL-LINE
                    MOVE "DROP"     TO DLT-ACTION
                    MOVE CMPO-SSN   TO SSN-MASK-IN
                    PERFORM 9400-MASK-SSN
                    MOVE SSN-MASK-OUT TO DLT-SSN
                    WRITE DELTA-LINE FROM WS-DELTA-DETAIL-LINE
                    PERFORM 0162-READ-OLD-SIDE
              END-EVALUATE
           IF DLT-FIELDS NOT = SPACES
              ADD 1 TO WS-CHANGE-COUNT
              MOVE "CHANGE"   TO DLT-ACTION
              MOVE CMPN-SSN   TO SSN-MASK-IN
              PERFORM 9400-MASK-SSN
              MOVE SSN-MASK-OUT TO DLT-SSN
              WRITE DELTA-LINE FROM WS-DELTA-DETAIL-LINE
           END-IF.

       0130-WRITE-DUP-REJECT.
           ADD 1 TO WS-DUP-COUNT.
           MOVE WORKREC TO REJECTDETAILS.
           MOVE WSSECURITYNUMBER TO SSN-MASK-IN.
           PERFORM 9400-MASK-SSN.
           MOVE SSN-MASK-OUT TO REJECTDETAILS (1:9).
           WRITE REJECTDETAILS.
           PERFORM 0131-SAVE-DUP-SSN THRU 0131-SAVE-END.

      * The stream is in SSN order, so a third or later copy of an
      * SSN is already the last entry.
       0131-SAVE-DUP-SSN.
           IF WS-DUP-SSN-COUNT > ZEROES
              SET WS-DUPIDX TO WS-DUP-SSN-COUNT
              IF WS-DUPT-SSN (WS-DUPIDX) = WORKREC (1:9)
                 GO TO 0131-SAVE-END
              END-IF
           END-IF.
           IF WS-DUP-SSN-COUNT < 5000
              ADD 1 TO WS-DUP-SSN-COUNT
              SET WS-DUPIDX TO WS-DUP-SSN-COUNT
              MOVE WORKREC (1:9) TO WS-DUPT-SSN (WS-DUPIDX)
              MOVE 'N' TO WS-DUPT-KEPT-SW (WS-DUPIDX)
           ELSE
              DISPLAY "ERR: DUPLICATE SSN TABLE FULL AT 5000, "
                 "ACKNOWLEDGMENTS INCOMPLETE"
              MOVE 8 TO RETURN-CODE
           END-IF.
       0131-SAVE-END.

      * One acknowledgment per feeder, whatever became of it, so
      * each sender hears back every night it is due or sends.
       0170-WRITE-ACKNOWLEDGMENTS.
           MOVE "ACME.DAT"     TO WS-ACK-FEEDER-NAME.
           MOVE "ACME.ACK"     TO WS-ACK-NAME.
           MOVE WS-ACME-EXPECT TO WS-ACK-EXPECT.
           MOVE WS-ACME-VERDICT TO WS-ACK-VERDICT.
           PERFORM 0171-WRITE-ONE-ACK THRU 0171-ACK-END.
           MOVE "FUSESINC.DAT" TO WS-ACK-FEEDER-NAME.
           MOVE "FUSESINC.ACK" TO WS-ACK-NAME.
           MOVE WS-FUSESINC-EXPECT TO WS-ACK-EXPECT.
           MOVE WS-FUSESINC-VERDICT TO WS-ACK-VERDICT.
           PERFORM 0171-WRITE-ONE-ACK THRU 0171-ACK-END.
           MOVE "FEEDER3.DAT"  TO WS-ACK-FEEDER-NAME.
           MOVE "FEEDER3.ACK"  TO WS-ACK-NAME.
           MOVE WS-FEEDER3-EXPECT TO WS-ACK-EXPECT.
           MOVE WS-FEEDER3-VERDICT TO WS-ACK-VERDICT.
           PERFORM 0171-WRITE-ONE-ACK THRU 0171-ACK-END.

      * The feeder is re-read and re-edited rather than carried
      * from the edit pass, so the counts here are the ones the
      * sender can reproduce from its own file. On a held night the
      * feeders are not read at all: a missing expected feeder is
      * told so, and one that did arrive is told it is held.
       0171-WRITE-ONE-ACK.
           PERFORM 0055-RESET-TRAILER-FIELDS.
           MOVE ZEROES TO WS-ACK-RECEIVED WS-ACK-ACCEPTED
                          WS-ACK-REJECTED WS-ACK-HOLD-COUNT.
           MOVE 'N' TO WS-ACK-LATE-SW.
           OPEN OUTPUT ACKFILE.
           IF ACK-CHECK-KEY NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN " WS-ACK-NAME
                 ", STATUS = " ACK-CHECK-KEY
              GO TO 0171-ACK-END
           END-IF.
           OPEN INPUT FEEDIN.
           EVALUATE TRUE
              WHEN FEEDIN-CHECK-KEY NOT = "00"
                 AND WS-ACK-EXPECT = 'Y'
                 MOVE "MISSING"      TO WS-ACK-STATUS
              WHEN FEEDIN-CHECK-KEY NOT = "00"
                 AND WS-ACK-EXPECT = 'W'
                 MOVE "WAIVED"       TO WS-ACK-STATUS
              WHEN FEEDIN-CHECK-KEY NOT = "00"
                 MOVE "NOT RECEIVED" TO WS-ACK-STATUS
              WHEN FEED-HELD
                 MOVE "HELD"         TO WS-ACK-STATUS
                 CLOSE FEEDIN
              WHEN OTHER
                 PERFORM 0172-ACK-ONE-FEEDIN
                    THRU 0172-ACK-ONE-END
                    UNTIL FEEDIN-CHECK-KEY NOT = "00"
                 CLOSE FEEDIN
                 PERFORM 0070-VERIFY-TRAILER
                 IF FEED-TRAILER-FOUND
                    AND WS-FEED-TRL-DATE > ZEROES
                    AND WS-FEED-TRL-DATE < WS-BUSINESS-DATE
                    MOVE 'Y' TO WS-ACK-LATE-SW
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-ACK-VERDICT NOT = "OK"
                       MOVE "REFUSED"  TO WS-ACK-STATUS
                    WHEN WS-ACK-REJECTED > ZEROES
                       MOVE "PARTIAL"  TO WS-ACK-STATUS
                    WHEN OTHER
                       MOVE "ACCEPTED" TO WS-ACK-STATUS
                 END-EVALUATE
           END-EVALUATE.
           MOVE WS-ACK-FEEDER-NAME TO ACKH-FEEDER.
           MOVE WS-BUSINESS-DATE   TO ACKH-BUSINESS-DATE.
           MOVE WS-FEED-TRL-DATE   TO ACKH-FEED-DATE.
           MOVE WS-ACK-STATUS      TO ACKH-STATUS.
           MOVE WS-ACK-LATE-SW     TO ACKH-LATE.
           MOVE WS-ACK-RECEIVED    TO ACKH-RECEIVED.
           MOVE WS-ACK-ACCEPTED    TO ACKH-ACCEPTED.
           MOVE WS-ACK-REJECTED    TO ACKH-REJECTED.
           WRITE ACKDETAILS FROM WS-ACK-HEADER.
           SET WS-ACKIDX TO 1.
           PERFORM WS-ACK-HOLD-COUNT TIMES
              WRITE ACKDETAILS FROM WS-ACK-HOLD (WS-ACKIDX)
              SET WS-ACKIDX UP BY 1
           END-PERFORM.
           MOVE WS-FEED-TRL-COUNT   TO ACKT-TRL-COUNT.
           MOVE WS-FEED-TRL-HASH    TO ACKT-TRL-HASH.
           MOVE WS-FEED-BODY-COUNT  TO ACKT-BODY-COUNT.
           MOVE WS-FEED-SALARY-HASH TO ACKT-BODY-HASH.
           MOVE WS-ACK-HOLD-COUNT   TO ACKT-DETAIL-COUNT.
           MOVE WS-FEED-VERDICT     TO ACKT-VERDICT.
           WRITE ACKDETAILS FROM WS-ACK-TRAILER.
           CLOSE ACKFILE.
       0171-ACK-END.

      * The verdict the edit pass reached decides TM - a refused
      * feed had its clean file emptied, so nothing in it merged.
       0172-ACK-ONE-FEEDIN.
           READ FEEDIN
              AT END MOVE "10" TO FEEDIN-CHECK-KEY
           END-READ.
           IF FEEDIN-CHECK-KEY NOT = "00"
              GO TO 0172-ACK-ONE-END
           END-IF.
           MOVE FEEDINDETAILS TO WS-TRAILER-RECORD.
           IF THIS-IS-A-TRAILER
              PERFORM 0062-CAPTURE-TRAILER
              GO TO 0172-ACK-ONE-END
           END-IF.
           ADD 1 TO WS-ACK-RECEIVED.
           MOVE FEEDINDETAILS TO WS-EDIT-RECORD.
           PERFORM 0061-COUNT-BODY-RECORD.
           PERFORM 0060-VALIDATE-FEEDER-RECORD.
           MOVE SPACES TO WS-ACK-DETAIL.
           MOVE 'D'    TO ACKD-REC-TYPE.
           MOVE REJ-IMAGE TO ACKD-IMAGE.
           EVALUATE TRUE
              WHEN NOT EDIT-RECORD-OK
                 MOVE "FV"       TO ACKD-REASON-CODE
                 MOVE REJ-FIELD  TO ACKD-FIELD
                 MOVE REJ-REASON TO ACKD-REASON
              WHEN WS-ACK-VERDICT NOT = "OK"
                 MOVE "TM"       TO ACKD-REASON-CODE
                 MOVE "TRAILER"  TO ACKD-FIELD
                 MOVE "FEED REFUSED - TRAILER CHECK" TO ACKD-REASON
              WHEN OTHER
                 PERFORM 0173-CHECK-DUPLICATE
           END-EVALUATE.
           IF ACKD-REASON-CODE = SPACES
              ADD 1 TO WS-ACK-ACCEPTED
              GO TO 0172-ACK-ONE-END
           END-IF.
           ADD 1 TO WS-ACK-REJECTED.
           IF WS-ACK-HOLD-COUNT < 5000
              ADD 1 TO WS-ACK-HOLD-COUNT
              MOVE WS-ACK-DETAIL TO WS-ACK-HOLD (WS-ACK-HOLD-COUNT)
           ELSE
              DISPLAY "ERR: " WS-ACK-NAME " OVER 5000 REJECTED "
                 "RECORDS, ACKNOWLEDGMENT INCOMPLETE"
              MOVE 8 TO RETURN-CODE
           END-IF.
       0172-ACK-ONE-END.

       0173-CHECK-DUPLICATE.
           SET WS-DUPIDX TO 1.
           SEARCH WS-DUP-ENTRY
              WHEN WS-DUPIDX > WS-DUP-SSN-COUNT
                 CONTINUE
              WHEN WS-DUPT-SSN (WS-DUPIDX) = ED-SSN
                 IF DUPT-FIRST-KEPT (WS-DUPIDX)
                    MOVE "DS"  TO ACKD-REASON-CODE
                    MOVE "SSN" TO ACKD-FIELD
                    MOVE "DUPLICATE SSN IN MERGED FEEDS"
                       TO ACKD-REASON
                 ELSE
                    SET DUPT-FIRST-KEPT (WS-DUPIDX) TO TRUE
                 END-IF
           END-SEARCH.

       0140-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINTFILE.
       COPY JOBLOG.
       COPY BALLOG.
       COPY RUNCTLPD.
       COPY SSNMASKPD.

          END PROGRAM MERGEFILES.
