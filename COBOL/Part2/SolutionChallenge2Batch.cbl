      *    a region move does not have to re-key the name. Rejected
      *    transactions go on the listing and EXCEPTIONS.DAT with
      *    RC 4.
      *  - Added territory transfers. Action T moves a salesperson
      *    to the transaction's region from an effective date
      *    carried after the hire status (blank means the business
      *    date), and may be dated ahead. Every move is posted to the
      *    territory history SALESTERR.DAT (id, region, from-date,
      *    to-date; 99999999 is open-ended) so the commission run can
      *    credit each sale to the region the rep was in on the sale
      *    date. SPM-REGION itself changes, with an audit record, on
      *    the run whose business date reaches the effective date. An
      *    update that changes the region is posted to the history
      *    the same way, effective the business date. Once a person
      *    has history rows the history is the authority for their
      *    region, and a master region that disagrees with the row
      *    in force is put back in step (with an audit record).
      *  - Added commission holds. Action H places a hold on the
      *    salesperson's commission with the reason code carried
      *    after the effective date (DIS disputed invoice, ACK plan
      *    acknowledgement not signed, LOA leave of absence, etc.);
      *    action R releases it. Holds are kept on SALESHOLD.DAT
      *    (copybook SLSHOLD), which SALESWITHCOMMISSION honours by
      *    setting the held person's pay aside on the held-commission
      *    ledger until a release, and each hold and release is
      *    audited on SPAUDIT.DAT with the hold record as the before
      *    or after image.
      *  - The salesperson master now follows the employee master.
      *    ONBOARDAPPLY and MAINTAINEMPMASTER propose transactions
      *    on SPHRTRANS.DAT (same layout, copybook SLSSPTRN, now
      *    shared with SPMAINTTRANS.DAT) when an employee joins a
      *    sales department (an add with the name and no region) or
      *    is terminated in one (an update setting hire status T).
      *    They are applied after the keyed transactions through the
      *    same path, audited the same way, marked HR FEED on the
      *    listing, balanced under their own file name, and the feed
      *    is emptied once applied. An add with no region goes in
      *    under the default region UNASG until sales operations
      *    transfers the person; an HR add for someone already on
      *    the master as terminated reactivates them instead.
      *  - Transactions now carry the id of the operator who
      *    keyed or proposed them (SPT-OPERATOR on SLSSPTRN) and
      *    every SPAUDIT.DAT record is stamped with it; changes
      *    the run makes on its own are stamped *BATCH*.
      **************************************************************

       ENVIRONMENT DIVISION.
            SELECT SPMAINTTRANS ASSIGN TO "SPMAINTTRANS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-STATUS.
            SELECT SPHRTRANS ASSIGN TO "SPHRTRANS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HRTRANS-STATUS.
            SELECT SPAUDITFILE ASSIGN TO "SPAUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.
            SELECT SALESTERRFILE ASSIGN TO "SALESTERR.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERR-STATUS.
            SELECT SALESHOLDFILE ASSIGN TO "SALESHOLD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLD-STATUS.
            SELECT MAINTRPT ASSIGN DYNAMIC WS-MAINTRPT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINTRPT-STATUS.

       FD SPMAINTTRANS.

       COPY SLSSPTRN.

       FD SPHRTRANS.

       01 SPHRTRANSREC             PIC X(72).

       FD SALESTERRFILE.

       01 SALESTERRREC.
            88 ENDOFTERR VALUE HIGH-VALUES.
            05 TER-SALESPERSON-ID   PIC 9(5).
            05 TER-REGION           PIC X(5).
            05 TER-FROM-DATE        PIC 9(8).
            05 TER-TO-DATE          PIC 9(8).

       FD SALESHOLDFILE.
       COPY SLSHOLD.

       FD SPAUDITFILE.

            05 AUD-BEFORE           PIC X(52).
            05 FILLER               PIC X(1).
            05 AUD-AFTER            PIC X(52).
            05 FILLER               PIC X(1).
            05 AUD-OPERATOR         PIC X(8).

       FD MAINTRPT.

           05 WS-SPMST-STATUS      PIC X(2).
               88 MASTER-RECORD-FOUND VALUE "00".
           05 WS-MAINT-STATUS      PIC X(2).
           05 WS-HRTRANS-STATUS    PIC X(2).
              88 ENDOFHRTRANS      VALUE "10".
           05 WS-AUDIT-STATUS      PIC X(2).
           05 WS-MAINTRPT-STATUS   PIC X(2).
           05 WS-MAINTRPT-NAME     PIC X(40).
           05 WS-TERR-STATUS       PIC X(2).
           05 WS-HOLD-STATUS       PIC X(2).

       COPY JOBCTL.
       COPY EXCCTL.
           05 WS-UPDATED-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-DELETED-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-REJECT-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-TRANSFER-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-HOLD-COUNT        PIC 9(5) VALUE ZEROES.
           05 WS-RELEASE-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-HR-COUNT          PIC 9(5) VALUE ZEROES.
           05 WS-HR-REJECT-COUNT   PIC 9(5) VALUE ZEROES.

       01  WS-HR-FIELDS.
           05 WS-DEFAULT-REGION    PIC X(5) VALUE "UNASG".
           05 WS-TRANS-SOURCE      PIC X(8) VALUE SPACES.
           05 WS-HR-TRANS-START    PIC 9(5) VALUE ZEROES.
           05 WS-HR-REJECT-START   PIC 9(5) VALUE ZEROES.

      * Territory history held in core for the run and written back
      * whole when anything was posted.
       01  WS-TERR-TABLE.
           05 WS-TER-ENTRY OCCURS 50000 TIMES.
               10 WS-TER-ID        PIC 9(5).
               10 WS-TER-REGION    PIC X(5).
               10 WS-TER-FROM      PIC 9(8).
               10 WS-TER-TO        PIC 9(8).
       01  WS-TERR-FIELDS.
           05 WS-TER-COUNT         PIC 9(5) VALUE ZEROES.
           05 WS-TER-SUB           PIC 9(5) VALUE ZEROES.
           05 WS-TER-OPEN-SUB      PIC 9(5) VALUE ZEROES.
           05 WS-TER-OPEN-END      PIC 9(8) VALUE 99999999.
           05 WS-TER-CHANGED-SW    PIC X VALUE 'N'.
              88 TERRITORY-CHANGED VALUE 'Y'.
           05 WS-EFF-DATE          PIC 9(8) VALUE ZEROES.
           05 WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
              10 WS-EFF-YEAR       PIC 9(4).
              10 WS-EFF-MONTH      PIC 9(2).
              10 WS-EFF-DAY        PIC 9(2).
           05 WS-EFF-INT           PIC 9(7) VALUE ZEROES.
           05 WS-PRIOR-DAY         PIC 9(8) VALUE ZEROES.
           05 WS-OLD-REGION        PIC X(5) VALUE SPACES.

      * Commission holds held in core for the run; a released hold
      * has its id zeroed and is left out when the file is written
      * back.
       01  WS-HOLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 20000 TIMES.
               10 WS-HLD-ID        PIC 9(5).
               10 WS-HLD-REASON    PIC X(3).
               10 WS-HLD-DATE      PIC 9(8).
       01  WS-HOLD-FIELDS.
           05 WS-HLD-COUNT         PIC 9(5) VALUE ZEROES.
           05 WS-HLD-SUB           PIC 9(5) VALUE ZEROES.
           05 WS-HLD-FOUND         PIC 9(5) VALUE ZEROES.
           05 WS-HOLD-CHANGED-SW   PIC X VALUE 'N'.
              88 HOLDS-CHANGED     VALUE 'Y'.

       01  WS-BEFORE-IMAGE         PIC X(52) VALUE SPACES.
       01  WS-AFTER-IMAGE          PIC X(52) VALUE SPACES.
       01  WS-RESULT-TEXT          PIC X(40) VALUE SPACES.

       01  RESULT-LINE.
           05 RSL-ID               PIC 9(5).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RSL-RESULT           PIC X(40).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RSL-SOURCE           PIC X(8).
           05 FILLER               PIC X(40) VALUE SPACES.

       01  RESULT-TOTAL-LINE.
           05 FILLER               PIC X(8)  VALUE 'ADDED: '.
           05 RST-DELETED          PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE '  REJECTED: '.
           05 RST-REJECTED         PIC ZZZZ9.
           05 FILLER               PIC X(13) VALUE '  TRANSFERS: '.
           05 RST-TRANSFERS        PIC ZZZZ9.
           05 FILLER               PIC X(10) VALUE SPACES.

       01  HOLD-TOTAL-LINE.
           05 FILLER               PIC X(14) VALUE 'HOLDS PLACED: '.
           05 HTL-HOLDS            PIC ZZZZ9.
           05 FILLER               PIC X(18) VALUE
              '  HOLDS RELEASED: '.
           05 HTL-RELEASES         PIC ZZZZ9.
           05 FILLER               PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.

              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0110-OPEN-RESULT-LISTING.
           PERFORM 0120-LOAD-TERRITORY-HISTORY.
           PERFORM 0125-LOAD-HOLDS.
           READ SPMAINTTRANS
              AT END SET ENDOFMAINT TO TRUE
           END-READ.
           PERFORM 0190-APPLY-AND-READ-NEXT UNTIL ENDOFMAINT.
           PERFORM 0400-APPLY-HR-FEED THRU 0400-HR-END.
           PERFORM 0280-APPLY-DUE-TRANSFERS.
           PERFORM 0290-REWRITE-TERRITORY-HISTORY
              THRU 0290-REWRITE-END.
           PERFORM 0295-REWRITE-HOLDS
              THRU 0295-REWRITE-END.
           MOVE WS-ADDED-COUNT    TO RST-ADDED.
           MOVE WS-UPDATED-COUNT  TO RST-UPDATED.
           MOVE WS-DELETED-COUNT  TO RST-DELETED.
           MOVE WS-REJECT-COUNT   TO RST-REJECTED.
           MOVE WS-TRANSFER-COUNT TO RST-TRANSFERS.
           MOVE SPACES TO MAINT-LINE.
           WRITE MAINT-LINE.
           WRITE MAINT-LINE FROM RESULT-TOTAL-LINE.
           IF WS-HOLD-COUNT > 0 OR WS-RELEASE-COUNT > 0
              MOVE WS-HOLD-COUNT    TO HTL-HOLDS
              MOVE WS-RELEASE-COUNT TO HTL-RELEASES
              WRITE MAINT-LINE FROM HOLD-TOTAL-LINE
           END-IF.
           MOVE "SPMAINTTRANS.DAT" TO BAL-WK-FILE-NAME.
           COMPUTE BAL-WK-READ = WS-TRANS-COUNT - WS-HR-COUNT.
           COMPUTE BAL-WK-WRITTEN =
              WS-TRANS-COUNT - WS-HR-COUNT
              - WS-REJECT-COUNT + WS-HR-REJECT-COUNT.
           COMPUTE BAL-WK-REJECTED =
              WS-REJECT-COUNT - WS-HR-REJECT-COUNT.
           MOVE ZEROES TO BAL-WK-AMOUNT.
           PERFORM 9800-WRITE-BALANCE.
           IF WS-HR-COUNT > ZEROES
              MOVE "SPHRTRANS.DAT" TO BAL-WK-FILE-NAME
              MOVE WS-HR-COUNT TO BAL-WK-READ
              COMPUTE BAL-WK-WRITTEN =
                 WS-HR-COUNT - WS-HR-REJECT-COUNT
              MOVE WS-HR-REJECT-COUNT TO BAL-WK-REJECTED
              MOVE ZEROES TO BAL-WK-AMOUNT
              PERFORM 9800-WRITE-BALANCE
           END-IF.
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
              GO TO 0900-END-PROGRAM
           END-IF.

      * SALESTERR.DAT is absent until the first transfer is posted
      * (status 35); a salesperson with no history rows is simply in
      * their master region.
       0120-LOAD-TERRITORY-HISTORY.
           OPEN INPUT SALESTERRFILE.
           IF WS-TERR-STATUS NOT = "00" AND
              WS-TERR-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SALESTERRFILE "
                 WS-TERR-STATUS
           END-IF.
           IF WS-TERR-STATUS = "00"
              READ SALESTERRFILE
                 AT END SET ENDOFTERR TO TRUE
              END-READ
              PERFORM UNTIL ENDOFTERR
                 IF WS-TER-COUNT >= 50000
                    DISPLAY "ERR: SALESTERR.DAT EXCEEDS TABLE MAXIMUM "
                       "OF 50000 - RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    CLOSE SALESTERRFILE
                    GO TO 0900-END-PROGRAM
                 END-IF
                 ADD 1 TO WS-TER-COUNT
                 MOVE TER-SALESPERSON-ID TO WS-TER-ID (WS-TER-COUNT)
                 MOVE TER-REGION         TO WS-TER-REGION (WS-TER-COUNT)
                 MOVE TER-FROM-DATE      TO WS-TER-FROM (WS-TER-COUNT)
                 MOVE TER-TO-DATE        TO WS-TER-TO (WS-TER-COUNT)
                 READ SALESTERRFILE
                    AT END SET ENDOFTERR TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESTERRFILE
           END-IF.

      * SALESHOLD.DAT is absent until the first hold is placed
      * (status 35).
       0125-LOAD-HOLDS.
           OPEN INPUT SALESHOLDFILE.
           IF WS-HOLD-STATUS NOT = "00" AND
              WS-HOLD-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SALESHOLDFILE "
                 WS-HOLD-STATUS
           END-IF.
           IF WS-HOLD-STATUS = "00"
              READ SALESHOLDFILE
                 AT END SET ENDOFHOLDS TO TRUE
              END-READ
              PERFORM UNTIL ENDOFHOLDS
                 IF WS-HLD-COUNT >= 20000
                    DISPLAY "ERR: SALESHOLD.DAT EXCEEDS TABLE MAXIMUM "
                       "OF 20000 - RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    CLOSE SALESHOLDFILE
                    GO TO 0900-END-PROGRAM
                 END-IF
                 ADD 1 TO WS-HLD-COUNT
                 MOVE HLD-SALESPERSON-ID TO WS-HLD-ID (WS-HLD-COUNT)
                 MOVE HLD-REASON-CODE    TO WS-HLD-REASON (WS-HLD-COUNT)
                 MOVE HLD-HOLD-DATE      TO WS-HLD-DATE (WS-HLD-COUNT)
                 READ SALESHOLDFILE
                    AT END SET ENDOFHOLDS TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SALESHOLDFILE
           END-IF.

       0190-APPLY-AND-READ-NEXT.
           PERFORM 0200-APPLY-ONE-TRANS.
           READ SPMAINTTRANS
              AT END SET ENDOFMAINT TO TRUE
           END-READ.

       0200-APPLY-ONE-TRANS.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE SPACES TO WS-RESULT-TEXT.
              WHEN SPT-ADD
                 PERFORM 0210-ADD-RECORD
              WHEN SPT-UPDATE
                 PERFORM 0220-UPDATE-RECORD THRU 0220-UPDATE-END
              WHEN SPT-DELETE
                 PERFORM 0230-DELETE-RECORD
              WHEN SPT-TRANSFER
                 PERFORM 0240-TRANSFER-RECORD
              WHEN SPT-HOLD
                 PERFORM 0300-HOLD-COMMISSION
              WHEN SPT-RELEASE
                 PERFORM 0310-RELEASE-COMMISSION
              WHEN OTHER
                 MOVE "REJECTED - UNKNOWN ACTION CODE"
                    TO WS-RESULT-TEXT
           MOVE SPT-ACTION     TO RSL-ACTION.
           MOVE SPT-ID         TO RSL-ID.
           MOVE WS-RESULT-TEXT TO RSL-RESULT.
           MOVE WS-TRANS-SOURCE TO RSL-SOURCE.
           WRITE MAINT-LINE FROM RESULT-LINE.

       0210-ADD-RECORD.
           MOVE SPT-ID TO SPM-ID.
              MOVE SPT-LASTNAME    TO SPM-LASTNAME
              MOVE SPT-FIRSTNAME   TO SPM-FIRSTNAME
              MOVE SPT-REGION      TO SPM-REGION
              IF SPT-REGION = SPACES
                 MOVE WS-DEFAULT-REGION TO SPM-REGION
              END-IF
              MOVE SPT-GENDER      TO SPM-GENDER
              MOVE SPT-HIRE-STATUS TO SPM-HIRE-STATUS
              WRITE SPMRECORD
                 MOVE SPT-FIRSTNAME TO SPM-FIRSTNAME
              END-IF
              IF SPT-REGION NOT = SPACES
                 AND SPT-REGION NOT = SPM-REGION
                 MOVE WS-BUSINESS-DATE TO WS-EFF-DATE
                 PERFORM 0270-POST-TERRITORY-CHANGE
                 IF WS-RESULT-TEXT (1:8) = "REJECTED"
                    GO TO 0220-UPDATE-END
                 END-IF
                 MOVE SPT-REGION TO SPM-REGION
              END-IF
              IF SPT-GENDER NOT = SPACE
                    PERFORM 0250-WRITE-AUDIT-RECORD
              END-REWRITE
           END-IF.
       0220-UPDATE-END.

       0230-DELETE-RECORD.
           MOVE SPT-ID TO SPM-ID.
              END-DELETE
           END-IF.

      * A transfer only posts the move to the territory history;
      * the master region follows in 0280 once the business date
      * reaches the effective date, which for a same-day or
      * back-dated move is later in this same run.
       0240-TRANSFER-RECORD.
           MOVE SPT-ID TO SPM-ID.
           READ SPMFILE
              KEY IS SPM-ID
              INVALID KEY CONTINUE
           END-READ.
           IF SPT-EFF-DATE NUMERIC
              AND SPT-EFF-DATE > ZEROES
              MOVE SPT-EFF-DATE TO WS-EFF-DATE
           ELSE
              MOVE WS-BUSINESS-DATE TO WS-EFF-DATE
           END-IF.
           EVALUATE TRUE
              WHEN NOT MASTER-RECORD-FOUND
                 MOVE "REJECTED - ID NOT ON MASTER" TO WS-RESULT-TEXT
              WHEN SPT-REGION = SPACES
                 MOVE "REJECTED - NO REGION ON TRANSFER"
                    TO WS-RESULT-TEXT
              WHEN WS-EFF-YEAR < 1601
                 OR WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
                 OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
                 MOVE "REJECTED - INVALID EFFECTIVE DATE"
                    TO WS-RESULT-TEXT
              WHEN OTHER
                 PERFORM 0270-POST-TERRITORY-CHANGE
           END-EVALUATE.
           IF WS-RESULT-TEXT = SPACES
              ADD 1 TO WS-TRANSFER-COUNT
              STRING "TRANSFER POSTED, EFFECTIVE "
                        DELIMITED BY SIZE
                     WS-EFF-DATE DELIMITED BY SIZE
                 INTO WS-RESULT-TEXT
           END-IF.

      * Closes the salesperson's open history row the day before
      * the effective date and opens a row for the new region. With
      * no history yet, the master region becomes the first row,
      * open from the beginning of time. A move dated on or before
      * the start of the current open row would rewrite history
      * already credited, so it is rejected.
       0270-POST-TERRITORY-CHANGE.
           MOVE ZEROES TO WS-TER-OPEN-SUB.
           PERFORM VARYING WS-TER-SUB FROM 1 BY 1
              UNTIL WS-TER-SUB > WS-TER-COUNT
              IF WS-TER-ID (WS-TER-SUB) = SPT-ID
                 AND WS-TER-TO (WS-TER-SUB) = WS-TER-OPEN-END
                 MOVE WS-TER-SUB TO WS-TER-OPEN-SUB
              END-IF
           END-PERFORM.
           IF WS-TER-OPEN-SUB > ZEROES
              MOVE WS-TER-REGION (WS-TER-OPEN-SUB) TO WS-OLD-REGION
           ELSE
              MOVE SPM-REGION TO WS-OLD-REGION
           END-IF.
           EVALUATE TRUE
              WHEN WS-OLD-REGION = SPT-REGION
                 MOVE "REJECTED - ALREADY IN THAT REGION"
                    TO WS-RESULT-TEXT
              WHEN WS-TER-OPEN-SUB > ZEROES
                 AND WS-TER-FROM (WS-TER-OPEN-SUB) >= WS-EFF-DATE
                 MOVE "REJECTED - EFF DATE NOT AFTER LAST MOVE"
                    TO WS-RESULT-TEXT
              WHEN WS-TER-COUNT > 49998
                 MOVE "REJECTED - TERRITORY TABLE FULL"
                    TO WS-RESULT-TEXT
              WHEN OTHER
                 COMPUTE WS-EFF-INT =
                    FUNCTION INTEGER-OF-DATE (WS-EFF-DATE) - 1
                 COMPUTE WS-PRIOR-DAY =
                    FUNCTION DATE-OF-INTEGER (WS-EFF-INT)
                 IF WS-TER-OPEN-SUB > ZEROES
                    MOVE WS-PRIOR-DAY TO WS-TER-TO (WS-TER-OPEN-SUB)
                 ELSE
                    ADD 1 TO WS-TER-COUNT
                    MOVE SPT-ID       TO WS-TER-ID (WS-TER-COUNT)
                    MOVE SPM-REGION   TO WS-TER-REGION (WS-TER-COUNT)
                    MOVE ZEROES       TO WS-TER-FROM (WS-TER-COUNT)
                    MOVE WS-PRIOR-DAY TO WS-TER-TO (WS-TER-COUNT)
                 END-IF
                 ADD 1 TO WS-TER-COUNT
                 MOVE SPT-ID          TO WS-TER-ID (WS-TER-COUNT)
                 MOVE SPT-REGION      TO WS-TER-REGION (WS-TER-COUNT)
                 MOVE WS-EFF-DATE     TO WS-TER-FROM (WS-TER-COUNT)
                 MOVE WS-TER-OPEN-END TO WS-TER-TO (WS-TER-COUNT)
                 SET TERRITORY-CHANGED TO TRUE
           END-EVALUATE.

      * Every history row in force on the business date is compared
      * with the master; a region that differs is a posted transfer
      * whose day has come, and is applied with an audit record and
      * a line on the listing.
       0280-APPLY-DUE-TRANSFERS.
           PERFORM VARYING WS-TER-SUB FROM 1 BY 1
              UNTIL WS-TER-SUB > WS-TER-COUNT
              IF WS-TER-FROM (WS-TER-SUB) <= WS-BUSINESS-DATE
                 AND WS-TER-TO (WS-TER-SUB) >= WS-BUSINESS-DATE
                 MOVE WS-TER-ID (WS-TER-SUB) TO SPM-ID
                 READ SPMFILE
                    KEY IS SPM-ID
                    INVALID KEY CONTINUE
                 END-READ
                 IF MASTER-RECORD-FOUND
                    AND SPM-REGION NOT = WS-TER-REGION (WS-TER-SUB)
                    PERFORM 0285-APPLY-ONE-DUE-TRANSFER
                 END-IF
              END-IF
           END-PERFORM.

       0285-APPLY-ONE-DUE-TRANSFER.
           MOVE SPACES TO SPMAINTREC.
           MOVE 'T'    TO SPT-ACTION.
           MOVE SPM-ID TO SPT-ID.
           MOVE SPMRECORD TO WS-BEFORE-IMAGE.
           MOVE WS-TER-REGION (WS-TER-SUB) TO SPM-REGION.
           MOVE SPACES TO WS-RESULT-TEXT.
           REWRITE SPMRECORD
              INVALID KEY
                 MOVE "REJECTED - REWRITE FAILED" TO WS-RESULT-TEXT
                 ADD 1 TO WS-REJECT-COUNT
                 PERFORM 0260-WRITE-REJECT-EXCEPTION
              NOT INVALID KEY
                 ADD 1 TO WS-UPDATED-COUNT
                 STRING "REGION NOW " DELIMITED BY SIZE
                        SPM-REGION    DELIMITED BY SIZE
                        " - TRANSFER EFFECTIVE" DELIMITED BY SIZE
                    INTO WS-RESULT-TEXT
                 PERFORM 0250-WRITE-AUDIT-RECORD
           END-REWRITE.
           MOVE SPT-ACTION     TO RSL-ACTION.
           MOVE SPT-ID         TO RSL-ID.
           MOVE WS-RESULT-TEXT TO RSL-RESULT.
           MOVE SPACES         TO RSL-SOURCE.
           WRITE MAINT-LINE FROM RESULT-LINE.

       0290-REWRITE-TERRITORY-HISTORY.
           IF NOT TERRITORY-CHANGED
              GO TO 0290-REWRITE-END
           END-IF.
           OPEN OUTPUT SALESTERRFILE.
           IF WS-TERR-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE SALESTERR.DAT, STATUS = "
                 WS-TERR-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0290-REWRITE-END
           END-IF.
           PERFORM VARYING WS-TER-SUB FROM 1 BY 1
              UNTIL WS-TER-SUB > WS-TER-COUNT
              MOVE WS-TER-ID (WS-TER-SUB)     TO TER-SALESPERSON-ID
              MOVE WS-TER-REGION (WS-TER-SUB) TO TER-REGION
              MOVE WS-TER-FROM (WS-TER-SUB)   TO TER-FROM-DATE
              MOVE WS-TER-TO (WS-TER-SUB)     TO TER-TO-DATE
              WRITE SALESTERRREC
           END-PERFORM.
           CLOSE SALESTERRFILE.
       0290-REWRITE-END.

      * Before and after images of every applied change; an add has
      * a blank before image and a delete a blank after image.
       0250-WRITE-AUDIT-RECORD.
           MOVE SPT-ID           TO AUD-ID.
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE.
           MOVE SPMRECORD        TO AUD-AFTER.
           PERFORM 0257-STAMP-AUDIT-OPERATOR.
           WRITE SPAUDITREC.

      * Hold and release audit records carry the hold record in
      * place of the master image - after on a hold, before on a
      * release.
       0255-WRITE-HOLD-AUDIT.
           MOVE SPACES           TO SPAUDITREC.
           MOVE WS-BUSINESS-DATE TO AUD-DATE.
           MOVE SPT-ACTION       TO AUD-ACTION.
           MOVE SPT-ID           TO AUD-ID.
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE.
           MOVE WS-AFTER-IMAGE   TO AUD-AFTER.
           PERFORM 0257-STAMP-AUDIT-OPERATOR.
           WRITE SPAUDITREC.

      * The operator who keyed the transaction (or whose console
      * change proposed it); changes the run makes on its own, such
      * as a transfer falling due, are stamped *BATCH*.
       0257-STAMP-AUDIT-OPERATOR.
           IF SPT-OPERATOR = SPACES
              MOVE "*BATCH*"    TO AUD-OPERATOR
           ELSE
              MOVE SPT-OPERATOR TO AUD-OPERATOR
           END-IF.

       0260-WRITE-REJECT-EXCEPTION.
           MOVE SPACES          TO EXC-WK-KEY.
           MOVE SPT-ID          TO EXC-WK-KEY (1:5).
           MOVE SPMAINTREC      TO EXC-WK-IMAGE.
           PERFORM 9700-WRITE-COMMON-EXC.

      * Only a salesperson on the master can be held, and only once
      * at a time; the hold is dated the business date.
       0300-HOLD-COMMISSION.
           MOVE SPT-ID TO SPM-ID.
           READ SPMFILE
              KEY IS SPM-ID
              INVALID KEY CONTINUE
           END-READ.
           PERFORM 0320-FIND-HOLD.
           EVALUATE TRUE
              WHEN NOT MASTER-RECORD-FOUND
                 MOVE "REJECTED - ID NOT ON MASTER" TO WS-RESULT-TEXT
              WHEN SPT-HOLD-REASON = SPACES
                 MOVE "REJECTED - NO HOLD REASON CODE"
                    TO WS-RESULT-TEXT
              WHEN WS-HLD-FOUND > ZEROES
                 MOVE "REJECTED - COMMISSION ALREADY ON HOLD"
                    TO WS-RESULT-TEXT
              WHEN WS-HLD-COUNT >= 20000
                 MOVE "REJECTED - HOLD TABLE FULL" TO WS-RESULT-TEXT
              WHEN OTHER
                 ADD 1 TO WS-HLD-COUNT
                 MOVE SPT-ID           TO WS-HLD-ID (WS-HLD-COUNT)
                 MOVE SPT-HOLD-REASON  TO WS-HLD-REASON (WS-HLD-COUNT)
                 MOVE WS-BUSINESS-DATE TO WS-HLD-DATE (WS-HLD-COUNT)
                 SET HOLDS-CHANGED TO TRUE
                 ADD 1 TO WS-HOLD-COUNT
                 STRING "COMMISSION HELD, REASON " DELIMITED BY SIZE
                        SPT-HOLD-REASON DELIMITED BY SIZE
                    INTO WS-RESULT-TEXT
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 MOVE WS-HLD-ENTRY (WS-HLD-COUNT) TO WS-AFTER-IMAGE
                 PERFORM 0255-WRITE-HOLD-AUDIT
           END-EVALUATE.

      * A release needs no master record - a person deleted while on
      * hold can still be released and paid what was set aside.
       0310-RELEASE-COMMISSION.
           PERFORM 0320-FIND-HOLD.
           IF WS-HLD-FOUND = ZEROES
              MOVE "REJECTED - COMMISSION NOT ON HOLD"
                 TO WS-RESULT-TEXT
           ELSE
              MOVE WS-HLD-ENTRY (WS-HLD-FOUND) TO WS-BEFORE-IMAGE
              MOVE SPACES TO WS-AFTER-IMAGE
              MOVE ZEROES TO WS-HLD-ID (WS-HLD-FOUND)
              SET HOLDS-CHANGED TO TRUE
              ADD 1 TO WS-RELEASE-COUNT
              MOVE "HOLD RELEASED - PAID ON NEXT REMITTANCE"
                 TO WS-RESULT-TEXT
              PERFORM 0255-WRITE-HOLD-AUDIT
           END-IF.

       0320-FIND-HOLD.
           MOVE ZEROES TO WS-HLD-FOUND.
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
              UNTIL WS-HLD-SUB > WS-HLD-COUNT
              IF WS-HLD-ID (WS-HLD-SUB) = SPT-ID
                 MOVE WS-HLD-SUB TO WS-HLD-FOUND
              END-IF
           END-PERFORM.

       0295-REWRITE-HOLDS.
           IF NOT HOLDS-CHANGED
              GO TO 0295-REWRITE-END
           END-IF.
           OPEN OUTPUT SALESHOLDFILE.
           IF WS-HOLD-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO REWRITE SALESHOLD.DAT, STATUS = "
                 WS-HOLD-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0295-REWRITE-END
           END-IF.
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
              UNTIL WS-HLD-SUB > WS-HLD-COUNT
              IF WS-HLD-ID (WS-HLD-SUB) > ZEROES
                 MOVE WS-HLD-ID (WS-HLD-SUB)     TO HLD-SALESPERSON-ID
                 MOVE WS-HLD-REASON (WS-HLD-SUB) TO HLD-REASON-CODE
                 MOVE WS-HLD-DATE (WS-HLD-SUB)   TO HLD-HOLD-DATE
                 WRITE HOLD-RECORD
              END-IF
           END-PERFORM.
           CLOSE SALESHOLDFILE.
       0295-REWRITE-END.

      * SPHRTRANS.DAT is absent until the HR programs first propose
      * a change (status 35). Once applied the feed is emptied so a
      * rerun does not apply it twice; the counts are kept apart so
      * each file balances on its own.
       0400-APPLY-HR-FEED.
           OPEN INPUT SPHRTRANS.
           IF WS-HRTRANS-STATUS NOT = "00" AND
              WS-HRTRANS-STATUS NOT = "35"
              DISPLAY "ERR: PB WITH OPEN FILE SPHRTRANS "
                 WS-HRTRANS-STATUS
           END-IF.
           IF WS-HRTRANS-STATUS NOT = "00"
              GO TO 0400-HR-END
           END-IF.
           MOVE WS-TRANS-COUNT  TO WS-HR-TRANS-START.
           MOVE WS-REJECT-COUNT TO WS-HR-REJECT-START.
           MOVE "HR FEED" TO WS-TRANS-SOURCE.
           READ SPHRTRANS INTO SPMAINTREC
              AT END MOVE "10" TO WS-HRTRANS-STATUS
           END-READ.
           PERFORM 0410-APPLY-ONE-HR-TRANS UNTIL ENDOFHRTRANS.
           CLOSE SPHRTRANS.
           MOVE SPACES TO WS-TRANS-SOURCE.
           COMPUTE WS-HR-COUNT = WS-TRANS-COUNT - WS-HR-TRANS-START.
           COMPUTE WS-HR-REJECT-COUNT =
              WS-REJECT-COUNT - WS-HR-REJECT-START.
           OPEN OUTPUT SPHRTRANS.
           IF WS-HRTRANS-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO EMPTY SPHRTRANS.DAT, STATUS = "
                 WS-HRTRANS-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0400-HR-END
           END-IF.
           CLOSE SPHRTRANS.
       0400-HR-END.

      * HR proposes an add for every hire into a sales department;
      * for a rehire the salesperson is usually still on the master
      * as terminated, and is reactivated in their old region.
       0410-APPLY-ONE-HR-TRANS.
           IF SPT-ADD
              MOVE SPT-ID TO SPM-ID
              READ SPMFILE
                 KEY IS SPM-ID
                 INVALID KEY CONTINUE
              END-READ
              IF MASTER-RECORD-FOUND
                 AND SPM-HIRE-STATUS = 'T'
                 MOVE 'U'    TO SPT-ACTION
                 MOVE SPACES TO SPT-REGION
                 MOVE 'A'    TO SPT-HIRE-STATUS
              END-IF
           END-IF.
           PERFORM 0200-APPLY-ONE-TRANS.
           READ SPHRTRANS INTO SPMAINTREC
              AT END MOVE "10" TO WS-HRTRANS-STATUS
           END-READ.

       0900-END-PROGRAM.
           CLOSE SPMFILE SPMAINTTRANS SPAUDITFILE MAINTRPT.
           PERFORM 9610-JOBLOG-END.
