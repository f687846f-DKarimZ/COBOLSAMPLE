       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETITEMCONVERT.

      * One-time item number conversion of the pet store files.
      **************************************************************
      * MODIFICATION HISTORY:
      *  - New program. The pet store files identified an item only
      *    by its 20-character description, so a typo or a renamed
      *    product broke reconciliation. PETSTORECHALLENGE now keys
      *    items by a six-digit item number; this program moves the
      *    existing files over once. Every distinct description on
      *    PETITEMMASTER.DAT is given the next item number from
      *    100001 up (the same product at several stores shares
      *    one number), the master is rewritten in the new layout
      *    and the description-to-number crosswalk is written to
      *    PETITEMXWALK.DAT. The open-order memo, price control,
      *    receipts, counts, transfers and sales files are then
      *    cross-walked to the new layouts wherever they exist. A
      *    history description with no match on the master carries
      *    item number zero (so the nightly run rejects it as an
      *    unknown item) and is listed, ending RC 4. Each file's
      *    pre-conversion image is kept as <name>.PRECNV. The
      *    crosswalk file marks the conversion as done: a second
      *    run finding it stops RC 8 without touching anything.
      *  - Converted sales records now carry the blank coupon code
      *    field PETSTORECHALLENGE reads ahead of the item count.
      *  - Converted sales records also carry a zero card tender
      *    amount after the coupon code.
      *  - Converted sales records also carry a blank payroll charge
      *    flag after the card tender amount.
      *  - Every item number is now given out in a pass over the
      *    master image before the live master is opened for
      *    output, so a full numbering table stops the run with
      *    the master untouched. The backup and live file names
      *    are built in their own field, and old sales headers
      *    (which predate the clerk number) are converted with
      *    CLERK-ID zero ahead of the coupon code.
      **************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COPYIN ASSIGN DYNAMIC WS-COPYIN-NAME
           FILE STATUS IS WS-COPYIN-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COPYOUT ASSIGN DYNAMIC WS-COPYOUT-NAME
           FILE STATUS IS WS-COPYOUT-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLDFILE ASSIGN DYNAMIC WS-COPYOUT-NAME
           FILE STATUS IS WS-OLDFILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEWFILE ASSIGN DYNAMIC WS-COPYIN-NAME
           FILE STATUS IS WS-NEWFILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XWALKFILE ASSIGN TO "PETITEMXWALK.DAT"
           FILE STATUS IS WS-XWALK-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
           FILE STATUS IS WS-JOBLOG-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD COPYIN.
         01 COPYIN-REC             PIC X(900).

       FD COPYOUT.
         01 COPYOUT-REC            PIC X(900).

      * Pre-conversion layouts, one record per file, read back from
      * the .PRECNV image.
       FD OLDFILE.
         01 OLD-RAW-REC            PIC X(900).
         01 OLD-MASTERREC.
           05 OLDM-STORE-ID        PIC 9(2).
           05 OLDM-DESCRIPTION     PIC X(20).
           05 OLDM-REST            PIC X(23).
         01 OLD-OPENPOREC.
           05 OLDO-STORE-ID        PIC 9(2).
           05 OLDO-DESCRIPTION     PIC X(20).
           05 OLDO-REST            PIC X(13).
         01 OLD-PRICECTLREC.
           05 OLDP-STORE-ID        PIC 9(2).
           05 OLDP-DESCRIPTION     PIC X(20).
           05 OLDP-REST            PIC X(16).
         01 OLD-RECEIPTREC.
           05 OLDR-STORE-ID        PIC 9(2).
           05 OLDR-DESCRIPTION     PIC X(20).
           05 OLDR-REST            PIC X(13).
         01 OLD-COUNTREC.
           05 OLDC-STORE-ID        PIC 9(2).
           05 OLDC-DESCRIPTION     PIC X(20).
           05 OLDC-REST            PIC X(5).
         01 OLD-TRANSFERREC.
           05 OLDT-STORES          PIC X(4).
           05 OLDT-DESCRIPTION     PIC X(20).
           05 OLDT-REST            PIC X(5).
         01 OLD-SALESREC.
           05 OLDS-HEADER.
              10 OLDS-HEAD-FRONT   PIC X(47).
              10 OLDS-ITEM-COUNT   PIC 9(2).
           05 OLDS-ITEM OCCURS 1 TO 20 TIMES
                 DEPENDING ON OLDS-ITEM-COUNT.
              10 OLDS-DESCRIPTION  PIC X(20).
              10 OLDS-PRICE-QTY    PIC X(13).

      * Converted layouts: the item number ahead of the description.
       FD NEWFILE.
         01 NEW-RAW-REC            PIC X(900).
         01 NEW-MASTERREC.
           05 NEWM-STORE-ID        PIC 9(2).
           05 NEWM-ITEM-NO         PIC 9(6).
           05 NEWM-DESCRIPTION     PIC X(20).
           05 NEWM-REST            PIC X(23).
         01 NEW-OPENPOREC.
           05 NEWO-STORE-ID        PIC 9(2).
           05 NEWO-ITEM-NO         PIC 9(6).
           05 NEWO-DESCRIPTION     PIC X(20).
           05 NEWO-REST            PIC X(13).
         01 NEW-PRICECTLREC.
           05 NEWP-STORE-ID        PIC 9(2).
           05 NEWP-ITEM-NO         PIC 9(6).
           05 NEWP-DESCRIPTION     PIC X(20).
           05 NEWP-REST            PIC X(16).
         01 NEW-RECEIPTREC.
           05 NEWR-STORE-ID        PIC 9(2).
           05 NEWR-ITEM-NO         PIC 9(6).
           05 NEWR-DESCRIPTION     PIC X(20).
           05 NEWR-REST            PIC X(13).
         01 NEW-COUNTREC.
           05 NEWC-STORE-ID        PIC 9(2).
           05 NEWC-ITEM-NO         PIC 9(6).
           05 NEWC-DESCRIPTION     PIC X(20).
           05 NEWC-REST            PIC X(5).
         01 NEW-TRANSFERREC.
           05 NEWT-STORES          PIC X(4).
           05 NEWT-ITEM-NO         PIC 9(6).
           05 NEWT-DESCRIPTION     PIC X(20).
           05 NEWT-REST            PIC X(5).
         01 NEW-SALESREC.
           05 NEWS-HEADER.
              10 NEWS-HEAD-FRONT   PIC X(47).
              10 NEWS-CLERK-ID     PIC 9(5).
              10 NEWS-COUPON-CODE  PIC X(8).
              10 NEWS-TENDER-CARD  PIC 9(5)V99.
              10 NEWS-TENDER-PAYROLL PIC X.
              10 NEWS-ITEM-COUNT   PIC 9(2).
           05 NEWS-ITEM OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-SALES-ITEM-COUNT.
              10 NEWS-ITEM-NO      PIC 9(6).
              10 NEWS-DESCRIPTION  PIC X(20).
              10 NEWS-PRICE-QTY    PIC X(13).

       FD XWALKFILE.
         01 XWALKREC.
           05 XWK-ITEM-NO          PIC 9(6).
           05 FILLER               PIC X(1).
           05 XWK-DESCRIPTION      PIC X(20).

       FD JOBLOGFILE.
       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 WS-COPYIN-STATUS     PIC X(2).
           05 WS-COPYOUT-STATUS    PIC X(2).
           05 WS-OLDFILE-STATUS    PIC X(2).
           05 WS-NEWFILE-STATUS    PIC X(2).
           05 WS-XWALK-STATUS      PIC X(2).
           05 WS-COPYIN-NAME       PIC X(40) VALUE SPACES.
           05 WS-COPYOUT-NAME      PIC X(40) VALUE SPACES.
           05 WS-LIVE-NAME         PIC X(40) VALUE SPACES.
           05 WS-FILE-PRESENT-SW   PIC X VALUE 'N'.
               88 FILE-PRESENT     VALUE 'Y'.
           05 WS-NEXT-ITEM-NO      PIC 9(6) VALUE 100000.
           05 WS-LOOK-DESC         PIC X(20).
           05 WS-LOOK-ITEM-NO      PIC 9(6).
           05 WS-SALES-ITEM-COUNT  PIC 9(2) VALUE 1.
           05 WS-SALES-SUB         PIC 9(2) VALUE ZEROES.
           05 WS-FILE-READ         PIC 9(7) VALUE ZEROES.
           05 WS-FILE-UNMATCHED    PIC 9(7) VALUE ZEROES.
           05 WS-TOTAL-UNMATCHED   PIC 9(7) VALUE ZEROES.
           05 WS-MASTER-READ       PIC 9(7) VALUE ZEROES.

       01 WS-XWALK-TABLE.
           05 WS-XWK-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-XWKIDX.
              10 WS-XWK-ITEM-NO    PIC 9(6).
              10 WS-XWK-DESC       PIC X(20).
       01 WS-XWK-COUNT             PIC 9(3) VALUE ZEROES.

       COPY JOBCTL.

       PROCEDURE DIVISION.

       0100-START.
           MOVE "PETITEMCONVERT" TO JOBLOG-PROGRAM-NAME.
           PERFORM 9600-JOBLOG-START.
           OPEN INPUT XWALKFILE.
           IF WS-XWALK-STATUS = "00"
              CLOSE XWALKFILE
              DISPLAY "ERR: PETITEMXWALK.DAT EXISTS - ITEM NUMBERS "
                 "ALREADY CONVERTED, NOTHING DONE"
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE "PETITEMMASTER" TO WS-COPYIN-NAME.
           PERFORM 0200-BACKUP-FILE THRU 0200-BACKUP-END.
           IF NOT FILE-PRESENT
              DISPLAY "ERR: NO PETITEMMASTER.DAT TO CONVERT"
              MOVE 8 TO RETURN-CODE
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0290-NUMBER-ITEMS THRU 0290-NUMBER-END.
           IF RETURN-CODE = 8
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0300-CONVERT-MASTER THRU 0300-MASTER-END.
           IF RETURN-CODE = 8
              GO TO 0900-END-PROGRAM
           END-IF.
           PERFORM 0350-WRITE-CROSSWALK THRU 0350-XWALK-END.
           IF RETURN-CODE = 8
              GO TO 0900-END-PROGRAM
           END-IF.
           MOVE "PETOPENPO"     TO WS-COPYIN-NAME.
           PERFORM 0400-CONVERT-HISTORY-FILE THRU 0400-HISTORY-END.
           MOVE "PETPRICECTL"   TO WS-COPYIN-NAME.
           PERFORM 0400-CONVERT-HISTORY-FILE THRU 0400-HISTORY-END.
           MOVE "PETRECEIPTS"   TO WS-COPYIN-NAME.
           PERFORM 0400-CONVERT-HISTORY-FILE THRU 0400-HISTORY-END.
           MOVE "PETCOUNTS"     TO WS-COPYIN-NAME.
           PERFORM 0400-CONVERT-HISTORY-FILE THRU 0400-HISTORY-END.
           MOVE "PETTRANSFERS"  TO WS-COPYIN-NAME.
           PERFORM 0400-CONVERT-HISTORY-FILE THRU 0400-HISTORY-END.
           MOVE "PETSTORESALES" TO WS-COPYIN-NAME.
           PERFORM 0400-CONVERT-HISTORY-FILE THRU 0400-HISTORY-END.
           DISPLAY "MASTER RECORDS CONVERTED:   " WS-MASTER-READ.
           DISPLAY "ITEM NUMBERS ASSIGNED:      " WS-XWK-COUNT.
           DISPLAY "HISTORY LINES UNMATCHED:    " WS-TOTAL-UNMATCHED.
           IF WS-TOTAL-UNMATCHED > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-END-PROGRAM.

      * WS-COPYIN-NAME holds the file's base name on entry; the live
      * file is <base>.DAT and its untouched image goes to
      * <base>.PRECNV. On exit WS-COPYIN-NAME is the live file (the
      * conversion's output) and WS-COPYOUT-NAME the image (its
      * input). A file that is not there is simply not converted.
       0200-BACKUP-FILE.
           MOVE 'N' TO WS-FILE-PRESENT-SW.
           MOVE SPACES TO WS-COPYOUT-NAME.
           STRING WS-COPYIN-NAME DELIMITED BY SPACE
                  ".PRECNV"      DELIMITED BY SIZE
              INTO WS-COPYOUT-NAME.
           MOVE SPACES TO WS-LIVE-NAME.
           STRING WS-COPYIN-NAME DELIMITED BY SPACE
                  ".DAT"         DELIMITED BY SIZE
              INTO WS-LIVE-NAME.
           MOVE WS-LIVE-NAME TO WS-COPYIN-NAME.
           OPEN INPUT COPYIN.
           IF WS-COPYIN-STATUS NOT = "00"
              IF WS-COPYIN-STATUS NOT = "35"
                 DISPLAY "ERR: PB WITH OPEN FILE " WS-COPYIN-NAME
                    " " WS-COPYIN-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              GO TO 0200-BACKUP-END
           END-IF.
           OPEN OUTPUT COPYOUT.
           IF WS-COPYOUT-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN " WS-COPYOUT-NAME
                 " STATUS " WS-COPYOUT-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE COPYIN
              GO TO 0200-BACKUP-END
           END-IF.
           PERFORM UNTIL WS-COPYIN-STATUS NOT = "00"
              READ COPYIN
                 AT END MOVE "10" TO WS-COPYIN-STATUS
              END-READ
              IF WS-COPYIN-STATUS = "00"
                 WRITE COPYOUT-REC FROM COPYIN-REC
              END-IF
           END-PERFORM.
           CLOSE COPYIN COPYOUT.
           SET FILE-PRESENT TO TRUE.
       0200-BACKUP-END.

      * Numbers go out in master order, one per distinct
      * description. They are all given out from the image before
      * the live master is opened for output, so a table overflow
      * stops the run with PETITEMMASTER.DAT still in the old
      * layout and a rerun starts clean.
       0290-NUMBER-ITEMS.
           OPEN INPUT OLDFILE.
           IF WS-OLDFILE-STATUS NOT = "00"
              DISPLAY "ERR: PB WITH OPEN FILE " WS-COPYOUT-NAME
                 " " WS-OLDFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0290-NUMBER-END
           END-IF.
           PERFORM UNTIL WS-OLDFILE-STATUS NOT = "00"
              MOVE SPACES TO OLD-RAW-REC
              READ OLDFILE
                 AT END MOVE "10" TO WS-OLDFILE-STATUS
              END-READ
              IF WS-OLDFILE-STATUS = "00"
                 MOVE OLDM-DESCRIPTION TO WS-LOOK-DESC
                 PERFORM 0600-LOOKUP-ITEM-NO
                 IF WS-LOOK-ITEM-NO = ZEROES
                    PERFORM 0610-ASSIGN-ITEM-NO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE OLDFILE.
           IF RETURN-CODE = 8
              DISPLAY "ERR: PETITEMMASTER NOT CONVERTED, NOTHING DONE"
           END-IF.
       0290-NUMBER-END.

       0300-CONVERT-MASTER.
           OPEN INPUT OLDFILE.
           OPEN OUTPUT NEWFILE.
           IF WS-OLDFILE-STATUS NOT = "00"
              OR WS-NEWFILE-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO CONVERT PETITEMMASTER, STATUS = "
                 WS-OLDFILE-STATUS " / " WS-NEWFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0300-MASTER-END
           END-IF.
           PERFORM UNTIL WS-OLDFILE-STATUS NOT = "00"
              MOVE SPACES TO OLD-RAW-REC
              READ OLDFILE
                 AT END MOVE "10" TO WS-OLDFILE-STATUS
              END-READ
              IF WS-OLDFILE-STATUS = "00"
                 ADD 1 TO WS-MASTER-READ
                 MOVE OLDM-DESCRIPTION TO WS-LOOK-DESC
                 PERFORM 0600-LOOKUP-ITEM-NO
                 MOVE OLDM-STORE-ID    TO NEWM-STORE-ID
                 MOVE WS-LOOK-ITEM-NO  TO NEWM-ITEM-NO
                 MOVE OLDM-DESCRIPTION TO NEWM-DESCRIPTION
                 MOVE OLDM-REST        TO NEWM-REST
                 WRITE NEW-MASTERREC
              END-IF
           END-PERFORM.
           CLOSE OLDFILE NEWFILE.
       0300-MASTER-END.

       0350-WRITE-CROSSWALK.
           OPEN OUTPUT XWALKFILE.
           IF WS-XWALK-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO OPEN PETITEMXWALK.DAT, STATUS = "
                 WS-XWALK-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0350-XWALK-END
           END-IF.
           SET WS-XWKIDX TO 1.
           PERFORM WS-XWK-COUNT TIMES
              MOVE SPACES TO XWALKREC
              MOVE WS-XWK-ITEM-NO (WS-XWKIDX) TO XWK-ITEM-NO
              MOVE WS-XWK-DESC (WS-XWKIDX)    TO XWK-DESCRIPTION
              WRITE XWALKREC
              SET WS-XWKIDX UP BY 1
           END-PERFORM.
           CLOSE XWALKFILE.
       0350-XWALK-END.

       0400-CONVERT-HISTORY-FILE.
           PERFORM 0200-BACKUP-FILE THRU 0200-BACKUP-END.
           IF NOT FILE-PRESENT
              GO TO 0400-HISTORY-END
           END-IF.
           OPEN INPUT OLDFILE.
           OPEN OUTPUT NEWFILE.
           IF WS-OLDFILE-STATUS NOT = "00"
              OR WS-NEWFILE-STATUS NOT = "00"
              DISPLAY "ERR: UNABLE TO CONVERT " WS-COPYIN-NAME
                 " STATUS = " WS-OLDFILE-STATUS " / "
                 WS-NEWFILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 0400-HISTORY-END
           END-IF.
           MOVE ZEROES TO WS-FILE-READ WS-FILE-UNMATCHED.
           PERFORM UNTIL WS-OLDFILE-STATUS NOT = "00"
              MOVE SPACES TO OLD-RAW-REC
              READ OLDFILE
                 AT END MOVE "10" TO WS-OLDFILE-STATUS
              END-READ
              IF WS-OLDFILE-STATUS = "00"
                 ADD 1 TO WS-FILE-READ
                 PERFORM 0410-CONVERT-ONE-RECORD
              END-IF
           END-PERFORM.
           CLOSE OLDFILE NEWFILE.
           ADD WS-FILE-UNMATCHED TO WS-TOTAL-UNMATCHED.
           DISPLAY WS-COPYIN-NAME " RECORDS: " WS-FILE-READ
              "  UNMATCHED: " WS-FILE-UNMATCHED.
       0400-HISTORY-END.

       0410-CONVERT-ONE-RECORD.
           EVALUATE WS-COPYIN-NAME
              WHEN "PETOPENPO.DAT"
                 MOVE OLDO-DESCRIPTION TO WS-LOOK-DESC
                 PERFORM 0620-CROSSWALK-ITEM
                 MOVE OLDO-STORE-ID    TO NEWO-STORE-ID
                 MOVE WS-LOOK-ITEM-NO  TO NEWO-ITEM-NO
                 MOVE OLDO-DESCRIPTION TO NEWO-DESCRIPTION
                 MOVE OLDO-REST        TO NEWO-REST
                 WRITE NEW-OPENPOREC
              WHEN "PETPRICECTL.DAT"
                 MOVE OLDP-DESCRIPTION TO WS-LOOK-DESC
                 PERFORM 0620-CROSSWALK-ITEM
                 MOVE OLDP-STORE-ID    TO NEWP-STORE-ID
                 MOVE WS-LOOK-ITEM-NO  TO NEWP-ITEM-NO
                 MOVE OLDP-DESCRIPTION TO NEWP-DESCRIPTION
                 MOVE OLDP-REST        TO NEWP-REST
                 WRITE NEW-PRICECTLREC
              WHEN "PETRECEIPTS.DAT"
                 MOVE OLDR-DESCRIPTION TO WS-LOOK-DESC
                 PERFORM 0620-CROSSWALK-ITEM
                 MOVE OLDR-STORE-ID    TO NEWR-STORE-ID
                 MOVE WS-LOOK-ITEM-NO  TO NEWR-ITEM-NO
                 MOVE OLDR-DESCRIPTION TO NEWR-DESCRIPTION
                 MOVE OLDR-REST        TO NEWR-REST
                 WRITE NEW-RECEIPTREC
              WHEN "PETCOUNTS.DAT"
                 MOVE OLDC-DESCRIPTION TO WS-LOOK-DESC
                 PERFORM 0620-CROSSWALK-ITEM
                 MOVE OLDC-STORE-ID    TO NEWC-STORE-ID
                 MOVE WS-LOOK-ITEM-NO  TO NEWC-ITEM-NO
                 MOVE OLDC-DESCRIPTION TO NEWC-DESCRIPTION
                 MOVE OLDC-REST        TO NEWC-REST
                 WRITE NEW-COUNTREC
              WHEN "PETTRANSFERS.DAT"
                 MOVE OLDT-DESCRIPTION TO WS-LOOK-DESC
                 PERFORM 0620-CROSSWALK-ITEM
                 MOVE OLDT-STORES      TO NEWT-STORES
                 MOVE WS-LOOK-ITEM-NO  TO NEWT-ITEM-NO
                 MOVE OLDT-DESCRIPTION TO NEWT-DESCRIPTION
                 MOVE OLDT-REST        TO NEWT-REST
                 WRITE NEW-TRANSFERREC
              WHEN OTHER
                 PERFORM 0420-CONVERT-SALES-RECORD
           END-EVALUATE.

      * A sales record whose item count cannot be read is carried
      * across unchanged - the nightly run already lists it as
      * unparseable.
       0420-CONVERT-SALES-RECORD.
           IF OLDS-ITEM-COUNT NOT NUMERIC
              OR OLDS-ITEM-COUNT = ZEROES
              OR OLDS-ITEM-COUNT > 20
              WRITE NEW-RAW-REC FROM OLD-RAW-REC
           ELSE
              MOVE OLDS-ITEM-COUNT TO WS-SALES-ITEM-COUNT
              MOVE OLDS-HEAD-FRONT TO NEWS-HEAD-FRONT
              MOVE ZEROES          TO NEWS-CLERK-ID
              MOVE SPACES          TO NEWS-COUPON-CODE
              MOVE ZEROES          TO NEWS-TENDER-CARD
              MOVE SPACE           TO NEWS-TENDER-PAYROLL
              MOVE OLDS-ITEM-COUNT TO NEWS-ITEM-COUNT
              PERFORM 0430-CONVERT-SALES-ITEM
                 VARYING WS-SALES-SUB FROM 1 BY 1
                 UNTIL WS-SALES-SUB > WS-SALES-ITEM-COUNT
              WRITE NEW-SALESREC
           END-IF.

       0430-CONVERT-SALES-ITEM.
           MOVE OLDS-DESCRIPTION (WS-SALES-SUB) TO WS-LOOK-DESC.
           IF WS-LOOK-DESC = SPACES
              MOVE ZEROES TO WS-LOOK-ITEM-NO
           ELSE
              PERFORM 0620-CROSSWALK-ITEM
           END-IF.
           MOVE WS-LOOK-ITEM-NO TO NEWS-ITEM-NO (WS-SALES-SUB).
           MOVE OLDS-DESCRIPTION (WS-SALES-SUB)
              TO NEWS-DESCRIPTION (WS-SALES-SUB).
           MOVE OLDS-PRICE-QTY (WS-SALES-SUB)
              TO NEWS-PRICE-QTY (WS-SALES-SUB).

       0600-LOOKUP-ITEM-NO.
           MOVE ZEROES TO WS-LOOK-ITEM-NO.
           SET WS-XWKIDX TO 1.
           PERFORM WS-XWK-COUNT TIMES
              IF WS-XWK-DESC (WS-XWKIDX) = WS-LOOK-DESC
                 MOVE WS-XWK-ITEM-NO (WS-XWKIDX) TO WS-LOOK-ITEM-NO
              END-IF
              SET WS-XWKIDX UP BY 1
           END-PERFORM.

       0610-ASSIGN-ITEM-NO.
           IF WS-XWK-COUNT < 500
              ADD 1 TO WS-XWK-COUNT
              ADD 1 TO WS-NEXT-ITEM-NO
              SET WS-XWKIDX TO WS-XWK-COUNT
              MOVE WS-NEXT-ITEM-NO TO WS-XWK-ITEM-NO (WS-XWKIDX)
              MOVE WS-LOOK-DESC    TO WS-XWK-DESC (WS-XWKIDX)
              MOVE WS-NEXT-ITEM-NO TO WS-LOOK-ITEM-NO
           ELSE
              DISPLAY "ERR: CROSSWALK TABLE FULL AT 500, "
                 WS-LOOK-DESC " NOT NUMBERED"
              MOVE 8 TO RETURN-CODE
           END-IF.

      * History descriptions are matched exactly; anything the
      * master does not know is listed and left at item zero.
       0620-CROSSWALK-ITEM.
           PERFORM 0600-LOOKUP-ITEM-NO.
           IF WS-LOOK-ITEM-NO = ZEROES
              ADD 1 TO WS-FILE-UNMATCHED
              DISPLAY "NO ITEM NUMBER: " WS-COPYIN-NAME " "
                 WS-LOOK-DESC
           END-IF.

       0900-END-PROGRAM.
           PERFORM 9610-JOBLOG-END.
           GOBACK.

       COPY JOBLOG.

       END PROGRAM PETITEMCONVERT.
