      ******************************************************************
      * OPRSIGN - shared operator sign-on and authority paragraphs.
      *
      * COPY this into the PROCEDURE DIVISION of a program that has
      * COPYed OPRCTL into WORKING-STORAGE, OPRFD under FD
      * OPERATORFILE and OPRLOGFD under FD OPRLOGFILE.
      *
      * Console programs PERFORM 9200-OPERATOR-SIGN-ON THRU
      * 9200-SIGN-ON-END once at start and stop unless
      * OPERATOR-SIGNED-ON. An operator gets OPR-MAX-ATTEMPTS tries;
      * every bad password counts against the operator record and
      * the one that reaches OPR-MAX-ATTEMPTS locks it (status L)
      * until OPERATORMAINT sets it active again. A good sign-on
      * clears the count.
      *
      * Unattended (batch) programs have no console to take a
      * password, so they move the operator id named on the
      * transaction to OPR-WK-OPERATOR and PERFORM
      * 9220-LOAD-OPERATOR THRU 9220-LOAD-END instead; an unknown,
      * locked or disabled operator is refused the same way.
      *
      * Before each add, change or delete, move A, C or D to
      * OPR-WK-ACTION and the record key to OPR-WK-KEY and PERFORM
      * 9210-CHECK-AUTHORITY; go ahead only if ACTION-AUTHORIZED.
      * Every refusal is written to OPERLOG.DAT by
      * 9290-LOG-ACCESS-EVENT, which opens the log in EXTEND mode
      * (falling back to OUTPUT the first time), writes one record
      * and closes it again, the same way EXCLOG keeps EXCEPTIONS.DAT.
      ******************************************************************
       9200-OPERATOR-SIGN-ON.
           MOVE 'N' TO OPR-WK-SIGNON-SW.
           MOVE 0 TO OPR-WK-ATTEMPTS.
           MOVE SPACES TO OPR-WK-OPERATOR OPR-WK-AUTH-TABLE.
           OPEN I-O OPERATORFILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "ERR: OPERATOR.DAT NOT AVAILABLE, STATUS = "
                 WS-OPERATOR-STATUS " - SIGN-ON REFUSED"
              GO TO 9200-SIGN-ON-END
           END-IF.
           PERFORM 9205-SIGN-ON-ATTEMPT THRU 9205-ATTEMPT-END
              UNTIL OPERATOR-SIGNED-ON
                 OR OPR-WK-ATTEMPTS NOT < OPR-MAX-ATTEMPTS.
           CLOSE OPERATORFILE.
           IF NOT OPERATOR-SIGNED-ON
              MOVE SPACES TO OPR-WK-OPERATOR
           END-IF.
       9200-SIGN-ON-END.

       9205-SIGN-ON-ATTEMPT.
           ADD 1 TO OPR-WK-ATTEMPTS.
           MOVE SPACES TO OPR-WK-OPERATOR OPR-WK-PASSWORD OPR-WK-KEY.
           MOVE SPACE TO OPR-WK-ACTION.
           DISPLAY "OPERATOR ID" WITH NO ADVANCING.
           ACCEPT OPR-WK-OPERATOR.
           DISPLAY "PASSWORD" WITH NO ADVANCING.
           ACCEPT OPR-WK-PASSWORD.
           MOVE OPR-WK-OPERATOR TO OPR-ID.
           PERFORM 9230-HASH-PASSWORD.
           READ OPERATORFILE
              KEY IS OPR-ID
              INVALID KEY
                 MOVE "NOID" TO OPR-WK-EVENT
                 MOVE "UNKNOWN OPERATOR ID" TO OPR-WK-TEXT
                 PERFORM 9290-LOG-ACCESS-EVENT
                 DISPLAY "SIGN-ON REFUSED"
                 GO TO 9205-ATTEMPT-END
           END-READ.
           IF NOT OPR-ACTIVE
              MOVE "LCKD" TO OPR-WK-EVENT
              MOVE "OPERATOR LOCKED OR DISABLED" TO OPR-WK-TEXT
              PERFORM 9290-LOG-ACCESS-EVENT
              DISPLAY "SIGN-ON REFUSED - OPERATOR " OPR-WK-OPERATOR
                 " IS NOT ACTIVE, SEE THE SECURITY ADMINISTRATOR"
              GO TO 9205-ATTEMPT-END
           END-IF.
           IF OPR-HASH-VALUE NOT = OPR-PASSWORD-HASH
              ADD 1 TO OPR-FAIL-COUNT
              IF OPR-FAIL-COUNT NOT < OPR-MAX-ATTEMPTS
                 MOVE 'L' TO OPR-STATUS
                 MOVE "LOCK" TO OPR-WK-EVENT
                 MOVE "LOCKED AFTER FAILED PASSWORDS" TO OPR-WK-TEXT
                 DISPLAY "SIGN-ON REFUSED - OPERATOR " OPR-WK-OPERATOR
                    " IS NOW LOCKED, SEE THE SECURITY ADMINISTRATOR"
              ELSE
                 MOVE "BPWD" TO OPR-WK-EVENT
                 MOVE "INCORRECT PASSWORD" TO OPR-WK-TEXT
                 DISPLAY "SIGN-ON REFUSED"
              END-IF
              REWRITE OPERATOR-REC
                 INVALID KEY
                    DISPLAY "WARNING: OPERATOR.DAT REWRITE FAILED, "
                       "STATUS = " WS-OPERATOR-STATUS
              END-REWRITE
              PERFORM 9290-LOG-ACCESS-EVENT
              GO TO 9205-ATTEMPT-END
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-OPERATOR-DATETIME.
           MOVE 0 TO OPR-FAIL-COUNT.
           MOVE WS-OPERATOR-DATE TO OPR-LAST-SIGNON.
           REWRITE OPERATOR-REC
              INVALID KEY
                 DISPLAY "WARNING: OPERATOR.DAT REWRITE FAILED, "
                    "STATUS = " WS-OPERATOR-STATUS
           END-REWRITE.
           MOVE OPR-AUTH-TABLE TO OPR-WK-AUTH-TABLE.
           SET OPERATOR-SIGNED-ON TO TRUE.
           DISPLAY "SIGNED ON AS " OPR-WK-OPERATOR " " OPR-NAME.
       9205-ATTEMPT-END.

      * The program must appear on one of the operator's authority
      * entries with Y against the action asked for.
       9210-CHECK-AUTHORITY.
           MOVE 'N' TO OPR-WK-AUTH-SW.
           SET OPR-WK-AUTHIDX TO 1.
           PERFORM 10 TIMES
              IF OPR-WK-AUTH-PROGRAM (OPR-WK-AUTHIDX) = OPR-WK-PROGRAM
                 EVALUATE TRUE
                    WHEN OPR-WK-ADD
                       AND OPR-WK-AUTH-ADD (OPR-WK-AUTHIDX) = 'Y'
                       SET ACTION-AUTHORIZED TO TRUE
                    WHEN OPR-WK-CHANGE
                       AND OPR-WK-AUTH-CHANGE (OPR-WK-AUTHIDX) = 'Y'
                       SET ACTION-AUTHORIZED TO TRUE
                    WHEN OPR-WK-DELETE
                       AND OPR-WK-AUTH-DELETE (OPR-WK-AUTHIDX) = 'Y'
                       SET ACTION-AUTHORIZED TO TRUE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              SET OPR-WK-AUTHIDX UP BY 1
           END-PERFORM.
           IF NOT OPERATOR-SIGNED-ON
              MOVE 'N' TO OPR-WK-AUTH-SW
           END-IF.
           IF NOT ACTION-AUTHORIZED
              MOVE "NAUT" TO OPR-WK-EVENT
              MOVE "ACTION NOT AUTHORIZED" TO OPR-WK-TEXT
              PERFORM 9290-LOG-ACCESS-EVENT
              DISPLAY "NOT AUTHORIZED - OPERATOR " OPR-WK-OPERATOR
                 " MAY NOT DO THAT IN " OPR-WK-PROGRAM
           END-IF.

      * Batch path: no password, but the operator must exist and be
      * active before the transaction is checked for authority.
       9220-LOAD-OPERATOR.
           MOVE 'N' TO OPR-WK-SIGNON-SW.
           MOVE SPACES TO OPR-WK-AUTH-TABLE.
           OPEN INPUT OPERATORFILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              MOVE "NOID" TO OPR-WK-EVENT
              MOVE "OPERATOR FILE NOT AVAILABLE" TO OPR-WK-TEXT
              PERFORM 9290-LOG-ACCESS-EVENT
              GO TO 9220-LOAD-END
           END-IF.
           MOVE OPR-WK-OPERATOR TO OPR-ID.
           READ OPERATORFILE
              KEY IS OPR-ID
              INVALID KEY
                 MOVE "NOID" TO OPR-WK-EVENT
                 MOVE "UNKNOWN OPERATOR ID" TO OPR-WK-TEXT
                 PERFORM 9290-LOG-ACCESS-EVENT
              NOT INVALID KEY
                 IF OPR-ACTIVE
                    MOVE OPR-AUTH-TABLE TO OPR-WK-AUTH-TABLE
                    SET OPERATOR-SIGNED-ON TO TRUE
                 ELSE
                    MOVE "LCKD" TO OPR-WK-EVENT
                    MOVE "OPERATOR LOCKED OR DISABLED" TO OPR-WK-TEXT
                    PERFORM 9290-LOG-ACCESS-EVENT
                 END-IF
           END-READ.
           CLOSE OPERATORFILE.
       9220-LOAD-END.

      * The id in OPR-ID is hashed in with the password so two
      * operators with the same password do not hold the same hash.
      * The clear password is blanked as soon as it has been hashed.
       9230-HASH-PASSWORD.
           MOVE OPR-ID TO OPR-HASH-INPUT (1:8).
           MOVE OPR-WK-PASSWORD TO OPR-HASH-INPUT (9:20).
           MOVE 0 TO OPR-HASH-VALUE.
           PERFORM VARYING OPR-HASH-SUB FROM 1 BY 1
              UNTIL OPR-HASH-SUB > 28
              COMPUTE OPR-HASH-VALUE = FUNCTION MOD
                 (OPR-HASH-VALUE * 131
                  + FUNCTION ORD (OPR-HASH-INPUT (OPR-HASH-SUB:1)),
                  2147483647)
           END-PERFORM.
           MOVE SPACES TO OPR-WK-PASSWORD OPR-HASH-INPUT.

       9290-LOG-ACCESS-EVENT.
           OPEN EXTEND OPRLOGFILE.
           IF WS-OPRLOG-STATUS NOT = "00"
              OPEN OUTPUT OPRLOGFILE
           END-IF.
           IF WS-OPRLOG-STATUS NOT = "00"
              DISPLAY "WARNING: UNABLE TO WRITE OPERLOG.DAT, "
                 "STATUS = " WS-OPRLOG-STATUS
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-OPERATOR-DATETIME
              MOVE SPACES           TO OPRLOG-REC
              MOVE WS-OPERATOR-DATE TO OLG-DATE
              MOVE WS-OPERATOR-TIME TO OLG-TIME
              MOVE OPR-WK-OPERATOR  TO OLG-OPERATOR
              MOVE OPR-WK-PROGRAM   TO OLG-PROGRAM
              MOVE OPR-WK-ACTION    TO OLG-ACTION
              MOVE OPR-WK-EVENT     TO OLG-EVENT
              MOVE OPR-WK-TEXT      TO OLG-TEXT
              MOVE OPR-WK-KEY       TO OLG-KEY
              WRITE OPRLOG-REC
              CLOSE OPRLOGFILE
           END-IF.
