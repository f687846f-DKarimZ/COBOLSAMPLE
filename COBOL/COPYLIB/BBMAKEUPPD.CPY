      ******************************************************************
      * BBMAKEUPPD - postponed / suspended game and makeup paragraphs.
      *
      * COPY this into the PROCEDURE DIVISION of a program that has
      * COPYed BBMAKEUP into WORKING-STORAGE. See BBMAKEUP for use.
      * A full table is reported once and later games are not noted;
      * the host program decides whether that fails the run.
      ******************************************************************
       9300-NOTE-GAME.
           IF MKP-COUNT NOT < MKP-MAX-ENTRIES
              IF NOT MKP-TABLE-FULL
                 DISPLAY "WARNING: MAKEUP TABLE FULL AT "
                    MKP-MAX-ENTRIES ", GAME " MKP-IN-GAME-ID
                    " NOT TRACKED"
                 SET MKP-TABLE-FULL TO TRUE
              END-IF
              GO TO 9300-NOTE-END
           END-IF.
           ADD 1 TO MKP-COUNT.
           SET MKP-IDX TO MKP-COUNT.
           MOVE MKP-IN-GAME-ID TO MKP-GAME-ID (MKP-IDX).
           MOVE MKP-IN-DATE    TO MKP-DATE (MKP-IDX).
           MOVE MKP-IN-HOME    TO MKP-HOME (MKP-IDX).
           MOVE MKP-IN-AWAY    TO MKP-AWAY (MKP-IDX).
           MOVE MKP-IN-VENUE   TO MKP-VENUE (MKP-IDX).
           MOVE MKP-IN-INNING  TO MKP-INNING (MKP-IDX).
           MOVE MKP-IN-TYPE    TO MKP-TYPE (MKP-IDX).
           MOVE SPACES         TO MKP-MAKEUP-ID (MKP-IDX).
           MOVE SPACES         TO MKP-MAKEUP-DATE (MKP-IDX).
           MOVE 'N'            TO MKP-MADE-UP-SW (MKP-IDX).
       9300-NOTE-END.

       9310-MATCH-MAKEUP.
           MOVE ZEROES TO MKP-MATCHED-SUB.
           SET MKP-IDX TO 1.
           PERFORM MKP-COUNT TIMES
              IF MKP-MATCHED-SUB = ZEROES
                 AND NOT MKP-SHORTENED (MKP-IDX)
                 AND NOT MKP-MADE-UP (MKP-IDX)
                 AND MKP-DATE (MKP-IDX) < MKP-IN-DATE
                 AND ((MKP-HOME (MKP-IDX) = MKP-IN-HOME
                       AND MKP-AWAY (MKP-IDX) = MKP-IN-AWAY)
                   OR (MKP-HOME (MKP-IDX) = MKP-IN-AWAY
                       AND MKP-AWAY (MKP-IDX) = MKP-IN-HOME))
                 SET MKP-MATCHED-SUB TO MKP-IDX
                 MOVE 'Y'            TO MKP-MADE-UP-SW (MKP-IDX)
                 MOVE MKP-IN-GAME-ID TO MKP-MAKEUP-ID (MKP-IDX)
                 MOVE MKP-IN-DATE    TO MKP-MAKEUP-DATE (MKP-IDX)
              END-IF
              SET MKP-IDX UP BY 1
           END-PERFORM.
