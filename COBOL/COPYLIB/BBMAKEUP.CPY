      ******************************************************************
      * BBMAKEUP - postponed / suspended game and makeup table.
      *
      * COPY this into WORKING-STORAGE SECTION and COPY BBMAKEUPPD
      * into the PROCEDURE DIVISION. The games file must be read in
      * game-date order (START on YYYY-MM-DDIDX) so that a postponed
      * game is always noted before the game that makes it up.
      *
      * For a postponed, suspended (or, where the host program lists
      * them, shortened) game, move the game to the MKP-IN- fields,
      * set MKP-IN-TYPE and PERFORM 9300-NOTE-GAME THRU
      * 9300-NOTE-END. For every completed game, move it to the
      * MKP-IN- fields and PERFORM 9310-MATCH-MAKEUP: the oldest
      * open postponement between the same two teams (either side
      * home) dated before the game is marked made up by it, and
      * MKP-MATCHED-SUB is left pointing at that entry (zero when
      * the game made nothing up). Shortened games are complete and
      * are never matched.
      ******************************************************************
       01  BB-MAKEUP-FIELDS.
           05  MKP-IN-GAME-ID          PIC X(36).
           05  MKP-IN-DATE             PIC X(10).
           05  MKP-IN-HOME             PIC X(12).
           05  MKP-IN-AWAY             PIC X(12).
           05  MKP-IN-VENUE            PIC X(20).
           05  MKP-IN-INNING           PIC 9(2).
           05  MKP-IN-TYPE             PIC X(9).
           05  MKP-MATCHED-SUB         PIC 9(3) VALUE ZEROES.
           05  MKP-MAX-ENTRIES         PIC 9(3) VALUE 300.
           05  MKP-FULL-SW             PIC X(1) VALUE 'N'.
               88  MKP-TABLE-FULL      VALUE 'Y'.

       01  MKP-COUNT                   PIC 9(3) VALUE ZEROES.

       01  BB-MAKEUP-TABLE.
           05  MKP-ENTRY OCCURS 300 TIMES
                              INDEXED BY MKP-IDX.
               10  MKP-GAME-ID         PIC X(36).
               10  MKP-DATE            PIC X(10).
               10  MKP-HOME            PIC X(12).
               10  MKP-AWAY            PIC X(12).
               10  MKP-VENUE           PIC X(20).
               10  MKP-INNING          PIC 9(2).
               10  MKP-TYPE            PIC X(9).
                   88  MKP-POSTPONED   VALUE 'POSTPONED'.
                   88  MKP-SUSPENDED   VALUE 'SUSPENDED'.
                   88  MKP-SHORTENED   VALUE 'SHORTENED'.
               10  MKP-MAKEUP-ID       PIC X(36).
               10  MKP-MAKEUP-DATE     PIC X(10).
               10  MKP-MADE-UP-SW      PIC X(1).
                   88  MKP-MADE-UP     VALUE 'Y'.
