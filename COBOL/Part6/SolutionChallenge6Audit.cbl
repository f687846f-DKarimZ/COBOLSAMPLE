      *    a from/to range (arguments 1 and 2 as YYYYMMDD, prompted
      *    for when not supplied), so a questioned score can be
      *    reviewed a month later.
      *  - Each entry now shows the operator who made the change.
      **************************************************************

       ENVIRONMENT DIVISION.
           05 AUD-BEFORE-IMAGE     PIC X(127).
           05 FILLER               PIC X(1).
           05 AUD-AFTER-IMAGE      PIC X(127).
           05 FILLER               PIC X(1).
           05 AUD-OPERATOR         PIC X(8).

       FD AUDITRPT.
         01 PRINT-LINE             PIC X(132).
           05  FILLER              PIC X(10) VALUE 'DATE'.
           05  FILLER              PIC X(10) VALUE 'TIME'.
           05  FILLER              PIC X(8)  VALUE 'ACTION'.
           05  FILLER              PIC X(10) VALUE 'OPERATOR'.
           05  FILLER              PIC X(40) VALUE
               'BEFORE / AFTER IMAGES FOLLOW EACH ENTRY'.
           05  FILLER              PIC X(54) VALUE SPACES.

       01  AUDIT-ENTRY-LINE.
           05  AUDL-DATE           PIC 9(8).
           05  AUDL-TIME           PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AUDL-ACTION         PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AUDL-OPERATOR       PIC X(8).
           05  FILLER              PIC X(96) VALUE SPACES.

       01  AUDIT-IMAGE-LINE.
           05  FILLER              PIC X(8).
              MOVE AUD-DATE   TO AUDL-DATE
              MOVE AUD-TIME   TO AUDL-TIME
              MOVE AUD-ACTION TO AUDL-ACTION
              MOVE AUD-OPERATOR TO AUDL-OPERATOR
              PERFORM 9500-CHECK-PAGE-OVERFLOW
              MOVE AUDIT-ENTRY-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
