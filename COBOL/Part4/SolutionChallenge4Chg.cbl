      *    Each match prints a header line (date, time, program,
      *    action, id) and the before and after images on their
      *    own lines. Matches are written to EMPCHGRPT.DAT.
      *  - The before and after images are two bytes wider for
      *    the pay grade now on the employee master.
      *  - Each match's header line now shows the operator who
      *    made the change.
      **************************************************************

       ENVIRONMENT DIVISION.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(9)  VALUE 'EMPLOYEE '.
           05 CHD-EMP-ID           PIC 9(7).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(3)  VALUE 'BY '.
           05 CHD-OPERATOR         PIC X(8).
           05 FILLER               PIC X(56) VALUE SPACES.

       01  CHG-BEFORE-LINE.
           05 FILLER               PIC X(12) VALUE '    BEFORE: '.
           05 CHB-IMAGE            PIC X(87).
           05 FILLER               PIC X(33) VALUE SPACES.

       01  CHG-AFTER-LINE.
           05 FILLER               PIC X(12) VALUE '    AFTER:  '.
           05 CHA-IMAGE            PIC X(87).
           05 FILLER               PIC X(33) VALUE SPACES.

       01  REQUEST-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE
              WHEN OTHER MOVE ECH-ACTION TO CHD-ACTION
           END-EVALUATE.
           MOVE ECH-EMP-ID TO CHD-EMP-ID.
           MOVE ECH-OPERATOR TO CHD-OPERATOR.
           MOVE CHG-HEADER-LINE TO INQRPT-LINE.
           WRITE INQRPT-LINE.
           MOVE ECH-BEFORE TO CHB-IMAGE.
