      ******************************************************************
      * SSNMASKPD - shared SSN masking paragraph.
      *
      * COPY this into the PROCEDURE DIVISION of a program that has
      * COPYed SSNMASK into WORKING-STORAGE. Move the SSN (or any
      * nine-byte field standing where an SSN would, such as the
      * first field of a rejected feeder record) to SSN-MASK-IN and
      * PERFORM 9400-MASK-SSN. Everything but the last four bytes is
      * replaced by X, whether or not the value is numeric, so a
      * malformed SSN on a reject listing is masked the same way.
      ******************************************************************
       9400-MASK-SSN.
           IF SSN-MASK-IN = SPACES
              MOVE SPACES TO SSN-MASK-OUT SSN-MASK-EDITED
           ELSE
              MOVE "XXXXX"          TO SSN-MASK-OUT
              MOVE SSN-MASK-IN (6:4) TO SSN-MASK-OUT (6:4)
              MOVE "XXX-XX-"        TO SSN-MASK-EDITED
              MOVE SSN-MASK-IN (6:4) TO SSN-MASK-EDITED (8:4)
           END-IF.
