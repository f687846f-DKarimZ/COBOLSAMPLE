      ******************************************************************
      * SSNMASK - shared SSN masking working-storage fields.
      *
      * COPY this into WORKING-STORAGE SECTION and COPY SSNMASKPD into
      * the PROCEDURE DIVISION. Only the last four digits of an SSN
      * may appear on a printed report, reject listing or exception
      * image: move the full value to SSN-MASK-IN, PERFORM
      * 9400-MASK-SSN and print SSN-MASK-OUT (nine bytes, "XXXXX1234")
      * or SSN-MASK-EDITED (eleven bytes, "XXX-XX-1234"). A blank
      * SSN comes back blank. Files that must keep the full value
      * are listed in SSNRESTR for retention.
      ******************************************************************
       01  WS-SSN-MASK-FIELDS.
           05  SSN-MASK-IN             PIC X(9).
           05  SSN-MASK-OUT            PIC X(9).
           05  SSN-MASK-EDITED         PIC X(11).
