      ******************************************************************
      * SLSSPTRN - salesperson master maintenance transaction layout,
      * shared by SPMAINTTRANS.DAT (keyed by sales operations) and
      * SPHRTRANS.DAT (proposed by ONBOARDAPPLY and MAINTAINEMPMASTER
      * when an employee joins or leaves a sales department). Both
      * are applied by SALESPERSONBATCH. SPT-EFF-DATE is used by a
      * transfer, SPT-HOLD-REASON by a commission hold. SPT-OPERATOR
      * is the id of the operator who keyed or proposed the change
      * (blank on unattended proposals) and is stamped on the
      * SPAUDIT.DAT record. COPY this immediately after the FD of the
      * transaction file.
      ******************************************************************
       01 SPMAINTREC.
            88 ENDOFMAINT VALUE HIGH-VALUES.
            05 SPT-ACTION           PIC X.
               88 SPT-ADD           VALUE 'A'.
               88 SPT-UPDATE        VALUE 'U'.
               88 SPT-DELETE        VALUE 'D'.
               88 SPT-TRANSFER      VALUE 'T'.
               88 SPT-HOLD          VALUE 'H'.
               88 SPT-RELEASE       VALUE 'R'.
            05 SPT-ID               PIC 9(5).
            05 SPT-LASTNAME         PIC X(20).
            05 SPT-FIRSTNAME        PIC X(20).
            05 SPT-REGION           PIC X(5).
            05 SPT-GENDER           PIC X.
            05 SPT-HIRE-STATUS      PIC X.
            05 SPT-EFF-DATE         PIC 9(8).
            05 SPT-HOLD-REASON      PIC X(3).
            05 SPT-OPERATOR         PIC X(8).
