      * Loaded and maintained from outside this application, the
      * same way INTRATES is.
      *
      * Used by FEEASSES and CUSTPRFT.
      ******************************************************************
       01  FEESCHED-RECORD.
           05  FS-EFFECTIVE-DATE      PIC X(8).
