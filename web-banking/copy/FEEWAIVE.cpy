      * Loaded and maintained from outside this application, the
      * same way CUSTACCT itself is.
      *
      * Used by FEEASSES and CUSTPRFT.
      ******************************************************************
       01  FEEWAIVE-RECORD.
           05  FW-CUST-NO             PIC X(4).
