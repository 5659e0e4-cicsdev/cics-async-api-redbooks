      ******************************************************************
      * FXPOSRP
      *
      * Record layout for the FXPOSRP VSAM ESDS - the currency
      * exposure and revaluation report produced by each FXREVAL
      * run. Each record is one print line, the same convention as
      * STORDRP: the run header, two lines per currency (the
      * position, then its revaluation against the previous night)
      * and the home-currency totals.
      ******************************************************************
       01  FXPOSRP-RECORD.
           05  XR-PRINT-LINE           PIC X(132).
