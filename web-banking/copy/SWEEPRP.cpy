      ******************************************************************
      * SWEEPRP
      *
      * Record layout for the SWEEPRP VSAM ESDS - the run report
      * produced by each SWEEPRUN automatic sweep run. Each record
      * is one print line, the same convention as STORDRP: the run
      * header, one line per sweep made, partly funded or not
      * funded with the reason, and the closing run control totals.
      ******************************************************************
       01  SWEEPRP-RECORD.
           05  SV-PRINT-LINE           PIC X(132).
