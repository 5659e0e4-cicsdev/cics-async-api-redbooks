      ******************************************************************
      * CORRRPT
      *
      * Record layout for the CORRRPT VSAM ESDS - the run report
      * produced by each CORRPRT correspondence print run. Each
      * record is one print line, the same convention as STMTOUT:
      * the run header, one line per letter printed or held, and
      * the closing run control totals.
      ******************************************************************
       01  CORRRPT-RECORD.
           05  CJ-PRINT-LINE           PIC X(132).
