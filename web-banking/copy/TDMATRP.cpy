      ******************************************************************
      * TDMATRP
      *
      * Record layout for the TDMATRP VSAM ESDS - the run report
      * produced by each TDMATUR term deposit maturity run. Each
      * record is one print line, the same convention as STMTOUT:
      * the run header, one line per deposit paid out, rolled over
      * or not paid, and the closing run control totals.
      ******************************************************************
       01  TDMATRP-RECORD.
           05  TM-PRINT-LINE           PIC X(132).
