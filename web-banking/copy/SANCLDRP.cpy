      ******************************************************************
      * SANCLDRP
      *
      * Record layout for the SANCLDRP VSAM ESDS - the report of
      * the SANCLOAD watchlist load. Each record is one print line,
      * the same convention as LOANARRP: the run header with the
      * list version, a line for any entry refused, and the
      * totals added, amended and delisted - or the reason the
      * whole load was refused.
      ******************************************************************
       01  SANCLDRP-RECORD.
           05  SJ-PRINT-LINE           PIC X(132).
