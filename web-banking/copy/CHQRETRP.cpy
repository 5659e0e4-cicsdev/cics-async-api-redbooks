      ******************************************************************
      * CHQRETRP
      *
      * Record layout for the CHQRETRP VSAM ESDS - the returned-
      * cheque report. Each record is one print line, the same
      * convention as PAYCLRRP: CHQRETN writes a line per returned
      * cheque reversed or refused and the run's totals - or the
      * reason a whole file was refused.
      *
      * Used by CHQRETN.
      ******************************************************************
       01  CHQRETRP-RECORD.
           05  CX-PRINT-LINE           PIC X(132).
