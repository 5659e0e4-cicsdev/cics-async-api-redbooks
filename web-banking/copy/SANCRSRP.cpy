      ******************************************************************
      * SANCRSRP
      *
      * Record layout for the SANCRSRP VSAM ESDS - the report of
      * the SANCRSCN rescreen of the customer base. Each record is
      * one print line, the same convention as LOANARRP: the run
      * header with the list version screened against, one line
      * for each new or reopened hit put on the SANCHIT register,
      * and the run totals.
      ******************************************************************
       01  SANCRSRP-RECORD.
           05  SX-PRINT-LINE           PIC X(132).
