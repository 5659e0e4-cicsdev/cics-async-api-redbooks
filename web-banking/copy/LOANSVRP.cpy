      ******************************************************************
      * LOANSVRP
      *
      * Record layout for the LOANSVRP VSAM ESDS - the run report
      * produced by each LOANSERV loan servicing run. Each record is
      * one print line, the same convention as STMTOUT: the run
      * header, one line per schedule built, instalment collected
      * or not collected and loan paid off, and the closing run
      * control totals.
      ******************************************************************
       01  LOANSVRP-RECORD.
           05  LV-PRINT-LINE           PIC X(132).
