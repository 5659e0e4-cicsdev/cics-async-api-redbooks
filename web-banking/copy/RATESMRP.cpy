      ******************************************************************
      * RATESMRP
      *
      * Record layout for the RATESMRP VSAM ESDS - the rate change
      * impact report produced by each RATESIM what-if run, for
      * finance to sign a proposed rate change off against. Each
      * record is one print line, the same convention as STMTOUT:
      * the run header with the current and proposed rate sets,
      * one line per customer whose projected month changes -
      * interest credited, interest charged and loan quote tier
      * under each set and the difference - then the totals and
      * the net income effect.
      ******************************************************************
       01  RATESMRP-RECORD.
           05  RM-PRINT-LINE           PIC X(132).
