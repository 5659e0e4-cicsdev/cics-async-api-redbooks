      ******************************************************************
      * SCVRPT
      *
      * Record layout for the SCVRPT VSAM ESDS - the summary report
      * produced by each SCVBUILD single customer view run. Each
      * record is one print line, the same convention as STMTOUT:
      * the run header, one line per depositor flagged for missing
      * data with what is missing, and the closing totals of
      * depositors and of covered and uncovered deposits.
      ******************************************************************
       01  SCVRPT-RECORD.
           05  VR-PRINT-LINE           PIC X(132).
