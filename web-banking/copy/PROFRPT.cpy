      ******************************************************************
      * PROFRPT
      *
      * Record layout for the PROFRPT VSAM ESDS - the customer
      * profitability report produced by each month-end CUSTPRFT
      * run, for the relationship managers. Each record is one
      * print line, the same convention as STMTOUT: the run header
      * with the month, the customers ranked by contribution - the
      * highest first, then the lowest - the HOUSEHLD households
      * ranked the same way, and the closing totals with the loan
      * quote conversion.
      ******************************************************************
       01  PROFRPT-RECORD.
           05  PU-PRINT-LINE           PIC X(132).
