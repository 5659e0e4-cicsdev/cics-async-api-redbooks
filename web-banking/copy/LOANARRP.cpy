      ******************************************************************
      * LOANARRP
      *
      * Record layout for the LOANARRP VSAM ESDS - the nightly loan
      * arrears report produced by LOANARRS. Each record is one
      * print line, the same convention as LOANSVRP: the run
      * header, the loans in arrears bucket by bucket, oldest
      * first, and the portfolio summary by aging bucket.
      ******************************************************************
       01  LOANARRP-RECORD.
           05  LR-PRINT-LINE           PIC X(132).
