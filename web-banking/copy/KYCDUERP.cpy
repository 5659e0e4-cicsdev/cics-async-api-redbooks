      ******************************************************************
      * KYCDUERP
      *
      * Record layout for the KYCDUERP VSAM ESDS - the nightly KYC
      * review-due list produced by KYCREVW. Each record is one
      * print line, the same convention as LOANARRP: the run
      * header, the customers whose review is overdue or falling
      * due grouped by risk - no profile first, then High, Medium
      * and Low, overdue ahead of due-soon within each - and the
      * counts.
      ******************************************************************
       01  KYCDUERP-RECORD.
           05  KD-PRINT-LINE           PIC X(132).
