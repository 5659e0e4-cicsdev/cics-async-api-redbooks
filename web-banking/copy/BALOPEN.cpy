      * account with no record here is audited from a zero opening
      * across its whole history.
      *
      * Used by BALAUDIT, TXNARCH and BALASAT.
      ******************************************************************
       01  BALOPEN-RECORD.
           05  BO-ACCT-NUMBER         PIC X(8).
