      * positive CA-BALANCE, debit interest is charged on an
      * overdrawn (negative) one.
      *
      * Used by INTACCRU and RATESIM.
      ******************************************************************
       01  INTRATES-RECORD.
           05  IR-EFFECTIVE-DATE      PIC X(8).
