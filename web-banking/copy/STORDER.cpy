      *
      * Maintained online through the SOMAINT transaction.
      *
      * Used by SOMAINT, STORDRUN and ACCTMNT.
      ******************************************************************
       01  STORDER-RECORD.
           05  SD-KEY.
