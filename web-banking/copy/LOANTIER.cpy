      * container rate (eg '1.25'). Maintained online through
      * LRTMAINT, which logs every change to LOANTLOG.
      *
      * Used by GETLOAN, LRTMAINT and RATESIM.
      ******************************************************************
       01  LOANTIER-RECORD.
           05  LT-KEY.
