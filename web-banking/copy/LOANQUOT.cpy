      * WEBH three times in a morning sees one consistent rate. The
      * validity window is the LQVALID TSQ, minutes, default 60.
      *
      * Used by GETLOAN, LQINQ, DWEXTR, CASEWORK and CUSTPRFT.
      ******************************************************************
       01  LOANQUOT-RECORD.
           05  LQ-KEY.
