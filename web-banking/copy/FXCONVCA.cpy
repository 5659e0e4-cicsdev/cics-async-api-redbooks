      * must never convert on an 'N' (no rate on file) response, and
      * should warn when converting on an 'S' (stale) response.
      *
      * Used by FXCONV, WEBHOME, GETLOAN, STMTGEN, RECONCIL,
      * OVEREXCP, FXREVAL, SCVBUILD, CUSTPRFT and ACCTMNT.
      ******************************************************************
       01  FXCONV-COMMAREA.
           05  FC-CURRENCY-CODE      PIC X(3).
