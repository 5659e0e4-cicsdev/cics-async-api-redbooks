      ******************************************************************
      * SANCCTL
      *
      * Record layout for the SANCCTL VSAM KSDS - the sanctions
      * screening control record, a single record keyed
      * 'SANCLIST'. SANCLOAD stamps the list version it loaded;
      * the SANCRSCN rescreen compares that with the version it
      * last screened the customer base against and rescreens the
      * whole of CUSTNAME only when a newer version has arrived.
      *
      * Used by SANCLOAD and SANCRSCN.
      ******************************************************************
       01  SANCCTL-RECORD.
           05  SN-CONTROL-ID          PIC X(8).
           05  SN-LOADED-VERSION      PIC X(8).
           05  SN-LOADED-TS           PIC X(16).
           05  SN-ACTIVE-ENTRIES      PIC S9(8) COMP-3.
           05  SN-SCREENED-VERSION    PIC X(8).
           05  SN-SCREENED-TS         PIC X(16).
