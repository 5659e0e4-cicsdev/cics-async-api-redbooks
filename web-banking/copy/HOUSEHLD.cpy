      * WEBHOME re-checks the signed-on operator's entitlement for
      * every member before that member's data is fetched.
      *
      * Used by WEBHOME and CUSTPRFT.
      ******************************************************************
       01  HOUSEHLD-RECORD.
           05  HH-CUST-NO             PIC X(4).
