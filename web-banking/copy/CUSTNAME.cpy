      * operations staff can add or change a customer's name without
      * a code change.
      *
      * Used by GETNAME, CUSTMAINT, SCVBUILD, CORRPRT, DWEXTR and
      * CASEWORK.
      ******************************************************************
       01  CUSTNAME-RECORD.
           05  CN-CUST-NO         PIC X(4).
