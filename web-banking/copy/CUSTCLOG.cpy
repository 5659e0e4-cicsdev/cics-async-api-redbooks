      * is what compliance reads afterwards. The same convention as
      * the ENTCHLOG entitlement change log.
      *
      * CL-JOINT-ENDED counts the joint holdings (see JOINTHLD) the
      * customer had of other owners' accounts, ended with the
      * closure; the holdings of their own accounts are counted on
      * each account's ACCTMLOG close record.
      *
      * Used by CUSTCLOS.
      ******************************************************************
       01  CUSTCLOG-RECORD.
           05  CL-CUST-NO            PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CL-CUSTOMER-NAME      PIC X(65).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CL-JOINT-ENDED        PIC 9(2).
