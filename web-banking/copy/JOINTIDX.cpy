      ******************************************************************
      * JOINTIDX
      *
      * Record layout for the JOINTIDX VSAM KSDS - the reverse index
      * from a joint holder's customer number to the accounts they
      * co-own, keyed on the holder's customer number plus the
      * account number, so all of a customer's joint holdings can
      * be found with a forward browse. JOINTHLD is keyed account
      * first and is the book of record; this file only lets
      * ACCTCURR find a holder's joint accounts without reading the
      * whole of JOINTHLD. An entry exists only while the holding
      * is active - JHLDMNT writes it as a holder is added and
      * deletes it as one is removed, ACCTMNT deletes the entries
      * of an account it closes, and CUSTCLOS those of a closed
      * customer, each in the same unit of work as the JOINTHLD
      * change.
      *
      * Used by JHLDMNT, ACCTCURR, ACCTMNT and CUSTCLOS.
      ******************************************************************
       01  JOINTIDX-RECORD.
           05  JI-KEY.
               10  JI-HOLDER-CUST-NO  PIC X(4).
               10  JI-ACCT-NUMBER     PIC X(8).
           05  JI-OWNER-CUST-NO       PIC X(4).
