      * every CA-ACCT-NUMBER on CUSTACCT, ACCTPTNR refreshes
      * entries for the partner accounts it sees come back over the
      * DPL, and CUSTONBD indexes a new customer's initial account
      * as part of the onboarding unit of work. ACCTMNT indexes an
      * account opened for an existing customer, and retires the
      * entry of one it closes, in the same way.
      *
      * Looked up by the AINQ inquiry transaction, and by WEBHOME
      * when a teller keys an 8-character account number instead of
      * a customer number.
      *
      * Used by WEBHOME, ACCTINQ, ACCTLGEN, ACCTPTNR, CUSTONBD,
      * ACCTMNT, BALASAT, RSTRMNT, TXNAPPLY, CASEWORK and JHLDMNT.
      ******************************************************************
       01  ACCTIDX-RECORD.
           05  AX-ACCT-NUMBER         PIC X(8).
