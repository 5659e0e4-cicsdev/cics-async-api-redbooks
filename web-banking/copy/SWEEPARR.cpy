      ******************************************************************
      * SWEEPARR
      *
      * Record layout for the SWEEPARR VSAM KSDS - the automatic
      * sweep arrangement file. One record per arrangement between
      * two of a customer's own accounts, keyed on customer number
      * plus a two-digit sweep number, so all of a customer's
      * arrangements can be found with a forward browse, the same
      * technique STORDER uses.
      *
      * Each night the SWEEPRUN job moves money out of
      * SW-FUNDING-ACCT into SW-TARGET-ACCT by one of two rules:
      *
      *   SW-RULE 'T' - target balance: top SW-TARGET-ACCT up to
      *       SW-TARGET-BALANCE whenever it has fallen below it
      *   SW-RULE 'O' - overdraft cover: bring an overdrawn
      *       SW-TARGET-ACCT back up to a zero balance
      *
      * The funding account's available balance - its ledger
      * balance less the active holds on it - is never taken below
      * SW-MINIMUM-LEAVE; when that leaves too little to cover the
      * whole amount the sweep moves what it can and is reported as
      * partly funded.
      * SW-LAST-RUN-DATE and SW-LAST-AMOUNT record the last night
      * the arrangement was worked and what it moved.
      *
      * Maintained online through the SWPM transaction. ACCTMNT
      * will not close an account an active arrangement names, nor
      * CUSTCLOS a customer with any active arrangement.
      *
      * Used by SWPMAINT, SWEEPRUN, ACCTMNT and CUSTCLOS.
      ******************************************************************
       01  SWEEPARR-RECORD.
           05  SW-KEY.
               10  SW-CUST-NO         PIC X(4).
               10  SW-SWEEP-NO        PIC X(2).
           05  SW-FUNDING-ACCT        PIC X(8).
           05  SW-TARGET-ACCT         PIC X(8).
           05  SW-RULE                PIC X(1).
               88  SW-RULE-TARGET-BALANCE     VALUE 'T'.
               88  SW-RULE-OVERDRAFT-COVER    VALUE 'O'.
           05  SW-TARGET-BALANCE      PIC S9(7)V99 COMP-3.
           05  SW-MINIMUM-LEAVE       PIC S9(7)V99 COMP-3.
           05  SW-STATUS              PIC X(1).
               88  SW-STATUS-ACTIVE           VALUE 'A'.
               88  SW-STATUS-CANCELLED        VALUE 'C'.
           05  SW-LAST-RUN-DATE       PIC X(8).
           05  SW-LAST-AMOUNT         PIC S9(7)V99 COMP-3.
           05  SW-DESCRIPTION         PIC X(30).
