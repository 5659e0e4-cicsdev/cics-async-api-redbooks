      ******************************************************************
      * DDMANDT
      *
      * Record layout for the DDMANDT VSAM KSDS - the direct debit
      * mandate file. One record per authority a customer has given
      * a third-party originator (a utility company, a lender) to
      * collect from one of the customer's accounts. Keyed on the
      * account number, the originator's six-character service
      * user id and the customer's reference with that originator
      * - exactly what a collection on the TXNFEED interchange
      * quotes - so TXNFEEDR finds the mandate behind a collection
      * with a single read, and all of an account's mandates can be
      * found with a forward browse (STARTBR GTEQ on the account
      * number / READNEXT while the account number still matches).
      *
      *   DM-MAX-AMOUNT - the most one collection may take; zero
      *       means the customer set no cap
      *   DM-STATUS - Active, or Cancelled: a cancelled mandate is
      *       kept, marked, rather than deleted, so the collections
      *       already paid under it can still be traced to it
      *
      * A DD-COLLECT debit with no active mandate, or over its cap,
      * is not posted: TXNFEEDR sends it to the SUSPQ suspense
      * queue with the reason.
      *
      * Maintained online through the DDMN transaction (MANDMNT).
      *
      * Used by MANDMNT and TXNFEEDR.
      ******************************************************************
       01  DDMANDT-RECORD.
           05  DM-KEY.
               10  DM-ACCT-NUMBER     PIC X(8).
               10  DM-ORIGINATOR-ID   PIC X(6).
               10  DM-MANDATE-REF     PIC X(18).
           05  DM-CUST-NO             PIC X(4).
           05  DM-MAX-AMOUNT          PIC S9(7)V99 COMP-3.
           05  DM-STATUS              PIC X(1).
               88  DM-STATUS-ACTIVE           VALUE 'A'.
               88  DM-STATUS-CANCELLED        VALUE 'C'.
           05  DM-SET-UP-DATE         PIC X(8).
           05  DM-CHANGED-TS          PIC X(16).
           05  DM-CHANGED-BY          PIC X(8).
