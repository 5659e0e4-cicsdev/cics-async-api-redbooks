      ******************************************************************
      * PAYEE
      *
      * Record layout for the PAYEE VSAM KSDS - the payee
      * (beneficiary) file. TXNXFER and STORDER can only move money
      * to an account on CUSTACCT / ACCTIDX; a payee is someone the
      * customer pays who banks elsewhere, held as the external
      * bank's sort code and the account number there. Keyed on
      * customer number plus a two-digit payee number, so all of a
      * customer's payees can be found with a forward browse
      * (STARTBR GTEQ on the customer number / READNEXT while the
      * customer number still matches), the STORDER technique.
      *
      * A cancelled payee is kept, marked, rather than deleted, so
      * the payments already made to it can still be read.
      *
      * Maintained online through the PAYEMNT transaction; paid
      * through the PAYOUT transaction.
      *
      * Used by PAYEMNT and PAYOUT.
      ******************************************************************
       01  PAYEE-RECORD.
           05  PY-KEY.
               10  PY-CUST-NO         PIC X(4).
               10  PY-PAYEE-NO        PIC X(2).
           05  PY-PAYEE-NAME          PIC X(30).
           05  PY-SORT-CODE           PIC X(6).
           05  PY-EXT-ACCOUNT         PIC X(8).
           05  PY-STATUS              PIC X(1).
               88  PY-STATUS-ACTIVE           VALUE 'A'.
               88  PY-STATUS-CANCELLED        VALUE 'C'.
           05  PY-CHANGED-TS          PIC X(16).
           05  PY-CHANGED-BY          PIC X(8).
           05  PY-LAST-PAID-DATE      PIC X(8).
