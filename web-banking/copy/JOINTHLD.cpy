      ******************************************************************
      * JOINTHLD
      *
      * Record layout for the JOINTHLD VSAM KSDS - the joint-holder
      * file. An account lives in exactly one customer's CUSTACCT
      * record and is indexed on ACCTIDX to that one owner; this
      * file lists the additional customers who legally co-own it,
      * keyed on the account number plus the holder's customer
      * number, so all of an account's holders can be found with a
      * forward browse (STARTBR GTEQ on the account number /
      * READNEXT while the account number still matches), the same
      * shape as ACCTHOLD and ACCTRSTR.
      *
      * The CUSTACCT owner is never on this file - only the other
      * holders are. Each carries the signing authority of the
      * account mandate:
      *
      *   E either to sign - the holder may operate the account,
      *                      and close it, alone
      *   A all to sign    - the holder acts only together with the
      *                      other holders, never alone; while any
      *                      holder is all-to-sign, ACCTMNT will not
      *                      close the account for anyone
      *   V view only      - the holder sees the account but may
      *                      not operate it
      *
      * ACCTCURR returns a holder's joint accounts beside their own
      * when the caller asks for them, so WEBHOME, WEBHSRV and
      * STMTGEN show the account to every holder, and WEBHOME grants
      * access to an account keyed by number through any holder's
      * ENTLMT entitlement. JOINTIDX is the reverse index from the
      * holder to the account, maintained alongside this file.
      *
      * Maintained online through the JHLD transaction (JHLDMNT).
      * ACCTMNT ends every holding of an account it closes, and
      * CUSTCLOS every holding of a closed customer's accounts and
      * every holding the customer had of others'. An ended holding
      * is kept on file, not deleted, so who held the account and
      * when stays visible.
      *
      * Used by JHLDMNT, ACCTCURR, WEBHOME, STMTGEN, ACCTMNT and
      * CUSTCLOS.
      ******************************************************************
       01  JOINTHLD-RECORD.
           05  JH-KEY.
               10  JH-ACCT-NUMBER     PIC X(8).
               10  JH-HOLDER-CUST-NO  PIC X(4).
      * The CUSTACCT customer the account lives under
           05  JH-OWNER-CUST-NO       PIC X(4).
           05  JH-SIGNING-AUTHORITY   PIC X(1).
               88  JH-SIGN-EITHER             VALUE 'E'.
               88  JH-SIGN-ALL                VALUE 'A'.
               88  JH-SIGN-VIEW-ONLY          VALUE 'V'.
               88  JH-AUTHORITY-VALID         VALUE 'E' 'A' 'V'.
           05  JH-STATUS              PIC X(1).
               88  JH-STATUS-ACTIVE           VALUE 'A'.
               88  JH-STATUS-ENDED            VALUE 'E'.
      * Why an ended holding ended - the holder was taken off, or
      * the account itself was closed
           05  JH-END-REASON          PIC X(1).
               88  JH-ENDED-REMOVED           VALUE 'R'.
               88  JH-ENDED-ACCT-CLOSED       VALUE 'C'.
      * Who added the holder, who last changed the signing
      * authority, and who ended the holding
           05  JH-ADDED-OPER          PIC X(8).
           05  JH-ADDED-TS            PIC X(16).
           05  JH-CHANGED-OPER        PIC X(8).
           05  JH-CHANGED-TS          PIC X(16).
           05  JH-ENDED-OPER          PIC X(8).
           05  JH-ENDED-TS            PIC X(16).
