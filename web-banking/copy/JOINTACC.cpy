      ******************************************************************
      * JOINTACC
      *
      * Container layouts for the joint-holding detail ACCTCURR
      * returns beside its current accounts. ACCTCURR only looks at
      * JOINTHLD/JOINTIDX when the caller has put the JOINTREQUEST
      * container on the channel in the JOINT-REQUEST shape with
      * JA-JOINT-WANTED set - callers that total balances per
      * customer (RECONCIL, OVEREXCP) do not ask, so a joint
      * account is never counted twice in their figures.
      *
      * When asked, ACCTCURR appends the customer's active joint
      * holdings to the ACCTCURRCONT account table after their own
      * accounts, and answers with the ACCTJOINTCONT container in
      * the JOINT-HOLDINGS shape: one entry per ACCTCURRCONT slot,
      * in the same order, saying whether that account is
      *
      *   space - the customer's own, held alone
      *   O     - the customer's own, with joint holders on it
      *   H     - held jointly, living under another owner - whose
      *           customer number and this holder's signing
      *           authority (see JOINTHLD) are given
      *
      * Used by ACCTCURR, WEBHOME, WEBHSRV and STMTGEN.
      ******************************************************************
       01  JOINT-REQUEST.
           05  JA-REQUEST-FLAG        PIC X(1).
               88  JA-JOINT-WANTED            VALUE 'Y'.

       01  JOINT-HOLDINGS.
           05  JA-HOLDING OCCURS 10 TIMES.
               10  JA-HOLDING-TYPE    PIC X(1).
                   88  JA-HELD-ALONE          VALUE ' '.
                   88  JA-OWNED-JOINTLY       VALUE 'O'.
                   88  JA-HELD-JOINTLY        VALUE 'H'.
               10  JA-OWNER-CUST-NO   PIC X(4).
               10  JA-SIGNING-AUTHORITY
                                      PIC X(1).
