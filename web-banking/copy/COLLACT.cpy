      ******************************************************************
      * COLLACT
      *
      * Record layout for the COLLACT VSAM KSDS - the collections
      * action log. One record for every action a collector takes
      * on a loan in arrears through the COLW worklist transaction,
      * keyed on the loan account number and the time of the action
      * so the whole history of a loan reads back in order:
      *
      *   ASSIGN   - the collector took the loan on their worklist
      *   CONTACT  - a contact attempt and its result code
      *   PROMISE  - a promise to pay an amount by a date
      *   OUTCOME  - the outcome of the case so far
      *
      * CT-PAST-DUE-AMOUNT and CT-DAYS-PAST-DUE record where the
      * arrears stood when the action was taken.
      *
      * Used by COLWORK.
      ******************************************************************
       01  COLLACT-RECORD.
           05  CT-KEY.
               10  CT-LOAN-ACCT       PIC X(8).
               10  CT-TIMESTAMP       PIC X(16).
           05  CT-OPERATOR-ID         PIC X(8).
           05  CT-ACTION              PIC X(8).
               88  CT-ACTION-ASSIGN           VALUE 'ASSIGN  '.
               88  CT-ACTION-CONTACT          VALUE 'CONTACT '.
               88  CT-ACTION-PROMISE          VALUE 'PROMISE '.
               88  CT-ACTION-OUTCOME          VALUE 'OUTCOME '.
           05  CT-RESULT-CODE         PIC X(8).
           05  CT-PROMISE-DATE        PIC X(8).
           05  CT-PROMISE-AMOUNT      PIC S9(7)V99 COMP-3.
           05  CT-PAST-DUE-AMOUNT     PIC S9(9)V99 COMP-3.
           05  CT-DAYS-PAST-DUE       PIC S9(4) COMP.
           05  CT-NOTE                PIC X(40).
