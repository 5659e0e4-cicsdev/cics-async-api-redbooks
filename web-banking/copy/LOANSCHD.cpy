      ******************************************************************
      * LOANSCHD
      *
      * Record layout for the LOANSCHD VSAM KSDS - the amortisation
      * schedule of every drawn-down loan. One record per monthly
      * instalment, keyed on the loan account number plus the
      * instalment number, so a loan's whole schedule can be read
      * forward with a browse (STARTBR GTEQ on the loan account /
      * READNEXT while the loan account still matches).
      *
      * Built by the nightly LOANSERV run the first night it sees a
      * new loan, from LM-PRINCIPAL, LM-TERM-MONTHS and the
      * contractual LM-LOAN-RATE: a level monthly instalment, the
      * last one adjusted to clear the loan exactly. The projected
      * split of each instalment is kept as built; when the
      * instalment falls due the interest actually charged and the
      * amount actually due are stamped on the record, and when it
      * is collected the amount collected and the TXNHIST
      * timestamp of the collection. An instalment that could not
      * be collected is marked missed and carried on LOANARR until
      * the arrears are collected.
      *
      * Used by LOANSERV and CUSTPRFT.
      ******************************************************************
       01  LOANSCHD-RECORD.
           05  LS-KEY.
               10  LS-LOAN-ACCT        PIC X(8).
               10  LS-INSTALMENT-NO    PIC 9(3).
           05  LS-DUE-DATE             PIC X(8).
           05  LS-OPENING-BALANCE      PIC S9(9)V99 COMP-3.
           05  LS-INTEREST-AMOUNT      PIC S9(7)V99 COMP-3.
           05  LS-PRINCIPAL-AMOUNT     PIC S9(9)V99 COMP-3.
           05  LS-INSTALMENT-AMOUNT    PIC S9(7)V99 COMP-3.
           05  LS-STATUS               PIC X(1).
               88  LS-STATUS-DUE               VALUE 'D'.
               88  LS-STATUS-COLLECTED         VALUE 'C'.
               88  LS-STATUS-MISSED            VALUE 'M'.
           05  LS-COLLECTED-DATE       PIC X(8).
           05  LS-INTEREST-CHARGED     PIC S9(7)V99 COMP-3.
           05  LS-AMOUNT-DUE           PIC S9(7)V99 COMP-3.
           05  LS-AMOUNT-COLLECTED     PIC S9(7)V99 COMP-3.
           05  LS-POSTED-TS            PIC X(16).
