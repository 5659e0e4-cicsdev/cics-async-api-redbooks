      *   LM-BALANCE is the outstanding principal, opened at the
      *       drawdown amount
      *
      * The nightly LOANSERV servicing run builds each loan's
      * amortisation schedule on LOANSCHD the first night it sees
      * the loan (LM-INSTALMENT-AMOUNT still zero), then on each
      * due date accrues the month's interest onto LM-BALANCE and
      * collects the instalment from LM-REPAY-ACCT - the current
      * account the drawdown was credited to - through TXNAPPLY,
      * stepping LM-NEXT-DUE-DATE on. The loan is closed when the
      * final instalment clears LM-BALANCE to zero.
      *
      * Used by LOANORIG, LOANSERV, CUSTCLOS, FXREVAL, DWEXTR,
      * RATESIM, CUSTPRFT and ACCTMNT.
      ******************************************************************
       01  LOANMAST-RECORD.
           05  LM-LOAN-ACCT           PIC X(8).
               88  LM-STATUS-ACTIVE           VALUE 'A'.
               88  LM-STATUS-CLOSED           VALUE 'C'.
           05  LM-OPENED-BY           PIC X(8).
      * Servicing - maintained by the nightly LOANSERV run
           05  LM-REPAY-ACCT          PIC X(8).
           05  LM-INSTALMENT-AMOUNT   PIC S9(7)V99 COMP-3.
           05  LM-INSTALMENTS-PAID    PIC S9(4) COMP.
           05  LM-NEXT-DUE-DATE       PIC X(8).
           05  LM-INTEREST-CHARGED    PIC S9(9)V99 COMP-3.
           05  LM-CLOSED-DATE         PIC X(8).
