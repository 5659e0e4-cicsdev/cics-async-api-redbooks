      ******************************************************************
      * FXPOSHST
      *
      * Record layout for the FXPOSHST VSAM KSDS - the nightly
      * currency position history written by the FXREVAL currency
      * exposure and revaluation run. One record per currency per
      * business date, keyed on the ISO currency code plus the
      * position date, so a currency's position on any earlier
      * night can be found with a backwards browse, the technique
      * FXCONV uses on FXRATES, and treasury can trend a currency
      * across the month with a forward browse.
      *
      *   XP-CREDIT-BALANCES / XP-OVERDRAWN-BALANCES - the CUSTACCT
      *       ledger balances in the currency, split into accounts
      *       in credit and accounts overdrawn (held as a positive
      *       figure)
      *   XP-OVERDRAFT-LIMITS - the agreed CA-OVERDRAFT limits in
      *       the currency, the undrawn side of the exposure
      *   XP-LOAN-BALANCES - outstanding LOANMAST principal; a loan
      *       is always drawn in home currency
      *   XP-NET-POSITION - the bank's net position in the currency:
      *       what customers owe the bank (loans plus overdrawn
      *       balances) less what the bank owes them (credit
      *       balances)
      *   XP-RATE / XP-RATE-STATUS - tonight's FXRATES rate through
      *       FXCONV and its FC-STATUS (H home, F found, S stale,
      *       N none - no revaluation is done on an N)
      *   XP-HOME-VALUE - the net position revalued into home
      *       currency at XP-RATE
      *   XP-PRIOR-RATE / XP-PRIOR-HOME-VALUE - the same figures
      *       off the currency's previous position record
      *   XP-REVAL-GAIN-LOSS - what the move from XP-PRIOR-RATE to
      *       XP-RATE made or lost on the previous night's position
      *
      * Used by FXREVAL.
      ******************************************************************
       01  FXPOSHST-RECORD.
           05  XP-KEY.
               10  XP-CURRENCY-CODE    PIC X(3).
               10  XP-POSITION-DATE    PIC X(8).
           05  XP-ACCOUNT-COUNT        PIC S9(8) COMP.
           05  XP-CREDIT-BALANCES      PIC S9(13)V99 COMP-3.
           05  XP-OVERDRAWN-BALANCES   PIC S9(13)V99 COMP-3.
           05  XP-OVERDRAFT-LIMITS     PIC S9(13)V99 COMP-3.
           05  XP-LOAN-BALANCES        PIC S9(13)V99 COMP-3.
           05  XP-NET-POSITION         PIC S9(13)V99 COMP-3.
           05  XP-RATE                 PIC S9(3)V9999 COMP-3.
           05  XP-RATE-STATUS          PIC X(1).
               88  XP-RATE-USABLE             VALUE 'H' 'F' 'S'.
           05  XP-HOME-VALUE           PIC S9(13)V99 COMP-3.
           05  XP-PRIOR-RATE           PIC S9(3)V9999 COMP-3.
           05  XP-PRIOR-HOME-VALUE     PIC S9(13)V99 COMP-3.
           05  XP-REVAL-GAIN-LOSS      PIC S9(13)V99 COMP-3.
           05  XP-RUN-TS               PIC X(16).
