      ******************************************************************
      * PROFMTH
      *
      * Record layout for the PROFMTH VSAM KSDS - the monthly
      * profitability records built by each month-end CUSTPRFT run.
      * Keyed on the month (YYYYMM), a record type and the customer
      * number or HOUSEHLD household ID, so one month's records can
      * be read forward with a browse and a customer's or
      * household's months compared side by side:
      *
      *   type C - one customer's month
      *   type H - the month of a HOUSEHLD household, rolled up from
      *            its members' type C records
      *
      * All amounts are the bank's view, in home-currency terms -
      * each account's figures converted at the business date's
      * FXCONV rate, an account with no usable rate left out - for
      * the month from its first day through the business date the
      * run cut on:
      *
      *   PB-INT-CREDITED   - INT-CREDIT interest paid to the
      *                       customer on TXNHIST
      *   PB-INT-CHARGED    - INT-DEBIT overdraft interest charged
      *   PB-LOAN-INTEREST  - interest LOANSERV charged on the
      *                       customer's LOANMAST loans, off the
      *                       LOANSCHD instalments that fell due
      *   PB-INT-MARGIN     - charged plus loan interest, less
      *                       credited
      *   PB-FEE-INCOME     - FEE-MAINT, FEE-ACTIV and FEE-RETCHQ
      *                       fees charged
      *   PB-FEES-WAIVED    - the fees FEEASSES would have charged a
      *                       customer flagged on FEEWAIVE, priced
      *                       the way FEEASSES prices them
      *   PB-AVG-BALANCE    - the day-weighted average of the net
      *                       CUSTACCT balance over the month
      *   PB-CONTRIBUTION   - interest margin plus fee income
      *   PB-RANK           - the position by contribution among the
      *                       month's records of the same type, 1 the
      *                       highest
      *
      * plus the loan quote conversion - LOANQUOT quotes issued in
      * the month, LOANMAST loans drawn in the month, and how many
      * of those draws came from a quote issued in the month.
      *
      * A rerun of the month deletes the month's records before it
      * writes its own, so none is left from an earlier run.
      *
      * Used by CUSTPRFT.
      ******************************************************************
       01  PROFMTH-RECORD.
           05  PB-KEY.
               10  PB-MONTH           PIC X(6).
               10  PB-RECORD-TYPE     PIC X(1).
                   88  PB-TYPE-CUSTOMER       VALUE 'C'.
                   88  PB-TYPE-HOUSEHOLD      VALUE 'H'.
               10  PB-ENTITY-ID       PIC X(4).
           05  PB-PERIOD-START        PIC X(8).
           05  PB-PERIOD-END          PIC X(8).
      * The customer's household, or spaces; on a type H record the
      * number of members rolled up
           05  PB-HOUSEHOLD-ID        PIC X(4).
           05  PB-MEMBER-COUNT        PIC S9(4) COMP.
           05  PB-INT-CREDITED        PIC S9(9)V99 COMP-3.
           05  PB-INT-CHARGED         PIC S9(9)V99 COMP-3.
           05  PB-LOAN-INTEREST       PIC S9(9)V99 COMP-3.
           05  PB-INT-MARGIN          PIC S9(9)V99 COMP-3.
           05  PB-FEE-INCOME          PIC S9(9)V99 COMP-3.
           05  PB-FEES-WAIVED         PIC S9(9)V99 COMP-3.
           05  PB-AVG-BALANCE         PIC S9(9)V99 COMP-3.
           05  PB-LOAN-BALANCE        PIC S9(9)V99 COMP-3.
           05  PB-QUOTES-ISSUED       PIC S9(4) COMP.
           05  PB-LOANS-DRAWN         PIC S9(4) COMP.
           05  PB-QUOTES-CONVERTED    PIC S9(4) COMP.
           05  PB-CONTRIBUTION        PIC S9(9)V99 COMP-3.
           05  PB-RANK                PIC S9(8) COMP.
           05  PB-RUN-TS              PIC X(16).
