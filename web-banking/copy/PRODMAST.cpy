      ******************************************************************
      * PRODMAST
      *
      * Record layout for the PRODMAST VSAM KSDS - the account
      * product catalogue. Keyed on the four-character product code
      * carried on each CUSTACCT account (CA-PRODUCT-CODE). Every
      * account used to be priced alike from the one INTRATES rate
      * set and the one FEESCHED schedule; a product now sets its
      * own pricing and who may open it:
      *
      *   PD-CREDIT-RATE / PD-DEBIT-RATE - annual percentage rates
      *       INTACCRU accrues on the account's positive and
      *       overdrawn balances
      *   PD-MAINT-FEE / PD-ACTIVITY-FEE / PD-FREE-TXN-COUNT - the
      *       month-end FEEASSES charges, as on FEESCHED
      *   PD-DEFAULT-OVERDRAFT - the overdraft limit an account of
      *       this product is opened with
      *   PD-MIN-AGE / PD-MAX-AGE - the customer's age in whole
      *       years on the opening date must fall in this range; a
      *       zero maximum means no upper limit
      *   PD-HIGH-RISK-FLAG - whether a customer with a High KYC
      *       risk rating on CUSTPROF may hold the product
      *   PD-STATUS - Open for sale, or Withdrawn: no new accounts,
      *       but accounts already on it stay priced by it
      *
      * An account with no product code - one opened before the
      * catalogue existed - or whose code is not on file is priced
      * from INTRATES and FEESCHED exactly as before.
      *
      * Loaded and maintained from outside this application, the
      * same way INTRATES and FEESCHED are.
      *
      * Used by CUSTONBD, ACCTMNT, INTACCRU, FEEASSES, RATESIM and
      * CUSTPRFT.
      ******************************************************************
       01  PRODMAST-RECORD.
           05  PD-PRODUCT-CODE        PIC X(4).
           05  PD-DESCRIPTION         PIC X(30).
           05  PD-STATUS              PIC X(1).
               88  PD-STATUS-OPEN             VALUE 'O'.
               88  PD-STATUS-WITHDRAWN        VALUE 'W'.
           05  PD-CREDIT-RATE         PIC S9(3)V9999 COMP-3.
           05  PD-DEBIT-RATE          PIC S9(3)V9999 COMP-3.
           05  PD-MAINT-FEE           PIC S9(5)V99 COMP-3.
           05  PD-ACTIVITY-FEE        PIC S9(3)V99 COMP-3.
           05  PD-FREE-TXN-COUNT      PIC S9(4) COMP.
           05  PD-DEFAULT-OVERDRAFT   PIC S9(7)V99 COMP-3.
           05  PD-MIN-AGE             PIC 9(3).
           05  PD-MAX-AGE             PIC 9(3).
           05  PD-HIGH-RISK-FLAG      PIC X(1).
               88  PD-HIGH-RISK-ALLOWED       VALUE 'Y'.
