      * be done directly on them. CA-CURRENCY-CODE is the ISO
      * currency the balance/overdraft are held in.
      *
      * CA-PRODUCT-CODE is the account's product on the PRODMAST
      * catalogue, which prices its interest and fees and set its
      * overdraft when it was opened. Spaces on an account opened
      * before the catalogue existed - INTRATES and FEESCHED price
      * those, as they always did.
      *
      * Used by ACCTCURR.
      ******************************************************************
       01  CUSTACCT-RECORD.
               10  CA-BALANCE         PIC S9(7)V99 COMP-3.
               10  CA-OVERDRAFT       PIC S9(7)V99 COMP-3.
               10  CA-CURRENCY-CODE   PIC X(3).
               10  CA-PRODUCT-CODE    PIC X(4).
