      * status 'R' rather than deleted, the same way a cancelled
      * standing order is kept.
      *
      * Maintained online through the HOLDMNT transaction. TXNAPPLY
      * also places a clearing hold on every cheque deposit, under
      * the highest free id, expiring when the clearing period has
      * run and with 'CHQ CLEARING ' plus the deposit's TXNHIST
      * timestamp as its reason; CHQRETN releases it early when the
      * cheque comes back unpaid.
      *
      * Used by HOLDMNT, AVAILBAL, ACCTMNT, TXNAPPLY and CHQRETN.
      ******************************************************************
       01  ACCTHOLD-RECORD.
           05  AH-KEY.
