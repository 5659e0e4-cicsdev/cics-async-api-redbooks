      * routine deliberately returns only the hold total, so every
      * caller works from whichever ledger figure it already holds.
      *
      * Used by AVAILBAL, TXNAPPLY, WEBHOME, STMTGEN, HOLDMNT and
      * SWEEPRUN.
      ******************************************************************
       01  AVAILBAL-COMMAREA.
           05  AB-ACCT-NUMBER        PIC X(8).
