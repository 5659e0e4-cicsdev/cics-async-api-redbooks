      * sees a debit, its linked reversal, and why, instead of two
      * unrelated mystery entries.
      *
      * CHQRETN registers the reversal of a returned cheque's
      * deposit here too, with the clearing house's return reason
      * code, so the deposit can be neither reversed again at the
      * counter nor returned twice.
      *
      * Used by TXNREVRS, CHQRETN and CASEWORK.
      ******************************************************************
       01  REVLOG-RECORD.
           05  RV-KEY.
