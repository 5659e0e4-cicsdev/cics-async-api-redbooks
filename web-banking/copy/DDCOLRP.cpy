      ******************************************************************
      * DDCOLRP
      *
      * Record layout for the DDCOLRP VSAM ESDS - the daily direct
      * debit collections report. Each record is one print line,
      * the same convention as TXNSUSP: TXNFEEDR lists every
      * DD-COLLECT item on the night's feed grouped by originator -
      * paid, refused (with the reason) or held for the credit
      * officer or the new business date - with each originator's
      * counts and amounts, so the payments team can answer an
      * originator's query about a collection that was not paid.
      *
      * Used by TXNFEEDR.
      ******************************************************************
       01  DDCOLRP-RECORD.
           05  DC-PRINT-LINE           PIC X(132).
