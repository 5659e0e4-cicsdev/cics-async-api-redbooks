      ******************************************************************
      * CLRPAY
      *
      * Record layout for the CLRPAY VSAM ESDS - the outbound
      * clearing payment file PAYCLEAR writes each night from the
      * OUTPAY queue and the transmission step sends on to the
      * clearing house.
      *
      * The file carries the same header/trailer convention as the
      * inbound TXNFEED, so the clearing house can catch a truncated
      * or duplicated file before it settles a single payment:
      *
      *   'H' header  - first record; names the file (CF-FILE-ID,
      *                 unique per run) and the business date
      *   'D' detail  - one outbound payment per record
      *   'T' trailer - last record; repeats the file identifier
      *                 and carries the payment count and the hash
      *                 total (the sum of every detail's
      *                 CF-AMOUNT)
      *
      * CF-PAYMENT-ID is the OUTPAY key (paying account plus debit
      * timestamp); the clearing house quotes it back on any
      * CLRRTN rejection.
      *
      * Used by PAYCLEAR.
      ******************************************************************
       01  CLRPAY-RECORD.
           05  CF-RECORD-TYPE        PIC X(1).
               88  CF-HEADER                  VALUE 'H'.
               88  CF-DETAIL                  VALUE 'D'.
               88  CF-TRAILER                 VALUE 'T'.
           05  CF-DETAIL-DATA.
               10  CF-PAYMENT-ID         PIC X(24).
               10  CF-SORT-CODE          PIC X(6).
               10  CF-EXT-ACCOUNT        PIC X(8).
               10  CF-PAYEE-NAME         PIC X(30).
               10  CF-REFERENCE          PIC X(18).
               10  CF-AMOUNT             PIC S9(7)V99 COMP-3.
               10  CF-CURRENCY-CODE      PIC X(3).
           05  CF-CONTROL-DATA REDEFINES CF-DETAIL-DATA.
               10  CF-FILE-ID            PIC X(16).
               10  CF-BUSINESS-DATE      PIC X(8).
               10  CF-ITEM-COUNT         PIC S9(8) COMP-3.
               10  CF-HASH-TOTAL         PIC S9(11)V99 COMP-3.
               10  FILLER                PIC X(58).
