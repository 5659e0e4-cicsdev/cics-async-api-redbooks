      ******************************************************************
      * CLRRTN
      *
      * Record layout for the CLRRTN VSAM ESDS - the rejection file
      * the clearing house returns for payments on a CLRPAY file it
      * could not apply (account closed, sort code unknown, and so
      * on), loaded before the PAYRETN run. The same header/trailer
      * convention as CLRPAY and TXNFEED:
      *
      *   'H' header  - first record; names the returns file
      *                 (CR-FILE-ID, assigned by the clearing house)
      *   'D' detail  - one rejected payment per record: the
      *                 CF-PAYMENT-ID it was sent under, the amount,
      *                 and the clearing house's reason code and
      *                 text
      *   'T' trailer - last record; repeats the file identifier
      *                 and carries the item count and hash total
      *
      * Used by PAYRETN.
      ******************************************************************
       01  CLRRTN-RECORD.
           05  CR-RECORD-TYPE        PIC X(1).
               88  CR-HEADER                  VALUE 'H'.
               88  CR-DETAIL                  VALUE 'D'.
               88  CR-TRAILER                 VALUE 'T'.
           05  CR-DETAIL-DATA.
               10  CR-PAYMENT-ID.
                   15  CR-DEBIT-ACCT     PIC X(8).
                   15  CR-POSTED-TS      PIC X(16).
               10  CR-AMOUNT             PIC S9(7)V99 COMP-3.
               10  CR-REASON-CODE        PIC X(4).
               10  CR-REASON-TEXT        PIC X(30).
           05  CR-CONTROL-DATA REDEFINES CR-DETAIL-DATA.
               10  CR-FILE-ID            PIC X(16).
               10  CR-ITEM-COUNT         PIC S9(8) COMP-3.
               10  CR-HASH-TOTAL         PIC S9(11)V99 COMP-3.
               10  FILLER                PIC X(35).
