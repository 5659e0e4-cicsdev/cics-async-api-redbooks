      * instant still writes two distinct records.
      *
      * Raised by TXNAPPLY inside the posting's unit of work when a
      * posting crosses one of the customer's ALERTRUL rules, and
      * by CHQRETN - whatever the customer's rules - when a
      * deposited cheque comes back unpaid and is reversed.
      * Branch staff view and acknowledge alerts through the ALRT
      * worklist transaction; the nightly ALERTDIG digest reports
      * alerts raised and still unacknowledged.
      *
      * Used by TXNAPPLY, CHQRETN, ALRTWORK and ALERTDIG.
      ******************************************************************
       01  ALERTQ-RECORD.
           05  AQ-KEY.
                   88  AQ-TYPE-LOW-BALANCE    VALUE 'LOWBAL  '.
                   88  AQ-TYPE-LARGE-TXN      VALUE 'LARGETXN'.
                   88  AQ-TYPE-OD-ENTRY       VALUE 'ODENTRY '.
                   88  AQ-TYPE-RETURNED-CHQ   VALUE 'RETCHQ  '.
           05  AQ-ACCT-NUMBER         PIC X(8).
           05  AQ-TX-AMOUNT           PIC S9(7)V99 COMP-3.
           05  AQ-BALANCE-AFTER       PIC S9(7)V99 COMP-3.
