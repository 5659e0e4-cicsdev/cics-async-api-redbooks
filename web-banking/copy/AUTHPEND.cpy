      ******************************************************************
      * AUTHPEND
      *
      * Record layout for the AUTHPEND VSAM KSDS - the pending-
      * authorisation queue for high-value teller work. A TPST
      * posting or TRNF transfer whose amount is over the DUALAUTH
      * threshold on the PARMMAST registry is not posted: it is
      * parked here, carrying everything needed to post it later,
      * with the operator who keyed it as the maker.
      *
      * A second operator holding the SUPERVISOR role on ENTOPRL -
      * never the maker - works the queue through the AUTW
      * transaction: approve posts the item through TXNAPPLY (a
      * transfer as its matched debit and credit pair, exactly as
      * TRNF would have), reject discards it with a reason. Either
      * decision is stamped on the record, which is kept for the
      * audit trail, and logged to AUTHDCLG.
      *
      * Keyed on the timestamp the item was parked - its last two
      * digits stepped on if another item was parked in the same
      * 1/100 second.
      *
      * Used by TXNPOST, TXNXFER and AUTHWORK.
      ******************************************************************
       01  AUTHPEND-RECORD.
           05  AP-PENDING-ID          PIC X(16).
           05  AP-ITEM-TYPE           PIC X(1).
               88  AP-ITEM-POSTING            VALUE 'P'.
               88  AP-ITEM-TRANSFER           VALUE 'T'.
      * For a posting: the account posted to. For a transfer: the
      * account the money moves out of
           05  AP-CUST-NO             PIC X(4).
           05  AP-ACCT-NUMBER         PIC X(8).
      * For a transfer only: the account the money moves into
           05  AP-TO-CUST-NO          PIC X(4).
           05  AP-TO-ACCT-NUMBER      PIC X(8).
           05  AP-TX-TYPE             PIC X(10).
      * Signed as keyed for a posting; the positive amount moved
      * for a transfer
           05  AP-TX-AMOUNT           PIC S9(7)V99 COMP-3.
           05  AP-TX-DESCRIPTION      PIC X(30).
           05  AP-MAKER-ID            PIC X(8).
           05  AP-STATUS              PIC X(1).
               88  AP-STATUS-PENDING          VALUE 'P'.
               88  AP-STATUS-APPROVED         VALUE 'A'.
               88  AP-STATUS-REJECTED         VALUE 'R'.
           05  AP-DECIDED-BY          PIC X(8).
           05  AP-DECIDED-TS          PIC X(16).
           05  AP-REJECT-REASON       PIC X(30).
