      * posts anything; a feed that fails verification is reported
      * on TXNSUSP and not posted at all.
      *
      * A third party collecting from a customer under a direct
      * debit (TF-TX-TYPE DD-COLLECT) also quotes its originator id
      * and the customer's mandate reference; TXNFEEDR posts the
      * collection only against an active DDMANDT mandate it fits
      * inside. Other items leave both fields blank.
      *
      * Used by TXNFEEDR.
      ******************************************************************
       01  TXNFEED-RECORD.
               10  TF-CUST-NO            PIC X(4).
               10  TF-ACCT-NUMBER        PIC X(8).
               10  TF-TX-TYPE            PIC X(10).
                   88  TF-DD-COLLECTION       VALUE 'DD-COLLECT'.
               10  TF-TX-AMOUNT          PIC S9(7)V99 COMP-3.
               10  TF-TX-DESCRIPTION     PIC X(30).
      * The ISO currency the amount is presented in - spaces means
      * the target account's own currency, as the feed always
      * implicitly meant before it carried a code
               10  TF-CURRENCY-CODE      PIC X(3).
      * A direct debit collection's originator (service user id)
      * and the customer's reference with it - together with the
      * account, the DDMANDT key of the mandate it collects under
               10  TF-ORIGINATOR-ID      PIC X(6).
               10  TF-MANDATE-REF        PIC X(18).
           05  TF-CONTROL-DATA REDEFINES TF-DETAIL-DATA.
               10  TF-FEED-ID            PIC X(16).
               10  TF-ITEM-COUNT         PIC S9(8) COMP-3.
               10  TF-HASH-TOTAL         PIC S9(11)V99 COMP-3.
               10  FILLER                PIC X(56).
