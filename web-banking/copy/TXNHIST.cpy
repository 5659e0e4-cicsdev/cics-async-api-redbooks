      * account can be found with a backwards browse (STARTBR GTEQ
      * on a high key / READPREV).
      *
      * Every record carries the originating operator and channel,
      * which the TELLBAL end-of-day teller balancing report sums.
      *
      * Used by WEBHOME, TXNAPPLY, TXNFEEDR, TELLBAL, DWEXTR,
      * BALASAT, CASEWORK and CUSTPRFT.
      ******************************************************************
       01  TXNHIST-RECORD.
           05  TH-KEY.
      * already in the account's own currency
           05  TH-ORIG-CURRENCY        PIC X(3).
           05  TH-ORIG-AMOUNT          PIC S9(7)V99 COMP-3.
      * Who or what made the posting - the operator signed on to
      * the online transaction, or the batch program's name - and
      * the channel it came in through: TLR teller, FED feed, STO
      * standing order, INT interest, FEE fee, XFR transfer, LON
      * loan, REV reversal, PAY outbound payment, TDP term deposit,
      * SWP sweep, LGL a garnishment seizure TXNAPPLY moved to
      * suspense.
      * Spaces on a record posted before the stamp existed
           05  TH-OPERATOR-ID          PIC X(8).
           05  TH-CHANNEL-CODE         PIC X(3).
               88  TH-CHANNEL-TELLER          VALUE 'TLR'.
               88  TH-CHANNEL-LEGAL           VALUE 'LGL'.
