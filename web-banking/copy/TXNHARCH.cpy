      * position plus the postings after it, so it balances
      * before, during and after a run.
      *
      * Used by TXNARCH and BALASAT.
      ******************************************************************
       01  TXNHARCH-RECORD.
           05  HA-KEY.
           05  HA-ORIG-CURRENCY        PIC X(3).
           05  HA-ORIG-AMOUNT          PIC S9(7)V99 COMP-3.
           05  HA-ARCHIVED-TS          PIC X(16).
           05  HA-OPERATOR-ID          PIC X(8).
           05  HA-CHANNEL-CODE         PIC X(3).
