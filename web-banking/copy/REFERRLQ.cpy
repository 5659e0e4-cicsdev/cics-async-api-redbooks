               88  RQ-STATUS-RETURNED         VALUE 'R'.
           05  RQ-DECIDED-OPER        PIC X(8).
           05  RQ-DECIDED-TS          PIC X(16).
      * The operator and channel the referred item originated from,
      * stamped on TXNHIST when an approval posts it
           05  RQ-OPERATOR-ID         PIC X(8).
           05  RQ-CHANNEL-CODE        PIC X(3).
