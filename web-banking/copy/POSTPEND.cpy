               88  PP-STATE-REFERRED          VALUE 'R'.
               88  PP-STATE-REJECTED          VALUE 'X'.
           05  PP-APPLIED-TS         PIC X(16).
      * The operator and channel the queued posting originated
      * from, stamped on TXNHIST when the drain posts it
           05  PP-OPERATOR-ID        PIC X(8).
           05  PP-CHANNEL-CODE       PIC X(3).
