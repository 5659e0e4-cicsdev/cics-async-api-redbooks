      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  02-09-2026 Original version
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      *  15-10-2026 Name a posting refused under an ACCTRSTR
      *             restriction (status 'F') as such
      ******************************************************************

       IDENTIFICATION DIVISION.
           END-IF

           INITIALIZE TXNPOST-COMMAREA
           MOVE OPERATOR-ID       TO TP-OPERATOR-ID
           MOVE 'FED'             TO TP-CHANNEL-CODE
           MOVE SQ-CUST-NO        TO TP-CUST-NO
           MOVE SQ-ACCT-NUMBER    TO TP-ACCT-NUMBER
           MOVE SQ-TX-TYPE        TO TP-TX-TYPE
                 WHEN TP-CURRENCY-MISMATCH
                   MOVE 'NO USABLE FX RATE - REFUSED'
                     TO REPOST-REASON
                 WHEN TP-ACCOUNT-RESTRICTED
                   MOVE 'ACCOUNT RESTRICTED - REFUSED'
                     TO REPOST-REASON
                 WHEN OTHER
                   MOVE 'POSTING WRITE ERROR' TO REPOST-REASON
               END-EVALUATE
