      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  02-09-2026 Original version
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      ******************************************************************

       IDENTIFICATION DIVISION.
      * pointing back at the original's timestamp
       POST-OFFSETTING-ENTRY.
           INITIALIZE TXNPOST-COMMAREA
           MOVE OPERATOR-ID      TO TP-OPERATOR-ID
           MOVE 'REV'            TO TP-CHANNEL-CODE
           MOVE ORIG-CUST-NO     TO TP-CUST-NO
           MOVE INPUTACCT        TO TP-ACCT-NUMBER
           MOVE 'REVERSAL  '     TO TP-TX-TYPE
