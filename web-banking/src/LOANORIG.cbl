      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  02-09-2026 Original version
      *  15-10-2026 Record the credited current account on the loan
      *             as the account the LOANSERV servicing run
      *             collects the monthly instalments from
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      ******************************************************************

       IDENTIFICATION DIVISION.
           MOVE 'A'                TO LM-STATUS
           MOVE OPERATOR-ID        TO LM-OPENED-BY

      *    The instalments are collected from the account the
      *    money was drawn to - LOANSERV builds the schedule and
      *    sets the first due date the night after drawdown
           MOVE INPUTCREDIT        TO LM-REPAY-ACCT

           EXEC CICS WRITE FILE   ( LOANMAST-FILE )
                           FROM   ( LOANMAST-RECORD )
                           RIDFLD ( LM-LOAN-ACCT )
      * work - the loan cannot exist with the money unpaid
       POST-DRAWDOWN-CREDIT.
           INITIALIZE TXNPOST-COMMAREA
           MOVE OPERATOR-ID      TO TP-OPERATOR-ID
           MOVE 'LON'            TO TP-CHANNEL-CODE
           MOVE INPUTACCNUM      TO TP-CUST-NO
           MOVE INPUTCREDIT      TO TP-ACCT-NUMBER
           MOVE 'LOAN-DRAW '     TO TP-TX-TYPE
