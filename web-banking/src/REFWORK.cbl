      *
      * Either decision is stamped on the referral and logged to
      * REFDECLG with the deciding operator, in one unit of work
      * with the posting or suspense line - and, for a return, the
      * letter to the customer queued on CORRQ for the CORRPRT
      * print run. The same worklist shape
      * as BRKWORK over the reconciliation break register.
      *
      * Driven via CICS terminal using the transaction 'REFW' in
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  02-09-2026 Original version
      *  15-10-2026 An approved referral posts under the operator and
      *             channel it originated from, not the approver
      *  15-10-2026 Returning a referral queues a letter to the customer
      *             on the CORRQ correspondence queue for the CORRPRT
      *             print run, in the decision's unit of work
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY REFDECLG.
       COPY TXNSUSP.

      * The correspondence queue - the customer is written to when
      * a referred payment is returned
       COPY CORRQ.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

         2 REFERRLQ-FILE          PIC X(8) VALUE 'REFERRLQ'.
         2 REFDECLG-FILE          PIC X(8) VALUE 'REFDECLG'.
         2 TXNSUSP-FILE           PIC X(8) VALUE 'TXNSUSP'.
         2 CORRQ-FILE             PIC X(8) VALUE 'CORRQ'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

             PERFORM WRITE-DECISION-LOG
           END-IF

           IF DECISION-OK AND INPUTCMD NOT = 'A'
             PERFORM QUEUE-RETURN-LETTER
           END-IF

           IF DECISION-OK
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
           MOVE RQ-TX-TYPE        TO TP-TX-TYPE
           MOVE RQ-TX-AMOUNT      TO TP-TX-AMOUNT
           MOVE RQ-TX-DESCRIPTION TO TP-TX-DESCRIPTION
           MOVE RQ-OPERATOR-ID    TO TP-OPERATOR-ID
           MOVE RQ-CHANNEL-CODE   TO TP-CHANNEL-CODE
           MOVE 'Y'               TO TP-OVERRIDE-FLAG

           EXEC CICS LINK PROGRAM  ( TXNAPPLY-PROGRAM )
           END-IF
           .

      * A returned item is written to the customer about - the
      * letter is queued on CORRQ for the CORRPRT print run in the
      * decision's unit of work, keyed on the referral itself
       QUEUE-RETURN-LETTER.
           INITIALIZE CORRQ-RECORD
           MOVE RQ-CUST-NO            TO CO-CUST-NO
           MOVE 'REFRETN '            TO CO-EVENT-TYPE
           MOVE RQ-ACCT-NUMBER        TO CO-ACCT-NUMBER
           MOVE RQ-TIMESTAMP          TO CO-EVENT-REF
           MOVE RQ-TIMESTAMP(1:8)     TO CO-EVENT-DATE
           COMPUTE CO-AMOUNT = 0 - RQ-TX-AMOUNT
           MOVE RQ-TX-DESCRIPTION     TO CO-DETAIL-TEXT
           MOVE 'REFWORK '            TO CO-RAISED-BY
           MOVE RQ-DECIDED-TS         TO CO-QUEUED-TS
           MOVE 'Q'                   TO CO-STATUS

           EXEC CICS WRITE FILE   ( CORRQ-FILE )
                           FROM   ( CORRQ-RECORD )
                           RIDFLD ( CO-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) AND
              COMMAND-RESP NOT = DFHRESP(DUPREC)
             MOVE 'N' TO DECISION-OK-SWITCH
             MOVE 'LETTER QUEUE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * Print status message
       PRINT-STATUS-MESSAGE.
           MOVE FUNCTION CURRENT-DATE(13:2) TO MSG-SEC
