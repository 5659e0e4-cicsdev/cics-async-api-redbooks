      * places and releases memo-posted holds on the ACCTHOLD file;
      * the shared AVAILBAL routine then sums an account's active
      * holds so that TXNAPPLY, WEBHOME and STMTGEN all work from
      * the available balance (ledger minus holds). Placing a new
      * hold queues a letter to the customer on CORRQ for the
      * CORRPRT print run.
      *
      * Driven via CICS terminal using the transaction 'HOLD' in the
      * forms:
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  02-09-2026 Original version
      *  15-10-2026 Placing a new hold queues a letter to the customer
      *             on the CORRQ correspondence queue for the CORRPRT
      *             print run
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Reverse index, used to confirm the account exists
       COPY ACCTIDX.

      * The correspondence queue - the customer is written to when
      * a hold is placed on their account
       COPY CORRQ.

       1 FILE-NAMES.
         2 ACCTHOLD-FILE          PIC X(8) VALUE 'ACCTHOLD'.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.
         2 CORRQ-FILE             PIC X(8) VALUE 'CORRQ'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

               MOVE 'HOLD AMENDED' TO CURRENT-STATUS
             ELSE
               MOVE 'HOLD PLACED' TO CURRENT-STATUS
               PERFORM QUEUE-HOLD-LETTER
             END-IF

             MOVE HOLD-AMOUNT TO AMOUNT-DISPLAY
           END-IF
           .

      * Queue the customer's letter about the new hold on CORRQ for
      * the CORRPRT print run, in the hold's own unit of work. The
      * hold stands whether or not the letter could be queued
       QUEUE-HOLD-LETTER.
           INITIALIZE CORRQ-RECORD
           MOVE AX-CUST-NO          TO CO-CUST-NO
           MOVE 'HOLDPLCD'          TO CO-EVENT-TYPE
           MOVE AH-ACCT-NUMBER      TO CO-ACCT-NUMBER
           MOVE AH-HOLD-ID          TO CO-EVENT-REF(1:2)
           MOVE AH-PLACED-TS(1:14)  TO CO-EVENT-REF(3:14)
           MOVE AH-PLACED-TS(1:8)   TO CO-EVENT-DATE
           MOVE AH-AMOUNT           TO CO-AMOUNT
           MOVE AH-REASON           TO CO-DETAIL-TEXT
           MOVE 'HOLDMNT '          TO CO-RAISED-BY
           MOVE AH-PLACED-TS        TO CO-QUEUED-TS
           MOVE 'Q'                 TO CO-STATUS

           EXEC CICS WRITE FILE   ( CORRQ-FILE )
                           FROM   ( CORRQ-RECORD )
                           RIDFLD ( CO-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) AND
              COMMAND-RESP NOT = DFHRESP(DUPREC)
             MOVE 'HOLD PLACED - LETTER NOT SENT' TO CURRENT-STATUS
           END-IF
           .

      * Mark the named hold released - the record is kept, not
      * deleted, so the hold's history stays visible
       RELEASE-HOLD.
