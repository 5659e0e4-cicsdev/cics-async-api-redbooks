      *             amount onto the archive record - dispute
      *             handling needs them as long as the posting
      *             itself survives anywhere
      *  15-10-2026 Carry the originating operator and channel onto
      *             the archive record
      ******************************************************************

       IDENTIFICATION DIVISION.
             MOVE TH-ORIG-CURRENCY  TO HA-ORIG-CURRENCY
             MOVE TH-ORIG-AMOUNT    TO HA-ORIG-AMOUNT
             MOVE RUN-TIMESTAMP     TO HA-ARCHIVED-TS
             MOVE TH-OPERATOR-ID    TO HA-OPERATOR-ID
             MOVE TH-CHANNEL-CODE   TO HA-CHANNEL-CODE

             EXEC CICS WRITE FILE   ( TXNHARCH-FILE )
                             FROM   ( TXNHARCH-RECORD )
