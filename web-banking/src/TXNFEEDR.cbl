      * double-posting the ledger; a feed that posts is registered
      * at the end of its run.
      *
      * A third party's direct debit collection (TF-TX-TYPE
      * DD-COLLECT) is only posted when the customer has authorised
      * it: an active DDMANDT mandate must exist for the account,
      * the originator and the reference the collection quotes, and
      * the amount must be inside the mandate's maximum, if it has
      * one. Anything else goes to SUSPQ with the reason. Every
      * collection on the feed is then listed on the DDCOLRP report
      * under its originator - paid, refused or held - with the
      * originator's counts and amounts.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'TFED' - see jcl/TXNFEED.jcl.
      *
      *             it, and close the entry as FAILED on the
      *             orderly failure exits - the ledger now always
      *             matches what the run actually did
      *  15-10-2026 A direct debit collection (DD-COLLECT) posts only
      *             against an active DDMANDT mandate for the
      *             account, originator and reference it quotes,
      *             and within the mandate's maximum amount; any
      *             other goes to SUSPQ with the reason. The night's
      *             collections are listed paid and refused per
      *             originator on the new DDCOLRP report
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      *  15-10-2026 Name a posting refused under an ACCTRSTR
      *             restriction (status 'F') as such
      ******************************************************************

       IDENTIFICATION DIVISION.
      * The repairable suspense queue every reject is also held on
       COPY SUSPQ.

      * The direct debit mandates collections are checked against,
      * and one print line of the collections report
       COPY DDMANDT.
       COPY DDCOLRP.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

         2 TXNSUSP-FILE           PIC X(8) VALUE 'TXNSUSP'.
         2 FEEDREG-FILE           PIC X(8) VALUE 'FEEDREG'.
         2 SUSPQ-FILE             PIC X(8) VALUE 'SUSPQ'.
         2 DDMANDT-FILE           PIC X(8) VALUE 'DDMANDT'.
         2 DDCOLRP-FILE           PIC X(8) VALUE 'DDCOLRP'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.


       1 REJECT-REASON            PIC X(30) VALUE SPACES.

      * How the item came out, for the collections report - Paid,
      * Refused, or Held on a queue (credit referral, or the new
      * business date)
       1 ITEM-OUTCOME             PIC X(1) VALUE SPACES.
         88 ITEM-PAID                      VALUE 'P'.
         88 ITEM-REFUSED                   VALUE 'R'.
         88 ITEM-HELD                      VALUE 'H'.

      * Every direct debit collection on the feed, kept in feed
      * order for the collections report, and the originators they
      * came from with each one's totals. The report prints each
      * originator's collections together off these two tables
       1 COLLECTION-TABLE.
         2 COLLECTION-ENTRY OCCURS 2000 TIMES.
           3 CE-ORIGINATOR-ID     PIC X(6).
           3 CE-ACCT-NUMBER       PIC X(8).
           3 CE-MANDATE-REF       PIC X(18).
           3 CE-TX-AMOUNT         PIC S9(7)V99 COMP-3.
           3 CE-OUTCOME           PIC X(1).
           3 CE-REASON            PIC X(30).
       1 COLLECTION-COUNT         PIC S9(4) COMP-5 SYNC VALUE 0.
       1 COLLECTION-INDEX         PIC S9(4) COMP-5 SYNC VALUE 0.

       1 ORIGINATOR-TABLE.
         2 ORIGINATOR-ENTRY OCCURS 200 TIMES.
           3 OG-ORIGINATOR-ID     PIC X(6).
           3 OG-PAID-COUNT        PIC S9(8) COMP.
           3 OG-PAID-AMOUNT       PIC S9(11)V99 COMP-3.
           3 OG-REFUSED-COUNT     PIC S9(8) COMP.
           3 OG-REFUSED-AMOUNT    PIC S9(11)V99 COMP-3.
           3 OG-HELD-COUNT        PIC S9(8) COMP.
       1 ORIGINATOR-COUNT         PIC S9(4) COMP-5 SYNC VALUE 0.
       1 ORIGINATOR-INDEX         PIC S9(4) COMP-5 SYNC VALUE 0.
       1 MATCHED-ORIGINATOR       PIC S9(4) COMP-5 SYNC VALUE 0.

      * Set when either table filled - the totals still count every
      * collection, but the lines past the limit are not listed
       1 COLLECTION-TABLE-FULL-SW PIC X(1) VALUE 'N'.
         88 COLLECTION-TABLE-FULL          VALUE 'Y'.

       1 OUTCOME-TEXT             PIC X(8) VALUE SPACES.
       1 COLLECTIONS-PAID         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 COLLECTIONS-REFUSED      PIC S9(8) COMP-5 SYNC VALUE 0.
       1 COLLECTIONS-HELD         PIC S9(8) COMP-5 SYNC VALUE 0.

      * Retry count for the suspense queue write - two rejects
      * inside the same 1/100 second get the same key
       1 QUEUE-RETRY-COUNT        PIC S9(4) COMP VALUE 0.

           PERFORM WRITE-REPORT-TOTALS

      * The night's direct debit collections, per originator
           PERFORM WRITE-COLLECTIONS-REPORT

           DISPLAY 'TXNFEEDR: Completed - read: ' ITEMS-READ
                   ' posted: ' ITEMS-POSTED
                   ' rejected: ' ITEMS-REJECTED
      * write the suspense line. The suspense line is written after
      * the rollback so it cannot itself be rolled back
       POST-ONE-ITEM.
           MOVE SPACES TO REJECT-REASON

           IF TF-CUST-NO NOT NUMERIC OR TF-ACCT-NUMBER = SPACES
             MOVE 'MALFORMED FEED ITEM' TO REJECT-REASON
           ELSE
      *      A third party may only collect what the customer has
      *      authorised on a mandate
             IF TF-DD-COLLECTION
               PERFORM CHECK-COLLECTION-MANDATE
             END-IF
           END-IF

           IF REJECT-REASON NOT = SPACES
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE 'R' TO ITEM-OUTCOME
             PERFORM WRITE-SUSPENSE-LINE
             PERFORM WRITE-SUSPENSE-RECORD
             EXEC CICS SYNCPOINT END-EXEC
             ADD 1 TO ITEMS-REJECTED
           ELSE
             INITIALIZE TXNPOST-COMMAREA
             MOVE 'TXNFEEDR'        TO TP-OPERATOR-ID
             MOVE 'FED'             TO TP-CHANNEL-CODE
             MOVE TF-CUST-NO        TO TP-CUST-NO
             MOVE TF-ACCT-NUMBER    TO TP-ACCT-NUMBER
             MOVE TF-TX-TYPE        TO TP-TX-TYPE

             IF TP-POSTED
               EXEC CICS SYNCPOINT END-EXEC
               MOVE 'P' TO ITEM-OUTCOME
               ADD 1 TO ITEMS-POSTED
               ADD TP-TX-AMOUNT TO NET-AMOUNT-POSTED
             ELSE
      *        queued for the new business date, and the commit is
      *        what makes the queued record stick
               EXEC CICS SYNCPOINT END-EXEC
               MOVE 'H' TO ITEM-OUTCOME
               ADD 1 TO ITEMS-REFERRED
               MOVE 'QUEUED FOR NEW BUS DATE' TO REJECT-REASON
               PERFORM WRITE-SUSPENSE-LINE
      *        commit is what makes it stick, so it is committed
      *        like a posting and reported for the operator
               EXEC CICS SYNCPOINT END-EXEC
               MOVE 'H' TO ITEM-OUTCOME
               ADD 1 TO ITEMS-REFERRED
               MOVE 'REFERRED TO CREDIT QUEUE' TO REJECT-REASON
               PERFORM WRITE-SUSPENSE-LINE
               EXEC CICS SYNCPOINT END-EXEC
             ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'R' TO ITEM-OUTCOME

               EVALUATE TRUE
                 WHEN TP-CUSTOMER-NOT-FOUND
                 WHEN TP-CURRENCY-MISMATCH
                   MOVE 'NO USABLE FX RATE - REFUSED'
                     TO REJECT-REASON
                 WHEN TP-ACCOUNT-RESTRICTED
                   MOVE 'ACCOUNT RESTRICTED - REFUSED'
                     TO REJECT-REASON
                 WHEN OTHER
                   MOVE 'POSTING WRITE ERROR' TO REJECT-REASON
               END-EVALUATE
             END-IF
             END-IF
           END-IF

           IF TF-DD-COLLECTION
             PERFORM RECORD-COLLECTION-OUTCOME
           END-IF
           .

      * The mandate behind a direct debit collection: one must be
      * on file for the account, originator and reference quoted,
      * still active, and the collection must be a debit no bigger
      * than the mandate's cap (a zero cap is no cap). Any shortfall
      * is the reason the item is refused
       CHECK-COLLECTION-MANDATE.
           MOVE TF-ACCT-NUMBER   TO DM-ACCT-NUMBER
           MOVE TF-ORIGINATOR-ID TO DM-ORIGINATOR-ID
           MOVE TF-MANDATE-REF   TO DM-MANDATE-REF

           EXEC CICS READ FILE    ( DDMANDT-FILE )
                          INTO    ( DDMANDT-RECORD )
                          RIDFLD  ( DM-KEY )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN TF-ORIGINATOR-ID = SPACES OR
                  TF-MANDATE-REF = SPACES
               MOVE 'DD WITH NO MANDATE REFERENCE' TO REJECT-REASON
             WHEN COMMAND-RESP = DFHRESP(NOTFND)
               MOVE 'NO DD MANDATE ON FILE' TO REJECT-REASON
             WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DD MANDATE READ ERROR' TO REJECT-REASON
             WHEN NOT DM-STATUS-ACTIVE
               MOVE 'DD MANDATE CANCELLED' TO REJECT-REASON
             WHEN TF-TX-AMOUNT NOT < 0
               MOVE 'DD COLLECTION NOT A DEBIT' TO REJECT-REASON
             WHEN DM-MAX-AMOUNT > 0 AND
                  ( 0 - TF-TX-AMOUNT ) > DM-MAX-AMOUNT
               MOVE 'DD OVER MANDATE MAXIMUM' TO REJECT-REASON
           END-EVALUATE
           .

      * Keep the collection for the report and add it to its
      * originator's totals - a new originator takes the next slot
       RECORD-COLLECTION-OUTCOME.
           MOVE 0 TO MATCHED-ORIGINATOR
           MOVE 1 TO ORIGINATOR-INDEX
           PERFORM UNTIL ORIGINATOR-INDEX > ORIGINATOR-COUNT
             IF OG-ORIGINATOR-ID ( ORIGINATOR-INDEX ) =
                TF-ORIGINATOR-ID
               MOVE ORIGINATOR-INDEX TO MATCHED-ORIGINATOR
               MOVE 999 TO ORIGINATOR-INDEX
             ELSE
               ADD 1 TO ORIGINATOR-INDEX
             END-IF
           END-PERFORM

           IF MATCHED-ORIGINATOR = 0
             IF ORIGINATOR-COUNT < 200
               ADD 1 TO ORIGINATOR-COUNT
               MOVE ORIGINATOR-COUNT TO MATCHED-ORIGINATOR
               MOVE TF-ORIGINATOR-ID
                 TO OG-ORIGINATOR-ID ( MATCHED-ORIGINATOR )
               MOVE 0 TO OG-PAID-COUNT ( MATCHED-ORIGINATOR )
               MOVE 0 TO OG-PAID-AMOUNT ( MATCHED-ORIGINATOR )
               MOVE 0 TO OG-REFUSED-COUNT ( MATCHED-ORIGINATOR )
               MOVE 0 TO OG-REFUSED-AMOUNT ( MATCHED-ORIGINATOR )
               MOVE 0 TO OG-HELD-COUNT ( MATCHED-ORIGINATOR )
             ELSE
               MOVE 'Y' TO COLLECTION-TABLE-FULL-SW
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN ITEM-PAID
               ADD 1 TO COLLECTIONS-PAID
             WHEN ITEM-HELD
               ADD 1 TO COLLECTIONS-HELD
             WHEN OTHER
               ADD 1 TO COLLECTIONS-REFUSED
           END-EVALUATE

           IF MATCHED-ORIGINATOR > 0
             EVALUATE TRUE
               WHEN ITEM-PAID
                 ADD 1 TO OG-PAID-COUNT ( MATCHED-ORIGINATOR )
                 ADD TF-TX-AMOUNT
                   TO OG-PAID-AMOUNT ( MATCHED-ORIGINATOR )
               WHEN ITEM-HELD
                 ADD 1 TO OG-HELD-COUNT ( MATCHED-ORIGINATOR )
               WHEN OTHER
                 ADD 1 TO OG-REFUSED-COUNT ( MATCHED-ORIGINATOR )
                 ADD TF-TX-AMOUNT
                   TO OG-REFUSED-AMOUNT ( MATCHED-ORIGINATOR )
             END-EVALUATE

             IF COLLECTION-COUNT < 2000
               ADD 1 TO COLLECTION-COUNT
               MOVE TF-ORIGINATOR-ID
                 TO CE-ORIGINATOR-ID ( COLLECTION-COUNT )
               MOVE TF-ACCT-NUMBER
                 TO CE-ACCT-NUMBER ( COLLECTION-COUNT )
               MOVE TF-MANDATE-REF
                 TO CE-MANDATE-REF ( COLLECTION-COUNT )
               MOVE TF-TX-AMOUNT
                 TO CE-TX-AMOUNT ( COLLECTION-COUNT )
               MOVE ITEM-OUTCOME
                 TO CE-OUTCOME ( COLLECTION-COUNT )
               IF ITEM-PAID
                 MOVE SPACES TO CE-REASON ( COLLECTION-COUNT )
               ELSE
                 MOVE REJECT-REASON
                   TO CE-REASON ( COLLECTION-COUNT )
               END-IF
             ELSE
               MOVE 'Y' TO COLLECTION-TABLE-FULL-SW
             END-IF
           END-IF
           .

      * Run header line of the suspense report
           PERFORM WRITE-REPORT-LINE
           .

      * The night's direct debit collections report: each
      * originator's collections listed together, with its paid,
      * refused and held counts and amounts, then the run's
      * collection totals
       WRITE-COLLECTIONS-REPORT.
           MOVE SPACES TO DDCOLRP-RECORD
           STRING 'DIRECT DEBIT COLLECTIONS ' DELIMITED BY SIZE
                  RUN-TIMESTAMP               DELIMITED BY SIZE
                  ' FEED '                    DELIMITED BY SIZE
                  FEED-ID                     DELIMITED BY SIZE
                INTO DC-PRINT-LINE
           PERFORM WRITE-COLLECTIONS-LINE

           IF ORIGINATOR-COUNT = 0
             MOVE SPACES TO DDCOLRP-RECORD
             MOVE '  NO DIRECT DEBIT COLLECTIONS ON THE FEED'
               TO DC-PRINT-LINE
             PERFORM WRITE-COLLECTIONS-LINE
           ELSE
             MOVE 1 TO ORIGINATOR-INDEX
             PERFORM WRITE-ORIGINATOR-SECTION
                     UNTIL ORIGINATOR-INDEX > ORIGINATOR-COUNT
           END-IF

           IF COLLECTION-TABLE-FULL
             MOVE SPACES TO DDCOLRP-RECORD
             MOVE '  TABLE FULL - NOT EVERY COLLECTION LISTED ABOVE'
               TO DC-PRINT-LINE
             PERFORM WRITE-COLLECTIONS-LINE
           END-IF

           MOVE COLLECTIONS-PAID TO COUNT-DISPLAY
           MOVE SPACES TO DDCOLRP-RECORD
           STRING '  COLLECTIONS PAID:    ' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO DC-PRINT-LINE
           PERFORM WRITE-COLLECTIONS-LINE

           MOVE COLLECTIONS-REFUSED TO COUNT-DISPLAY
           MOVE SPACES TO DDCOLRP-RECORD
           STRING '  COLLECTIONS REFUSED: ' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO DC-PRINT-LINE
           PERFORM WRITE-COLLECTIONS-LINE

           MOVE COLLECTIONS-HELD TO COUNT-DISPLAY
           MOVE SPACES TO DDCOLRP-RECORD
           STRING '  COLLECTIONS HELD:    ' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO DC-PRINT-LINE
           PERFORM WRITE-COLLECTIONS-LINE
           .

      * One originator: its collections in feed order, then its
      * totals
       WRITE-ORIGINATOR-SECTION.
           MOVE SPACES TO DDCOLRP-RECORD
           STRING '  ORIGINATOR ' DELIMITED BY SIZE
                  OG-ORIGINATOR-ID ( ORIGINATOR-INDEX )
                                  DELIMITED BY SIZE
                INTO DC-PRINT-LINE
           PERFORM WRITE-COLLECTIONS-LINE

           MOVE 1 TO COLLECTION-INDEX
           PERFORM WRITE-ORIGINATOR-COLLECTION
                   UNTIL COLLECTION-INDEX > COLLECTION-COUNT

           MOVE OG-PAID-COUNT ( ORIGINATOR-INDEX ) TO COUNT-DISPLAY
           MOVE OG-PAID-AMOUNT ( ORIGINATOR-INDEX ) TO AMOUNT-DISPLAY
           MOVE SPACES TO DDCOLRP-RECORD
           STRING '    PAID:    '  DELIMITED BY SIZE
                  COUNT-DISPLAY    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  AMOUNT-DISPLAY   DELIMITED BY SIZE
                INTO DC-PRINT-LINE
           PERFORM WRITE-COLLECTIONS-LINE

           MOVE OG-REFUSED-COUNT ( ORIGINATOR-INDEX ) TO COUNT-DISPLAY
           MOVE OG-REFUSED-AMOUNT ( ORIGINATOR-INDEX )
             TO AMOUNT-DISPLAY
           MOVE SPACES TO DDCOLRP-RECORD
           STRING '    REFUSED: '  DELIMITED BY SIZE
                  COUNT-DISPLAY    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  AMOUNT-DISPLAY   DELIMITED BY SIZE
                INTO DC-PRINT-LINE
           PERFORM WRITE-COLLECTIONS-LINE

           MOVE OG-HELD-COUNT ( ORIGINATOR-INDEX ) TO COUNT-DISPLAY
           MOVE SPACES TO DDCOLRP-RECORD
           STRING '    HELD:    '  DELIMITED BY SIZE
                  COUNT-DISPLAY    DELIMITED BY SIZE
                INTO DC-PRINT-LINE
           PERFORM WRITE-COLLECTIONS-LINE

           ADD 1 TO ORIGINATOR-INDEX
           .

      * One collection line, when it belongs to the originator
      * being listed
       WRITE-ORIGINATOR-COLLECTION.
           IF CE-ORIGINATOR-ID ( COLLECTION-INDEX ) =
              OG-ORIGINATOR-ID ( ORIGINATOR-INDEX )
             EVALUATE CE-OUTCOME ( COLLECTION-INDEX )
               WHEN 'P'
                 MOVE 'PAID    ' TO OUTCOME-TEXT
               WHEN 'H'
                 MOVE 'HELD    ' TO OUTCOME-TEXT
               WHEN OTHER
                 MOVE 'REFUSED ' TO OUTCOME-TEXT
             END-EVALUATE

             MOVE CE-TX-AMOUNT ( COLLECTION-INDEX )
               TO ITEM-AMOUNT-DISPLAY
             MOVE SPACES TO DDCOLRP-RECORD
             STRING '    '          DELIMITED BY SIZE
                    OUTCOME-TEXT    DELIMITED BY SIZE
                    ' ACCT '        DELIMITED BY SIZE
                    CE-ACCT-NUMBER ( COLLECTION-INDEX )
                                    DELIMITED BY SIZE
                    ' REF '         DELIMITED BY SIZE
                    CE-MANDATE-REF ( COLLECTION-INDEX )
                                    DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    ITEM-AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    CE-REASON ( COLLECTION-INDEX )
                                    DELIMITED BY SIZE
                  INTO DC-PRINT-LINE
             PERFORM WRITE-COLLECTIONS-LINE
           END-IF

           ADD 1 TO COLLECTION-INDEX
           .

      * Write one print line to the collections report
       WRITE-COLLECTIONS-LINE.
           EXEC CICS WRITE FILE ( DDCOLRP-FILE )
                           FROM ( DDCOLRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** TXNFEEDR: Error ' COMMAND-RESP
                     ' writing DDCOLRP report line'
           END-IF
           .

      * Write one print line to the suspense report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( TXNSUSP-FILE )
