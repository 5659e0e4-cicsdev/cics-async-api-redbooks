       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
      * Licensed Materials - Property of IBM
      *
      * SAMPLE
      *
      * (c) Copyright IBM Corp. 2017 All Rights Reserved
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract with IBM Corp
      *
      ******************************************************************
      *  PAYRETN
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * PAYRETN - Outbound payment returns. The clearing house
      * answers each CLRPAY file with a CLRRTN rejection file
      * naming every payment it could not apply and why. This job
      * credits each rejected payment back to the account it was
      * paid from, through the shared TXNAPPLY routine as a
      * PAY-RETURN posting whose TXNHIST description carries the
      * clearing house's reason code and text, and marks the OUTPAY
      * instruction returned with the credit's own TXNHIST key.
      *
      * Before a single return is applied the whole file is verified
      * against its header/trailer controls, the TXNFEEDR
      * convention: the header must open the file, the trailer must
      * close it with the same identifier, and the item count and
      * hash total must match. An empty file - no payments rejected
      * - is simply nothing to do. Each return is its own unit of
      * work. A return is refused, and reported on PAYCLRRP for the
      * payments team, when the payment is not on OUTPAY, was never
      * sent, has already been returned, or its amount differs - so
      * a rejection file loaded twice credits nobody twice - or
      * when the credit back cannot post (the account since closed
      * or gone dormant).
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'PRTN' - see jcl/PAYRETN.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. PAYRETN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY CLRRTN.
       COPY OUTPAY.
       COPY PAYCLRRP.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.

       1 FILE-NAMES.
         2 CLRRTN-FILE            PIC X(8) VALUE 'CLRRTN'.
         2 OUTPAY-FILE            PIC X(8) VALUE 'OUTPAY'.
         2 PAYCLRRP-FILE          PIC X(8) VALUE 'PAYCLRRP'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.

      * What the verification pass found across the whole file,
      * against what the trailer promises
       1 RETURNS-FILE-ID          PIC X(16) VALUE SPACES.
       1 FEED-VALID-SWITCH        PIC X(1) VALUE 'Y'.
         88 FEED-VALID                     VALUE 'Y'.
       1 FEED-REFUSAL-TEXT        PIC X(40) VALUE SPACES.

       1 HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
         88 HEADER-SEEN                    VALUE 'Y'.
       1 TRAILER-SEEN-SWITCH      PIC X(1) VALUE 'N'.
         88 TRAILER-SEEN                   VALUE 'Y'.
       1 RECORDS-VERIFIED         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 EXPECTED-ITEM-COUNT      PIC S9(8) COMP-3 VALUE 0.
       1 EXPECTED-HASH-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       1 COUNTED-ITEMS            PIC S9(8) COMP-3 VALUE 0.
       1 COUNTED-HASH-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.

      * Returns control totals
       1 RETURNS-READ             PIC S9(8) COMP-5 SYNC VALUE 0.
       1 RETURNS-CREDITED         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 RETURNS-REFUSED          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 AMOUNT-CREDITED          PIC S9(11)V99 COMP-3 VALUE 0.

       1 REFUSAL-REASON           PIC X(30) VALUE SPACES.

       1 END-OF-INPUT-SWITCH      PIC X(1) VALUE 'N'.
         88 END-OF-INPUT                   VALUE 'Y'.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -9999999.99.
       1 TOTAL-DISPLAY            PIC -ZZZZZZZZZZ9.99.

      * Commarea for the shared RUNCTLR run-control routine - this
      * job records itself on the RUNCTL ledger
       COPY RUNCTLCA.

       1 RUNCTLR-PROGRAM          PIC X(8) VALUE 'RUNCTLR'.

      * What tonight's ledger entry closes with - an orderly
      * failure exit flips it to FAILED before RECORD-RUN-END
       1 RUN-OUTCOME-VALUE         PIC X(8) VALUE 'ENDED-OK'.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

        LINKAGE SECTION.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------

      * Tonight's ledger entry first
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             DISPLAY '*** PAYRETN: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'PAYRETN: Starting outbound payment returns'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM WRITE-REPORT-HEADER

      * First pass: prove the file is complete and exactly what the
      * trailer promises, without applying anything
           PERFORM VERIFY-FEED-CONTROLS

      * No returns file tonight - nothing was rejected
           IF FEED-VALID AND RECORDS-VERIFIED = 0
             PERFORM WRITE-NO-RETURNS-LINE
             DISPLAY 'PAYRETN: Completed - no returns file'
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT FEED-VALID
             PERFORM WRITE-REFUSAL-LINE
             DISPLAY '*** PAYRETN: Returns file refused - '
                     FEED-REFUSAL-TEXT
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

      * Second pass: the file is proven - apply the returns, each
      * in its own unit of work
           EXEC CICS STARTBR FILE ( CLRRTN-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** PAYRETN: Unable to browse CLRRTN, RESP='
                     COMMAND-RESP
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO END-OF-INPUT-SWITCH
           PERFORM APPLY-NEXT-RETURN UNTIL END-OF-INPUT

           EXEC CICS ENDBR FILE ( CLRRTN-FILE ) END-EXEC

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY 'PAYRETN: Completed - file: ' RETURNS-FILE-ID
                   ' read: ' RETURNS-READ
                   ' refused: ' RETURNS-REFUSED

      * Close tonight's ledger entry with the run's outcome
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Browse the whole file before applying: the first record
      * must be the header, the trailer must carry the same file
      * identifier, and the detail count and hash total must match
      * the trailer's promise. Any shortfall refuses the entire
      * file. An empty file passes with nothing counted
       VERIFY-FEED-CONTROLS.
           MOVE 'Y' TO FEED-VALID-SWITCH
           MOVE 'N' TO HEADER-SEEN-SWITCH
           MOVE 'N' TO TRAILER-SEEN-SWITCH
           MOVE 'N' TO END-OF-INPUT-SWITCH
           MOVE 0   TO RECORDS-VERIFIED
           MOVE 0   TO COUNTED-ITEMS
           MOVE 0   TO COUNTED-HASH-TOTAL

           EXEC CICS STARTBR FILE ( CLRRTN-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO FEED-VALID-SWITCH
             MOVE 'UNABLE TO BROWSE RETURNS FILE'
               TO FEED-REFUSAL-TEXT
           ELSE
             PERFORM VERIFY-NEXT-FEED-RECORD
                     UNTIL END-OF-INPUT
                        OR NOT FEED-VALID

             EXEC CICS ENDBR FILE ( CLRRTN-FILE ) END-EXEC
           END-IF

           IF FEED-VALID AND RECORDS-VERIFIED > 0
             EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                 MOVE 'N' TO FEED-VALID-SWITCH
                 MOVE 'FILE HAS NO HEADER' TO FEED-REFUSAL-TEXT
               WHEN NOT TRAILER-SEEN
                 MOVE 'N' TO FEED-VALID-SWITCH
                 MOVE 'FILE HAS NO TRAILER - TRUNCATED'
                   TO FEED-REFUSAL-TEXT
               WHEN COUNTED-ITEMS NOT = EXPECTED-ITEM-COUNT
                 MOVE 'N' TO FEED-VALID-SWITCH
                 MOVE 'ITEM COUNT DOES NOT MATCH TRAILER'
                   TO FEED-REFUSAL-TEXT
               WHEN COUNTED-HASH-TOTAL NOT = EXPECTED-HASH-TOTAL
                 MOVE 'N' TO FEED-VALID-SWITCH
                 MOVE 'HASH TOTAL DOES NOT MATCH TRAILER'
                   TO FEED-REFUSAL-TEXT
             END-EVALUATE
           END-IF
           .

      * One record of the verification pass
       VERIFY-NEXT-FEED-RECORD.
           EXEC CICS READNEXT FILE ( CLRRTN-FILE )
                              INTO ( CLRRTN-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-INPUT-SWITCH
           ELSE
             ADD 1 TO RECORDS-VERIFIED

             EVALUATE TRUE
               WHEN CR-HEADER
                 IF RECORDS-VERIFIED NOT = 1 OR
                    CR-FILE-ID = SPACES
                   MOVE 'N' TO FEED-VALID-SWITCH
                   MOVE 'HEADER NOT FIRST OR HAS NO FILE ID'
                     TO FEED-REFUSAL-TEXT
                 ELSE
                   MOVE 'Y' TO HEADER-SEEN-SWITCH
                   MOVE CR-FILE-ID TO RETURNS-FILE-ID
                 END-IF
               WHEN CR-TRAILER
                 IF CR-FILE-ID NOT = RETURNS-FILE-ID
                   MOVE 'N' TO FEED-VALID-SWITCH
                   MOVE 'TRAILER FILE ID MISMATCHES HEADER'
                     TO FEED-REFUSAL-TEXT
                 ELSE
                   MOVE 'Y' TO TRAILER-SEEN-SWITCH
                   MOVE CR-ITEM-COUNT TO EXPECTED-ITEM-COUNT
                   MOVE CR-HASH-TOTAL TO EXPECTED-HASH-TOTAL
                 END-IF
               WHEN CR-DETAIL
                 IF RECORDS-VERIFIED = 1
                   MOVE 'N' TO FEED-VALID-SWITCH
                   MOVE 'FILE HAS NO HEADER' TO FEED-REFUSAL-TEXT
                 ELSE
                   IF TRAILER-SEEN
                     MOVE 'N' TO FEED-VALID-SWITCH
                     MOVE 'DETAIL AFTER TRAILER'
                       TO FEED-REFUSAL-TEXT
                   ELSE
                     ADD 1 TO COUNTED-ITEMS
                     ADD CR-AMOUNT TO COUNTED-HASH-TOTAL
                   END-IF
                 END-IF
               WHEN OTHER
                 MOVE 'N' TO FEED-VALID-SWITCH
                 MOVE 'UNKNOWN RECORD TYPE ON FILE'
                   TO FEED-REFUSAL-TEXT
             END-EVALUATE
           END-IF
           .

      * Read the next returns record and apply it in its own unit
      * of work - the header and trailer are passed over
       APPLY-NEXT-RETURN.
           EXEC CICS READNEXT FILE ( CLRRTN-FILE )
                              INTO ( CLRRTN-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-INPUT-SWITCH
           ELSE
             IF CR-DETAIL
               ADD 1 TO RETURNS-READ
               MOVE SPACES TO REFUSAL-REASON
               PERFORM APPLY-ONE-RETURN

               IF REFUSAL-REASON = SPACES
                 EXEC CICS SYNCPOINT END-EXEC
                 ADD 1 TO RETURNS-CREDITED
                 ADD OP-AMOUNT TO AMOUNT-CREDITED
                 PERFORM WRITE-RETURN-LINE
               ELSE
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 ADD 1 TO RETURNS-REFUSED
                 PERFORM WRITE-RETURN-REFUSED-LINE
                 EXEC CICS SYNCPOINT END-EXEC
               END-IF
             END-IF
           END-IF
           .

      * Credit one rejected payment back and mark it returned. Only
      * a payment actually sent, not yet returned, and for the same
      * amount can be credited - which also makes a second load of
      * the same rejection file harmless
       APPLY-ONE-RETURN.
           MOVE CR-DEBIT-ACCT TO OP-DEBIT-ACCT
           MOVE CR-POSTED-TS  TO OP-POSTED-TS

           EXEC CICS READ FILE    ( OUTPAY-FILE )
                          INTO    ( OUTPAY-RECORD )
                          RIDFLD  ( OP-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PAYMENT NOT ON OUTPAY' TO REFUSAL-REASON
             WHEN OP-STATUS-RETURNED
               MOVE 'PAYMENT ALREADY RETURNED' TO REFUSAL-REASON
             WHEN NOT OP-STATUS-SENT
               MOVE 'PAYMENT NOT YET SENT' TO REFUSAL-REASON
             WHEN OP-AMOUNT NOT = CR-AMOUNT
               MOVE 'AMOUNT DIFFERS FROM PAYMENT' TO REFUSAL-REASON
             WHEN OTHER
               PERFORM POST-RETURN-CREDIT
           END-EVALUATE

           IF REFUSAL-REASON = SPACES
             MOVE 'R'            TO OP-STATUS
             MOVE CR-REASON-CODE TO OP-RETURN-CODE
             MOVE CR-REASON-TEXT TO OP-RETURN-REASON
             MOVE TP-POSTED-TS   TO OP-RETURN-TS

             EXEC CICS REWRITE FILE ( OUTPAY-FILE )
                               FROM ( OUTPAY-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OUTPAY REWRITE FAILED' TO REFUSAL-REASON
             END-IF
           END-IF
           .

      * Credit the amount back to the paying account through
      * TXNAPPLY, the clearing house's reason on the history record
       POST-RETURN-CREDIT.
           INITIALIZE TXNPOST-COMMAREA
           MOVE 'PAYRETN '       TO TP-OPERATOR-ID
           MOVE 'PAY'            TO TP-CHANNEL-CODE
           MOVE OP-CUST-NO       TO TP-CUST-NO
           MOVE OP-DEBIT-ACCT    TO TP-ACCT-NUMBER
           MOVE 'PAY-RETURN'     TO TP-TX-TYPE
           MOVE OP-AMOUNT        TO TP-TX-AMOUNT
           MOVE OP-CURRENCY-CODE TO TP-CURRENCY-CODE
           STRING 'RETURNED '    DELIMITED BY SIZE
                  CR-REASON-CODE DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  CR-REASON-TEXT DELIMITED BY SIZE
                INTO TP-TX-DESCRIPTION

           EXEC CICS LINK PROGRAM  ( TXNAPPLY-PROGRAM )
                          COMMAREA ( TXNPOST-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO TP-STATUS
           END-IF

           IF NOT TP-POSTED
             EVALUATE TRUE
               WHEN TP-CUSTOMER-NOT-FOUND
                 MOVE 'CUSTOMER NO LONGER ON FILE'
                   TO REFUSAL-REASON
               WHEN TP-ACCOUNT-NOT-FOUND
                 MOVE 'PAYING ACCOUNT CLOSED' TO REFUSAL-REASON
               WHEN TP-ACCOUNT-DORMANT
                 MOVE 'PAYING ACCOUNT DORMANT' TO REFUSAL-REASON
               WHEN TP-QUEUED-DATED
                 MOVE 'POSTING QUIESCED' TO REFUSAL-REASON
               WHEN TP-CURRENCY-MISMATCH
                 MOVE 'NO RATE FOR CREDIT BACK' TO REFUSAL-REASON
               WHEN OTHER
                 MOVE 'CREDIT BACK NOT POSTED' TO REFUSAL-REASON
             END-EVALUATE
           END-IF
           .

      * Run header line of the returns report
       WRITE-REPORT-HEADER.
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING 'OUTBOUND PAYMENT RETURNS ' DELIMITED BY SIZE
                  RUN-TIMESTAMP               DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-NO-RETURNS-LINE.
           MOVE SPACES TO PAYCLRRP-RECORD
           MOVE '  NO RETURNS FILE - NO PAYMENTS REJECTED'
             TO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The whole file was refused - say which and why, so the
      * payments team knows nothing was credited and what to chase
       WRITE-REFUSAL-LINE.
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  RETURNS FILE REFUSED - ' DELIMITED BY SIZE
                  RETURNS-FILE-ID             DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  FEED-REFUSAL-TEXT           DELIMITED BY SIZE
                  ' - NOTHING CREDITED'       DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per payment credited back
       WRITE-RETURN-LINE.
           MOVE OP-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  RETURNED '      DELIMITED BY SIZE
                  OP-DEBIT-ACCT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  OP-POSTED-TS       DELIMITED BY SIZE
                  ' CUST '           DELIMITED BY SIZE
                  OP-CUST-NO         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMOUNT-DISPLAY     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CR-REASON-CODE     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CR-REASON-TEXT     DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per return that could not be applied - the payments
      * team settles it by hand
       WRITE-RETURN-REFUSED-LINE.
           MOVE CR-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  REFUSED '       DELIMITED BY SIZE
                  CR-DEBIT-ACCT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CR-POSTED-TS       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMOUNT-DISPLAY     DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  REFUSAL-REASON     DELIMITED BY SIZE
                  ' ('               DELIMITED BY SIZE
                  CR-REASON-CODE     DELIMITED BY SIZE
                  ')'                DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Closing control totals of the returns
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  RETURNS FILE:      ' DELIMITED BY SIZE
                  RETURNS-FILE-ID         DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RETURNS-READ TO COUNT-DISPLAY
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  RETURNS READ:      ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RETURNS-CREDITED TO COUNT-DISPLAY
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  RETURNS CREDITED:  ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RETURNS-REFUSED TO COUNT-DISPLAY
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  RETURNS REFUSED:   ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE AMOUNT-CREDITED TO TOTAL-DISPLAY
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  AMOUNT CREDITED:   ' DELIMITED BY SIZE
                  TOTAL-DISPLAY           DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Write one print line to the returns report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( PAYCLRRP-FILE )
                           FROM ( PAYCLRRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** PAYRETN: Error ' COMMAND-RESP
                     ' writing PAYCLRRP report line'
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the returns depend on no other job
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'PRTN' TO RN-JOB-ID
           PERFORM LINK-TO-RUNCTLR

      *    Commit the RUNNING record on its own at once - the
      *    run's first rollback must not erase tonight's ledger
      *    entry
           IF RN-OK
             EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      * Close tonight's ledger entry with the outcome the run
      * reports
       RECORD-RUN-END.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'E'        TO RN-FUNCTION
           MOVE 'PRTN'     TO RN-JOB-ID
           MOVE RUN-OUTCOME-VALUE TO RN-OUTCOME
           PERFORM LINK-TO-RUNCTLR
           .

      * One LINK to the shared run-control routine
       LINK-TO-RUNCTLR.
           EXEC CICS LINK PROGRAM  ( RUNCTLR-PROGRAM )
                          COMMAREA ( RUNCTL-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO RN-STATUS
           END-IF
           .

       END PROGRAM 'PAYRETN'.
