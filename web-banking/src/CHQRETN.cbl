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
      *  CHQRETN
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * CHQRETN - Returned cheques. A cheque paid in (a CHQ-DEP
      * posting) is on the ledger at once, fenced off by the
      * clearing hold TXNAPPLY places on it; when the paying bank
      * will not honour it, the clearing house sends it back on the
      * RETCHQ file. For each returned cheque this job, in one unit
      * of work:
      *
      *   - reverses the deposit through the shared TXNAPPLY routine
      *     as a CHQ-RETURN posting, and registers the reversal on
      *     REVLOG against the deposit's TXNHIST key with the
      *     clearing house's reason code, the same register the
      *     counter reversals (TXNREVRS) use
      *   - releases the deposit's clearing hold, if it has not yet
      *     lapsed, so the money is not fenced off twice
      *   - charges the returned-item fee (FEE-RETCHQ, the CHQRTFEE
      *     parameter in cents - 15.00 when no parameter is held)
      *   - raises a RETCHQ alert on ALERTQ for the customer, which
      *     the branch sees on its ALRT worklist and the ALERTDIG
      *     digest whatever alert rules the customer has set
      *
      * Before a single cheque is reversed the whole file is
      * verified against its header/trailer controls, the TXNFEEDR
      * convention. An empty file - nothing returned - is simply
      * nothing to do. A cheque is refused, and reported on CHQRETRP
      * for the branch operations team, when the deposit is not on
      * TXNHIST, is not a cheque deposit, is for a different amount
      * or has already been reversed - so a file loaded twice
      * reverses nothing twice - or when any step cannot be done.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'CQRT' - see jcl/CHQRETN.jcl.
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
        PROGRAM-ID. CHQRETN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY RETCHQ.
       COPY TXNHIST.
       COPY REVLOG.
       COPY ACCTIDX.
       COPY ACCTHOLD.
       COPY CUSTACCT.
       COPY ALERTQ.
       COPY CHQRETRP.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.

      * Commarea for the shared parameter lookup the returned-item
      * fee comes from
       COPY PARMRDCA.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

       1 FILE-NAMES.
         2 RETCHQ-FILE            PIC X(8) VALUE 'RETCHQ'.
         2 TXNHIST-FILE           PIC X(8) VALUE 'TXNHIST'.
         2 REVLOG-FILE            PIC X(8) VALUE 'REVLOG'.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.
         2 ACCTHOLD-FILE          PIC X(8) VALUE 'ACCTHOLD'.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 ALERTQ-FILE            PIC X(8) VALUE 'ALERTQ'.
         2 CHQRETRP-FILE          PIC X(8) VALUE 'CHQRETRP'.

       1 CUSTACCT-KEYLEN          PIC S9(4) COMP-5 SYNC VALUE 4.

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

      * The returned-item fee charged on every cheque reversed,
      * taken once for the run
       1 RETURNED-ITEM-FEE        PIC S9(5)V99 COMP-3 VALUE 0.

      * The customer owning the account, the reversal's own TXNHIST
      * timestamp, and the balance the account is left on once the
      * reversal and fee have both landed - what the branch alert
      * carries
       1 OWNING-CUST-NO           PIC X(4) VALUE SPACES.
       1 REVERSAL-TS              PIC X(16) VALUE SPACES.
       1 BALANCE-AFTER-RETURN     PIC S9(7)V99 COMP-3 VALUE 0.
       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.

      * The clearing hold TXNAPPLY placed on the deposit - found by
      * the reason it was placed with
       1 CLEARING-HOLD-REASON     PIC X(30) VALUE SPACES.
       1 CLEARING-HOLD-ID         PIC X(2) VALUE SPACES.
       1 HOLDS-SCANNED-SWITCH     PIC X(1) VALUE 'N'.
         88 HOLDS-SCANNED                 VALUE 'Y'.

      * Returned-cheque control totals
       1 CHEQUES-READ             PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CHEQUES-REVERSED         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CHEQUES-REFUSED          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 AMOUNT-REVERSED          PIC S9(11)V99 COMP-3 VALUE 0.
       1 FEES-CHARGED             PIC S9(11)V99 COMP-3 VALUE 0.

       1 REFUSAL-REASON           PIC X(30) VALUE SPACES.

      * Which of the two postings TXNAPPLY refused, and why
       1 POSTING-STEP-TEXT        PIC X(8) VALUE SPACES.
       1 POSTING-FAILURE-TEXT     PIC X(16) VALUE SPACES.

       1 END-OF-INPUT-SWITCH      PIC X(1) VALUE 'N'.
         88 END-OF-INPUT                   VALUE 'Y'.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -9999999.99.
       1 FEE-DISPLAY              PIC -99999.99.
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
             DISPLAY '*** CHQRETN: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'CHQRETN: Starting returned cheques'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM WRITE-REPORT-HEADER

      * First pass: prove the file is complete and exactly what the
      * trailer promises, without reversing anything
           PERFORM VERIFY-FEED-CONTROLS

      * No returned-cheque file tonight - nothing came back
           IF FEED-VALID AND RECORDS-VERIFIED = 0
             PERFORM WRITE-NO-RETURNS-LINE
             DISPLAY 'CHQRETN: Completed - no returned cheques'
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT FEED-VALID
             PERFORM WRITE-REFUSAL-LINE
             DISPLAY '*** CHQRETN: Returned-cheque file refused - '
                     FEED-REFUSAL-TEXT
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-RETURNED-ITEM-FEE

      * Second pass: the file is proven - reverse the cheques, each
      * in its own unit of work
           EXEC CICS STARTBR FILE ( RETCHQ-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** CHQRETN: Unable to browse RETCHQ, RESP='
                     COMMAND-RESP
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO END-OF-INPUT-SWITCH
           PERFORM APPLY-NEXT-RETURN UNTIL END-OF-INPUT

           EXEC CICS ENDBR FILE ( RETCHQ-FILE ) END-EXEC

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY 'CHQRETN: Completed - file: ' RETURNS-FILE-ID
                   ' read: ' CHEQUES-READ
                   ' refused: ' CHEQUES-REFUSED

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

           EXEC CICS STARTBR FILE ( RETCHQ-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO FEED-VALID-SWITCH
             MOVE 'UNABLE TO BROWSE RETURNED CHEQUES'
               TO FEED-REFUSAL-TEXT
           ELSE
             PERFORM VERIFY-NEXT-FEED-RECORD
                     UNTIL END-OF-INPUT
                        OR NOT FEED-VALID

             EXEC CICS ENDBR FILE ( RETCHQ-FILE ) END-EXEC
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
           EXEC CICS READNEXT FILE ( RETCHQ-FILE )
                              INTO ( RETCHQ-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-INPUT-SWITCH
           ELSE
             ADD 1 TO RECORDS-VERIFIED

             EVALUATE TRUE
               WHEN CQ-HEADER
                 IF RECORDS-VERIFIED NOT = 1 OR
                    CQ-FILE-ID = SPACES
                   MOVE 'N' TO FEED-VALID-SWITCH
                   MOVE 'HEADER NOT FIRST OR HAS NO FILE ID'
                     TO FEED-REFUSAL-TEXT
                 ELSE
                   MOVE 'Y' TO HEADER-SEEN-SWITCH
                   MOVE CQ-FILE-ID TO RETURNS-FILE-ID
                 END-IF
               WHEN CQ-TRAILER
                 IF CQ-FILE-ID NOT = RETURNS-FILE-ID
                   MOVE 'N' TO FEED-VALID-SWITCH
                   MOVE 'TRAILER FILE ID MISMATCHES HEADER'
                     TO FEED-REFUSAL-TEXT
                 ELSE
                   MOVE 'Y' TO TRAILER-SEEN-SWITCH
                   MOVE CQ-ITEM-COUNT TO EXPECTED-ITEM-COUNT
                   MOVE CQ-HASH-TOTAL TO EXPECTED-HASH-TOTAL
                 END-IF
               WHEN CQ-DETAIL
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
                     ADD CQ-AMOUNT TO COUNTED-HASH-TOTAL
                   END-IF
                 END-IF
               WHEN OTHER
                 MOVE 'N' TO FEED-VALID-SWITCH
                 MOVE 'UNKNOWN RECORD TYPE ON FILE'
                   TO FEED-REFUSAL-TEXT
             END-EVALUATE
           END-IF
           .

      * The returned-item fee off the CHQRTFEE parameter, held in
      * cents like every PARMMAST value - 15.00 when none is held
       GET-RETURNED-ITEM-FEE.
           MOVE 15.00      TO RETURNED-ITEM-FEE
           MOVE 'CHQRTFEE' TO PR-PARM-NAME
           MOVE SPACES     TO PR-VALUE
           MOVE 'N'        TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE RETURNED-ITEM-FEE =
                     FUNCTION NUMVAL(PR-VALUE) / 100
           END-IF
           .

      * Read the next returned-cheque record and reverse it in its
      * own unit of work - the header and trailer are passed over
       APPLY-NEXT-RETURN.
           EXEC CICS READNEXT FILE ( RETCHQ-FILE )
                              INTO ( RETCHQ-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-INPUT-SWITCH
           ELSE
             IF CQ-DETAIL
               ADD 1 TO CHEQUES-READ
               MOVE SPACES TO REFUSAL-REASON
               PERFORM REVERSE-ONE-CHEQUE

               IF REFUSAL-REASON = SPACES
                 EXEC CICS SYNCPOINT END-EXEC
                 ADD 1 TO CHEQUES-REVERSED
                 ADD CQ-AMOUNT TO AMOUNT-REVERSED
                 ADD RETURNED-ITEM-FEE TO FEES-CHARGED
                 PERFORM WRITE-REVERSED-LINE
               ELSE
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 ADD 1 TO CHEQUES-REFUSED
                 PERFORM WRITE-CHEQUE-REFUSED-LINE
                 EXEC CICS SYNCPOINT END-EXEC
               END-IF
             END-IF
           END-IF
           .

      * Reverse one returned cheque. Only a cheque deposit on
      * TXNHIST, for the same amount, and not already on the
      * reversal register can be reversed - which also makes a
      * second load of the same file harmless. Each step runs only
      * while every earlier one has succeeded
       REVERSE-ONE-CHEQUE.
           MOVE CQ-ACCT-NUMBER TO TH-ACCT-NUMBER
           MOVE CQ-DEPOSIT-TS  TO TH-TX-TIMESTAMP

           EXEC CICS READ FILE    ( TXNHIST-FILE )
                          INTO    ( TXNHIST-RECORD )
                          RIDFLD  ( TH-KEY )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DEPOSIT NOT ON TXNHIST' TO REFUSAL-REASON
             WHEN TH-TX-TYPE NOT = 'CHQ-DEP   '
               MOVE 'NOT A CHEQUE DEPOSIT' TO REFUSAL-REASON
             WHEN TH-TX-AMOUNT NOT = CQ-AMOUNT
               MOVE 'AMOUNT DIFFERS FROM DEPOSIT' TO REFUSAL-REASON
             WHEN OTHER
               PERFORM CHECK-NOT-REVERSED
           END-EVALUATE

           IF REFUSAL-REASON = SPACES
             PERFORM FIND-OWNING-CUSTOMER
           END-IF

           IF REFUSAL-REASON = SPACES
             PERFORM POST-CHEQUE-REVERSAL
           END-IF

           IF REFUSAL-REASON = SPACES
             PERFORM WRITE-REVERSAL-REGISTER
           END-IF

           IF REFUSAL-REASON = SPACES
             PERFORM RELEASE-CLEARING-HOLD
           END-IF

           IF REFUSAL-REASON = SPACES AND RETURNED-ITEM-FEE > 0
             PERFORM POST-RETURNED-ITEM-FEE
           END-IF

           IF REFUSAL-REASON = SPACES
             PERFORM RAISE-BRANCH-ALERT
           END-IF
           .

      * A deposit already on the reversal register - reversed at
      * the counter, or returned on an earlier file - is not
      * reversed again
       CHECK-NOT-REVERSED.
           MOVE CQ-ACCT-NUMBER TO RV-ORIG-ACCT
           MOVE CQ-DEPOSIT-TS  TO RV-ORIG-TIMESTAMP

           EXEC CICS READ FILE    ( REVLOG-FILE )
                          INTO    ( REVLOG-RECORD )
                          RIDFLD  ( RV-KEY )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NORMAL)
               MOVE 'DEPOSIT ALREADY REVERSED' TO REFUSAL-REASON
             WHEN COMMAND-RESP NOT = DFHRESP(NOTFND)
               MOVE 'REVLOG READ FAILED' TO REFUSAL-REASON
           END-EVALUATE
           .

      * The customer the account belongs to, off the ACCTIDX
      * reverse index - TXNAPPLY posts by customer and account
       FIND-OWNING-CUSTOMER.
           MOVE CQ-ACCT-NUMBER TO AX-ACCT-NUMBER

           EXEC CICS READ FILE    ( ACCTIDX-FILE )
                          INTO    ( ACCTIDX-RECORD )
                          RIDFLD  ( AX-ACCT-NUMBER )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE AX-CUST-NO TO OWNING-CUST-NO
           ELSE
             MOVE 'ACCOUNT NOT ON ACCTIDX' TO REFUSAL-REASON
           END-IF
           .

      * Take the deposit back off the account through TXNAPPLY, the
      * clearing house's reason on the history record. The bank's
      * own reversal is never refused for want of funds - the
      * account simply goes overdrawn
       POST-CHEQUE-REVERSAL.
           INITIALIZE TXNPOST-COMMAREA
           MOVE 'CHQRETN '       TO TP-OPERATOR-ID
           MOVE 'REV'            TO TP-CHANNEL-CODE
           MOVE OWNING-CUST-NO   TO TP-CUST-NO
           MOVE CQ-ACCT-NUMBER   TO TP-ACCT-NUMBER
           MOVE 'CHQ-RETURN'     TO TP-TX-TYPE
           COMPUTE TP-TX-AMOUNT = 0 - CQ-AMOUNT
           STRING 'RETURNED CHQ '  DELIMITED BY SIZE
                  CQ-CHEQUE-NUMBER DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CQ-REASON-CODE   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CQ-REASON-TEXT   DELIMITED BY SIZE
                INTO TP-TX-DESCRIPTION

           PERFORM LINK-TO-TXNAPPLY

           IF TP-POSTED
             MOVE TP-POSTED-TS TO REVERSAL-TS
           ELSE
             MOVE 'REVERSAL' TO POSTING-STEP-TEXT
             PERFORM DESCRIBE-POSTING-FAILURE
           END-IF
           .

      * Register the reversal against the deposit's own TXNHIST
      * key, with the clearing house's reason code
       WRITE-REVERSAL-REGISTER.
           INITIALIZE REVLOG-RECORD
           MOVE CQ-ACCT-NUMBER    TO RV-ORIG-ACCT
           MOVE CQ-DEPOSIT-TS     TO RV-ORIG-TIMESTAMP
           MOVE REVERSAL-TS       TO RV-REVERSAL-TS
           MOVE CQ-AMOUNT         TO RV-ORIG-AMOUNT
           MOVE CQ-REASON-CODE    TO RV-REASON-CODE
           MOVE 'CHQRETN '        TO RV-OPERATOR-ID

           EXEC CICS WRITE FILE   ( REVLOG-FILE )
                           FROM   ( REVLOG-RECORD )
                           RIDFLD ( RV-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'REVLOG WRITE FAILED' TO REFUSAL-REASON
           END-IF
           .

      * Release the deposit's clearing hold - the money it fenced
      * off has just left the ledger, and must not stay fenced off
      * a second time. A hold no longer on file (its id since
      * reused) needs nothing doing
       RELEASE-CLEARING-HOLD.
           MOVE SPACES TO CLEARING-HOLD-ID
           MOVE SPACES TO CLEARING-HOLD-REASON
           STRING 'CHQ CLEARING ' DELIMITED BY SIZE
                  CQ-DEPOSIT-TS   DELIMITED BY SIZE
                INTO CLEARING-HOLD-REASON

           MOVE 'N' TO HOLDS-SCANNED-SWITCH
           MOVE CQ-ACCT-NUMBER TO AH-ACCT-NUMBER
           MOVE SPACES         TO AH-HOLD-ID

           EXEC CICS STARTBR FILE   ( ACCTHOLD-FILE )
                             RIDFLD ( AH-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM FIND-NEXT-CLEARING-HOLD UNTIL HOLDS-SCANNED
             EXEC CICS ENDBR FILE ( ACCTHOLD-FILE ) END-EXEC
           END-IF

           IF CLEARING-HOLD-ID NOT = SPACES
             MOVE CQ-ACCT-NUMBER   TO AH-ACCT-NUMBER
             MOVE CLEARING-HOLD-ID TO AH-HOLD-ID

             EXEC CICS READ FILE    ( ACCTHOLD-FILE )
                            INTO    ( ACCTHOLD-RECORD )
                            RIDFLD  ( AH-KEY )
                            UPDATE
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE 'R' TO AH-STATUS
               EXEC CICS REWRITE FILE ( ACCTHOLD-FILE )
                                 FROM ( ACCTHOLD-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC
             END-IF

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'HOLD RELEASE FAILED' TO REFUSAL-REASON
             END-IF
           END-IF
           .

       FIND-NEXT-CLEARING-HOLD.
           EXEC CICS READNEXT FILE ( ACCTHOLD-FILE )
                              INTO ( ACCTHOLD-RECORD )
                              RIDFLD ( AH-KEY )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              AH-ACCT-NUMBER NOT = CQ-ACCT-NUMBER
             MOVE 'Y' TO HOLDS-SCANNED-SWITCH
           ELSE
             IF AH-STATUS-ACTIVE AND
                AH-REASON = CLEARING-HOLD-REASON
               MOVE AH-HOLD-ID TO CLEARING-HOLD-ID
               MOVE 'Y' TO HOLDS-SCANNED-SWITCH
             END-IF
           END-IF
           .

      * Charge the returned-item fee - a bank charge, so like the
      * reversal it is never refused for want of funds
       POST-RETURNED-ITEM-FEE.
           INITIALIZE TXNPOST-COMMAREA
           MOVE 'CHQRETN '       TO TP-OPERATOR-ID
           MOVE 'FEE'            TO TP-CHANNEL-CODE
           MOVE OWNING-CUST-NO   TO TP-CUST-NO
           MOVE CQ-ACCT-NUMBER   TO TP-ACCT-NUMBER
           MOVE 'FEE-RETCHQ'     TO TP-TX-TYPE
           COMPUTE TP-TX-AMOUNT = 0 - RETURNED-ITEM-FEE
           STRING 'RETURNED CHEQUE FEE ' DELIMITED BY SIZE
                  CQ-CHEQUE-NUMBER       DELIMITED BY SIZE
                INTO TP-TX-DESCRIPTION

           PERFORM LINK-TO-TXNAPPLY

           IF NOT TP-POSTED
             MOVE 'FEE' TO POSTING-STEP-TEXT
             PERFORM DESCRIBE-POSTING-FAILURE
           END-IF
           .

      * Tell the branch: a RETCHQ alert on the customer's queue,
      * raised whatever alert rules the customer has set, carrying
      * the amount taken back and the balance the account is now
      * left on. Without the alert the branch would not know - so a
      * failed write refuses the whole return
       RAISE-BRANCH-ALERT.
           MOVE 0 TO BALANCE-AFTER-RETURN
           MOVE OWNING-CUST-NO TO CA-CUST-NO

           EXEC CICS READ FILE    ( CUSTACCT-FILE )
                          INTO    ( CUSTACCT-RECORD )
                          RIDFLD  ( CA-CUST-NO )
                          KEYLENGTH ( CUSTACCT-KEYLEN )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 1 TO ACCT-COUNTER
             PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER > 10
               IF CA-ACCT-NUMBER (ACCT-COUNTER) = CQ-ACCT-NUMBER
                 MOVE CA-BALANCE (ACCT-COUNTER)
                   TO BALANCE-AFTER-RETURN
                 MOVE 11 TO ACCT-COUNTER
               ELSE
                 ADD 1 TO ACCT-COUNTER
               END-IF
             END-PERFORM
           END-IF

           INITIALIZE ALERTQ-RECORD
           MOVE OWNING-CUST-NO       TO AQ-CUST-NO
           MOVE REVERSAL-TS          TO AQ-TIMESTAMP
           MOVE 'RETCHQ  '           TO AQ-ALERT-TYPE
           MOVE CQ-ACCT-NUMBER       TO AQ-ACCT-NUMBER
           COMPUTE AQ-TX-AMOUNT = 0 - CQ-AMOUNT
           MOVE BALANCE-AFTER-RETURN TO AQ-BALANCE-AFTER
           MOVE 'N'                  TO AQ-ACK-FLAG
           MOVE SPACES               TO AQ-ACK-OPERATOR
           MOVE SPACES               TO AQ-ACK-TIMESTAMP

           EXEC CICS WRITE FILE   ( ALERTQ-FILE )
                           FROM   ( ALERTQ-RECORD )
                           RIDFLD ( AQ-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'BRANCH ALERT NOT RAISED' TO REFUSAL-REASON
           END-IF
           .

      * One LINK to the shared posting routine
       LINK-TO-TXNAPPLY.
           EXEC CICS LINK PROGRAM  ( TXNAPPLY-PROGRAM )
                          COMMAREA ( TXNPOST-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO TP-STATUS
           END-IF
           .

      * Say which posting TXNAPPLY would not make, and why
       DESCRIBE-POSTING-FAILURE.
           EVALUATE TRUE
             WHEN TP-CUSTOMER-NOT-FOUND
               MOVE 'CUSTOMER GONE'    TO POSTING-FAILURE-TEXT
             WHEN TP-ACCOUNT-NOT-FOUND
               MOVE 'ACCOUNT CLOSED'   TO POSTING-FAILURE-TEXT
             WHEN TP-QUEUED-DATED
               MOVE 'POSTING QUIESCED' TO POSTING-FAILURE-TEXT
             WHEN OTHER
               MOVE 'NOT POSTED'       TO POSTING-FAILURE-TEXT
           END-EVALUATE

           MOVE SPACES TO REFUSAL-REASON
           STRING POSTING-STEP-TEXT    DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  POSTING-FAILURE-TEXT DELIMITED BY SIZE
                INTO REFUSAL-REASON
           .

      * Run header line of the returned-cheque report
       WRITE-REPORT-HEADER.
           MOVE SPACES TO CHQRETRP-RECORD
           STRING 'RETURNED CHEQUES ' DELIMITED BY SIZE
                  RUN-TIMESTAMP       DELIMITED BY SIZE
                INTO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-NO-RETURNS-LINE.
           MOVE SPACES TO CHQRETRP-RECORD
           MOVE '  NO RETURNED-CHEQUE FILE - NO CHEQUES RETURNED'
             TO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The whole file was refused - say which and why, so branch
      * operations knows nothing was reversed and what to chase
       WRITE-REFUSAL-LINE.
           MOVE SPACES TO CHQRETRP-RECORD
           STRING '  RETURNED-CHEQUE FILE REFUSED - '
                                              DELIMITED BY SIZE
                  RETURNS-FILE-ID             DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  FEED-REFUSAL-TEXT           DELIMITED BY SIZE
                  ' - NOTHING REVERSED'       DELIMITED BY SIZE
                INTO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per cheque reversed
       WRITE-REVERSED-LINE.
           MOVE CQ-AMOUNT         TO AMOUNT-DISPLAY
           MOVE RETURNED-ITEM-FEE TO FEE-DISPLAY
           MOVE SPACES TO CHQRETRP-RECORD
           STRING '  REVERSED '      DELIMITED BY SIZE
                  CQ-ACCT-NUMBER     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CQ-DEPOSIT-TS      DELIMITED BY SIZE
                  ' CHQ '            DELIMITED BY SIZE
                  CQ-CHEQUE-NUMBER   DELIMITED BY SIZE
                  ' CUST '           DELIMITED BY SIZE
                  OWNING-CUST-NO     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMOUNT-DISPLAY     DELIMITED BY SIZE
                  ' FEE '            DELIMITED BY SIZE
                  FEE-DISPLAY        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CQ-REASON-CODE     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CQ-REASON-TEXT     DELIMITED BY SIZE
                INTO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per returned cheque that could not be reversed -
      * branch operations settles it by hand
       WRITE-CHEQUE-REFUSED-LINE.
           MOVE CQ-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO CHQRETRP-RECORD
           STRING '  REFUSED '       DELIMITED BY SIZE
                  CQ-ACCT-NUMBER     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CQ-DEPOSIT-TS      DELIMITED BY SIZE
                  ' CHQ '            DELIMITED BY SIZE
                  CQ-CHEQUE-NUMBER   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMOUNT-DISPLAY     DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  REFUSAL-REASON     DELIMITED BY SIZE
                  ' ('               DELIMITED BY SIZE
                  CQ-REASON-CODE     DELIMITED BY SIZE
                  ')'                DELIMITED BY SIZE
                INTO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Closing control totals of the run
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CHQRETRP-RECORD
           STRING '  RETURNED FILE:     ' DELIMITED BY SIZE
                  RETURNS-FILE-ID         DELIMITED BY SIZE
                INTO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CHEQUES-READ TO COUNT-DISPLAY
           MOVE SPACES TO CHQRETRP-RECORD
           STRING '  CHEQUES READ:      ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CHEQUES-REVERSED TO COUNT-DISPLAY
           MOVE SPACES TO CHQRETRP-RECORD
           STRING '  CHEQUES REVERSED:  ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CHEQUES-REFUSED TO COUNT-DISPLAY
           MOVE SPACES TO CHQRETRP-RECORD
           STRING '  CHEQUES REFUSED:   ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE AMOUNT-REVERSED TO TOTAL-DISPLAY
           MOVE SPACES TO CHQRETRP-RECORD
           STRING '  AMOUNT REVERSED:   ' DELIMITED BY SIZE
                  TOTAL-DISPLAY           DELIMITED BY SIZE
                INTO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE FEES-CHARGED TO TOTAL-DISPLAY
           MOVE SPACES TO CHQRETRP-RECORD
           STRING '  FEES CHARGED:      ' DELIMITED BY SIZE
                  TOTAL-DISPLAY           DELIMITED BY SIZE
                INTO CX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Write one print line to the returned-cheque report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( CHQRETRP-FILE )
                           FROM ( CHQRETRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** CHQRETN: Error ' COMMAND-RESP
                     ' writing CHQRETRP report line'
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the returns depend on no other job
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'CQRT' TO RN-JOB-ID
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
           MOVE 'CQRT'     TO RN-JOB-ID
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

       END PROGRAM 'CHQRETN'.
