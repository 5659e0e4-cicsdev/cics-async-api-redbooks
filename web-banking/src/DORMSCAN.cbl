      * DORMSTAT status file - and marks a dormant account that
      * has posted again back to active. A movement report of
      * accounts entering and leaving dormant status is written
      * to DORMRPT, and the customer's letter about an account
      * entering dormancy is queued on CORRQ for the CORRPRT print
      * run.
      *
      * The bank's own postings - the interest and fees TXNAPPLY
      * deliberately keeps landing on dormant accounts - never
      * runs off that list, so no browse is ever open against the
      * file being updated - the same technique INTACCRU uses.
      *
      * The run records itself on the RUNCTL run-control ledger as
      * job DORM, so that CORRPRT can prove tonight's scan - and
      * its dormancy letters - finished before it prints.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'DORM' - see jcl/DORMSCAN.jcl.
      *
      *             FEE- types - an interest accrual was flipping
      *             every dormant account back to active the next
      *             night, so dormancy never stuck
      *  15-10-2026 Queue the customer's letter on the CORRQ
      *             correspondence queue when an account is marked
      *             dormant, for the CORRPRT print run
      *  15-10-2026 Record the run on the RUNCTL ledger as job
      *             DORM, so CORRPRT can require it to have
      *             completed before tonight's letters print
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY DORMSTAT.
       COPY DORMRPT.

      * The correspondence queue - the customer is written to when
      * an account is marked dormant
       COPY CORRQ.

       1 FILE-NAMES.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 TXNHIST-FILE           PIC X(8) VALUE 'TXNHIST'.
         2 DORMSTAT-FILE          PIC X(8) VALUE 'DORMSTAT'.
         2 DORMRPT-FILE           PIC X(8) VALUE 'DORMRPT'.
         2 CORRQ-FILE             PIC X(8) VALUE 'CORRQ'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
      * clock
       COPY BUSDATE.

      * Commarea for the shared RUNCTLR run-control routine - this
      * job records itself on the RUNCTL ledger before it touches
      * anything
       COPY RUNCTLCA.

       1 RUNCTLR-PROGRAM          PIC X(8) VALUE 'RUNCTLR'.

      * What tonight's ledger entry closes with
       1 RUN-OUTCOME-VALUE         PIC X(8) VALUE 'ENDED-OK'.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------

      * Tonight's ledger entry first - the scan only proceeds once
      * the run-control routine has recorded it
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             DISPLAY '*** DORMSCAN: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'DORMSCAN: Starting dormant account scan'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
                   ' entered: ' ACCOUNTS-ENTERED
                   ' left: '    ACCOUNTS-LEFT

      * Close tonight's ledger entry - the job came out clean
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
       MARK-ACCOUNT-DORMANT.
           MOVE 'D' TO NEW-STATUS-VALUE
           PERFORM WRITE-DORMSTAT-RECORD
           PERFORM QUEUE-DORMANCY-LETTER

           ADD 1 TO ACCOUNTS-ENTERED
           ADD 1 TO ACCOUNTS-DORMANT
           END-IF
           .

      * Queue the customer's letter on CORRQ for the CORRPRT print
      * run, in the customer's unit of work with the marking - the
      * marking date is the event reference, so a rerun the same
      * night queues no second letter
       QUEUE-DORMANCY-LETTER.
           INITIALIZE CORRQ-RECORD
           MOVE CA-CUST-NO                      TO CO-CUST-NO
           MOVE 'DORMANT '                      TO CO-EVENT-TYPE
           MOVE CA-ACCT-NUMBER ( ACCT-COUNTER ) TO CO-ACCT-NUMBER
           MOVE TODAYS-DATE                     TO CO-EVENT-REF
           MOVE TODAYS-DATE                     TO CO-EVENT-DATE
           MOVE CA-BALANCE ( ACCT-COUNTER )     TO CO-AMOUNT
           STRING 'LAST ACTIVITY '         DELIMITED BY SIZE
                  LATEST-ACTIVITY-TS(1:8)  DELIMITED BY SIZE
                INTO CO-DETAIL-TEXT
           MOVE 'DORMSCAN'                      TO CO-RAISED-BY
           MOVE FUNCTION CURRENT-DATE           TO CO-QUEUED-TS
           MOVE 'Q'                             TO CO-STATUS

           EXEC CICS WRITE FILE   ( CORRQ-FILE )
                           FROM   ( CORRQ-RECORD )
                           RIDFLD ( CO-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) AND
              COMMAND-RESP NOT = DFHRESP(DUPREC)
             DISPLAY '*** DORMSCAN: Error ' COMMAND-RESP
                     ' queueing dormancy letter for ' CO-ACCT-NUMBER
           END-IF
           .

      * One movement line - an account entering or leaving dormant
      * status tonight
       WRITE-MOVEMENT-LINE.
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the scan has no prerequisites of
      * its own
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'DORM' TO RN-JOB-ID
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
           MOVE 'DORM'     TO RN-JOB-ID
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

       END PROGRAM 'DORMSCAN'.
