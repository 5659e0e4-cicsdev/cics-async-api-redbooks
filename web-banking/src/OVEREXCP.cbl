      * balance. Any account whose overdraft breaches the threshold
      * held on the OVRTHRSH TSQ is written to the OVEREXC exception
      * report, so an account can no longer sit deep in overdraft
      * indefinitely with nobody alerted. An overdraft whose
      * duration escalates it a band also queues a letter to the
      * customer on CORRQ for the CORRPRT print run.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'OVEX' - see jcl/OVEREXCP.jcl.
      *             field ACCTPTNR returns - how current the partner
      *             balances are, now that they can be served from
      *             the short-lived PTNRCACH cache
      *  15-10-2026 Record this run's start, end and outcome on the
      *             RUNCTL run-control ledger as job OVEX, refusing to
      *             start until tonight's SWEEPRUN automatic sweep run
      *             (SWEP) has ended cleanly
      *  15-10-2026 Queue a letter to the customer on the CORRQ
      *             correspondence queue when an overdraft's duration
      *             escalates it a band - once per band per overdraft
      ******************************************************************

       IDENTIFICATION DIVISION.
      * used to derive the days-in-overdraft aging
       COPY TXNHIST.

      * The correspondence queue - the customer is written to when
      * an overdraft is escalated a band for its duration
       COPY CORRQ.

       1 FILE-NAMES.
         2 ACCTLIST-FILE          PIC X(8) VALUE 'ACCTLIST'.
         2 OVEREXC-FILE           PIC X(8) VALUE 'OVEREXC'.
         2 OVRLIMIT-FILE          PIC X(8) VALUE 'OVRLIMIT'.
         2 TXNHIST-FILE           PIC X(8) VALUE 'TXNHIST'.
         2 CORRQ-FILE             PIC X(8) VALUE 'CORRQ'.

      * The reserved key of the global band limits record
       1 GLOBAL-LIMIT-KEY         PIC X(8) VALUE SPACES.

       1 SEVERITY-TEXT            PIC X(8) VALUE SPACES.

      * Set when the overdraft's duration took it up a band - the
      * event the customer is written to about
       1 ESCALATED-SWITCH         PIC X(1) VALUE 'N'.
         88 ESCALATED                      VALUE 'Y'.
       1 DAYS-DISPLAY             PIC ZZZ9.

      * Separate RESP fields for the OVRLIMIT/TXNHIST accesses
      * nested inside the ACCTLIST browse loop
       1 DETAIL-RESP              PIC S9(8) COMP.
         2 THRESHOLD-LEN          PIC S9(4) USAGE BINARY.
       1 OVERDRAFT-THRESHOLD      PIC S9(7)V99 COMP-3 VALUE 500.00.

      * Commarea for the shared RUNCTLR run-control routine - this
      * job records itself on the RUNCTL ledger and proves tonight's
      * sweeps completed before it touches anything
       COPY RUNCTLCA.

       1 RUNCTLR-PROGRAM          PIC X(8) VALUE 'RUNCTLR'.

      * What tonight's ledger entry closes with - an orderly
      * failure exit flips it to FAILED before RECORD-RUN-END
       1 RUN-OUTCOME-VALUE         PIC X(8) VALUE 'ENDED-OK'.

        LINKAGE SECTION.

       PROCEDURE DIVISION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------

      * Tonight's ledger entry first - the run only proceeds once
      * the run-control routine is satisfied tonight's sweeps
      * completed
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             IF RN-PREREQ-MISSING
               DISPLAY '*** OVEREXCP: Prerequisite ' RN-FAILED-PREREQ
                       ' has not completed tonight - run refused'
             ELSE
               DISPLAY '*** OVEREXCP: Run-control ledger error - '
                       'run refused'
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'OVEREXCP: Starting overdraft exception scan'

           PERFORM GET-OVERDRAFT-THRESHOLD
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** OVEREXCP: Unable to browse ACCTLIST, RESP='
                     COMMAND-RESP
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

                   ACCOUNTS-PROCESSED ' exceptions found: '
                   EXCEPTIONS-FOUND

      * Close tonight's ledger entry - the job came out clean
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .

                 PERFORM DETERMINE-SEVERITY
                 PERFORM WRITE-EXCEPTION-RECORD

                 IF ESCALATED
                   PERFORM QUEUE-ESCALATION-LETTER
                 END-IF
               END-IF
               ADD 1 TO COUNTER
             END-PERFORM
               MOVE 'WARNING ' TO SEVERITY-TEXT
           END-EVALUATE

           MOVE 'N' TO ESCALATED-SWITCH
           IF DAYS-IN-OVERDRAFT > ESCALATE-DAYS
             EVALUATE SEVERITY-TEXT
               WHEN 'WARNING '
                 MOVE 'SERIOUS ' TO SEVERITY-TEXT
                 MOVE 'Y' TO ESCALATED-SWITCH
               WHEN 'SERIOUS '
                 MOVE 'CRITICAL' TO SEVERITY-TEXT
                 MOVE 'Y' TO ESCALATED-SWITCH
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           .

      * Queue the customer's letter about an escalated overdraft on
      * CORRQ for the CORRPRT print run. The event reference is the
      * date the overdraft began plus the band reached, so the
      * customer is written to once per band per overdraft, not
      * every night the account stays escalated
       QUEUE-ESCALATION-LETTER.
           INITIALIZE CORRQ-RECORD
           MOVE CUST-NO-IN              TO CO-CUST-NO
           MOVE 'ODESCAL '              TO CO-EVENT-TYPE
           MOVE ED-ACCT-NUMBER          TO CO-ACCT-NUMBER
           MOVE OVERDRAFT-START-DATE    TO CO-EVENT-REF(1:8)
           MOVE ED-SEVERITY             TO CO-EVENT-REF(9:8)
           MOVE FUNCTION CURRENT-DATE(1:8) TO CO-EVENT-DATE
           MOVE ED-OVERDRAFT            TO CO-AMOUNT
           MOVE ED-DAYS-OVERDRAWN       TO DAYS-DISPLAY
           STRING ED-SEVERITY           DELIMITED BY SPACE
                  ' - OVERDRAWN '       DELIMITED BY SIZE
                  DAYS-DISPLAY          DELIMITED BY SIZE
                  ' DAYS'               DELIMITED BY SIZE
                INTO CO-DETAIL-TEXT
           MOVE 'OVEREXCP'              TO CO-RAISED-BY
           MOVE FUNCTION CURRENT-DATE   TO CO-QUEUED-TS
           MOVE 'Q'                     TO CO-STATUS

           EXEC CICS WRITE FILE   ( CORRQ-FILE )
                           FROM   ( CORRQ-RECORD )
                           RIDFLD ( CO-KEY )
                           RESP   ( DETAIL-RESP )
                           RESP2  ( DETAIL-RESP2 )
           END-EXEC

           IF DETAIL-RESP NOT = DFHRESP(NORMAL) AND
              DETAIL-RESP NOT = DFHRESP(DUPREC)
             DISPLAY '*** OVEREXCP: Error ' DETAIL-RESP
                     ' queueing escalation letter for ' CUST-NO-IN
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the start call also proves
      * tonight's SWEEPRUN sweeps completed, so an overdraft a sweep
      * has covered is not reported
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'OVEX' TO RN-JOB-ID
           MOVE 'SWEP' TO RN-PREREQ-ID (1)
           PERFORM LINK-TO-RUNCTLR

      *    Commit the RUNNING record on its own at once
           IF RN-OK
             EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      * Close tonight's ledger entry with the outcome the run
      * reports - ENDED-OK unless an orderly failure exit flipped
      * RUN-OUTCOME-VALUE to FAILED first
       RECORD-RUN-END.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'E'        TO RN-FUNCTION
           MOVE 'OVEX'     TO RN-JOB-ID
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

       END PROGRAM 'OVEREXCP'.
