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
      *  SWEEPRUN
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * SWEEPRUN - Nightly automatic sweep run. Walks the SWEEPARR
      * arrangement file SWPMAINT maintains and, for every active
      * arrangement, works out how much the target account needs -
      * up to its target balance, or back to zero when the rule is
      * overdraft cover - and how much the funding account can give
      * without its available balance - the ledger balance less the
      * active holds the shared AVAILBAL routine totals, cheque
      * clearing holds among them - going below its minimum to
      * leave behind. The lesser of the two is moved as a
      * debit/credit pair through the shared TXNAPPLY routine, each
      * arrangement its own unit of work so one failing sweep never
      * disturbs another.
      *
      * A sweep the funding account can only part cover moves what
      * it can and is reported as partly funded; one it cannot cover
      * at all, or whose posting fails, is reported as not funded.
      * The run closes with a report on SWEEPRP of sweeps made,
      * partly funded and not funded and the total amount swept.
      *
      * The arrangement keys are collected first and the posting
      * pass runs off that list, so no browse is ever open against
      * the file being updated - the same technique STORDRUN uses.
      *
      * The run records itself on the RUNCTL ledger as job SWEP;
      * INTACCRU and OVEREXCP both name SWEP as a prerequisite, so
      * interest and the overdraft exceptions see the balances as
      * they stand after tonight's sweeps.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'SWEP' - see jcl/SWEEPRUN.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. SWEEPRUN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY SWEEPARR.
       COPY CUSTACCT.
       COPY SWEEPRP.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.

      * Commarea for the shared AVAILBAL hold total routine - held
      * money on the funding account is not there to sweep, and
      * TXNAPPLY would refuse the debit against it
       COPY AVAILBCA.

       1 AVAILBAL-PROGRAM         PIC X(8) VALUE 'AVAILBAL'.

       1 FILE-NAMES.
         2 SWEEPARR-FILE          PIC X(8) VALUE 'SWEEPARR'.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 SWEEPRP-FILE           PIC X(8) VALUE 'SWEEPRP'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

      * The arrangement keys collected before the posting pass
       1 SWEEP-KEY-TABLE.
         2 SK-SWEEP-KEY           PIC X(6) OCCURS 500 TIMES.
       1 SWEEP-KEY-COUNT          PIC S9(4) COMP-5 SYNC VALUE 0.
       1 SWEEP-KEY-INDEX          PIC S9(4) COMP-5 SYNC VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * The funding and target accounts' positions within the
      * customer record
       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.
       1 FUNDING-ACCT-INDEX       PIC S9(4) COMP-5 SYNC VALUE 0.
       1 TARGET-ACCT-INDEX        PIC S9(4) COMP-5 SYNC VALUE 0.

      * What the target account needs, what the funding account
      * can give above its minimum, and the lesser of the two that
      * is actually moved
       1 AMOUNT-NEEDED            PIC S9(9)V99 COMP-3 VALUE 0.
       1 AMOUNT-AVAILABLE         PIC S9(9)V99 COMP-3 VALUE 0.
       1 AMOUNT-TO-SWEEP          PIC S9(9)V99 COMP-3 VALUE 0.
       1 AMOUNT-SHORT             PIC S9(9)V99 COMP-3 VALUE 0.

      * Why an arrangement could not be worked or funded tonight,
      * for its report line
       1 SWEEP-REASON             PIC X(30) VALUE SPACES.

      * Set off as soon as either side of the pair fails, so the
      * whole sweep is backed out as one
       1 SWEEP-OK-SWITCH          PIC X(1) VALUE 'Y'.
         88 SWEEP-OK                       VALUE 'Y'.

      * Run control totals
       1 SWEEPS-MADE              PIC S9(8) COMP-5 SYNC VALUE 0.
       1 SWEEPS-PART-FUNDED       PIC S9(8) COMP-5 SYNC VALUE 0.
       1 SWEEPS-NOT-FUNDED        PIC S9(8) COMP-5 SYNC VALUE 0.
       1 SWEEPS-NOT-NEEDED        PIC S9(8) COMP-5 SYNC VALUE 0.
       1 AMOUNT-SWEPT             PIC S9(11)V99 COMP-3 VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -99999999999.99.
       1 ITEM-AMOUNT-DISPLAY      PIC -9999999.99.
       1 SHORT-AMOUNT-DISPLAY     PIC -9999999.99.

      * The DROL-maintained business-date control record, read so
      * this job cuts on the business date rather than the wall
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

        LINKAGE SECTION.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------

      * Tonight's ledger entry first
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             IF RN-PREREQ-MISSING
               DISPLAY '*** SWEEPRUN: Prerequisite ' RN-FAILED-PREREQ
                       ' has not completed tonight - run refused'
             ELSE
               DISPLAY '*** SWEEPRUN: Run-control ledger error - '
                       'run refused'
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'SWEEPRUN: Starting automatic sweep run'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

      *    The business date, not the wall clock, is what tonight
      *    runs against
           PERFORM GET-BUSINESS-DATE

           PERFORM WRITE-REPORT-HEADER

           PERFORM COLLECT-SWEEP-KEYS

           MOVE 1 TO SWEEP-KEY-INDEX
           PERFORM PROCESS-ONE-SWEEP
                   UNTIL SWEEP-KEY-INDEX > SWEEP-KEY-COUNT

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY 'SWEEPRUN: Completed - swept: ' SWEEPS-MADE
                   ' partly funded: ' SWEEPS-PART-FUNDED
                   ' not funded: ' SWEEPS-NOT-FUNDED

      * Close tonight's ledger entry - the job came out clean
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Collect the key of every active arrangement, so the posting
      * pass never runs with a browse open against the file it
      * updates
       COLLECT-SWEEP-KEYS.
           MOVE 0   TO SWEEP-KEY-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( SWEEPARR-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COLLECT-NEXT-SWEEP-KEY
                     UNTIL END-OF-FILE
                        OR SWEEP-KEY-COUNT >= 500
             EXEC CICS ENDBR FILE ( SWEEPARR-FILE ) END-EXEC
           END-IF
           .

       COLLECT-NEXT-SWEEP-KEY.
           EXEC CICS READNEXT FILE ( SWEEPARR-FILE )
                              INTO ( SWEEPARR-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF SW-STATUS-ACTIVE
               ADD 1 TO SWEEP-KEY-COUNT
               MOVE SW-KEY TO SK-SWEEP-KEY ( SWEEP-KEY-COUNT )
             END-IF
           END-IF
           .

      * One collected arrangement: re-read it for update, work out
      * the amount to move and post it, or report why it could not
      * be funded - each outcome its own unit of work
       PROCESS-ONE-SWEEP.
           MOVE SK-SWEEP-KEY ( SWEEP-KEY-INDEX ) TO SW-KEY

           EXEC CICS READ FILE    ( SWEEPARR-FILE )
                          INTO    ( SWEEPARR-RECORD )
                          RIDFLD  ( SW-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND SW-STATUS-ACTIVE
             PERFORM WORK-OUT-SWEEP-AMOUNT
             EVALUATE TRUE
               WHEN SWEEP-REASON NOT = SPACES
                 PERFORM RECORD-SWEEP-NOT-FUNDED
               WHEN AMOUNT-NEEDED <= 0
                 ADD 1 TO SWEEPS-NOT-NEEDED
                 MOVE 0 TO AMOUNT-TO-SWEEP
                 PERFORM RECORD-SWEEP-RUN
               WHEN AMOUNT-TO-SWEEP <= 0
                 MOVE 'FUNDING ACCOUNT AT MINIMUM'
                   TO SWEEP-REASON
                 PERFORM RECORD-SWEEP-NOT-FUNDED
               WHEN OTHER
                 PERFORM POST-SWEEP
             END-EVALUATE
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF

           ADD 1 TO SWEEP-KEY-INDEX
           .

      * Find both accounts on the customer's record and work out
      * what the target needs and what the funding account can
      * spare of its available balance above its minimum -
      * SWEEP-REASON is set instead when the arrangement cannot be
      * worked at all tonight
       WORK-OUT-SWEEP-AMOUNT.
           MOVE SPACES TO SWEEP-REASON
           MOVE 0 TO FUNDING-ACCT-INDEX
           MOVE 0 TO TARGET-ACCT-INDEX
           MOVE 0 TO AMOUNT-NEEDED
           MOVE 0 TO AMOUNT-AVAILABLE
           MOVE 0 TO AMOUNT-TO-SWEEP
           MOVE SW-CUST-NO TO CA-CUST-NO

           EXEC CICS READ FILE     ( CUSTACCT-FILE )
                           INTO    ( CUSTACCT-RECORD )
                           RIDFLD  ( CA-CUST-NO )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 1 TO ACCT-COUNTER
             PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER > 10
               IF CA-ACCT-NUMBER (ACCT-COUNTER) = SW-FUNDING-ACCT
                 MOVE ACCT-COUNTER TO FUNDING-ACCT-INDEX
               END-IF
               IF CA-ACCT-NUMBER (ACCT-COUNTER) = SW-TARGET-ACCT
                 MOVE ACCT-COUNTER TO TARGET-ACCT-INDEX
               END-IF
               ADD 1 TO ACCT-COUNTER
             END-PERFORM
           END-IF

           EVALUATE TRUE
             WHEN FUNDING-ACCT-INDEX = 0
               MOVE 'FUNDING ACCOUNT NOT HELD' TO SWEEP-REASON
             WHEN TARGET-ACCT-INDEX = 0
               MOVE 'TARGET ACCOUNT NOT HELD' TO SWEEP-REASON
             WHEN CA-CURRENCY-CODE ( FUNDING-ACCT-INDEX ) NOT =
                  CA-CURRENCY-CODE ( TARGET-ACCT-INDEX )
               MOVE 'ACCOUNT CURRENCIES DIFFER' TO SWEEP-REASON
             WHEN OTHER
               IF SW-RULE-OVERDRAFT-COVER
                 COMPUTE AMOUNT-NEEDED =
                         0 - CA-BALANCE ( TARGET-ACCT-INDEX )
               ELSE
                 COMPUTE AMOUNT-NEEDED = SW-TARGET-BALANCE
                         - CA-BALANCE ( TARGET-ACCT-INDEX )
               END-IF

               PERFORM GET-FUNDING-HOLDS
               COMPUTE AMOUNT-AVAILABLE =
                       CA-BALANCE ( FUNDING-ACCT-INDEX )
                       - AB-HOLD-TOTAL
                       - SW-MINIMUM-LEAVE
               IF AMOUNT-AVAILABLE < 0
                 MOVE 0 TO AMOUNT-AVAILABLE
               END-IF

               IF AMOUNT-AVAILABLE < AMOUNT-NEEDED
                 MOVE AMOUNT-AVAILABLE TO AMOUNT-TO-SWEEP
               ELSE
                 MOVE AMOUNT-NEEDED TO AMOUNT-TO-SWEEP
               END-IF
           END-EVALUATE
           .

      * Total the funding account's active holds through the shared
      * AVAILBAL routine, as of tonight's business date. A failed
      * lookup leaves the sweep not funded - sweeping blind against
      * held money would only be refused by TXNAPPLY
       GET-FUNDING-HOLDS.
           INITIALIZE AVAILBAL-COMMAREA
           MOVE SW-FUNDING-ACCT TO AB-ACCT-NUMBER
           MOVE TODAYS-DATE     TO AB-AS-OF-DATE

           EXEC CICS LINK PROGRAM  ( AVAILBAL-PROGRAM )
                          COMMAREA ( AVAILBAL-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR NOT AB-OK
             MOVE 'FUNDING HOLDS NOT READ' TO SWEEP-REASON
           END-IF
           .

      * Post the sweep as a debit/credit pair through the shared
      * routine and fold the arrangement's bookkeeping into the same
      * unit of work, so the pair and the arrangement record commit
      * or back out together
       POST-SWEEP.
           MOVE 'Y' TO SWEEP-OK-SWITCH

           INITIALIZE TXNPOST-COMMAREA
           MOVE 'SWEEPRUN'      TO TP-OPERATOR-ID
           MOVE 'SWP'           TO TP-CHANNEL-CODE
           MOVE SW-CUST-NO      TO TP-CUST-NO
           MOVE SW-FUNDING-ACCT TO TP-ACCT-NUMBER
           MOVE 'SWEEP     '    TO TP-TX-TYPE
           COMPUTE TP-TX-AMOUNT = 0 - AMOUNT-TO-SWEEP
           STRING 'SWEEP TO ' DELIMITED BY SIZE
                  SW-TARGET-ACCT DELIMITED BY SIZE
                INTO TP-TX-DESCRIPTION
           PERFORM LINK-TO-TXNAPPLY

           IF NOT TP-POSTED
             MOVE 'N' TO SWEEP-OK-SWITCH
           END-IF

           IF SWEEP-OK
             INITIALIZE TXNPOST-COMMAREA
             MOVE 'SWEEPRUN'      TO TP-OPERATOR-ID
             MOVE 'SWP'           TO TP-CHANNEL-CODE
             MOVE SW-CUST-NO      TO TP-CUST-NO
             MOVE SW-TARGET-ACCT  TO TP-ACCT-NUMBER
             MOVE 'SWEEP     '    TO TP-TX-TYPE
             MOVE AMOUNT-TO-SWEEP TO TP-TX-AMOUNT
             STRING 'SWEEP FROM ' DELIMITED BY SIZE
                    SW-FUNDING-ACCT DELIMITED BY SIZE
                  INTO TP-TX-DESCRIPTION
             PERFORM LINK-TO-TXNAPPLY

             IF NOT TP-POSTED
               MOVE 'N' TO SWEEP-OK-SWITCH
             END-IF
           END-IF

           IF SWEEP-OK
             PERFORM RECORD-SWEEP-RUN
             IF NOT SWEEP-OK
               MOVE 'ARRANGEMENT UPDATE FAILED' TO SWEEP-REASON
             END-IF
           END-IF

           IF SWEEP-OK
             ADD AMOUNT-TO-SWEEP TO AMOUNT-SWEPT
             IF AMOUNT-TO-SWEEP < AMOUNT-NEEDED
               ADD 1 TO SWEEPS-PART-FUNDED
               PERFORM WRITE-PART-FUNDED-LINE
             ELSE
               ADD 1 TO SWEEPS-MADE
               PERFORM WRITE-SWEPT-LINE
             END-IF
           ELSE
      *      One side or the arrangement update failed - back
      *      the pair out together and report the sweep as not
      *      funded
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             IF SWEEP-REASON = SPACES
               MOVE 'POSTING FAILED' TO SWEEP-REASON
             END-IF
             ADD 1 TO SWEEPS-NOT-FUNDED
             PERFORM WRITE-NOT-FUNDED-LINE
           END-IF
           .

      * Note tonight's date and the amount moved on the arrangement
      * and commit the unit of work. Should the arrangement not
      * update, nothing is committed - the postings would otherwise
      * stand with no last-run date, and a rerun would sweep again
       RECORD-SWEEP-RUN.
           MOVE TODAYS-DATE     TO SW-LAST-RUN-DATE
           MOVE AMOUNT-TO-SWEEP TO SW-LAST-AMOUNT

           EXEC CICS REWRITE FILE ( SWEEPARR-FILE )
                             FROM ( SWEEPARR-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT END-EXEC
           ELSE
             DISPLAY '*** SWEEPRUN: Error ' COMMAND-RESP
                     ' updating sweep ' SW-CUST-NO '/' SW-SWEEP-NO
                     ' - backed out'
             MOVE 'N' TO SWEEP-OK-SWITCH
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF
           .

      * Nothing could be moved tonight - note the run on the
      * arrangement with a zero amount and report why
       RECORD-SWEEP-NOT-FUNDED.
           MOVE 0 TO AMOUNT-TO-SWEEP
           PERFORM RECORD-SWEEP-RUN
           ADD 1 TO SWEEPS-NOT-FUNDED
           PERFORM WRITE-NOT-FUNDED-LINE
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

      * Run header line of the run report
       WRITE-REPORT-HEADER.
           MOVE SPACES TO SWEEPRP-RECORD
           STRING 'AUTOMATIC SWEEP RUN ' DELIMITED BY SIZE
                  RUN-TIMESTAMP          DELIMITED BY SIZE
                  ' BUSINESS DATE '      DELIMITED BY SIZE
                  TODAYS-DATE            DELIMITED BY SIZE
                INTO SV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per sweep made in full tonight
       WRITE-SWEPT-LINE.
           MOVE AMOUNT-TO-SWEEP TO ITEM-AMOUNT-DISPLAY
           MOVE SPACES TO SWEEPRP-RECORD
           STRING '  SWEPT         - SWEEP ' DELIMITED BY SIZE
                  SW-CUST-NO            DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  SW-SWEEP-NO           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SW-FUNDING-ACCT       DELIMITED BY SIZE
                  ' -> '                DELIMITED BY SIZE
                  SW-TARGET-ACCT        DELIMITED BY SIZE
                INTO SV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per sweep the funding account could only part
      * cover, with the shortfall left on the target account
       WRITE-PART-FUNDED-LINE.
           MOVE AMOUNT-TO-SWEEP TO ITEM-AMOUNT-DISPLAY
           COMPUTE AMOUNT-SHORT = AMOUNT-NEEDED - AMOUNT-TO-SWEEP
           MOVE AMOUNT-SHORT TO SHORT-AMOUNT-DISPLAY
           MOVE SPACES TO SWEEPRP-RECORD
           STRING '  PARTLY FUNDED - SWEEP ' DELIMITED BY SIZE
                  SW-CUST-NO            DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  SW-SWEEP-NO           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SW-FUNDING-ACCT       DELIMITED BY SIZE
                  ' -> '                DELIMITED BY SIZE
                  SW-TARGET-ACCT        DELIMITED BY SIZE
                  ' SHORT BY '          DELIMITED BY SIZE
                  SHORT-AMOUNT-DISPLAY  DELIMITED BY SIZE
                INTO SV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per sweep that moved nothing tonight, with the
      * amount the target needed and the reason
       WRITE-NOT-FUNDED-LINE.
           MOVE AMOUNT-NEEDED TO ITEM-AMOUNT-DISPLAY
           MOVE SPACES TO SWEEPRP-RECORD
           STRING '  NOT FUNDED    - SWEEP ' DELIMITED BY SIZE
                  SW-CUST-NO            DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  SW-SWEEP-NO           DELIMITED BY SIZE
                  ' NEEDED '            DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SW-FUNDING-ACCT       DELIMITED BY SIZE
                  ' -> '                DELIMITED BY SIZE
                  SW-TARGET-ACCT        DELIMITED BY SIZE
                  ' - '                 DELIMITED BY SIZE
                  SWEEP-REASON          DELIMITED BY SIZE
                INTO SV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Closing control totals of the run
       WRITE-REPORT-TOTALS.
           MOVE SWEEPS-MADE TO COUNT-DISPLAY
           MOVE SPACES TO SWEEPRP-RECORD
           STRING '  SWEEPS MADE:          ' DELIMITED BY SIZE
                  COUNT-DISPLAY              DELIMITED BY SIZE
                INTO SV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SWEEPS-PART-FUNDED TO COUNT-DISPLAY
           MOVE SPACES TO SWEEPRP-RECORD
           STRING '  SWEEPS PARTLY FUNDED: ' DELIMITED BY SIZE
                  COUNT-DISPLAY              DELIMITED BY SIZE
                INTO SV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SWEEPS-NOT-FUNDED TO COUNT-DISPLAY
           MOVE SPACES TO SWEEPRP-RECORD
           STRING '  SWEEPS NOT FUNDED:    ' DELIMITED BY SIZE
                  COUNT-DISPLAY              DELIMITED BY SIZE
                INTO SV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SWEEPS-NOT-NEEDED TO COUNT-DISPLAY
           MOVE SPACES TO SWEEPRP-RECORD
           STRING '  SWEEPS NOT NEEDED:    ' DELIMITED BY SIZE
                  COUNT-DISPLAY              DELIMITED BY SIZE
                INTO SV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE AMOUNT-SWEPT TO AMOUNT-DISPLAY
           MOVE SPACES TO SWEEPRP-RECORD
           STRING '  AMOUNT SWEPT:         ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY             DELIMITED BY SIZE
                INTO SV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Write one print line to the run report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( SWEEPRP-FILE )
                           FROM ( SWEEPRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** SWEEPRUN: Error ' COMMAND-RESP
                     ' writing SWEEPRP report line'
           END-IF
           .

      * The business date off the DROL-maintained BUSDATE control
      * record - a region with no record yet runs on the calendar
      * date
       GET-BUSINESS-DATE.
           MOVE 'BUSDATE ' TO BD-CONTROL-ID

           EXEC CICS READ FILE    ( BUSDATE-FILE )
                          INTO    ( BUSDATE-RECORD )
                          RIDFLD  ( BD-CONTROL-ID )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE BD-BUSINESS-DATE TO TODAYS-DATE
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'SWEP' TO RN-JOB-ID
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
           MOVE 'SWEP'     TO RN-JOB-ID
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

       END PROGRAM 'SWEEPRUN'.
