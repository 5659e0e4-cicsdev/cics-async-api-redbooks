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
      *  TDMATUR
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * TDMATUR - Nightly term deposit maturity run. TDOPEN opens a
      * fixed-term deposit on TERMDEP funded from a current
      * account; this job walks every active deposit whose
      * TD-MATURITY-DATE has arrived by the business date, works
      * out the term's simple interest - TD-PRINCIPAL at TD-RATE
      * for the actual days from TD-START-DATE to maturity on a
      * 365-day year - and follows the deposit's maturity
      * instruction:
      *
      *   - pay out: principal plus interest is credited to the
      *     nominated TD-PAYOUT-ACCT through the shared TXNAPPLY
      *     routine, and the deposit is marked matured
      *
      *   - roll over: the interest is capitalised onto the
      *     principal and a new term of the same length starts on
      *     the old maturity date, at the TDRATES rate in force
      *     for the term on that date. No money moves. A term no
      *     longer on the rate card cannot be renewed, so that
      *     deposit is paid out instead
      *
      * Each deposit is its own unit of work - the credit and the
      * deposit record land or vanish together. A payout TXNAPPLY
      * will not post (the account dormant, or posting quiesced)
      * is backed out and reported, and the deposit stays active
      * to be tried again the next night. The run closes with a
      * report on TDMATRP of deposits paid out, rolled over and
      * not paid.
      *
      * The deposit keys are collected first and the maturity
      * pass runs off that list, so no browse is ever open against
      * the file being updated - the same technique INTACCRU uses.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'TDMT' - see jcl/TDMATUR.jcl.
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
        PROGRAM-ID. TDMATUR.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY TERMDEP.
       COPY TDRATES.
       COPY TDMATRP.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.

       1 FILE-NAMES.
         2 TERMDEP-FILE           PIC X(8) VALUE 'TERMDEP'.
         2 TDRATES-FILE           PIC X(8) VALUE 'TDRATES'.
         2 TDMATRP-FILE           PIC X(8) VALUE 'TDMATRP'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

      * The keys of the deposits due tonight, collected before the
      * maturity pass
       1 DEPOSIT-KEY-TABLE.
         2 DK-DEPOSIT-KEY         PIC X(12) OCCURS 2000 TIMES.
       1 DEPOSIT-KEY-COUNT        PIC S9(4) COMP-5 SYNC VALUE 0.
       1 DEPOSIT-KEY-INDEX        PIC S9(4) COMP-5 SYNC VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * Set off as soon as any step of a deposit's maturity fails,
      * so the unit of work is backed out as one
       1 MATURITY-OK-SWITCH       PIC X(1) VALUE 'Y'.
         88 MATURITY-OK                    VALUE 'Y'.

       1 FAILED-STEP-TEXT         PIC X(30) VALUE SPACES.

      * The rate in force for the term on the rollover date
       1 RATE-TERM                PIC 9(3) VALUE 0.
       1 RATE-DATE                PIC X(8) VALUE SPACES.
       1 NEW-RATE                 PIC S9(3)V9999 COMP-3 VALUE 0.
       1 RATE-FOUND-SWITCH        PIC X(1) VALUE 'N'.
         88 RATE-FOUND                     VALUE 'Y'.
       1 RATE-SEARCH-SWITCH       PIC X(1) VALUE 'N'.
         88 RATE-SEARCH-DONE               VALUE 'Y'.

      * Whether a rollover deposit is being paid out instead
      * because its term is no longer offered
       1 TERM-WITHDRAWN-SWITCH    PIC X(1) VALUE 'N'.
         88 TERM-WITHDRAWN                 VALUE 'Y'.

      * The term's interest - days counted between the start and
      * maturity dates
       1 START-DATE-NUMERIC       PIC 9(8) VALUE 0.
       1 MATURITY-DATE-NUMERIC    PIC 9(8) VALUE 0.
       1 TERM-DAYS                PIC S9(8) COMP VALUE 0.
       1 INTEREST-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
       1 PAYOUT-AMOUNT            PIC S9(9)V99 COMP-3 VALUE 0.

      * Maturity-date arithmetic - the old maturity date stepped on
      * the term in whole months, the day held back to the 28th
      * so every month has it, the same way TDOPEN sets the first
      * one
       1 START-DATE-PARTS.
         2 START-YEAR             PIC 9(4).
         2 START-MONTH            PIC 9(2).
         2 START-DAY              PIC 9(2).
       1 MATURITY-DATE-PARTS.
         2 MATURITY-YEAR          PIC 9(4).
         2 MATURITY-MONTH         PIC 9(2).
         2 MATURITY-DAY           PIC 9(2).
       1 MATURITY-DATE-TEXT REDEFINES MATURITY-DATE-PARTS PIC X(8).
       1 MONTHS-SINCE-ZERO        PIC S9(8) COMP VALUE 0.

      * Run control totals
       1 DEPOSITS-PAID-OUT        PIC S9(8) COMP-5 SYNC VALUE 0.
       1 DEPOSITS-ROLLED-OVER     PIC S9(8) COMP-5 SYNC VALUE 0.
       1 DEPOSITS-NOT-PAID        PIC S9(8) COMP-5 SYNC VALUE 0.
       1 AMOUNT-PAID-OUT          PIC S9(11)V99 COMP-3 VALUE 0.
       1 INTEREST-PAID            PIC S9(11)V99 COMP-3 VALUE 0.
       1 INTEREST-CAPITALISED     PIC S9(11)V99 COMP-3 VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -99999999999.99.
       1 ITEM-AMOUNT-DISPLAY      PIC -999999999.99.
       1 INTEREST-DISPLAY         PIC -9999999.99.
       1 RATE-DISPLAY             PIC ZZ9.9999.

      * The DROL-maintained business-date control record, read so
      * this job cuts on the business date rather than the wall
      * clock
       COPY BUSDATE.

      * Commarea for the shared RUNCTLR run-control routine - this
      * job records itself on the RUNCTL ledger and proves its
      * prerequisites completed before it touches anything
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

      * Tonight's ledger entry first - the run only proceeds once
      * the run-control routine is satisfied its prerequisites
      * completed tonight
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             IF RN-PREREQ-MISSING
               DISPLAY '*** TDMATUR: Prerequisite ' RN-FAILED-PREREQ
                       ' has not completed tonight - run refused'
             ELSE
               DISPLAY '*** TDMATUR: Run-control ledger error - '
                       'run refused'
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'TDMATUR: Starting term deposit maturity run'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

      *    The business date, not the wall clock, is what tonight
      *    runs against
           PERFORM GET-BUSINESS-DATE

           PERFORM WRITE-REPORT-HEADER

           PERFORM COLLECT-DEPOSIT-KEYS

           MOVE 1 TO DEPOSIT-KEY-INDEX
           PERFORM MATURE-ONE-DEPOSIT
                   UNTIL DEPOSIT-KEY-INDEX > DEPOSIT-KEY-COUNT

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY 'TDMATUR: Completed - paid out: '
                   DEPOSITS-PAID-OUT ' rolled over: '
                   DEPOSITS-ROLLED-OVER ' not paid: '
                   DEPOSITS-NOT-PAID

      * Close tonight's ledger entry - the job came out clean
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Collect the key of every active deposit due by tonight, so
      * the maturity pass never runs with a browse open against
      * the file it updates
       COLLECT-DEPOSIT-KEYS.
           MOVE 0   TO DEPOSIT-KEY-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( TERMDEP-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COLLECT-NEXT-DEPOSIT-KEY
                     UNTIL END-OF-FILE
                        OR DEPOSIT-KEY-COUNT >= 2000
             EXEC CICS ENDBR FILE ( TERMDEP-FILE ) END-EXEC
           END-IF
           .

       COLLECT-NEXT-DEPOSIT-KEY.
           EXEC CICS READNEXT FILE ( TERMDEP-FILE )
                              INTO ( TERMDEP-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF TD-STATUS-ACTIVE AND TD-MATURITY-DATE <= TODAYS-DATE
               ADD 1 TO DEPOSIT-KEY-COUNT
               MOVE TD-KEY TO DK-DEPOSIT-KEY ( DEPOSIT-KEY-COUNT )
             END-IF
           END-IF
           .

      * One collected deposit: read it for update, work out the
      * term's interest and pay it out or roll it over as its
      * instruction says - one unit of work
       MATURE-ONE-DEPOSIT.
           MOVE DK-DEPOSIT-KEY ( DEPOSIT-KEY-INDEX ) TO TD-KEY

           EXEC CICS READ FILE    ( TERMDEP-FILE )
                          INTO    ( TERMDEP-RECORD )
                          RIDFLD  ( TD-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND TD-STATUS-ACTIVE
             MOVE 'Y' TO MATURITY-OK-SWITCH
             MOVE 'N' TO TERM-WITHDRAWN-SWITCH
             PERFORM COMPUTE-TERM-INTEREST

      *      A rollover needs the term still on the rate card on
      *      the maturity date - failing that the money goes home
             IF TD-INSTR-ROLL-OVER
               MOVE TD-TERM-MONTHS   TO RATE-TERM
               MOVE TD-MATURITY-DATE TO RATE-DATE
               PERFORM FIND-TERM-RATE
               IF NOT RATE-FOUND
                 MOVE 'Y' TO TERM-WITHDRAWN-SWITCH
               END-IF
             END-IF

             IF TD-INSTR-ROLL-OVER AND NOT TERM-WITHDRAWN
               PERFORM ROLL-DEPOSIT-OVER
             ELSE
               PERFORM PAY-DEPOSIT-OUT
             END-IF

             IF MATURITY-OK
               EXEC CICS SYNCPOINT
                         RESP  ( COMMAND-RESP )
                         RESP2 ( COMMAND-RESP2 )
               END-EXEC

               IF TD-STATUS-MATURED
                 ADD 1             TO DEPOSITS-PAID-OUT
                 ADD PAYOUT-AMOUNT TO AMOUNT-PAID-OUT
                 ADD INTEREST-AMOUNT TO INTEREST-PAID
                 PERFORM WRITE-PAID-OUT-LINE
               ELSE
                 ADD 1               TO DEPOSITS-ROLLED-OVER
                 ADD INTEREST-AMOUNT TO INTEREST-CAPITALISED
                 PERFORM WRITE-ROLLED-OVER-LINE
               END-IF
             ELSE
               EXEC CICS SYNCPOINT ROLLBACK
                         RESP  ( COMMAND-RESP )
                         RESP2 ( COMMAND-RESP2 )
               END-EXEC

               ADD 1 TO DEPOSITS-NOT-PAID
               PERFORM WRITE-NOT-PAID-LINE
             END-IF
           END-IF

           ADD 1 TO DEPOSIT-KEY-INDEX
           .

      * Simple interest for the actual days of the term on a
      * 365-day year
       COMPUTE-TERM-INTEREST.
           MOVE 0 TO INTEREST-AMOUNT
           MOVE 0 TO TERM-DAYS

           IF TD-START-DATE NUMERIC AND TD-MATURITY-DATE NUMERIC
             MOVE TD-START-DATE    TO START-DATE-NUMERIC
             MOVE TD-MATURITY-DATE TO MATURITY-DATE-NUMERIC
             COMPUTE TERM-DAYS =
                     FUNCTION INTEGER-OF-DATE(MATURITY-DATE-NUMERIC)
                   - FUNCTION INTEGER-OF-DATE(START-DATE-NUMERIC)
           END-IF

           IF TERM-DAYS > 0
             COMPUTE INTEREST-AMOUNT ROUNDED =
                     TD-PRINCIPAL * TD-RATE * TERM-DAYS / 36500
           END-IF
           .

      * Pay principal and interest to the nominated current
      * account through the shared routine, and close the deposit
       PAY-DEPOSIT-OUT.
           COMPUTE PAYOUT-AMOUNT = TD-PRINCIPAL + INTEREST-AMOUNT

           INITIALIZE TXNPOST-COMMAREA
           MOVE 'TDMATUR '       TO TP-OPERATOR-ID
           MOVE 'TDP'            TO TP-CHANNEL-CODE
           MOVE TD-CUST-NO       TO TP-CUST-NO
           MOVE TD-PAYOUT-ACCT   TO TP-ACCT-NUMBER
           MOVE 'TD-MATURE '     TO TP-TX-TYPE
           MOVE PAYOUT-AMOUNT    TO TP-TX-AMOUNT
           STRING 'TERM DEPOSIT MATURED ' DELIMITED BY SIZE
                  TD-DEPOSIT-ACCT         DELIMITED BY SIZE
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
             MOVE 'N' TO MATURITY-OK-SWITCH
             EVALUATE TRUE
               WHEN TP-ACCOUNT-NOT-FOUND
                 MOVE 'PAYOUT ACCT NOT HELD' TO FAILED-STEP-TEXT
               WHEN TP-ACCOUNT-DORMANT
                 MOVE 'PAYOUT ACCT DORMANT' TO FAILED-STEP-TEXT
               WHEN TP-QUEUED-DATED
                 MOVE 'POSTING QUIESCED - RETRY' TO FAILED-STEP-TEXT
               WHEN TP-REFERRED
                 MOVE 'PAYOUT REFERRED' TO FAILED-STEP-TEXT
               WHEN OTHER
                 MOVE 'PAYOUT NOT POSTED' TO FAILED-STEP-TEXT
             END-EVALUATE
           ELSE
             MOVE 'M'             TO TD-STATUS
             ADD INTEREST-AMOUNT  TO TD-INTEREST-PAID
             MOVE TODAYS-DATE     TO TD-CLOSED-DATE
             PERFORM REWRITE-DEPOSIT-RECORD
           END-IF
           .

      * Capitalise the interest and start a new term of the same
      * length on the old maturity date at the rate now in force
       ROLL-DEPOSIT-OVER.
           ADD INTEREST-AMOUNT TO TD-PRINCIPAL
           ADD INTEREST-AMOUNT TO TD-INTEREST-PAID
           ADD 1               TO TD-ROLLOVER-COUNT
           MOVE NEW-RATE       TO TD-RATE

           MOVE TD-MATURITY-DATE TO START-DATE-PARTS
           PERFORM COMPUTE-MATURITY-DATE
           MOVE TD-MATURITY-DATE   TO TD-START-DATE
           MOVE MATURITY-DATE-TEXT TO TD-MATURITY-DATE

           PERFORM REWRITE-DEPOSIT-RECORD
           .

      * The new term's maturity - its start date stepped on the
      * term in whole months, on the start day of the month (the
      * 28th at the latest)
       COMPUTE-MATURITY-DATE.
           COMPUTE MONTHS-SINCE-ZERO = START-YEAR * 12
                   + START-MONTH - 1 + TD-TERM-MONTHS
           COMPUTE MATURITY-YEAR  = MONTHS-SINCE-ZERO / 12
           COMPUTE MATURITY-MONTH = MONTHS-SINCE-ZERO
                   - ( MATURITY-YEAR * 12 ) + 1

           IF START-DAY > 28
             MOVE 28 TO MATURITY-DAY
           ELSE
             MOVE START-DAY TO MATURITY-DAY
           END-IF
           .

      * The deposit record back, matured or renewed
       REWRITE-DEPOSIT-RECORD.
           EXEC CICS REWRITE FILE ( TERMDEP-FILE )
                             FROM ( TERMDEP-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO MATURITY-OK-SWITCH
             MOVE 'TERMDEP REWRITE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * Find the TDRATES rate in force for RATE-TERM on RATE-DATE
      * - the latest effective date on or before it, found with
      * the same backwards browse INTACCRU uses on INTRATES. The
      * browse starts just past the key for the term and date and
      * steps back until it reaches a record on or before it
       FIND-TERM-RATE.
           MOVE 'N' TO RATE-FOUND-SWITCH
           MOVE 'N' TO RATE-SEARCH-SWITCH
           MOVE RATE-TERM TO TE-TERM-MONTHS
           MOVE RATE-DATE TO TE-EFFECTIVE-DATE

           EXEC CICS STARTBR FILE   ( TDRATES-FILE )
                             RIDFLD ( TE-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

      *    Nothing sorts at or after the key - the rate in force
      *    may still be the last record on the file
           IF COMMAND-RESP = DFHRESP(NOTFND)
             MOVE HIGH-VALUES TO TE-KEY

             EXEC CICS STARTBR FILE   ( TDRATES-FILE )
                               RIDFLD ( TE-KEY )
                               GTEQ
                               RESP   ( COMMAND-RESP )
                               RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM READ-PREVIOUS-RATE UNTIL RATE-SEARCH-DONE
             EXEC CICS ENDBR FILE ( TDRATES-FILE ) END-EXEC
           END-IF
           .

      * One step back through the rate card - a record later than
      * the date for the term is stepped over, anything earlier
      * belongs to a shorter term and ends the search
       READ-PREVIOUS-RATE.
           EXEC CICS READPREV FILE   ( TDRATES-FILE )
                              INTO   ( TDRATES-RECORD )
                              RIDFLD ( TE-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO RATE-SEARCH-SWITCH
           ELSE
             IF TE-TERM-MONTHS = RATE-TERM
               IF TE-EFFECTIVE-DATE <= RATE-DATE
                 MOVE 'Y'     TO RATE-FOUND-SWITCH
                 MOVE 'Y'     TO RATE-SEARCH-SWITCH
                 MOVE TE-RATE TO NEW-RATE
               END-IF
             ELSE
               IF TE-TERM-MONTHS < RATE-TERM
                 MOVE 'Y' TO RATE-SEARCH-SWITCH
               END-IF
             END-IF
           END-IF
           .

      * Run header line of the run report
       WRITE-REPORT-HEADER.
           MOVE SPACES TO TDMATRP-RECORD
           STRING 'TERM DEPOSIT MATURITY RUN ' DELIMITED BY SIZE
                  RUN-TIMESTAMP                DELIMITED BY SIZE
                  '  BUSINESS DATE '           DELIMITED BY SIZE
                  TODAYS-DATE                  DELIMITED BY SIZE
                INTO TM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per deposit paid out tonight - a rollover whose
      * term is no longer offered says so
       WRITE-PAID-OUT-LINE.
           MOVE PAYOUT-AMOUNT   TO ITEM-AMOUNT-DISPLAY
           MOVE INTEREST-AMOUNT TO INTEREST-DISPLAY
           MOVE SPACES TO TDMATRP-RECORD
           STRING '  PAID OUT     - DEPOSIT ' DELIMITED BY SIZE
                  TD-DEPOSIT-ACCT             DELIMITED BY SIZE
                  ' CUST '                    DELIMITED BY SIZE
                  TD-CUST-NO                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY         DELIMITED BY SIZE
                  ' INTEREST '                DELIMITED BY SIZE
                  INTEREST-DISPLAY            DELIMITED BY SIZE
                  ' TO '                      DELIMITED BY SIZE
                  TD-PAYOUT-ACCT              DELIMITED BY SIZE
                INTO TM-PRINT-LINE
           IF TERM-WITHDRAWN
             MOVE ' - TERM NO LONGER OFFERED' TO TM-PRINT-LINE(106:)
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

      * One line per deposit rolled over tonight
       WRITE-ROLLED-OVER-LINE.
           MOVE TD-PRINCIPAL    TO ITEM-AMOUNT-DISPLAY
           MOVE INTEREST-AMOUNT TO INTEREST-DISPLAY
           MOVE TD-RATE         TO RATE-DISPLAY
           MOVE SPACES TO TDMATRP-RECORD
           STRING '  ROLLED OVER  - DEPOSIT ' DELIMITED BY SIZE
                  TD-DEPOSIT-ACCT             DELIMITED BY SIZE
                  ' CUST '                    DELIMITED BY SIZE
                  TD-CUST-NO                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY         DELIMITED BY SIZE
                  ' INTEREST '                DELIMITED BY SIZE
                  INTEREST-DISPLAY            DELIMITED BY SIZE
                  ' AT '                      DELIMITED BY SIZE
                  RATE-DISPLAY                DELIMITED BY SIZE
                  ' PCT TO '                  DELIMITED BY SIZE
                  TD-MATURITY-DATE            DELIMITED BY SIZE
                INTO TM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per deposit that could not be matured tonight
       WRITE-NOT-PAID-LINE.
           MOVE SPACES TO TDMATRP-RECORD
           STRING '  NOT PAID     - DEPOSIT ' DELIMITED BY SIZE
                  TD-DEPOSIT-ACCT             DELIMITED BY SIZE
                  ' CUST '                    DELIMITED BY SIZE
                  TD-CUST-NO                  DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  FAILED-STEP-TEXT            DELIMITED BY SIZE
                  ' - RETRIED NEXT RUN'       DELIMITED BY SIZE
                INTO TM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Closing control totals of the run
       WRITE-REPORT-TOTALS.
           MOVE DEPOSITS-PAID-OUT TO COUNT-DISPLAY
           MOVE SPACES TO TDMATRP-RECORD
           STRING '  DEPOSITS PAID OUT:       ' DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO TM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE AMOUNT-PAID-OUT TO AMOUNT-DISPLAY
           MOVE SPACES TO TDMATRP-RECORD
           STRING '  AMOUNT PAID OUT:         ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                DELIMITED BY SIZE
                INTO TM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE INTEREST-PAID TO AMOUNT-DISPLAY
           MOVE SPACES TO TDMATRP-RECORD
           STRING '  INTEREST PAID OUT:       ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                DELIMITED BY SIZE
                INTO TM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DEPOSITS-ROLLED-OVER TO COUNT-DISPLAY
           MOVE SPACES TO TDMATRP-RECORD
           STRING '  DEPOSITS ROLLED OVER:    ' DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO TM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE INTEREST-CAPITALISED TO AMOUNT-DISPLAY
           MOVE SPACES TO TDMATRP-RECORD
           STRING '  INTEREST CAPITALISED:    ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                DELIMITED BY SIZE
                INTO TM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DEPOSITS-NOT-PAID TO COUNT-DISPLAY
           MOVE SPACES TO TDMATRP-RECORD
           STRING '  DEPOSITS NOT PAID:       ' DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO TM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Write one print line to the run report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( TDMATRP-FILE )
                           FROM ( TDMATRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** TDMATUR: Error ' COMMAND-RESP
                     ' writing TDMATRP report line'
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
      * shared RUNCTLR routine - the start call also proves the
      * declared prerequisites completed tonight
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'TDMT' TO RN-JOB-ID
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
           MOVE 'TDMT'     TO RN-JOB-ID
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

       END PROGRAM 'TDMATUR'.
