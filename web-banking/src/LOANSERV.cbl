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
      *  LOANSERV
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * LOANSERV - Nightly loan servicing run. LOANORIG opens a
      * loan on LOANMAST and credits the drawdown, but nothing ever
      * touched the loan again - LM-BALANCE sat at the drawdown
      * amount, no interest was charged at LM-LOAN-RATE and the
      * customer was never debited a repayment. This job walks
      * every active LOANMAST loan and:
      *
      *   - the first night it sees a loan, builds its amortisation
      *     schedule on LOANSCHD from LM-PRINCIPAL, LM-TERM-MONTHS
      *     and LM-LOAN-RATE - a level monthly instalment falling
      *     due on the drawdown day of each following month, the
      *     last one adjusted to clear the loan exactly
      *
      *   - on each due date (and for any earlier due date not yet
      *     collected) accrues the month's interest onto LM-BALANCE
      *     and collects the instalment from the loan's nominated
      *     current account through the shared TXNAPPLY routine,
      *     reducing LM-BALANCE by what was collected - each
      *     instalment its own unit of work, the debit, the loan
      *     and the schedule record landing or vanishing together
      *
      *   - marks the loan LM-STATUS-CLOSED when the final
      *     instalment clears the balance to zero
      *
      * An instalment TXNAPPLY will not post - the account cannot
      * stand it, is dormant, or posting is quiesced - is backed
      * out whole (a referral TXNAPPLY queued for it goes with it:
      * an approval through REFW would pay the bank without the
      * loan ever knowing). The interest is still charged and the
      * instalment goes into arrears on LOANARR; while a loan is
      * in arrears each instalment falling due joins the arrears,
      * and the whole past-due amount is tried as one debit every
      * night until it clears. Days past due and the 30/60/90+
      * aging bucket are refreshed nightly for the COLW
      * collections worklist and the LOANARRS arrears report. The
      * run closes with a report on LOANSVRP of instalments
      * collected and missed, arrears collected, interest charged
      * and loans paid off.
      *
      * The loan keys are collected first and the servicing pass
      * runs off that list, so no browse is ever open against the
      * file being updated - the same technique INTACCRU uses.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'LSRV' - see jcl/LOANSERV.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      *  15-10-2026 An instalment that cannot be collected now goes
      *             into arrears on LOANARR instead of being retried
      *             as it stood - interest still charged, the due
      *             date stepped on - and the loan's past-due
      *             amount is collected as one debit each night,
      *             with days past due and the aging bucket kept
      *             current for the collections team
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. LOANSERV.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY LOANMAST.
       COPY LOANSCHD.
       COPY LOANARR.
       COPY LOANSVRP.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.

       1 FILE-NAMES.
         2 LOANMAST-FILE          PIC X(8) VALUE 'LOANMAST'.
         2 LOANSCHD-FILE          PIC X(8) VALUE 'LOANSCHD'.
         2 LOANARR-FILE           PIC X(8) VALUE 'LOANARR'.
         2 LOANSVRP-FILE          PIC X(8) VALUE 'LOANSVRP'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

      * The loan keys collected before the servicing pass
       1 LOAN-KEY-TABLE.
         2 LOAN-KEY-ACCT          PIC X(8) OCCURS 2000 TIMES.
       1 LOAN-KEY-COUNT           PIC S9(4) COMP-5 SYNC VALUE 0.
       1 LOAN-KEY-INDEX           PIC S9(4) COMP-5 SYNC VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * Whether the loan in hand still has an instalment due
      * tonight - dropped once the loan is up to date, closed, or
      * an instalment could not be collected
       1 INSTALMENT-DUE-SWITCH    PIC X(1) VALUE 'N'.
         88 INSTALMENT-DUE                 VALUE 'Y'.

      * Set off as soon as any step of an instalment or schedule
      * build fails, so the unit of work is backed out as one
       1 SERVICE-OK-SWITCH        PIC X(1) VALUE 'Y'.
         88 SERVICE-OK                     VALUE 'Y'.

       1 FAILED-STEP-TEXT         PIC X(30) VALUE SPACES.

      * Whether the loan already has an arrears record - written
      * the first time it falls behind, rewritten after
       1 ARREARS-ON-FILE-SWITCH   PIC X(1) VALUE 'N'.
         88 ARREARS-ON-FILE                VALUE 'Y'.

       1 SCHEDULE-LINE-NUMBER     PIC S9(4) COMP VALUE 0.

      * Days past due are counted in whole days between the oldest
      * unpaid due date and the business date
       1 TODAYS-DATE-NUMERIC      PIC 9(8) VALUE 0.
       1 OLDEST-DUE-DATE-NUMERIC  PIC 9(8) VALUE 0.

      * The loan's pricing - the contractual annual rate off the
      * quote, held as text, and the monthly rate it works out to
       1 ANNUAL-RATE              PIC S9(3)V9999 COMP-3 VALUE 0.
       1 MONTHLY-RATE             PIC S9(1)V9(9) COMP-3 VALUE 0.
       1 GROWTH-FACTOR            PIC S9(5)V9(9) COMP-3 VALUE 0.

      * Working figures of the schedule build
       1 SCHEDULE-BALANCE         PIC S9(9)V99 COMP-3 VALUE 0.
       1 LEVEL-INSTALMENT         PIC S9(7)V99 COMP-3 VALUE 0.
       1 INSTALMENT-NUMBER        PIC S9(4) COMP VALUE 0.

      * Working figures of one instalment collection
       1 INTEREST-AMOUNT          PIC S9(7)V99 COMP-3 VALUE 0.
       1 INSTALMENT-AMOUNT        PIC S9(7)V99 COMP-3 VALUE 0.
       1 AMOUNT-OWED              PIC S9(9)V99 COMP-3 VALUE 0.
       1 INSTALMENT-DUE-DATE      PIC X(8) VALUE SPACES.

      * Due-date arithmetic - the drawdown date stepped on a whole
      * number of months, the day held back to the 28th so every
      * month has it
       1 DRAWDOWN-DATE-PARTS.
         2 DRAWDOWN-YEAR          PIC 9(4).
         2 DRAWDOWN-MONTH         PIC 9(2).
         2 DRAWDOWN-DAY           PIC 9(2).
       1 DUE-DATE-PARTS.
         2 DUE-YEAR               PIC 9(4).
         2 DUE-MONTH              PIC 9(2).
         2 DUE-DAY                PIC 9(2).
       1 DUE-DATE-TEXT REDEFINES DUE-DATE-PARTS PIC X(8).
       1 MONTHS-SINCE-ZERO        PIC S9(8) COMP VALUE 0.

      * Run control totals
       1 SCHEDULES-BUILT          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 INSTALMENTS-COLLECTED    PIC S9(8) COMP-5 SYNC VALUE 0.
       1 INSTALMENTS-MISSED       PIC S9(8) COMP-5 SYNC VALUE 0.
       1 INSTALMENTS-FAILED       PIC S9(8) COMP-5 SYNC VALUE 0.
       1 LOANS-PAID-OFF           PIC S9(8) COMP-5 SYNC VALUE 0.
       1 AMOUNT-COLLECTED         PIC S9(11)V99 COMP-3 VALUE 0.
       1 INTEREST-CHARGED         PIC S9(11)V99 COMP-3 VALUE 0.
       1 ARREARS-CLEARED          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ARREARS-AMOUNT-COLLECTED PIC S9(11)V99 COMP-3 VALUE 0.
       1 LOANS-IN-ARREARS         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ARREARS-OUTSTANDING      PIC S9(11)V99 COMP-3 VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -99999999999.99.
       1 ITEM-AMOUNT-DISPLAY      PIC -9999999.99.
       1 INTEREST-DISPLAY         PIC -9999999.99.
       1 TERM-DISPLAY             PIC ZZ9.
       1 INSTALMENT-DISPLAY       PIC 9(3).

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
               DISPLAY '*** LOANSERV: Prerequisite ' RN-FAILED-PREREQ
                       ' has not completed tonight - run refused'
             ELSE
               DISPLAY '*** LOANSERV: Run-control ledger error - '
                       'run refused'
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'LOANSERV: Starting nightly loan servicing run'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

      *    The business date, not the wall clock, is what tonight
      *    runs against
           PERFORM GET-BUSINESS-DATE

           PERFORM WRITE-REPORT-HEADER

           PERFORM COLLECT-LOAN-KEYS

           MOVE 1 TO LOAN-KEY-INDEX
           PERFORM SERVICE-ONE-LOAN
                   UNTIL LOAN-KEY-INDEX > LOAN-KEY-COUNT

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY 'LOANSERV: Completed - collected: '
                   INSTALMENTS-COLLECTED ' to arrears: '
                   INSTALMENTS-MISSED ' paid off: ' LOANS-PAID-OFF

      * Close tonight's ledger entry - the job came out clean
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Collect the key of every active loan, so the servicing
      * pass never runs with a browse open against the file it
      * updates
       COLLECT-LOAN-KEYS.
           MOVE 0   TO LOAN-KEY-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( LOANMAST-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COLLECT-NEXT-LOAN-KEY
                     UNTIL END-OF-FILE
                        OR LOAN-KEY-COUNT >= 2000
             EXEC CICS ENDBR FILE ( LOANMAST-FILE ) END-EXEC
           END-IF
           .

       COLLECT-NEXT-LOAN-KEY.
           EXEC CICS READNEXT FILE ( LOANMAST-FILE )
                              INTO ( LOANMAST-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF LM-STATUS-ACTIVE
               ADD 1 TO LOAN-KEY-COUNT
               MOVE LM-LOAN-ACCT TO LOAN-KEY-ACCT ( LOAN-KEY-COUNT )
             END-IF
           END-IF
           .

      * One collected loan: build its schedule if this is the
      * first night it has been seen, then take every instalment
      * due on or before tonight, oldest first, then try to
      * collect any arrears and age what is still outstanding
       SERVICE-ONE-LOAN.
           MOVE LOAN-KEY-ACCT ( LOAN-KEY-INDEX ) TO LM-LOAN-ACCT

           EXEC CICS READ FILE    ( LOANMAST-FILE )
                          INTO    ( LOANMAST-RECORD )
                          RIDFLD  ( LM-LOAN-ACCT )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND LM-STATUS-ACTIVE
             IF LM-INSTALMENT-AMOUNT = 0
               PERFORM BUILD-LOAN-SCHEDULE
             END-IF

             MOVE 'Y' TO INSTALMENT-DUE-SWITCH
             PERFORM COLLECT-DUE-INSTALMENT
                     UNTIL NOT INSTALMENT-DUE

             PERFORM COLLECT-ARREARS
             PERFORM AGE-LOAN-ARREARS
           END-IF

           ADD 1 TO LOAN-KEY-INDEX
           .

      * Build the loan's amortisation schedule on LOANSCHD and
      * stamp the level instalment and first due date on the loan
      * - all one unit of work, so a loan never carries half a
      * schedule
       BUILD-LOAN-SCHEDULE.
           MOVE 'Y' TO SERVICE-OK-SWITCH

           EXEC CICS READ FILE    ( LOANMAST-FILE )
                          INTO    ( LOANMAST-RECORD )
                          RIDFLD  ( LM-LOAN-ACCT )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO SERVICE-OK-SWITCH
             MOVE 'LOANMAST READ FAILED' TO FAILED-STEP-TEXT
           END-IF

           IF SERVICE-OK AND
              ( LM-TERM-MONTHS <= 0 OR LM-TERM-MONTHS > 999 OR
                LM-PRINCIPAL <= 0 )
             MOVE 'N' TO SERVICE-OK-SWITCH
             MOVE 'TERM OR PRINCIPAL INVALID' TO FAILED-STEP-TEXT
           END-IF

           IF SERVICE-OK
             PERFORM DERIVE-MONTHLY-RATE

      *      The level instalment - the annuity payment that
      *      clears the principal over the term at the monthly
      *      rate, or a straight split when the loan is interest
      *      free
             IF MONTHLY-RATE = 0
               COMPUTE LEVEL-INSTALMENT ROUNDED =
                       LM-PRINCIPAL / LM-TERM-MONTHS
             ELSE
               COMPUTE GROWTH-FACTOR =
                       ( 1 + MONTHLY-RATE ) ** LM-TERM-MONTHS
               COMPUTE LEVEL-INSTALMENT ROUNDED =
                       LM-PRINCIPAL * MONTHLY-RATE * GROWTH-FACTOR
                       / ( GROWTH-FACTOR - 1 )
             END-IF

             MOVE LM-PRINCIPAL TO SCHEDULE-BALANCE
             MOVE 1 TO INSTALMENT-NUMBER
             PERFORM WRITE-SCHEDULE-LINE
                     UNTIL INSTALMENT-NUMBER > LM-TERM-MONTHS
                        OR NOT SERVICE-OK
           END-IF

           IF SERVICE-OK
             MOVE LEVEL-INSTALMENT TO LM-INSTALMENT-AMOUNT
             MOVE 0                TO LM-INSTALMENTS-PAID
             MOVE 0                TO LM-INTEREST-CHARGED
             MOVE 1 TO INSTALMENT-NUMBER
             PERFORM COMPUTE-DUE-DATE
             MOVE DUE-DATE-TEXT    TO LM-NEXT-DUE-DATE
             IF LM-REPAY-ACCT = SPACES
               MOVE 'N' TO SERVICE-OK-SWITCH
               MOVE 'NO REPAYMENT ACCOUNT' TO FAILED-STEP-TEXT
             END-IF
           END-IF

           IF SERVICE-OK
             EXEC CICS REWRITE FILE ( LOANMAST-FILE )
                               FROM ( LOANMAST-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO SERVICE-OK-SWITCH
               MOVE 'LOANMAST REWRITE FAILED' TO FAILED-STEP-TEXT
             END-IF
           END-IF

           IF SERVICE-OK
             EXEC CICS SYNCPOINT END-EXEC
             ADD 1 TO SCHEDULES-BUILT
             PERFORM WRITE-SCHEDULE-BUILT-LINE
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
      *      The loan keeps its zero instalment, so collection
      *      passes it by tonight and the build is retried tomorrow
             PERFORM WRITE-SCHEDULE-FAILED-LINE
           END-IF
           .

      * One schedule line: the month's interest on the balance
      * brought forward and the principal the instalment repays -
      * the final line takes whatever balance is left, so the
      * schedule clears the loan to the penny
       WRITE-SCHEDULE-LINE.
           INITIALIZE LOANSCHD-RECORD
           MOVE LM-LOAN-ACCT      TO LS-LOAN-ACCT
           MOVE INSTALMENT-NUMBER TO LS-INSTALMENT-NO
           PERFORM COMPUTE-DUE-DATE
           MOVE DUE-DATE-TEXT     TO LS-DUE-DATE
           MOVE SCHEDULE-BALANCE  TO LS-OPENING-BALANCE

           COMPUTE LS-INTEREST-AMOUNT ROUNDED =
                   SCHEDULE-BALANCE * MONTHLY-RATE

           IF INSTALMENT-NUMBER = LM-TERM-MONTHS OR
              LEVEL-INSTALMENT - LS-INTEREST-AMOUNT > SCHEDULE-BALANCE
             MOVE SCHEDULE-BALANCE TO LS-PRINCIPAL-AMOUNT
           ELSE
             COMPUTE LS-PRINCIPAL-AMOUNT =
                     LEVEL-INSTALMENT - LS-INTEREST-AMOUNT
           END-IF

           COMPUTE LS-INSTALMENT-AMOUNT =
                   LS-PRINCIPAL-AMOUNT + LS-INTEREST-AMOUNT
           SUBTRACT LS-PRINCIPAL-AMOUNT FROM SCHEDULE-BALANCE
           MOVE 'D'    TO LS-STATUS
           MOVE SPACES TO LS-COLLECTED-DATE
           MOVE SPACES TO LS-POSTED-TS

           EXEC CICS WRITE FILE   ( LOANSCHD-FILE )
                           FROM   ( LOANSCHD-RECORD )
                           RIDFLD ( LS-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

      *    A schedule already on file for a loan with no
      *    instalment recorded needs looking at, not overwriting
           IF COMMAND-RESP = DFHRESP(DUPREC)
             MOVE 'N' TO SERVICE-OK-SWITCH
             MOVE 'SCHEDULE ALREADY ON FILE' TO FAILED-STEP-TEXT
           ELSE
             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO SERVICE-OK-SWITCH
               MOVE 'LOANSCHD WRITE FAILED' TO FAILED-STEP-TEXT
             END-IF
           END-IF

           ADD 1 TO INSTALMENT-NUMBER
           .

      * Take the oldest instalment still due, if it falls due on
      * or before tonight. A loan up to date has the instalment
      * collected - the month's interest accrued onto the loan,
      * the instalment debited from the repayment account and the
      * schedule line stamped, one unit of work. An instalment
      * that cannot be collected is backed out whole and put into
      * arrears in a fresh unit of work; a loan already in arrears
      * has the new instalment added straight to its arrears,
      * which are collected as one amount afterwards
       COLLECT-DUE-INSTALMENT.
           MOVE 'Y' TO SERVICE-OK-SWITCH
           PERFORM READ-DUE-INSTALMENT

           IF INSTALMENT-DUE
             IF LA-STATUS-IN-ARREARS
               MOVE 'LOAN ALREADY IN ARREARS' TO FAILED-STEP-TEXT
               PERFORM ADD-INSTALMENT-TO-ARREARS
               PERFORM COMMIT-MISSED-INSTALMENT
             ELSE
               PERFORM POST-INSTALMENT-DEBIT

               IF SERVICE-OK
                 PERFORM UPDATE-LOAN-AND-SCHEDULE
               END-IF

               IF SERVICE-OK
                 EXEC CICS SYNCPOINT END-EXEC
                 ADD 1 TO INSTALMENTS-COLLECTED
                 ADD INSTALMENT-AMOUNT TO AMOUNT-COLLECTED
                 ADD INTEREST-AMOUNT   TO INTEREST-CHARGED
                 PERFORM WRITE-COLLECTED-LINE

                 IF LM-STATUS-CLOSED
                   ADD 1 TO LOANS-PAID-OFF
                   PERFORM WRITE-PAID-OFF-LINE
                   MOVE 'N' TO INSTALMENT-DUE-SWITCH
                 END-IF
               ELSE
      *          Back out the debit attempt - and any referral
      *          TXNAPPLY queued for it - then read the loan
      *          afresh and move the instalment into arrears
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE 'Y' TO SERVICE-OK-SWITCH
                 PERFORM READ-DUE-INSTALMENT
                 IF INSTALMENT-DUE
                   PERFORM ADD-INSTALMENT-TO-ARREARS
                   PERFORM COMMIT-MISSED-INSTALMENT
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * Read the loan, its arrears position and the next schedule
      * line for update, and price the instalment - INSTALMENT-DUE
      * is dropped when the loan has nothing due tonight. The next
      * line is the one after every instalment already collected
      * or already carried in arrears
       READ-DUE-INSTALMENT.
           EXEC CICS READ FILE    ( LOANMAST-FILE )
                          INTO    ( LOANMAST-RECORD )
                          RIDFLD  ( LM-LOAN-ACCT )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO INSTALMENT-DUE-SWITCH
           ELSE
             IF NOT LM-STATUS-ACTIVE OR
                LM-INSTALMENT-AMOUNT = 0 OR
                LM-NEXT-DUE-DATE = SPACES OR
                LM-NEXT-DUE-DATE > TODAYS-DATE
               MOVE 'N' TO INSTALMENT-DUE-SWITCH
               EXEC CICS UNLOCK FILE ( LOANMAST-FILE ) END-EXEC
             END-IF
           END-IF

           IF INSTALMENT-DUE
             MOVE LM-NEXT-DUE-DATE TO INSTALMENT-DUE-DATE
             PERFORM READ-ARREARS-FOR-UPDATE

             COMPUTE LS-INSTALMENT-NO =
                     LM-INSTALMENTS-PAID + LA-MISSED-COUNT + 1
             MOVE LM-LOAN-ACCT TO LS-LOAN-ACCT

             EXEC CICS READ FILE    ( LOANSCHD-FILE )
                            INTO    ( LOANSCHD-RECORD )
                            RIDFLD  ( LS-KEY )
                            UPDATE
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO INSTALMENT-DUE-SWITCH
               MOVE 'SCHEDULE LINE NOT FOUND' TO FAILED-STEP-TEXT
               ADD 1 TO INSTALMENTS-FAILED
               PERFORM WRITE-NOT-COLLECTED-LINE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             ELSE
               PERFORM PRICE-INSTALMENT
             END-IF
           END-IF
           .

      * The loan's arrears record, read for update - a loan that
      * has never been in arrears has none, and starts from a
      * clear position built in storage
       READ-ARREARS-FOR-UPDATE.
           MOVE 'N' TO ARREARS-ON-FILE-SWITCH
           MOVE LM-LOAN-ACCT TO LA-LOAN-ACCT

           EXEC CICS READ FILE    ( LOANARR-FILE )
                          INTO    ( LOANARR-RECORD )
                          RIDFLD  ( LA-LOAN-ACCT )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO ARREARS-ON-FILE-SWITCH
           ELSE
             INITIALIZE LOANARR-RECORD
             MOVE LM-LOAN-ACCT TO LA-LOAN-ACCT
             MOVE LM-CUST-NO   TO LA-CUST-NO
             MOVE 'C'          TO LA-STATUS
             MOVE 'CUR'        TO LA-BUCKET
           END-IF
           .

      * The month's interest on the balance actually outstanding,
      * and the instalment that goes with it - the level amount,
      * or the whole of what is owed on the final instalment or
      * when the level amount would overpay. What is owed leaves
      * out the instalments already carried in arrears, which are
      * still inside LM-BALANCE
       PRICE-INSTALMENT.
           PERFORM DERIVE-MONTHLY-RATE

           COMPUTE INTEREST-AMOUNT ROUNDED =
                   LM-BALANCE * MONTHLY-RATE
           COMPUTE AMOUNT-OWED = LM-BALANCE + INTEREST-AMOUNT
                   - LA-PAST-DUE-AMOUNT

           IF LS-INSTALMENT-NO >= LM-TERM-MONTHS OR
              LM-INSTALMENT-AMOUNT > AMOUNT-OWED
             MOVE AMOUNT-OWED TO INSTALMENT-AMOUNT
           ELSE
             MOVE LM-INSTALMENT-AMOUNT TO INSTALMENT-AMOUNT
           END-IF
           .

      * The instalment debit on the nominated current account,
      * through the shared routine in this unit of work. Anything
      * short of posted fails the instalment - and a referral
      * TXNAPPLY queued for it is rolled back with it
       POST-INSTALMENT-DEBIT.
           INITIALIZE TXNPOST-COMMAREA
           MOVE 'LOANSERV'       TO TP-OPERATOR-ID
           MOVE 'LON'            TO TP-CHANNEL-CODE
           MOVE LM-CUST-NO       TO TP-CUST-NO
           MOVE LM-REPAY-ACCT    TO TP-ACCT-NUMBER
           MOVE 'LOAN-REPAY'     TO TP-TX-TYPE
           COMPUTE TP-TX-AMOUNT = 0 - INSTALMENT-AMOUNT
           MOVE LS-INSTALMENT-NO TO INSTALMENT-DISPLAY
           STRING 'LOAN REPAYMENT '  DELIMITED BY SIZE
                  LM-LOAN-ACCT       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  INSTALMENT-DISPLAY DELIMITED BY SIZE
                INTO TP-TX-DESCRIPTION

           PERFORM LINK-TO-TXNAPPLY
           .

      * One LINK to the shared posting routine, with the reason
      * for anything short of posted put into words
       LINK-TO-TXNAPPLY.
           EXEC CICS LINK PROGRAM  ( TXNAPPLY-PROGRAM )
                          COMMAREA ( TXNPOST-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO TP-STATUS
           END-IF

           IF NOT TP-POSTED
             MOVE 'N' TO SERVICE-OK-SWITCH
             EVALUATE TRUE
               WHEN TP-CUSTOMER-NOT-FOUND
                 MOVE 'CUSTOMER NOT ON CUSTACCT' TO FAILED-STEP-TEXT
               WHEN TP-ACCOUNT-NOT-FOUND
                 MOVE 'REPAYMENT ACCT NOT HELD' TO FAILED-STEP-TEXT
               WHEN TP-ACCOUNT-DORMANT
                 MOVE 'REPAYMENT ACCT DORMANT' TO FAILED-STEP-TEXT
               WHEN TP-REFERRED
                 MOVE 'INSUFFICIENT FUNDS - REFERRED'
                   TO FAILED-STEP-TEXT
               WHEN TP-OVERDRAFT-EXCEEDED
                 MOVE 'INSUFFICIENT FUNDS' TO FAILED-STEP-TEXT
               WHEN TP-QUEUED-DATED
                 MOVE 'POSTING QUIESCED' TO FAILED-STEP-TEXT
               WHEN TP-CURRENCY-MISMATCH
                 MOVE 'NO USABLE FX RATE' TO FAILED-STEP-TEXT
               WHEN OTHER
                 MOVE 'DEBIT NOT POSTED' TO FAILED-STEP-TEXT
             END-EVALUATE
           END-IF
           .

      * The collection has posted - charge the interest and take
      * the instalment off the loan, stamp the schedule line, step
      * the due date on, and close the loan when it is cleared
       UPDATE-LOAN-AND-SCHEDULE.
           MOVE 'C'               TO LS-STATUS
           MOVE TODAYS-DATE       TO LS-COLLECTED-DATE
           MOVE INTEREST-AMOUNT   TO LS-INTEREST-CHARGED
           MOVE INSTALMENT-AMOUNT TO LS-AMOUNT-DUE
           MOVE INSTALMENT-AMOUNT TO LS-AMOUNT-COLLECTED
           MOVE TP-POSTED-TS      TO LS-POSTED-TS

           PERFORM REWRITE-SCHEDULE-LINE

           IF SERVICE-OK
             ADD INTEREST-AMOUNT TO LM-BALANCE
             ADD INTEREST-AMOUNT TO LM-INTEREST-CHARGED
             SUBTRACT INSTALMENT-AMOUNT FROM LM-BALANCE
             ADD 1 TO LM-INSTALMENTS-PAID

             PERFORM SET-NEXT-DUE-OR-CLOSE
             PERFORM REWRITE-LOAN-RECORD
           END-IF
           .

      * The instalment could not be collected, or the loan is
      * already behind - the month's interest is still charged,
      * the schedule line is marked missed with the amount that
      * fell due, the amount joins the loan's arrears, and the due
      * date steps on so the next instalment falls due in its turn
       ADD-INSTALMENT-TO-ARREARS.
           MOVE 'M'               TO LS-STATUS
           MOVE INTEREST-AMOUNT   TO LS-INTEREST-CHARGED
           MOVE INSTALMENT-AMOUNT TO LS-AMOUNT-DUE
           MOVE 0                 TO LS-AMOUNT-COLLECTED
           MOVE SPACES            TO LS-COLLECTED-DATE
           MOVE SPACES            TO LS-POSTED-TS

           PERFORM REWRITE-SCHEDULE-LINE

           IF SERVICE-OK
             ADD INTEREST-AMOUNT TO LM-BALANCE
             ADD INTEREST-AMOUNT TO LM-INTEREST-CHARGED

             IF NOT LA-STATUS-IN-ARREARS
               MOVE 'A'         TO LA-STATUS
               MOVE LS-DUE-DATE TO LA-OLDEST-DUE-DATE
               MOVE SPACES      TO LA-CLEARED-DATE
               MOVE SPACES      TO LA-PROMISE-DATE
               MOVE 0           TO LA-PROMISE-AMOUNT
               MOVE SPACES      TO LA-OUTCOME
             END-IF
             ADD INSTALMENT-AMOUNT TO LA-PAST-DUE-AMOUNT
             ADD 1                 TO LA-MISSED-COUNT
             MOVE TODAYS-DATE      TO LA-LAST-MISSED-DATE
             MOVE FAILED-STEP-TEXT TO LA-LAST-REASON
             PERFORM SET-ARREARS-AGE

             PERFORM SET-NEXT-DUE-OR-CLOSE
             PERFORM REWRITE-LOAN-RECORD
           END-IF

           IF SERVICE-OK
             PERFORM SAVE-ARREARS-RECORD
           END-IF
           .

      * Commit an instalment moved into arrears - if even that
      * cannot be recorded, back it out and stop on this loan for
      * tonight; it falls due again tomorrow
       COMMIT-MISSED-INSTALMENT.
           IF SERVICE-OK
             EXEC CICS SYNCPOINT END-EXEC
             ADD 1 TO INSTALMENTS-MISSED
             ADD INTEREST-AMOUNT TO INTEREST-CHARGED
             PERFORM WRITE-MISSED-LINE
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             ADD 1 TO INSTALMENTS-FAILED
             PERFORM WRITE-NOT-COLLECTED-LINE
             MOVE 'N' TO INSTALMENT-DUE-SWITCH
           END-IF
           .

      * Collect a loan's whole past-due amount as one debit. On
      * success every missed schedule line is stamped collected,
      * the loan is brought up to date and the arrears record
      * cleared - one unit of work; a loan the debit clears
      * completely is closed. A failed collection is backed out
      * and the arrears simply age another night
       COLLECT-ARREARS.
           MOVE 'Y' TO SERVICE-OK-SWITCH

           EXEC CICS READ FILE    ( LOANMAST-FILE )
                          INTO    ( LOANMAST-RECORD )
                          RIDFLD  ( LM-LOAN-ACCT )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO SERVICE-OK-SWITCH
             MOVE 'LOANMAST READ FAILED' TO FAILED-STEP-TEXT
           END-IF

           IF SERVICE-OK
             PERFORM READ-ARREARS-FOR-UPDATE
             IF NOT LA-STATUS-IN-ARREARS OR LA-PAST-DUE-AMOUNT <= 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'N' TO SERVICE-OK-SWITCH
               MOVE SPACES TO FAILED-STEP-TEXT
             END-IF
           END-IF

           IF SERVICE-OK
             MOVE LA-PAST-DUE-AMOUNT TO INSTALMENT-AMOUNT
             INITIALIZE TXNPOST-COMMAREA
             MOVE 'LOANSERV'       TO TP-OPERATOR-ID
             MOVE 'LON'            TO TP-CHANNEL-CODE
             MOVE LM-CUST-NO       TO TP-CUST-NO
             MOVE LM-REPAY-ACCT    TO TP-ACCT-NUMBER
             MOVE 'LOAN-ARRS '     TO TP-TX-TYPE
             COMPUTE TP-TX-AMOUNT = 0 - INSTALMENT-AMOUNT
             STRING 'LOAN ARREARS '  DELIMITED BY SIZE
                    LM-LOAN-ACCT     DELIMITED BY SIZE
                  INTO TP-TX-DESCRIPTION
             PERFORM LINK-TO-TXNAPPLY
           END-IF

           IF SERVICE-OK
             COMPUTE SCHEDULE-LINE-NUMBER = LM-INSTALMENTS-PAID + 1
             PERFORM SETTLE-MISSED-LINE
                     UNTIL SCHEDULE-LINE-NUMBER >
                           LM-INSTALMENTS-PAID + LA-MISSED-COUNT
                        OR NOT SERVICE-OK
           END-IF

           IF SERVICE-OK
             SUBTRACT INSTALMENT-AMOUNT FROM LM-BALANCE
             ADD LA-MISSED-COUNT TO LM-INSTALMENTS-PAID

             MOVE 'C'         TO LA-STATUS
             MOVE TODAYS-DATE TO LA-CLEARED-DATE
             MOVE 0           TO LA-PAST-DUE-AMOUNT
             MOVE 0           TO LA-MISSED-COUNT
             MOVE SPACES      TO LA-OLDEST-DUE-DATE
             MOVE 'CLEARED '  TO LA-OUTCOME
             PERFORM SET-ARREARS-AGE

             PERFORM SET-NEXT-DUE-OR-CLOSE
             PERFORM REWRITE-LOAN-RECORD
           END-IF

           IF SERVICE-OK
             PERFORM SAVE-ARREARS-RECORD
           END-IF

           IF SERVICE-OK
             EXEC CICS SYNCPOINT END-EXEC
             ADD 1 TO ARREARS-CLEARED
             ADD INSTALMENT-AMOUNT TO ARREARS-AMOUNT-COLLECTED
             PERFORM WRITE-ARREARS-CLEARED-LINE

             IF LM-STATUS-CLOSED
               ADD 1 TO LOANS-PAID-OFF
               PERFORM WRITE-PAID-OFF-LINE
             END-IF
           ELSE
             IF FAILED-STEP-TEXT NOT = SPACES
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM WRITE-ARREARS-NOT-COLLECTED-LINE
             END-IF
           END-IF
           .

      * Stamp one missed schedule line as collected by the arrears
      * debit, with the amount that fell due on it
       SETTLE-MISSED-LINE.
           MOVE LM-LOAN-ACCT         TO LS-LOAN-ACCT
           MOVE SCHEDULE-LINE-NUMBER TO LS-INSTALMENT-NO

           EXEC CICS READ FILE    ( LOANSCHD-FILE )
                          INTO    ( LOANSCHD-RECORD )
                          RIDFLD  ( LS-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO SERVICE-OK-SWITCH
             MOVE 'SCHEDULE LINE NOT FOUND' TO FAILED-STEP-TEXT
           ELSE
             MOVE 'C'            TO LS-STATUS
             MOVE TODAYS-DATE    TO LS-COLLECTED-DATE
             MOVE LS-AMOUNT-DUE  TO LS-AMOUNT-COLLECTED
             MOVE TP-POSTED-TS   TO LS-POSTED-TS
             PERFORM REWRITE-SCHEDULE-LINE
           END-IF

           ADD 1 TO SCHEDULE-LINE-NUMBER
           .

      * Carry a loan still in arrears one night older - days past
      * due and the aging bucket are worked out afresh from the
      * oldest unpaid due date, in a unit of work of their own
       AGE-LOAN-ARREARS.
           MOVE LM-LOAN-ACCT TO LA-LOAN-ACCT

           EXEC CICS READ FILE    ( LOANARR-FILE )
                          INTO    ( LOANARR-RECORD )
                          RIDFLD  ( LA-LOAN-ACCT )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             IF LA-STATUS-IN-ARREARS
               PERFORM SET-ARREARS-AGE

               EXEC CICS REWRITE FILE ( LOANARR-FILE )
                                 FROM ( LOANARR-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC

               EXEC CICS SYNCPOINT END-EXEC
               ADD 1 TO LOANS-IN-ARREARS
               ADD LA-PAST-DUE-AMOUNT TO ARREARS-OUTSTANDING
             ELSE
               EXEC CICS UNLOCK FILE ( LOANARR-FILE ) END-EXEC
             END-IF
           END-IF
           .

      * Days past due, counted from the oldest unpaid due date to
      * tonight, and the aging bucket they fall in
       SET-ARREARS-AGE.
           IF LA-STATUS-IN-ARREARS AND LA-OLDEST-DUE-DATE NUMERIC
             MOVE TODAYS-DATE        TO TODAYS-DATE-NUMERIC
             MOVE LA-OLDEST-DUE-DATE TO OLDEST-DUE-DATE-NUMERIC
             COMPUTE LA-DAYS-PAST-DUE =
                     FUNCTION INTEGER-OF-DATE(TODAYS-DATE-NUMERIC)
                   - FUNCTION INTEGER-OF-DATE(OLDEST-DUE-DATE-NUMERIC)
           ELSE
             MOVE 0 TO LA-DAYS-PAST-DUE
           END-IF

           EVALUATE TRUE
             WHEN NOT LA-STATUS-IN-ARREARS
               MOVE 'CUR' TO LA-BUCKET
             WHEN LA-DAYS-PAST-DUE >= 90
               MOVE '90+' TO LA-BUCKET
             WHEN LA-DAYS-PAST-DUE >= 60
               MOVE '60 ' TO LA-BUCKET
             WHEN LA-DAYS-PAST-DUE >= 30
               MOVE '30 ' TO LA-BUCKET
             WHEN OTHER
               MOVE '1  ' TO LA-BUCKET
           END-EVALUATE
           .

      * Write the arrears record the first time a loan falls
      * behind, rewrite it thereafter
       SAVE-ARREARS-RECORD.
           IF ARREARS-ON-FILE
             EXEC CICS REWRITE FILE ( LOANARR-FILE )
                               FROM ( LOANARR-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS WRITE FILE   ( LOANARR-FILE )
                             FROM   ( LOANARR-RECORD )
                             RIDFLD ( LA-LOAN-ACCT )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO SERVICE-OK-SWITCH
             MOVE 'LOANARR WRITE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * Step the loan's due date on to the next instalment not yet
      * collected or in arrears - or, once the balance is cleared,
      * close the loan. Past the last schedule line there is no
      * further due date; a loan still owing then is carried by
      * its arrears alone
       SET-NEXT-DUE-OR-CLOSE.
           IF LM-BALANCE <= 0
             MOVE 0           TO LM-BALANCE
             MOVE 'C'         TO LM-STATUS
             MOVE TODAYS-DATE TO LM-CLOSED-DATE
             MOVE SPACES      TO LM-NEXT-DUE-DATE
           ELSE
             COMPUTE INSTALMENT-NUMBER =
                     LM-INSTALMENTS-PAID + LA-MISSED-COUNT + 1
             IF INSTALMENT-NUMBER > LM-TERM-MONTHS
               MOVE SPACES TO LM-NEXT-DUE-DATE
             ELSE
               PERFORM COMPUTE-DUE-DATE
               MOVE DUE-DATE-TEXT TO LM-NEXT-DUE-DATE
             END-IF
           END-IF
           .

       REWRITE-SCHEDULE-LINE.
           EXEC CICS REWRITE FILE ( LOANSCHD-FILE )
                             FROM ( LOANSCHD-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO SERVICE-OK-SWITCH
             MOVE 'LOANSCHD REWRITE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

       REWRITE-LOAN-RECORD.
           EXEC CICS REWRITE FILE ( LOANMAST-FILE )
                             FROM ( LOANMAST-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO SERVICE-OK-SWITCH
             MOVE 'LOANMAST REWRITE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * The contractual annual rate is held as text on the loan
      * (eg '4.50'); the monthly rate is a twelfth of it
       DERIVE-MONTHLY-RATE.
           MOVE 0 TO ANNUAL-RATE
           IF LM-LOAN-RATE NOT = SPACES
             COMPUTE ANNUAL-RATE = FUNCTION NUMVAL(LM-LOAN-RATE)
           END-IF
           COMPUTE MONTHLY-RATE ROUNDED = ANNUAL-RATE / 1200
           .

      * The due date of instalment INSTALMENT-NUMBER - the
      * drawdown date stepped on that many months, on the drawdown
      * day of the month (the 28th at the latest)
       COMPUTE-DUE-DATE.
           MOVE LM-DRAWDOWN-DATE TO DRAWDOWN-DATE-PARTS

           COMPUTE MONTHS-SINCE-ZERO = DRAWDOWN-YEAR * 12
                   + DRAWDOWN-MONTH - 1 + INSTALMENT-NUMBER
           COMPUTE DUE-YEAR  = MONTHS-SINCE-ZERO / 12
           COMPUTE DUE-MONTH = MONTHS-SINCE-ZERO
                   - ( DUE-YEAR * 12 ) + 1

           IF DRAWDOWN-DAY > 28
             MOVE 28 TO DUE-DAY
           ELSE
             MOVE DRAWDOWN-DAY TO DUE-DAY
           END-IF
           .

      * Run header line of the run report
       WRITE-REPORT-HEADER.
           MOVE SPACES TO LOANSVRP-RECORD
           STRING 'LOAN SERVICING RUN ' DELIMITED BY SIZE
                  RUN-TIMESTAMP         DELIMITED BY SIZE
                  '  BUSINESS DATE '    DELIMITED BY SIZE
                  TODAYS-DATE           DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per schedule built tonight
       WRITE-SCHEDULE-BUILT-LINE.
           MOVE LM-INSTALMENT-AMOUNT TO ITEM-AMOUNT-DISPLAY
           MOVE LM-TERM-MONTHS       TO TERM-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  SCHEDULE BUILT - LOAN ' DELIMITED BY SIZE
                  LM-LOAN-ACCT               DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  TERM-DISPLAY               DELIMITED BY SIZE
                  ' INSTALMENTS OF '         DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY        DELIMITED BY SIZE
                  ' FIRST DUE '              DELIMITED BY SIZE
                  LM-NEXT-DUE-DATE           DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per schedule that could not be built
       WRITE-SCHEDULE-FAILED-LINE.
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  SCHEDULE NOT BUILT - LOAN ' DELIMITED BY SIZE
                  LM-LOAN-ACCT                   DELIMITED BY SIZE
                  ' - '                          DELIMITED BY SIZE
                  FAILED-STEP-TEXT               DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per instalment collected tonight
       WRITE-COLLECTED-LINE.
           MOVE INSTALMENT-AMOUNT TO ITEM-AMOUNT-DISPLAY
           MOVE INTEREST-AMOUNT   TO INTEREST-DISPLAY
           MOVE LS-INSTALMENT-NO  TO INSTALMENT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  COLLECTED     - LOAN ' DELIMITED BY SIZE
                  LM-LOAN-ACCT              DELIMITED BY SIZE
                  ' INST '                  DELIMITED BY SIZE
                  INSTALMENT-DISPLAY        DELIMITED BY SIZE
                  ' DUE '                   DELIMITED BY SIZE
                  LS-DUE-DATE               DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY       DELIMITED BY SIZE
                  ' INTEREST '              DELIMITED BY SIZE
                  INTEREST-DISPLAY          DELIMITED BY SIZE
                  ' FROM '                  DELIMITED BY SIZE
                  LM-REPAY-ACCT             DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per instalment that could not be collected, with
      * the reason
       WRITE-NOT-COLLECTED-LINE.
           MOVE INSTALMENT-AMOUNT TO ITEM-AMOUNT-DISPLAY
           MOVE LS-INSTALMENT-NO  TO INSTALMENT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  NOT COLLECTED - LOAN ' DELIMITED BY SIZE
                  LM-LOAN-ACCT              DELIMITED BY SIZE
                  ' INST '                  DELIMITED BY SIZE
                  INSTALMENT-DISPLAY        DELIMITED BY SIZE
                  ' DUE '                   DELIMITED BY SIZE
                  INSTALMENT-DUE-DATE       DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY       DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  FAILED-STEP-TEXT          DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per instalment moved into arrears tonight, with
      * the reason it was not collected
       WRITE-MISSED-LINE.
           MOVE INSTALMENT-AMOUNT TO ITEM-AMOUNT-DISPLAY
           MOVE LS-INSTALMENT-NO  TO INSTALMENT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  TO ARREARS    - LOAN ' DELIMITED BY SIZE
                  LM-LOAN-ACCT              DELIMITED BY SIZE
                  ' INST '                  DELIMITED BY SIZE
                  INSTALMENT-DISPLAY        DELIMITED BY SIZE
                  ' DUE '                   DELIMITED BY SIZE
                  INSTALMENT-DUE-DATE       DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY       DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  FAILED-STEP-TEXT          DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per loan whose arrears were collected tonight
       WRITE-ARREARS-CLEARED-LINE.
           MOVE INSTALMENT-AMOUNT TO ITEM-AMOUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  ARREARS PAID  - LOAN ' DELIMITED BY SIZE
                  LM-LOAN-ACCT              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY       DELIMITED BY SIZE
                  ' FROM '                  DELIMITED BY SIZE
                  LM-REPAY-ACCT             DELIMITED BY SIZE
                  ' - LOAN UP TO DATE'      DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per loan whose arrears could not be collected
       WRITE-ARREARS-NOT-COLLECTED-LINE.
           MOVE LA-PAST-DUE-AMOUNT TO ITEM-AMOUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  ARREARS UNPAID- LOAN ' DELIMITED BY SIZE
                  LM-LOAN-ACCT              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY       DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  FAILED-STEP-TEXT          DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per loan the final instalment cleared tonight
       WRITE-PAID-OFF-LINE.
           MOVE LM-INTEREST-CHARGED TO AMOUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  PAID OFF      - LOAN ' DELIMITED BY SIZE
                  LM-LOAN-ACCT              DELIMITED BY SIZE
                  ' CUST '                  DELIMITED BY SIZE
                  LM-CUST-NO                DELIMITED BY SIZE
                  ' TOTAL INTEREST '        DELIMITED BY SIZE
                  AMOUNT-DISPLAY            DELIMITED BY SIZE
                  ' - LOAN CLOSED'          DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Closing control totals of the run
       WRITE-REPORT-TOTALS.
           MOVE SCHEDULES-BUILT TO COUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  SCHEDULES BUILT:         ' DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE INSTALMENTS-COLLECTED TO COUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  INSTALMENTS COLLECTED:   ' DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE AMOUNT-COLLECTED TO AMOUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  AMOUNT COLLECTED:        ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE INTEREST-CHARGED TO AMOUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  INTEREST CHARGED:        ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE INSTALMENTS-MISSED TO COUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  INSTALMENTS TO ARREARS:  ' DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE INSTALMENTS-FAILED TO COUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  INSTALMENTS NOT RECORDED:' DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ARREARS-CLEARED TO COUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  ARREARS CLEARED:         ' DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ARREARS-AMOUNT-COLLECTED TO AMOUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  ARREARS COLLECTED:       ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOANS-IN-ARREARS TO COUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  LOANS IN ARREARS:        ' DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ARREARS-OUTSTANDING TO AMOUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  ARREARS OUTSTANDING:     ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOANS-PAID-OFF TO COUNT-DISPLAY
           MOVE SPACES TO LOANSVRP-RECORD
           STRING '  LOANS PAID OFF:          ' DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO LV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Write one print line to the run report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( LOANSVRP-FILE )
                           FROM ( LOANSVRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** LOANSERV: Error ' COMMAND-RESP
                     ' writing LOANSVRP report line'
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
           MOVE 'LSRV' TO RN-JOB-ID
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
           MOVE 'LSRV'     TO RN-JOB-ID
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

       END PROGRAM 'LOANSERV'.
