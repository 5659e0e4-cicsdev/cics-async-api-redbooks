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
      *  FXREVAL
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * FXREVAL - Nightly currency exposure and revaluation report.
      * Balances are held in several currencies (CA-CURRENCY-CODE
      * on CUSTACCT), but nothing showed the bank's total position
      * per currency. This job sums, per currency:
      *
      *   the CUSTACCT ledger balances, split into credit balances
      *   and overdrawn balances, and the agreed overdraft limits
      *   the outstanding LOANMAST principal (a loan is always drawn
      *   in home currency)
      *
      * into a net position - what customers owe the bank less what
      * the bank owes them - and revalues it into home currency at
      * tonight's FXRATES rate through the shared FXCONV routine.
      * Each currency's previous position is found on the FXPOSHST
      * history file and the revaluation gain or loss - what the
      * move in rate made or lost on that position - is reported
      * alongside. Tonight's position is then kept on FXPOSHST, one
      * record per currency per business date, for treasury to trend
      * over the month. A re-run on the same business date replaces
      * that date's records.
      *
      * A currency with no usable rate is reported with no home
      * value and no revaluation, and the run closes FAILED so the
      * gap is seen; a stale rate is used but flagged.
      *
      * The run records itself on the RUNCTL ledger as job FXRV and
      * refuses to start until tonight's interest accrual (IACR) and
      * loan servicing (LSRV) runs have ended cleanly, so the
      * position is the one the night's postings left.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'FXRV' - see jcl/FXREVAL.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. FXREVAL.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY CUSTACCT.
       COPY LOANMAST.
       COPY FXPOSHST.
       COPY FXPOSRP.

      * Commarea for the shared FXCONV currency conversion routine
       COPY FXCONVCA.

       1 FXCONV-PROGRAM           PIC X(8) VALUE 'FXCONV  '.
       1 HOME-CURRENCY            PIC X(3) VALUE 'USD'.

       1 FILE-NAMES.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 LOANMAST-FILE          PIC X(8) VALUE 'LOANMAST'.
         2 FXPOSHST-FILE          PIC X(8) VALUE 'FXPOSHST'.
         2 FXPOSRP-FILE           PIC X(8) VALUE 'FXPOSRP'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 POSITION-DATE            PIC X(8) VALUE SPACES.

      * Tonight's figures summed per currency
       1 CURRENCY-TABLE.
         2 CURRENCY-ENTRY OCCURS 50 TIMES.
           3 CY-CURRENCY-CODE     PIC X(3).
           3 CY-ACCOUNT-COUNT     PIC S9(8) COMP.
           3 CY-CREDIT-BALANCES   PIC S9(13)V99 COMP-3.
           3 CY-OVERDRAWN-BALANCES PIC S9(13)V99 COMP-3.
           3 CY-OVERDRAFT-LIMITS  PIC S9(13)V99 COMP-3.
           3 CY-LOAN-BALANCES     PIC S9(13)V99 COMP-3.
       1 CURRENCY-COUNT           PIC S9(4) COMP-5 SYNC VALUE 0.
       1 CURRENCY-INDEX           PIC S9(4) COMP-5 SYNC VALUE 0.
       1 MATCHED-CURRENCY-INDEX   PIC S9(4) COMP-5 SYNC VALUE 0.

      * The currency being looked up in the table
       1 LOOKUP-CURRENCY          PIC X(3) VALUE SPACES.

       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * The currency's previous position off FXPOSHST, found by
      * browsing backwards from tonight's key
       1 PRIOR-SEARCH-SWITCH      PIC X(1) VALUE 'N'.
         88 PRIOR-SEARCH-DONE              VALUE 'Y'.
       1 PRIOR-FOUND-SWITCH       PIC X(1) VALUE 'N'.
         88 PRIOR-FOUND                    VALUE 'Y'.
       1 PRIOR-POSITION-DATE      PIC X(8) VALUE SPACES.
       1 PRIOR-NET-POSITION       PIC S9(13)V99 COMP-3 VALUE 0.
       1 PRIOR-RATE               PIC S9(3)V9999 COMP-3 VALUE 0.
       1 PRIOR-HOME-VALUE         PIC S9(13)V99 COMP-3 VALUE 0.

      * Set when the history record for tonight already exists - a
      * re-run on the same business date
       1 HISTORY-EXISTS-SWITCH    PIC X(1) VALUE 'N'.
         88 HISTORY-EXISTS                 VALUE 'Y'.

      * Tonight's figures for the currency being revalued
       1 NET-POSITION             PIC S9(13)V99 COMP-3 VALUE 0.
       1 HOME-VALUE               PIC S9(13)V99 COMP-3 VALUE 0.
       1 REVAL-GAIN-LOSS          PIC S9(13)V99 COMP-3 VALUE 0.
       1 RATE-NOTE                PIC X(20) VALUE SPACES.

      * Run totals, in home currency
       1 TOTAL-HOME-VALUE         PIC S9(13)V99 COMP-3 VALUE 0.
       1 TOTAL-PRIOR-HOME-VALUE   PIC S9(13)V99 COMP-3 VALUE 0.
       1 TOTAL-REVAL-GAIN-LOSS    PIC S9(13)V99 COMP-3 VALUE 0.
       1 CURRENCIES-NO-RATE       PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ACCOUNTS-NOT-SUMMED      PIC S9(8) COMP-5 SYNC VALUE 0.
       1 LOANS-SUMMED             PIC S9(8) COMP-5 SYNC VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -ZZZZZZZZZZZZ9.99.
       1 RATE-DISPLAY             PIC ZZ9.9999.

      * The DROL-maintained business-date control record, read so
      * the position is dated with the business date rather than
      * the wall clock
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
               DISPLAY '*** FXREVAL: Prerequisite ' RN-FAILED-PREREQ
                       ' has not completed tonight - run refused'
             ELSE
               DISPLAY '*** FXREVAL: Run-control ledger error - '
                       'run refused'
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'FXREVAL: Starting currency exposure run'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO POSITION-DATE

      *    The business date, not the wall clock, dates tonight's
      *    position and picks tonight's rates
           PERFORM GET-BUSINESS-DATE

           PERFORM SUM-ACCOUNT-BALANCES
           PERFORM SUM-LOAN-BALANCES

           PERFORM WRITE-REPORT-HEADER

           MOVE 1 TO CURRENCY-INDEX
           PERFORM REVALUE-ONE-CURRENCY
                   UNTIL CURRENCY-INDEX > CURRENCY-COUNT

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY 'FXREVAL: Completed - currencies: ' CURRENCY-COUNT
                   ' without a rate: ' CURRENCIES-NO-RATE

      *    A currency left unrevalued, or an account the currency
      *    table had no room for, means the position is incomplete
           IF CURRENCIES-NO-RATE > 0 OR ACCOUNTS-NOT-SUMMED > 0
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           END-IF

      * Close tonight's ledger entry with the run's outcome
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Browse every customer's accounts and fold each balance and
      * overdraft limit into its currency's entry
       SUM-ACCOUNT-BALANCES.
           MOVE 0   TO CURRENCY-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( CUSTACCT-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SUM-NEXT-CUSTOMER UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( CUSTACCT-FILE ) END-EXEC
           END-IF
           .

       SUM-NEXT-CUSTOMER.
           EXEC CICS READNEXT FILE ( CUSTACCT-FILE )
                              INTO ( CUSTACCT-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             MOVE 1 TO ACCT-COUNTER
             PERFORM FOLD-ONE-ACCOUNT
                     UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER > 10
           END-IF
           .

      * One account - a credit balance and an overdrawn balance go
      * to separate columns, the overdrawn one as a positive figure.
      * An account with no currency code is a home-currency account
       FOLD-ONE-ACCOUNT.
           IF CA-CURRENCY-CODE ( ACCT-COUNTER ) = SPACES
             MOVE HOME-CURRENCY TO LOOKUP-CURRENCY
           ELSE
             MOVE CA-CURRENCY-CODE ( ACCT-COUNTER ) TO LOOKUP-CURRENCY
           END-IF
           PERFORM FIND-CURRENCY-ENTRY

           IF MATCHED-CURRENCY-INDEX > 0
             ADD 1 TO CY-ACCOUNT-COUNT ( MATCHED-CURRENCY-INDEX )
             IF CA-BALANCE ( ACCT-COUNTER ) < 0
               SUBTRACT CA-BALANCE ( ACCT-COUNTER )
                 FROM CY-OVERDRAWN-BALANCES ( MATCHED-CURRENCY-INDEX )
             ELSE
               ADD CA-BALANCE ( ACCT-COUNTER )
                 TO CY-CREDIT-BALANCES ( MATCHED-CURRENCY-INDEX )
             END-IF
             ADD CA-OVERDRAFT ( ACCT-COUNTER )
               TO CY-OVERDRAFT-LIMITS ( MATCHED-CURRENCY-INDEX )
           ELSE
             ADD 1 TO ACCOUNTS-NOT-SUMMED
             DISPLAY '*** FXREVAL: Currency table full - '
                     CA-ACCT-NUMBER ( ACCT-COUNTER ) ' not summed'
           END-IF

           ADD 1 TO ACCT-COUNTER
           .

      * Browse the loan book and fold every active loan's
      * outstanding principal into the home currency
       SUM-LOAN-BALANCES.
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( LOANMAST-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SUM-NEXT-LOAN UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( LOANMAST-FILE ) END-EXEC
           END-IF
           .

       SUM-NEXT-LOAN.
           EXEC CICS READNEXT FILE ( LOANMAST-FILE )
                              INTO ( LOANMAST-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF LM-STATUS-ACTIVE
               MOVE HOME-CURRENCY TO LOOKUP-CURRENCY
               PERFORM FIND-CURRENCY-ENTRY
               IF MATCHED-CURRENCY-INDEX > 0
                 ADD LM-BALANCE
                   TO CY-LOAN-BALANCES ( MATCHED-CURRENCY-INDEX )
                 ADD 1 TO LOANS-SUMMED
               END-IF
             END-IF
           END-IF
           .

      * Find (or open) the table entry for LOOKUP-CURRENCY
       FIND-CURRENCY-ENTRY.
           MOVE 0 TO MATCHED-CURRENCY-INDEX
           MOVE 1 TO CURRENCY-INDEX
           PERFORM UNTIL CURRENCY-INDEX > CURRENCY-COUNT
             IF CY-CURRENCY-CODE ( CURRENCY-INDEX ) = LOOKUP-CURRENCY
               MOVE CURRENCY-INDEX TO MATCHED-CURRENCY-INDEX
               COMPUTE CURRENCY-INDEX = CURRENCY-COUNT + 1
             ELSE
               ADD 1 TO CURRENCY-INDEX
             END-IF
           END-PERFORM

           IF MATCHED-CURRENCY-INDEX = 0 AND CURRENCY-COUNT < 50
             ADD 1 TO CURRENCY-COUNT
             MOVE CURRENCY-COUNT TO MATCHED-CURRENCY-INDEX
             MOVE LOOKUP-CURRENCY
               TO CY-CURRENCY-CODE    ( MATCHED-CURRENCY-INDEX )
             MOVE 0 TO CY-ACCOUNT-COUNT      ( MATCHED-CURRENCY-INDEX )
             MOVE 0 TO CY-CREDIT-BALANCES    ( MATCHED-CURRENCY-INDEX )
             MOVE 0 TO CY-OVERDRAWN-BALANCES ( MATCHED-CURRENCY-INDEX )
             MOVE 0 TO CY-OVERDRAFT-LIMITS   ( MATCHED-CURRENCY-INDEX )
             MOVE 0 TO CY-LOAN-BALANCES      ( MATCHED-CURRENCY-INDEX )
           END-IF
           .

      * One currency: tonight's rate, the previous position, the
      * revaluation, the history record and the report lines - the
      * history record committed on its own
       REVALUE-ONE-CURRENCY.
           COMPUTE NET-POSITION =
                   CY-LOAN-BALANCES      ( CURRENCY-INDEX )
                 + CY-OVERDRAWN-BALANCES ( CURRENCY-INDEX )
                 - CY-CREDIT-BALANCES    ( CURRENCY-INDEX )

           INITIALIZE FXCONV-COMMAREA
           MOVE CY-CURRENCY-CODE ( CURRENCY-INDEX ) TO FC-CURRENCY-CODE
           MOVE POSITION-DATE TO FC-AS-OF-DATE
           EXEC CICS LINK PROGRAM  ( FXCONV-PROGRAM )
                          COMMAREA ( FXCONV-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 0   TO FC-RATE
             MOVE 'N' TO FC-STATUS
           END-IF

           PERFORM FIND-PRIOR-POSITION

           MOVE SPACES TO RATE-NOTE
           MOVE 0 TO HOME-VALUE
           MOVE 0 TO REVAL-GAIN-LOSS

           IF FC-RATE-USABLE
             COMPUTE HOME-VALUE ROUNDED = NET-POSITION * FC-RATE
             IF PRIOR-FOUND
               COMPUTE REVAL-GAIN-LOSS ROUNDED =
                       PRIOR-NET-POSITION * ( FC-RATE - PRIOR-RATE )
             ELSE
               MOVE FC-RATE TO PRIOR-RATE
               MOVE 'NO PRIOR POSITION' TO RATE-NOTE
             END-IF
             IF FC-RATE-STALE
               MOVE 'STALE RATE' TO RATE-NOTE
             END-IF
           ELSE
             MOVE 'NO RATE ON FXRATES' TO RATE-NOTE
             ADD 1 TO CURRENCIES-NO-RATE
           END-IF

           ADD HOME-VALUE       TO TOTAL-HOME-VALUE
           ADD PRIOR-HOME-VALUE TO TOTAL-PRIOR-HOME-VALUE
           ADD REVAL-GAIN-LOSS  TO TOTAL-REVAL-GAIN-LOSS

           PERFORM WRITE-POSITION-HISTORY
           PERFORM WRITE-CURRENCY-LINES

           ADD 1 TO CURRENCY-INDEX
           .

      * Browse FXPOSHST backwards from the currency plus tonight's
      * date for the latest earlier position of the currency. The
      * browse may first return tonight's own record (a re-run) or
      * a later currency's record - those are stepped over
       FIND-PRIOR-POSITION.
           MOVE 'N' TO PRIOR-FOUND-SWITCH
           MOVE 'N' TO PRIOR-SEARCH-SWITCH
           MOVE SPACES TO PRIOR-POSITION-DATE
           MOVE 0 TO PRIOR-NET-POSITION
           MOVE 0 TO PRIOR-RATE
           MOVE 0 TO PRIOR-HOME-VALUE

           MOVE CY-CURRENCY-CODE ( CURRENCY-INDEX ) TO XP-CURRENCY-CODE
           MOVE POSITION-DATE TO XP-POSITION-DATE

           EXEC CICS STARTBR FILE   ( FXPOSHST-FILE )
                             RIDFLD ( XP-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

      *    Nothing at or after the key - the previous position may
      *    still be the last record on the file, so reposition at
      *    the end, as FXCONV does on FXRATES
           IF COMMAND-RESP = DFHRESP(NOTFND)
             MOVE HIGH-VALUES TO XP-KEY

             EXEC CICS STARTBR FILE   ( FXPOSHST-FILE )
                               RIDFLD ( XP-KEY )
                               GTEQ
                               RESP   ( COMMAND-RESP )
                               RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM READ-PRIOR-POSITION UNTIL PRIOR-SEARCH-DONE
             EXEC CICS ENDBR FILE ( FXPOSHST-FILE ) END-EXEC
           END-IF
           .

       READ-PRIOR-POSITION.
           EXEC CICS READPREV FILE ( FXPOSHST-FILE )
                              INTO ( FXPOSHST-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO PRIOR-SEARCH-SWITCH
             WHEN XP-CURRENCY-CODE > CY-CURRENCY-CODE ( CURRENCY-INDEX )
               CONTINUE
             WHEN XP-CURRENCY-CODE < CY-CURRENCY-CODE ( CURRENCY-INDEX )
               MOVE 'Y' TO PRIOR-SEARCH-SWITCH
             WHEN XP-POSITION-DATE NOT < POSITION-DATE
               CONTINUE
             WHEN OTHER
      *        A prior night with no usable rate has nothing to
      *        revalue against - keep looking further back
               IF XP-RATE-USABLE
                 MOVE 'Y' TO PRIOR-FOUND-SWITCH
                 MOVE 'Y' TO PRIOR-SEARCH-SWITCH
                 MOVE XP-POSITION-DATE TO PRIOR-POSITION-DATE
                 MOVE XP-NET-POSITION  TO PRIOR-NET-POSITION
                 MOVE XP-RATE          TO PRIOR-RATE
                 MOVE XP-HOME-VALUE    TO PRIOR-HOME-VALUE
               END-IF
           END-EVALUATE
           .

      * Keep tonight's position on FXPOSHST, replacing the record a
      * previous run on the same business date wrote
       WRITE-POSITION-HISTORY.
           MOVE 'N' TO HISTORY-EXISTS-SWITCH
           MOVE CY-CURRENCY-CODE ( CURRENCY-INDEX ) TO XP-CURRENCY-CODE
           MOVE POSITION-DATE TO XP-POSITION-DATE

           EXEC CICS READ FILE    ( FXPOSHST-FILE )
                          INTO    ( FXPOSHST-RECORD )
                          RIDFLD  ( XP-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO HISTORY-EXISTS-SWITCH
           END-IF

           INITIALIZE FXPOSHST-RECORD
           MOVE CY-CURRENCY-CODE ( CURRENCY-INDEX ) TO XP-CURRENCY-CODE
           MOVE POSITION-DATE TO XP-POSITION-DATE
           MOVE CY-ACCOUNT-COUNT      ( CURRENCY-INDEX )
             TO XP-ACCOUNT-COUNT
           MOVE CY-CREDIT-BALANCES    ( CURRENCY-INDEX )
             TO XP-CREDIT-BALANCES
           MOVE CY-OVERDRAWN-BALANCES ( CURRENCY-INDEX )
             TO XP-OVERDRAWN-BALANCES
           MOVE CY-OVERDRAFT-LIMITS   ( CURRENCY-INDEX )
             TO XP-OVERDRAFT-LIMITS
           MOVE CY-LOAN-BALANCES      ( CURRENCY-INDEX )
             TO XP-LOAN-BALANCES
           MOVE NET-POSITION     TO XP-NET-POSITION
           MOVE FC-RATE          TO XP-RATE
           MOVE FC-STATUS        TO XP-RATE-STATUS
           MOVE HOME-VALUE       TO XP-HOME-VALUE
           MOVE PRIOR-RATE       TO XP-PRIOR-RATE
           MOVE PRIOR-HOME-VALUE TO XP-PRIOR-HOME-VALUE
           MOVE REVAL-GAIN-LOSS  TO XP-REVAL-GAIN-LOSS
           MOVE RUN-TIMESTAMP    TO XP-RUN-TS

           IF HISTORY-EXISTS
             EXEC CICS REWRITE FILE ( FXPOSHST-FILE )
                               FROM ( FXPOSHST-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS WRITE FILE   ( FXPOSHST-FILE )
                             FROM   ( FXPOSHST-RECORD )
                             RIDFLD ( XP-KEY )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT END-EXEC
           ELSE
             DISPLAY '*** FXREVAL: Error ' COMMAND-RESP
                     ' writing FXPOSHST for ' XP-CURRENCY-CODE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           END-IF
           .

      * Run header and column headings of the report
       WRITE-REPORT-HEADER.
           MOVE SPACES TO FXPOSRP-RECORD
           STRING 'CURRENCY EXPOSURE AND REVALUATION ' DELIMITED BY SIZE
                  RUN-TIMESTAMP          DELIMITED BY SIZE
                  '  BUSINESS DATE '     DELIMITED BY SIZE
                  POSITION-DATE          DELIMITED BY SIZE
                  '  HOME CURRENCY '     DELIMITED BY SIZE
                  HOME-CURRENCY          DELIMITED BY SIZE
                INTO XR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FXPOSRP-RECORD
           STRING '  CCY    ACCOUNTS'    DELIMITED BY SIZE
                  '   CREDIT BALANCES'   DELIMITED BY SIZE
                  ' OVERDRAWN BALANCES'  DELIMITED BY SIZE
                  '  OVERDRAFT LIMITS'   DELIMITED BY SIZE
                  '     LOAN BALANCES'   DELIMITED BY SIZE
                  '      NET POSITION'   DELIMITED BY SIZE
                INTO XR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FXPOSRP-RECORD
           STRING '                  '   DELIMITED BY SIZE
                  '  RATE    PRIOR RATE' DELIMITED BY SIZE
                  '   HOME VALUE (HOME)' DELIMITED BY SIZE
                  '  PRIOR HOME VALUE'   DELIMITED BY SIZE
                  '  REVAL GAIN/LOSS'    DELIMITED BY SIZE
                  '  PRIOR DATE'         DELIMITED BY SIZE
                  '  NOTE'               DELIMITED BY SIZE
                INTO XR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Two lines per currency - the position in the currency, then
      * its revaluation into home currency
       WRITE-CURRENCY-LINES.
           MOVE SPACES TO FXPOSRP-RECORD
           MOVE CY-CURRENCY-CODE ( CURRENCY-INDEX )
             TO XR-PRINT-LINE(3:3)
           MOVE CY-ACCOUNT-COUNT ( CURRENCY-INDEX ) TO COUNT-DISPLAY
           MOVE COUNT-DISPLAY TO XR-PRINT-LINE(9:8)
           MOVE CY-CREDIT-BALANCES ( CURRENCY-INDEX ) TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(18:17)
           MOVE CY-OVERDRAWN-BALANCES ( CURRENCY-INDEX )
             TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(37:17)
           MOVE CY-OVERDRAFT-LIMITS ( CURRENCY-INDEX ) TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(55:17)
           MOVE CY-LOAN-BALANCES ( CURRENCY-INDEX ) TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(73:17)
           MOVE NET-POSITION TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(91:17)
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FXPOSRP-RECORD
           MOVE FC-RATE TO RATE-DISPLAY
           MOVE RATE-DISPLAY TO XR-PRINT-LINE(19:8)
           MOVE PRIOR-RATE TO RATE-DISPLAY
           MOVE RATE-DISPLAY TO XR-PRINT-LINE(31:8)
           MOVE HOME-VALUE TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(42:17)
           MOVE PRIOR-HOME-VALUE TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(60:17)
           MOVE REVAL-GAIN-LOSS TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(77:17)
           MOVE PRIOR-POSITION-DATE TO XR-PRINT-LINE(96:8)
           MOVE RATE-NOTE TO XR-PRINT-LINE(106:20)
           PERFORM WRITE-REPORT-LINE
           .

      * Closing home-currency totals of the run
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO FXPOSRP-RECORD
           MOVE '  TOTAL IN HOME CURRENCY' TO XR-PRINT-LINE
           MOVE TOTAL-HOME-VALUE TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(42:17)
           MOVE TOTAL-PRIOR-HOME-VALUE TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(60:17)
           MOVE TOTAL-REVAL-GAIN-LOSS TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO XR-PRINT-LINE(77:17)
           PERFORM WRITE-REPORT-LINE

           MOVE CURRENCIES-NO-RATE TO COUNT-DISPLAY
           MOVE SPACES TO FXPOSRP-RECORD
           STRING '  CURRENCIES WITHOUT A RATE: ' DELIMITED BY SIZE
                  COUNT-DISPLAY                   DELIMITED BY SIZE
                INTO XR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOANS-SUMMED TO COUNT-DISPLAY
           MOVE SPACES TO FXPOSRP-RECORD
           STRING '  ACTIVE LOANS INCLUDED:     ' DELIMITED BY SIZE
                  COUNT-DISPLAY                   DELIMITED BY SIZE
                INTO XR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF ACCOUNTS-NOT-SUMMED > 0
             MOVE ACCOUNTS-NOT-SUMMED TO COUNT-DISPLAY
             MOVE SPACES TO FXPOSRP-RECORD
             STRING '  ACCOUNTS NOT SUMMED - CURRENCY TABLE FULL: '
                                                  DELIMITED BY SIZE
                    COUNT-DISPLAY                 DELIMITED BY SIZE
                  INTO XR-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

      * Write one print line to the report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( FXPOSRP-FILE )
                           FROM ( FXPOSRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** FXREVAL: Error ' COMMAND-RESP
                     ' writing FXPOSRP report line'
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
             MOVE BD-BUSINESS-DATE TO POSITION-DATE
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the start call also proves
      * tonight's interest accrual and loan servicing completed
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'FXRV' TO RN-JOB-ID
           MOVE 'IACR' TO RN-PREREQ-ID (1)
           MOVE 'LSRV' TO RN-PREREQ-ID (2)
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
           MOVE 'FXRV'     TO RN-JOB-ID
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

       END PROGRAM 'FXREVAL'.
