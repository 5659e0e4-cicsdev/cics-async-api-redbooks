      * carried no cost. This job walks every CUSTACCT customer,
      * computes one day's credit interest on each positive
      * CA-BALANCE and one day's debit interest on each overdrawn
      * one, at the rates of the account's product on the PRODMAST
      * catalogue - or, for an account with no product (or one not
      * on file), from the effective-dated INTRATES parameter file
      * (annual percentage rates, accrued daily on a 365-day year),
      * and posts each accrual through the shared TXNAPPLY routine -
      * so the TXNHIST record and the balance update land together,
      * INT-CREDIT or INT-DEBIT. A run-total summary for finance is
      * written to INTACRRP.
      *
      * The run only sees business dates, so each run accrues for
      * its business date and every calendar day up to the next
      * business day on the home BUSCAL calendar, as the shared
      * BUSCALR routine gives it - a Friday run accrues Friday,
      * Saturday and Sunday - and no day goes without interest.
      *
      * The customer keys are collected first and the posting pass
      * runs off that list, so no browse is ever open against the
      * file TXNAPPLY is updating.
      *
      * Each customer's unit of work also moves the job's POSTCKPT
      * posting checkpoint on to that customer, through the shared
      * POSTCKPR routine. A rerun for the same business date after
      * a failure resumes after the last customer committed, and a
      * rerun of a completed date posts nothing - no account is
      * accrued twice for one date. The summary says which it was.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'IACR' - see jcl/INTACCRU.jcl.
      *
      *             it, and close the entry as FAILED on the
      *             orderly failure exits - the ledger now always
      *             matches what the run actually did
      *  15-10-2026 Accrue each account at its PRODMAST product's
      *             credit and debit rates, keeping the INTRATES set
      *             for accounts with no product or an unknown one;
      *             the summary counts both
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      *  15-10-2026 Refuse to start until tonight's SWEEPRUN automatic
      *             sweep run (SWEP) has ended cleanly, so interest
      *             accrues on the swept balances
      *  15-10-2026 Take a POSTCKPT posting checkpoint in each
      *             customer's unit of work via POSTCKPR, so a
      *             rerun for the same business date resumes after
      *             the last customer committed and a completed
      *             date is never posted twice; the summary shows
      *             a fresh run, a restart or a date already done
      *  15-10-2026 Accrue the business date and every calendar day up
      *             to the next business day on the BUSCAL calendar
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY INTRATES.
       COPY INTACRRP.

      * The account product catalogue - each account's own rates
       COPY PRODMAST.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 INTRATES-FILE          PIC X(8) VALUE 'INTRATES'.
         2 INTACRRP-FILE          PIC X(8) VALUE 'INTACRRP'.
         2 PRODMAST-FILE          PIC X(8) VALUE 'PRODMAST'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 CUSTACCT-KEYLEN          PIC S9(4) COMP-5 SYNC VALUE 4.

       1 DEBIT-RATE               PIC S9(3)V9999 COMP-3 VALUE 0.
       1 RATE-SET-DATE            PIC X(8) VALUE SPACES.

      * The rates one account accrues at - its product's, or the
      * INTRATES set when it has no product on file
       1 ACCOUNT-CREDIT-RATE      PIC S9(3)V9999 COMP-3 VALUE 0.
       1 ACCOUNT-DEBIT-RATE       PIC S9(3)V9999 COMP-3 VALUE 0.

      * The customer keys collected before the posting pass
       1 CUSTOMER-KEY-TABLE.
         2 CK-CUST-NO             PIC X(4) OCCURS 5000 TIMES.
       1 DEBIT-INTEREST-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       1 ACCOUNTS-ACCRUED         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 POSTING-FAILURES         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 PRODUCT-PRICED-COUNT     PIC S9(8) COMP-5 SYNC VALUE 0.
       1 STANDARD-PRICED-COUNT    PIC S9(8) COMP-5 SYNC VALUE 0.
       1 UNKNOWN-PRODUCT-COUNT    PIC S9(8) COMP-5 SYNC VALUE 0.

       1 AMOUNT-DISPLAY           PIC -99999999999.99.
       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
      * failure exit flips it to FAILED before RECORD-RUN-END
       1 RUN-OUTCOME-VALUE         PIC X(8) VALUE 'ENDED-OK'.

      * The DROL-maintained business-date control record - the
      * posting checkpoint is held per business date, so a rerun
      * after midnight still resumes the same night's run
       COPY BUSDATE.

       1 BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * Commarea for the shared BUSCALR calendar routine - the days
      * up to the next business day are accrued tonight
       COPY BUSCALCA.

       1 BUSCALR-PROGRAM          PIC X(8) VALUE 'BUSCALR'.

      * Calendar days accrued tonight - the business date and any
      * non-business days that follow it
       1 ACCRUAL-DAYS             PIC S9(4) COMP VALUE 1.
       1 DAYS-DISPLAY             PIC ZZZ9.

      * Commarea for the shared POSTCKPR posting checkpoint routine
      * - each customer's postings move the checkpoint on in the
      * same unit of work
       COPY POSTCKCA.

       1 POSTCKPR-PROGRAM         PIC X(8) VALUE 'POSTCKPR'.

      * How tonight's run started, kept for the summary - a fresh
      * run, a restart resuming after RESUME-AFTER-KEY, or a date
      * already completed
       1 RUN-STATE                PIC X(1) VALUE 'F'.
         88 FRESH-RUN                      VALUE 'F'.
         88 RESTARTED-RUN                  VALUE 'R'.
         88 ALREADY-COMPLETE               VALUE 'D'.
       1 RESUME-AFTER-KEY         PIC X(16) VALUE LOW-VALUES.
       1 ITEMS-DONE-BEFORE        PIC S9(8) COMP-5 SYNC VALUE 0.
       1 RESTART-NUMBER           PIC S9(4) COMP VALUE 0.
       1 FIRST-START-TS           PIC X(16) VALUE SPACES.
       1 CUSTOMERS-BYPASSED       PIC S9(8) COMP-5 SYNC VALUE 0.
       1 RESTART-DISPLAY          PIC ZZZ9.

      * Set when a customer's checkpoint could not be taken - the
      * customer is backed out and the run stops, so nothing is
      * ever posted that a rerun would not know about
       1 CHECKPOINT-FAILED-SWITCH PIC X(1) VALUE 'N'.
         88 CHECKPOINT-FAILED              VALUE 'Y'.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

             EXEC CICS RETURN END-EXEC
           END-IF

      *    Where tonight's posting stands for the business date - a
      *    fresh run, a restart after a failure, or already done
           PERFORM GET-BUSINESS-DATE
           PERFORM SET-ACCRUAL-DAYS
           PERFORM START-POSTING-CHECKPOINT

           IF NOT KC-OK
             DISPLAY '*** INTACCRU: Posting checkpoint error - '
                     'run refused'
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           IF ALREADY-COMPLETE
             DISPLAY 'INTACCRU: Already completed for business date '
                     BUSINESS-DATE ' - nothing posted'
             PERFORM WRITE-SUMMARY-HEADER
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM COLLECT-CUSTOMER-KEYS

           MOVE 1 TO CUSTOMER-KEY-INDEX
           PERFORM ACCRUE-ONE-CUSTOMER
                   UNTIL CUSTOMER-KEY-INDEX > CUSTOMER-KEY-COUNT
                      OR CHECKPOINT-FAILED

      *    A run that stopped on a checkpoint failure stays RUNNING
      *    on the checkpoint, so the rerun resumes where it stopped
           IF CHECKPOINT-FAILED
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           ELSE
             PERFORM COMPLETE-POSTING-CHECKPOINT
           END-IF

           PERFORM WRITE-RUN-SUMMARY

           END-IF
           .

      * A customer at or before the checkpoint was posted by the
      * run that failed, and is passed over
       ACCRUE-ONE-CUSTOMER.
           IF CK-CUST-NO ( CUSTOMER-KEY-INDEX )
              NOT > RESUME-AFTER-KEY(1:4)
             ADD 1 TO CUSTOMERS-BYPASSED
           ELSE
             PERFORM ACCRUE-CUSTOMER-ACCOUNTS
           END-IF

           ADD 1 TO CUSTOMER-KEY-INDEX
           .

      * Accrue one customer: read their accounts fresh, post one
      * accrual per non-zero balance through TXNAPPLY, then move
      * the checkpoint on and commit the customer as one unit of
      * work
       ACCRUE-CUSTOMER-ACCOUNTS.
           MOVE 0 TO CUSTOMER-POSTINGS
           MOVE 0 TO CUSTOMER-CREDIT-TOTAL
           MOVE 0 TO CUSTOMER-DEBIT-TOTAL
             END-PERFORM
           END-IF

           IF CUSTOMER-POSTINGS > 0
             MOVE CA-CUST-NO TO KC-LAST-KEY
             PERFORM TAKE-POSTING-CHECKPOINT
           END-IF

           IF CUSTOMER-POSTINGS > 0
             EXEC CICS SYNCPOINT END-EXEC
             ADD CUSTOMER-POSTINGS     TO ACCOUNTS-ACCRUED
             ADD CUSTOMER-CREDIT-TOTAL TO CREDIT-INTEREST-TOTAL
             ADD CUSTOMER-DEBIT-TOTAL  TO DEBIT-INTEREST-TOTAL
           END-IF
           .

      * One account's accrual: balance times the annual rate over
      * 365 for each day accrued tonight, posted with its own
      * transaction type. A zero balance or a rounded-to-zero
      * accrual posts nothing
       ACCRUE-ONE-ACCOUNT.
           MOVE 0 TO ACCRUAL-AMOUNT

           PERFORM FIND-ACCOUNT-RATES

           EVALUATE TRUE
             WHEN CA-BALANCE ( ACCT-COUNTER ) > 0
               COMPUTE ACCRUAL-AMOUNT ROUNDED =
                       CA-BALANCE ( ACCT-COUNTER )
                       * ACCOUNT-CREDIT-RATE * ACCRUAL-DAYS / 36500
             WHEN CA-BALANCE ( ACCT-COUNTER ) < 0
               COMPUTE ACCRUAL-AMOUNT ROUNDED =
                       CA-BALANCE ( ACCT-COUNTER )
                       * ACCOUNT-DEBIT-RATE * ACCRUAL-DAYS / 36500
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF ACCRUAL-AMOUNT NOT = 0
             INITIALIZE TXNPOST-COMMAREA
             MOVE 'INTACCRU' TO TP-OPERATOR-ID
             MOVE 'INT' TO TP-CHANNEL-CODE
             MOVE CA-CUST-NO TO TP-CUST-NO
             MOVE CA-ACCT-NUMBER ( ACCT-COUNTER )
               TO TP-ACCT-NUMBER
           END-IF
           .

      * The rates this account accrues at - its PRODMAST product's
      * when it has one on file, otherwise tonight's INTRATES set.
      * An unknown product code is accrued at the standard rates
      * and flagged on the log so the account can be corrected
       FIND-ACCOUNT-RATES.
           MOVE CREDIT-RATE TO ACCOUNT-CREDIT-RATE
           MOVE DEBIT-RATE  TO ACCOUNT-DEBIT-RATE

           IF CA-PRODUCT-CODE ( ACCT-COUNTER ) = SPACES OR
              CA-PRODUCT-CODE ( ACCT-COUNTER ) = LOW-VALUES
             ADD 1 TO STANDARD-PRICED-COUNT
           ELSE
             MOVE CA-PRODUCT-CODE ( ACCT-COUNTER ) TO PD-PRODUCT-CODE
             EXEC CICS READ FILE    ( PRODMAST-FILE )
                            INTO    ( PRODMAST-RECORD )
                            RIDFLD  ( PD-PRODUCT-CODE )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE PD-CREDIT-RATE TO ACCOUNT-CREDIT-RATE
               MOVE PD-DEBIT-RATE  TO ACCOUNT-DEBIT-RATE
               ADD 1 TO PRODUCT-PRICED-COUNT
             ELSE
               ADD 1 TO UNKNOWN-PRODUCT-COUNT
               DISPLAY '*** INTACCRU: Product '
                       CA-PRODUCT-CODE ( ACCT-COUNTER )
                       ' of account ' CA-ACCT-NUMBER ( ACCT-COUNTER )
                       ' not on PRODMAST - standard rates used'
             END-IF
           END-IF
           .

      * The run-total summary for finance
       WRITE-RUN-SUMMARY.
           PERFORM WRITE-SUMMARY-HEADER

           MOVE ACCRUAL-DAYS TO DAYS-DISPLAY
           MOVE SPACES TO INTACRRP-RECORD
           STRING '  DAYS ACCRUED:           ' DELIMITED BY SIZE
                  DAYS-DISPLAY               DELIMITED BY SIZE
                  ' TO NEXT BUSINESS DAY '   DELIMITED BY SIZE
                  BK-RESULT-DATE             DELIMITED BY SIZE
                INTO IA-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

                  COUNT-DISPLAY                 DELIMITED BY SIZE
                INTO IA-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE PRODUCT-PRICED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO INTACRRP-RECORD
           STRING '  ACCOUNTS AT PRODUCT RATES: ' DELIMITED BY SIZE
                  COUNT-DISPLAY                   DELIMITED BY SIZE
                INTO IA-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE STANDARD-PRICED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO INTACRRP-RECORD
           STRING '  ACCOUNTS AT STANDARD RATES:' DELIMITED BY SIZE
                  COUNT-DISPLAY                   DELIMITED BY SIZE
                INTO IA-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE UNKNOWN-PRODUCT-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO INTACRRP-RECORD
           STRING '  UNKNOWN PRODUCT CODES:     ' DELIMITED BY SIZE
                  COUNT-DISPLAY                   DELIMITED BY SIZE
                INTO IA-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF RESTARTED-RUN
             MOVE CUSTOMERS-BYPASSED TO COUNT-DISPLAY
             MOVE SPACES TO INTACRRP-RECORD
             STRING '  CUSTOMERS BEFORE RESTART:  ' DELIMITED BY SIZE
                    COUNT-DISPLAY                   DELIMITED BY SIZE
                  INTO IA-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF CHECKPOINT-FAILED
             MOVE SPACES TO INTACRRP-RECORD
             STRING '  *** STOPPED ON A POSTING CHECKPOINT ERROR - '
                                                    DELIMITED BY SIZE
                    'RERUN TO RESUME'               DELIMITED BY SIZE
                  INTO IA-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

      * Run header of the summary, and whether tonight was a fresh
      * run, a restart and where it resumed, or a date already done
       WRITE-SUMMARY-HEADER.
           MOVE SPACES TO INTACRRP-RECORD
           STRING 'INTEREST ACCRUAL RUN ' DELIMITED BY SIZE
                  RUN-TIMESTAMP           DELIMITED BY SIZE
                  '  RATE SET '           DELIMITED BY SIZE
                  RATE-SET-DATE           DELIMITED BY SIZE
                INTO IA-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO INTACRRP-RECORD
           EVALUATE TRUE
             WHEN FRESH-RUN
               STRING '  FRESH RUN FOR BUSINESS DATE ' DELIMITED BY SIZE
                      BUSINESS-DATE                    DELIMITED BY SIZE
                    INTO IA-PRINT-LINE
             WHEN ALREADY-COMPLETE
               STRING '  ALREADY COMPLETED FOR BUSINESS DATE '
                                                       DELIMITED BY SIZE
                      BUSINESS-DATE                    DELIMITED BY SIZE
                      ' - NOTHING POSTED'              DELIMITED BY SIZE
                    INTO IA-PRINT-LINE
             WHEN RESUME-AFTER-KEY = LOW-VALUES
               MOVE RESTART-NUMBER TO RESTART-DISPLAY
               STRING '  RESTART '                     DELIMITED BY SIZE
                      RESTART-DISPLAY                  DELIMITED BY SIZE
                      ' FOR BUSINESS DATE '            DELIMITED BY SIZE
                      BUSINESS-DATE                    DELIMITED BY SIZE
                      ' - NOTHING COMMITTED BEFORE, RESUMED FROM '
                                                       DELIMITED BY SIZE
                      'THE START'                      DELIMITED BY SIZE
                    INTO IA-PRINT-LINE
             WHEN OTHER
               MOVE RESTART-NUMBER    TO RESTART-DISPLAY
               MOVE ITEMS-DONE-BEFORE TO COUNT-DISPLAY
               STRING '  RESTART '                     DELIMITED BY SIZE
                      RESTART-DISPLAY                  DELIMITED BY SIZE
                      ' FOR BUSINESS DATE '            DELIMITED BY SIZE
                      BUSINESS-DATE                    DELIMITED BY SIZE
                      ' - RESUMED AFTER CUSTOMER '     DELIMITED BY SIZE
                      RESUME-AFTER-KEY(1:4)            DELIMITED BY SIZE
                      ', '                             DELIMITED BY SIZE
                      COUNT-DISPLAY                    DELIMITED BY SIZE
                      ' CUSTOMERS ALREADY POSTED'      DELIMITED BY SIZE
                    INTO IA-PRINT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           IF RESTARTED-RUN
             MOVE SPACES TO INTACRRP-RECORD
             STRING '  RUN FIRST STARTED '            DELIMITED BY SIZE
                    FIRST-START-TS                    DELIMITED BY SIZE
                    ' - TOTALS BELOW ARE THIS RUN ONLY'
                                                      DELIMITED BY SIZE
                  INTO IA-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

      * Write one print line to the finance summary
           END-IF
           .

      * The business date off the DROL-maintained BUSDATE control
      * record - a region with no record yet runs on the calendar
      * date
       GET-BUSINESS-DATE.
           MOVE TODAYS-DATE TO BUSINESS-DATE
           MOVE 'BUSDATE ' TO BD-CONTROL-ID

           EXEC CICS READ FILE    ( BUSDATE-FILE )
                          INTO    ( BUSDATE-RECORD )
                          RIDFLD  ( BD-CONTROL-ID )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE BD-BUSINESS-DATE TO BUSINESS-DATE
           END-IF
           .

      * How many calendar days tonight accrues - from the business
      * date up to the next business day on the home calendar. If
      * the calendar cannot say, one day, as the run always did
       SET-ACCRUAL-DAYS.
           MOVE 1 TO ACCRUAL-DAYS

           INITIALIZE BUSCAL-COMMAREA
           MOVE 'N'           TO BK-FUNCTION
           MOVE SPACES        TO BK-CURRENCY-CODE
           MOVE BUSINESS-DATE TO BK-DATE

           EXEC CICS LINK PROGRAM  ( BUSCALR-PROGRAM )
                          COMMAREA ( BUSCAL-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO BK-STATUS
           END-IF

           IF BK-OK AND BK-DAYS-BETWEEN > 0
             MOVE BK-DAYS-BETWEEN TO ACCRUAL-DAYS
           ELSE
             MOVE SPACES TO BK-RESULT-DATE
             DISPLAY '*** INTACCRU: Calendar status ' BK-STATUS
                     ' finding the business day after '
                     BUSINESS-DATE ' - accruing one day'
           END-IF
           .

      * Tonight's posting checkpoint for the business date, via the
      * shared POSTCKPR routine - kept for the summary and, unless
      * the date is already done, committed at once so the run's
      * first rollback cannot erase it
       START-POSTING-CHECKPOINT.
           INITIALIZE POSTCKPT-COMMAREA
           MOVE 'S'           TO KC-FUNCTION
           MOVE 'IACR'        TO KC-JOB-ID
           MOVE BUSINESS-DATE TO KC-BUSINESS-DATE
           PERFORM LINK-TO-POSTCKPR

           IF KC-OK
             MOVE KC-RUN-STATE      TO RUN-STATE
             MOVE KC-LAST-KEY       TO RESUME-AFTER-KEY
             MOVE KC-ITEMS-DONE     TO ITEMS-DONE-BEFORE
             MOVE KC-RESTART-COUNT  TO RESTART-NUMBER
             MOVE KC-FIRST-START-TS TO FIRST-START-TS
             IF NOT ALREADY-COMPLETE
               EXEC CICS SYNCPOINT END-EXEC
             END-IF
           END-IF
           .

      * Move the checkpoint on to the customer in KC-LAST-KEY, in
      * the customer's unit of work. If it cannot be taken the
      * customer's postings are backed out and the run stops
       TAKE-POSTING-CHECKPOINT.
           MOVE 'C'           TO KC-FUNCTION
           MOVE 'IACR'        TO KC-JOB-ID
           MOVE BUSINESS-DATE TO KC-BUSINESS-DATE
           PERFORM LINK-TO-POSTCKPR

           IF NOT KC-OK
             DISPLAY '*** INTACCRU: Posting checkpoint failed at '
                     CA-CUST-NO ' - customer backed out, run stopped'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE 0   TO CUSTOMER-POSTINGS
             MOVE 'Y' TO CHECKPOINT-FAILED-SWITCH
           END-IF
           .

      * Mark the business date complete - a rerun now posts nothing
       COMPLETE-POSTING-CHECKPOINT.
           INITIALIZE POSTCKPT-COMMAREA
           MOVE 'E'           TO KC-FUNCTION
           MOVE 'IACR'        TO KC-JOB-ID
           MOVE BUSINESS-DATE TO KC-BUSINESS-DATE
           PERFORM LINK-TO-POSTCKPR

           IF KC-OK
             EXEC CICS SYNCPOINT END-EXEC
           ELSE
             DISPLAY '*** INTACCRU: Could not mark business date '
                     BUSINESS-DATE ' complete on the checkpoint'
           END-IF
           .

      * One LINK to the shared posting checkpoint routine
       LINK-TO-POSTCKPR.
           EXEC CICS LINK PROGRAM  ( POSTCKPR-PROGRAM )
                          COMMAREA ( POSTCKPT-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO KC-STATUS
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the start call also proves the
      * declared prerequisites completed tonight - tonight's
      * SWEEPRUN sweeps, so interest accrues on the swept balances
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'IACR' TO RN-JOB-ID
           MOVE 'SWEP' TO RN-PREREQ-ID (1)
           PERFORM LINK-TO-RUNCTLR

      *    Commit the RUNNING record on its own at once - the
