      * This job walks every CUSTACCT customer, counts each
      * account's billable TXNHIST activity for the assessment
      * month (customer-driven postings only - the bank's own
      * interest and fee postings, the postings the loan, sweep
      * and term deposit jobs make, garnishment seizures, returned
      * payments and account-close sweeps are not billable), prices
      * the month from the account's product on the PRODMAST
      * catalogue
      * - or, for an account with no product (or one not on file),
      * from the effective-dated FEESCHED schedule - and posts
      * the flat maintenance fee (TH-TX-TYPE FEE-MAINT) and the
      * per-transaction activity fee past the free allowance
      * (FEE-ACTIV) through the shared TXNAPPLY routine - one unit
      * file TXNAPPLY is updating - the same technique INTACCRU
      * uses.
      *
      * Each customer's unit of work also moves the job's POSTCKPT
      * posting checkpoint on to that customer, through the shared
      * POSTCKPR routine, as INTACCRU does. A rerun for the same
      * business date after a failure resumes after the last
      * customer committed, and a rerun of a completed date posts
      * nothing - no account is charged twice for one date. The
      * report header says which it was.
      *
      * The month is assessed on its last business day on the home
      * BUSCAL calendar, as the shared BUSCALR routine gives it. A
      * run on any other business date assesses the previous month
      * on its last business day instead - so a month-end missed
      * because the schedule ran on the calendar month-end, or not
      * at all, is caught up - and the checkpoint for that date
      * makes it post nothing when the month was already done.
      *
      * Driven from the month-end batch schedule via the CICS batch
      * bridge, transaction 'FEES' - see jcl/FEEASSES.jcl.
      *
      *             BUSDATE control record instead of the wall
      *             clock, falling back to the calendar date when
      *             no control record exists yet
      *  15-10-2026 Price each account from its PRODMAST product's
      *             maintenance fee, activity fee and free count,
      *             keeping the FEESCHED schedule for accounts with
      *             no product or an unknown one
      *  15-10-2026 A returned cheque's reversal (CHQ-RETURN) and its
      *             returned-item fee (FEE-RETCHQ) are the bank's
      *             own postings and are not billable activity
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      *  15-10-2026 Take a POSTCKPT posting checkpoint in each
      *             customer's unit of work via POSTCKPR, so a
      *             rerun for the same business date resumes after
      *             the last customer committed and a completed
      *             date is never charged twice; the report shows
      *             a fresh run, a restart or a date already done
      *  15-10-2026 Assess the month on its last business day on the
      *             BUSCAL calendar, catching up the previous month
      *             when run on any other business date
      *  15-10-2026 LOANSERV repayments and arrears collections
      *             (LOAN-REPAY, LOAN-ARRS), SWEEPRUN sweeps and the
      *             TDOPEN/TDMATUR term deposit postings are made by
      *             the system and are not billable activity
      *  15-10-2026 GARNISH seizures, PAY-RETURN credit-backs and
      *             ACCT-CLOSE sweeps are not billable activity either
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY FEEWAIVE.
       COPY FEERPT.

      * The account product catalogue - each account's own fees
       COPY PRODMAST.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

         2 FEESCHED-FILE          PIC X(8) VALUE 'FEESCHED'.
         2 FEEWAIVE-FILE          PIC X(8) VALUE 'FEEWAIVE'.
         2 FEERPT-FILE            PIC X(8) VALUE 'FEERPT'.
         2 PRODMAST-FILE          PIC X(8) VALUE 'PRODMAST'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 CUSTACCT-KEYLEN          PIC S9(4) COMP-5 SYNC VALUE 4.
       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

      * The assessment month - the calendar month the assessment
      * date falls in, first day through the assessment date
       1 MONTH-START-DATE         PIC X(8) VALUE SPACES.

      * The business date the run was started on, when the month
      * being assessed is an earlier one
       1 RUN-BUSINESS-DATE        PIC X(8) VALUE SPACES.

      * The schedule in force today
       1 SCHEDULE-FOUND-SWITCH    PIC X(1) VALUE 'N'.
         88 SCHEDULE-FOUND                 VALUE 'Y'.
       1 FREE-TXN-COUNT           PIC S9(4) COMP VALUE 0.
       1 SCHEDULE-DATE            PIC X(8) VALUE SPACES.

      * The fees one account is charged - its product's, or the
      * FEESCHED schedule when it has no product on file
       1 ACCOUNT-MAINT-FEE        PIC S9(5)V99 COMP-3 VALUE 0.
       1 ACCOUNT-ACTIVITY-FEE     PIC S9(3)V99 COMP-3 VALUE 0.
       1 ACCOUNT-FREE-COUNT       PIC S9(4) COMP VALUE 0.

      * The customer keys collected before the posting pass
       1 CUSTOMER-KEY-TABLE.
         2 CK-CUST-NO             PIC X(4) OCCURS 5000 TIMES.
       1 CUSTOMERS-ASSESSED       PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CUSTOMERS-WAIVED         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 POSTING-FAILURES         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 UNKNOWN-PRODUCT-COUNT    PIC S9(8) COMP-5 SYNC VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -99999999999.99.
      * clock
       COPY BUSDATE.

      * Commarea for the shared POSTCKPR posting checkpoint routine
      * - each customer's fees move the checkpoint on in the same
      * unit of work
       COPY POSTCKCA.

       1 POSTCKPR-PROGRAM         PIC X(8) VALUE 'POSTCKPR'.

      * Commarea for the shared BUSCALR calendar routine - the
      * month is assessed on its last business day
       COPY BUSCALCA.

       1 BUSCALR-PROGRAM          PIC X(8) VALUE 'BUSCALR'.

      * How this run started, kept for the report - a fresh run, a
      * restart resuming after RESUME-AFTER-KEY, or a date already
      * completed
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

      *    The business date, not the wall clock, is what tonight
      *    runs against
           PERFORM GET-BUSINESS-DATE
           PERFORM SET-ASSESSMENT-DATE
           MOVE TODAYS-DATE           TO MONTH-START-DATE
           MOVE '01'                  TO MONTH-START-DATE(7:2)

             EXEC CICS RETURN END-EXEC
           END-IF

      *    Where this run's posting stands for the business date - a
      *    fresh run, a restart after a failure, or already done
           PERFORM START-POSTING-CHECKPOINT

           IF NOT KC-OK
             DISPLAY '*** FEEASSES: Posting checkpoint error - '
                     'no fees assessed'
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM WRITE-REPORT-HEADER

           IF ALREADY-COMPLETE
             DISPLAY 'FEEASSES: Already completed for business date '
                     TODAYS-DATE ' - nothing posted'
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM COLLECT-CUSTOMER-KEYS

           MOVE 1 TO CUSTOMER-KEY-INDEX
           PERFORM ASSESS-ONE-CUSTOMER
                   UNTIL CUSTOMER-KEY-INDEX > CUSTOMER-KEY-COUNT
                      OR CHECKPOINT-FAILED

      *    A run that stopped on a checkpoint failure stays RUNNING
      *    on the checkpoint, so the rerun resumes where it stopped
           IF NOT CHECKPOINT-FAILED
             PERFORM COMPLETE-POSTING-CHECKPOINT
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           END-IF
           .

      * A customer at or before the checkpoint was assessed by the
      * run that failed, and is passed over
       ASSESS-ONE-CUSTOMER.
           IF CK-CUST-NO ( CUSTOMER-KEY-INDEX )
              NOT > RESUME-AFTER-KEY(1:4)
             ADD 1 TO CUSTOMERS-BYPASSED
           ELSE
             PERFORM ASSESS-CUSTOMER-FEES
           END-IF

           ADD 1 TO CUSTOMER-KEY-INDEX
           .

      * Assess one customer: honour the waiver flag, then charge
      * each of their accounts the maintenance fee plus activity
      * fees, the whole customer one unit of work
       ASSESS-CUSTOMER-FEES.
           MOVE 'Y' TO CUSTOMER-OK-SWITCH
           MOVE 0   TO CUSTOMER-POSTINGS
           MOVE 0   TO CUSTOMER-MAINT-TOTAL
           ELSE
             PERFORM CHARGE-ONE-CUSTOMER
           END-IF
           .

      * Read the customer's accounts fresh and charge each one,
      * moving the checkpoint on to the customer in the same unit
      * of work as the fees
       CHARGE-ONE-CUSTOMER.
           MOVE CK-CUST-NO ( CUSTOMER-KEY-INDEX ) TO CA-CUST-NO
           EXEC CICS READ FILE     ( CUSTACCT-FILE )
             END-PERFORM
           END-IF

           IF CUSTOMER-OK AND CUSTOMER-POSTINGS > 0
             MOVE CA-CUST-NO TO KC-LAST-KEY
             PERFORM TAKE-POSTING-CHECKPOINT
           END-IF

           IF CUSTOMER-OK AND CUSTOMER-POSTINGS > 0
             EXEC CICS SYNCPOINT END-EXEC
             ADD 1 TO CUSTOMERS-ASSESSED
      * One account: count its billable postings this month, then
      * post the maintenance fee and any activity fee due
       CHARGE-ONE-ACCOUNT.
           PERFORM FIND-ACCOUNT-FEES
           PERFORM COUNT-BILLABLE-ACTIVITY

           IF ACCOUNT-MAINT-FEE > 0
             MOVE 'FEE-MAINT ' TO TP-TX-TYPE
             MOVE 'MONTHLY MAINTENANCE FEE' TO TP-TX-DESCRIPTION
             COMPUTE TP-TX-AMOUNT = 0 - ACCOUNT-MAINT-FEE
             PERFORM POST-ONE-FEE

             IF CUSTOMER-OK
               ADD ACCOUNT-MAINT-FEE TO CUSTOMER-MAINT-TOTAL
             END-IF
           END-IF

           IF CUSTOMER-OK
             COMPUTE CHARGEABLE-TXN-COUNT =
                     BILLABLE-TXN-COUNT - ACCOUNT-FREE-COUNT
             IF CHARGEABLE-TXN-COUNT > 0 AND ACCOUNT-ACTIVITY-FEE > 0
               COMPUTE ACTIVITY-FEE-AMOUNT =
                       CHARGEABLE-TXN-COUNT * ACCOUNT-ACTIVITY-FEE

               MOVE 'FEE-ACTIV ' TO TP-TX-TYPE
               MOVE 'MONTHLY ACTIVITY FEE' TO TP-TX-DESCRIPTION
           END-IF
           .

      * The fees this account is charged - its PRODMAST product's
      * when it has one on file, otherwise the FEESCHED schedule in
      * force. An unknown product code is charged the schedule and
      * flagged on the log so the account can be corrected
       FIND-ACCOUNT-FEES.
           MOVE MAINT-FEE      TO ACCOUNT-MAINT-FEE
           MOVE ACTIVITY-FEE   TO ACCOUNT-ACTIVITY-FEE
           MOVE FREE-TXN-COUNT TO ACCOUNT-FREE-COUNT

           IF CA-PRODUCT-CODE ( ACCT-COUNTER ) NOT = SPACES AND
              CA-PRODUCT-CODE ( ACCT-COUNTER ) NOT = LOW-VALUES
             MOVE CA-PRODUCT-CODE ( ACCT-COUNTER ) TO PD-PRODUCT-CODE
             EXEC CICS READ FILE    ( PRODMAST-FILE )
                            INTO    ( PRODMAST-RECORD )
                            RIDFLD  ( PD-PRODUCT-CODE )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE PD-MAINT-FEE      TO ACCOUNT-MAINT-FEE
               MOVE PD-ACTIVITY-FEE   TO ACCOUNT-ACTIVITY-FEE
               MOVE PD-FREE-TXN-COUNT TO ACCOUNT-FREE-COUNT
             ELSE
               ADD 1 TO UNKNOWN-PRODUCT-COUNT
               DISPLAY '*** FEEASSES: Product '
                       CA-PRODUCT-CODE ( ACCT-COUNTER )
                       ' of account ' CA-ACCT-NUMBER ( ACCT-COUNTER )
                       ' not on PRODMAST - schedule fees used'
             END-IF
           END-IF
           .

      * Count the account's customer-driven postings inside the
      * assessment month - the postings the bank makes itself are
      * never billable
       COUNT-BILLABLE-ACTIVITY.
           MOVE 0 TO BILLABLE-TXN-COUNT

             IF TH-TX-TYPE NOT = 'INT-CREDIT' AND
                TH-TX-TYPE NOT = 'INT-DEBIT ' AND
                TH-TX-TYPE NOT = 'FEE-MAINT ' AND
                TH-TX-TYPE NOT = 'FEE-ACTIV ' AND
                TH-TX-TYPE NOT = 'CHQ-RETURN' AND
                TH-TX-TYPE NOT = 'FEE-RETCHQ' AND
                TH-TX-TYPE NOT = 'LOAN-REPAY' AND
                TH-TX-TYPE NOT = 'LOAN-ARRS ' AND
                TH-TX-TYPE NOT = 'SWEEP     ' AND
                TH-TX-TYPE NOT = 'TD-OPEN   ' AND
                TH-TX-TYPE NOT = 'TD-MATURE ' AND
                TH-TX-TYPE NOT = 'GARNISH   ' AND
                TH-TX-TYPE NOT = 'PAY-RETURN' AND
                TH-TX-TYPE NOT = 'ACCT-CLOSE'
               ADD 1 TO BILLABLE-TXN-COUNT
             END-IF
           END-IF
           MOVE SPACES TO TP-STATUS
           MOVE SPACES TO TP-CURRENCY-CODE
           MOVE SPACES TO TP-OVERRIDE-FLAG
           MOVE 'FEEASSES' TO TP-OPERATOR-ID
           MOVE 'FEE' TO TP-CHANNEL-CODE

           EXEC CICS LINK PROGRAM  ( TXNAPPLY-PROGRAM )
                          COMMAREA ( TXNPOST-COMMAREA )
           END-IF
           .

      * Run header of the fee income summary, and whether this was
      * a fresh run, a restart and where it resumed, or a date
      * already done
       WRITE-REPORT-HEADER.
           MOVE SPACES TO FEERPT-RECORD
           STRING 'FEE ASSESSMENT RUN ' DELIMITED BY SIZE
                  MONTH-START-DATE      DELIMITED BY SIZE
                INTO FP-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FEERPT-RECORD
           EVALUATE TRUE
             WHEN FRESH-RUN
               STRING '  FRESH RUN FOR BUSINESS DATE ' DELIMITED BY SIZE
                      TODAYS-DATE                      DELIMITED BY SIZE
                    INTO FP-PRINT-LINE
             WHEN ALREADY-COMPLETE
               STRING '  ALREADY COMPLETED FOR BUSINESS DATE '
                                                       DELIMITED BY SIZE
                      TODAYS-DATE                      DELIMITED BY SIZE
                      ' - NOTHING POSTED'              DELIMITED BY SIZE
                    INTO FP-PRINT-LINE
             WHEN RESUME-AFTER-KEY = LOW-VALUES
               MOVE RESTART-NUMBER TO RESTART-DISPLAY
               STRING '  RESTART '                     DELIMITED BY SIZE
                      RESTART-DISPLAY                  DELIMITED BY SIZE
                      ' FOR BUSINESS DATE '            DELIMITED BY SIZE
                      TODAYS-DATE                      DELIMITED BY SIZE
                      ' - NOTHING COMMITTED BEFORE, RESUMED FROM '
                                                       DELIMITED BY SIZE
                      'THE START'                      DELIMITED BY SIZE
                    INTO FP-PRINT-LINE
             WHEN OTHER
               MOVE RESTART-NUMBER    TO RESTART-DISPLAY
               MOVE ITEMS-DONE-BEFORE TO COUNT-DISPLAY
               STRING '  RESTART '                     DELIMITED BY SIZE
                      RESTART-DISPLAY                  DELIMITED BY SIZE
                      ' FOR BUSINESS DATE '            DELIMITED BY SIZE
                      TODAYS-DATE                      DELIMITED BY SIZE
                      ' - RESUMED AFTER CUSTOMER '     DELIMITED BY SIZE
                      RESUME-AFTER-KEY(1:4)            DELIMITED BY SIZE
                      ', '                             DELIMITED BY SIZE
                      COUNT-DISPLAY                    DELIMITED BY SIZE
                      ' CUSTOMERS ALREADY ASSESSED'    DELIMITED BY SIZE
                    INTO FP-PRINT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           IF RESTARTED-RUN
             MOVE SPACES TO FEERPT-RECORD
             STRING '  RUN FIRST STARTED '            DELIMITED BY SIZE
                    FIRST-START-TS                    DELIMITED BY SIZE
                    ' - TOTALS BELOW ARE THIS RUN ONLY'
                                                      DELIMITED BY SIZE
                  INTO FP-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

      * One line per customer assessed
                  COUNT-DISPLAY                DELIMITED BY SIZE
                INTO FP-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE UNKNOWN-PRODUCT-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO FEERPT-RECORD
           STRING '  UNKNOWN PRODUCT CODES:  ' DELIMITED BY SIZE
                  COUNT-DISPLAY                DELIMITED BY SIZE
                INTO FP-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF RESTARTED-RUN
             MOVE CUSTOMERS-BYPASSED TO COUNT-DISPLAY
             MOVE SPACES TO FEERPT-RECORD
             STRING '  CUSTOMERS BEFORE RESTART:' DELIMITED BY SIZE
                    COUNT-DISPLAY                 DELIMITED BY SIZE
                  INTO FP-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF CHECKPOINT-FAILED
             MOVE SPACES TO FEERPT-RECORD
             STRING '  *** STOPPED ON A POSTING CHECKPOINT ERROR - '
                                                    DELIMITED BY SIZE
                    'RERUN TO RESUME'               DELIMITED BY SIZE
                  INTO FP-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

      * Write one print line to the fee income summary
           END-IF
           .

      * The date the month is assessed on - the business date when
      * it is the last business day of its month, otherwise the
      * last business day of the month before. If the calendar
      * cannot say, the business date is used as it always was
       SET-ASSESSMENT-DATE.
           MOVE TODAYS-DATE TO RUN-BUSINESS-DATE

           INITIALIZE BUSCAL-COMMAREA
           MOVE 'N'         TO BK-FUNCTION
           MOVE SPACES      TO BK-CURRENCY-CODE
           MOVE TODAYS-DATE TO BK-DATE
           PERFORM LINK-TO-BUSCALR

           IF NOT BK-OK
             DISPLAY '*** FEEASSES: Calendar status ' BK-STATUS
                     ' testing ' TODAYS-DATE
                     ' - assessing on the business date'
           ELSE
             IF BK-IS-BUSINESS-DAY AND
                BK-RESULT-DATE(1:6) NOT = TODAYS-DATE(1:6)
               CONTINUE
             ELSE
               INITIALIZE BUSCAL-COMMAREA
               MOVE 'P'              TO BK-FUNCTION
               MOVE SPACES           TO BK-CURRENCY-CODE
               MOVE TODAYS-DATE(1:6) TO BK-DATE(1:6)
               MOVE '01'             TO BK-DATE(7:2)
               PERFORM LINK-TO-BUSCALR

               IF BK-OK
                 MOVE BK-RESULT-DATE TO TODAYS-DATE
                 DISPLAY 'FEEASSES: Business date '
                         RUN-BUSINESS-DATE
                         ' is not a month-end - assessing the '
                         'month ending ' TODAYS-DATE
               ELSE
                 DISPLAY '*** FEEASSES: Calendar status ' BK-STATUS
                         ' finding the month-end before '
                         TODAYS-DATE
                         ' - assessing on the business date'
               END-IF
             END-IF
           END-IF
           .

      * One LINK to the shared calendar routine
       LINK-TO-BUSCALR.
           EXEC CICS LINK PROGRAM  ( BUSCALR-PROGRAM )
                          COMMAREA ( BUSCAL-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO BK-STATUS
           END-IF
           .

      * This run's posting checkpoint for the business date, via
      * the shared POSTCKPR routine - kept for the report and,
      * unless the date is already done, committed at once so the
      * run's first rollback cannot erase it
       START-POSTING-CHECKPOINT.
           INITIALIZE POSTCKPT-COMMAREA
           MOVE 'S'         TO KC-FUNCTION
           MOVE 'FEES'      TO KC-JOB-ID
           MOVE TODAYS-DATE TO KC-BUSINESS-DATE
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
      * customer's fees are backed out and the run stops
       TAKE-POSTING-CHECKPOINT.
           MOVE 'C'         TO KC-FUNCTION
           MOVE 'FEES'      TO KC-JOB-ID
           MOVE TODAYS-DATE TO KC-BUSINESS-DATE
           PERFORM LINK-TO-POSTCKPR

           IF NOT KC-OK
             DISPLAY '*** FEEASSES: Posting checkpoint failed at '
                     CA-CUST-NO ' - customer backed out, run stopped'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE 0   TO CUSTOMER-POSTINGS
             MOVE 'Y' TO CHECKPOINT-FAILED-SWITCH
           END-IF
           .

      * Mark the business date complete - a rerun now posts nothing
       COMPLETE-POSTING-CHECKPOINT.
           INITIALIZE POSTCKPT-COMMAREA
           MOVE 'E'         TO KC-FUNCTION
           MOVE 'FEES'      TO KC-JOB-ID
           MOVE TODAYS-DATE TO KC-BUSINESS-DATE
           PERFORM LINK-TO-POSTCKPR

           IF KC-OK
             EXEC CICS SYNCPOINT END-EXEC
           ELSE
             DISPLAY '*** FEEASSES: Could not mark business date '
                     TODAYS-DATE ' complete on the checkpoint'
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

       END PROGRAM 'FEEASSES'.
