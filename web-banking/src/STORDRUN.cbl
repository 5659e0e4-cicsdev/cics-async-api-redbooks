      * through the shared TXNAPPLY routine, each order its own
      * unit of work so one failing order never disturbs another.
      *
      * The run only ever sees business dates, so an order whose
      * day of month fell on a weekend or holiday since the last
      * business day - or on a day past the end of a short month -
      * is paid tonight instead, and an order whose payment for
      * its latest day of month was missed is caught up. An order
      * is also held back while tonight is a holiday on the BUSCAL
      * calendar of the paying account's own currency, as the
      * shared BUSCALR routine says, and paid on the next business
      * date that suits both.
      *
      * An order that would take the paying account's CA-BALANCE
      * past its agreed CA-OVERDRAFT is not posted: it is skipped
      * with SD-RETRY-COUNT stepped up and is retried on following
      * nights until the account can stand it; the first skip
      * queues a letter to the customer on CORRQ for the CORRPRT
      * print run. An active order whose SD-EXPIRY-DATE has passed
      * is marked expired. The run closes with a report on STORDRP
      * of orders executed, skipped and expired.
      *
      * The due order keys are collected first and the posting pass
      * runs off that list, so no browse is ever open against the
      * file being updated - the same technique INTACCRU uses.
      *
      * Each order's unit of work also moves the job's POSTCKPT
      * posting checkpoint on to that order, through the shared
      * POSTCKPR routine, as INTACCRU does. A rerun for the same
      * business date after a failure resumes after the last order
      * committed, and a rerun of a completed date posts nothing -
      * alongside SD-LAST-RUN-DATE, no order is paid twice for one
      * date. The report header says which it was.
      *
      * The run records itself on the RUNCTL run-control ledger as
      * job STOR, so that CORRPRT can prove tonight's run - and its
      * skip letters - finished before it prints.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'STOR' - see jcl/STORDRUN.jcl.
      *
      *             BUSDATE control record instead of the wall
      *             clock, falling back to the calendar date when
      *             no control record exists yet
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      *  15-10-2026 The first skip of an order queues a letter to the
      *             customer on the CORRQ correspondence queue for the
      *             CORRPRT print run
      *  15-10-2026 Take a POSTCKPT posting checkpoint in each
      *             order's unit of work via POSTCKPR, so a rerun
      *             for the same business date resumes after the
      *             last order committed and a completed date is
      *             never paid twice; the report shows a fresh
      *             run, a restart or a date already done
      *  15-10-2026 An order is paid on the first business date on or
      *             after its day of month, held to the month's last
      *             day, missed payments are caught up, and an order is
      *             deferred while tonight is a BUSCAL holiday in the
      *             paying account's currency
      *  15-10-2026 Record the run on the RUNCTL ledger as job
      *             STOR, so CORRPRT can require it to have
      *             completed before tonight's letters print
      ******************************************************************

       IDENTIFICATION DIVISION.
      * account to its owning customer
       COPY ACCTIDX.

      * The correspondence queue - the customer is written to when
      * an order is first skipped
       COPY CORRQ.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.
         2 STORDRP-FILE           PIC X(8) VALUE 'STORDRP'.
         2 CORRQ-FILE             PIC X(8) VALUE 'CORRQ'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

      * The business date before tonight's - a day of month after
      * it and not after tonight fell on the days the run did not
      * see, and is paid tonight
       1 PREVIOUS-BUSINESS-DATE   PIC X(8) VALUE SPACES.

      * The latest date, not after tonight, that an order fell due
      * on - its day of month this month, or last month's when that
      * is still to come, held to the month's last day
       1 SCHEDULED-DATE           PIC X(8) VALUE SPACES.
       1 SCHEDULED-PARTS.
         2 SCHED-YEAR             PIC 9(4) VALUE 0.
         2 SCHED-MONTH            PIC 9(2) VALUE 0.
         2 SCHED-DAY              PIC 9(2) VALUE 0.
       1 NEXT-MONTH-START         PIC 9(8) VALUE 0.
       1 MONTH-END-NUMERIC        PIC 9(8) VALUE 0.
       1 MONTH-END-DATE           PIC X(8) VALUE SPACES.
       1 DATE-NUMERIC             PIC 9(8) VALUE 0.

      * The order keys collected before the posting pass
       1 ORDER-KEY-TABLE.
       1 ORDERS-EXECUTED          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ORDERS-SKIPPED           PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ORDERS-EXPIRED           PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ORDERS-DEFERRED          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 AMOUNT-MOVED             PIC S9(11)V99 COMP-3 VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
      * clock
       COPY BUSDATE.

      * Commarea for the shared POSTCKPR posting checkpoint routine
      * - each order moves the checkpoint on in its own unit of work
       COPY POSTCKCA.

       1 POSTCKPR-PROGRAM         PIC X(8) VALUE 'POSTCKPR'.

      * Commarea for the shared BUSCALR calendar routine - the
      * previous business date, and whether tonight is a business
      * day in the paying account's currency
       COPY BUSCALCA.

       1 BUSCALR-PROGRAM          PIC X(8) VALUE 'BUSCALR'.

      * How tonight's run started, kept for the report - a fresh
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
       1 ORDERS-BYPASSED          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 RESTART-DISPLAY          PIC ZZZ9.

      * Set when an order's checkpoint could not be taken - the
      * order is backed out and the run stops, so nothing is ever
      * posted that a rerun would not know about
       1 CHECKPOINT-FAILED-SWITCH PIC X(1) VALUE 'N'.
         88 CHECKPOINT-FAILED              VALUE 'Y'.

      * Commarea for the shared RUNCTLR run-control routine - this
      * job records itself on the RUNCTL ledger before it touches
      * anything
       COPY RUNCTLCA.

       1 RUNCTLR-PROGRAM          PIC X(8) VALUE 'RUNCTLR'.

      * What tonight's ledger entry closes with - an orderly
      * failure exit flips it to FAILED before RECORD-RUN-END
       1 RUN-OUTCOME-VALUE         PIC X(8) VALUE 'ENDED-OK'.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------

      * Tonight's ledger entry first - the run only proceeds once
      * the run-control routine has recorded it
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             DISPLAY '*** STORDRUN: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'STORDRUN: Starting standing order posting run'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

      *    The business date, not the wall clock, is what tonight
      *    runs against
           PERFORM GET-BUSINESS-DATE
           PERFORM GET-PREVIOUS-BUSINESS-DATE

      *    Where tonight's posting stands for the business date - a
      *    fresh run, a restart after a failure, or already done
           PERFORM START-POSTING-CHECKPOINT

           IF NOT KC-OK
             DISPLAY '*** STORDRUN: Posting checkpoint error - '
                     'no orders posted'
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM WRITE-REPORT-HEADER

           IF ALREADY-COMPLETE
             DISPLAY 'STORDRUN: Already completed for business date '
                     TODAYS-DATE ' - nothing posted'
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM COLLECT-ORDER-KEYS

           MOVE 1 TO ORDER-KEY-INDEX
           PERFORM PROCESS-ONE-ORDER
                   UNTIL ORDER-KEY-INDEX > ORDER-KEY-COUNT
                      OR CHECKPOINT-FAILED

      *    A run that stopped on a checkpoint failure stays RUNNING
      *    on the checkpoint, so the rerun resumes where it stopped
           IF CHECKPOINT-FAILED
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           ELSE
             PERFORM COMPLETE-POSTING-CHECKPOINT
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY 'STORDRUN: Completed - executed: ' ORDERS-EXECUTED
                   ' skipped: ' ORDERS-SKIPPED
                   ' expired: ' ORDERS-EXPIRED
                   ' deferred: ' ORDERS-DEFERRED

      * Close tonight's ledger entry with the run's outcome
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
      * --------------------------------------------------------------

      * Collect the key of every active order that needs attention
      * tonight - fallen due since the last business date or not
      * yet paid for its latest due date, carrying a retry from an
      * earlier skip, or past its expiry date - so the posting pass
      * never runs with a browse open against the file it updates
       COLLECT-ORDER-KEYS.
           MOVE 0   TO ORDER-KEY-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             PERFORM SET-SCHEDULED-DATE
             IF SD-STATUS-ACTIVE AND
                SD-LAST-RUN-DATE NOT = TODAYS-DATE AND
                ( ( SD-EXPIRY-DATE NOT = SPACES AND
                    SD-EXPIRY-DATE < TODAYS-DATE )     OR
                  ( SD-LAST-RUN-DATE = SPACES AND
                    SCHEDULED-DATE > PREVIOUS-BUSINESS-DATE ) OR
                  ( SD-LAST-RUN-DATE NOT = SPACES AND
                    SD-LAST-RUN-DATE < SCHEDULED-DATE ) OR
                  ( SD-RETRY-COUNT > 0 AND
                    SD-LAST-RUN-DATE < TODAYS-DATE ) )
               ADD 1 TO ORDER-KEY-COUNT
           END-IF
           .

      * The latest date the order fell due on, not after tonight -
      * this month's day of month, or last month's if that is
      * still to come
       SET-SCHEDULED-DATE.
           MOVE TODAYS-DATE(1:4) TO SCHED-YEAR
           MOVE TODAYS-DATE(5:2) TO SCHED-MONTH
           PERFORM HOLD-TO-MONTH-END

           IF SCHEDULED-DATE > TODAYS-DATE
             IF SCHED-MONTH = 1
               MOVE 12 TO SCHED-MONTH
               SUBTRACT 1 FROM SCHED-YEAR
             ELSE
               SUBTRACT 1 FROM SCHED-MONTH
             END-IF
             PERFORM HOLD-TO-MONTH-END
           END-IF
           .

      * Day of month in SCHED-YEAR/SCHED-MONTH, held to the month's
      * last day - an order for the 31st falls due on the 30th of a
      * 30-day month and the 28th or 29th of February
       HOLD-TO-MONTH-END.
           IF SCHED-MONTH = 12
             COMPUTE NEXT-MONTH-START =
                     ( SCHED-YEAR + 1 ) * 10000 + 0101
           ELSE
             COMPUTE NEXT-MONTH-START =
                     SCHED-YEAR * 10000 + ( SCHED-MONTH + 1 ) * 100
                     + 1
           END-IF
           COMPUTE MONTH-END-NUMERIC = FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE ( NEXT-MONTH-START ) - 1 )
           MOVE MONTH-END-NUMERIC TO MONTH-END-DATE

           IF SD-DAY-OF-MONTH > MONTH-END-DATE(7:2)
             MOVE MONTH-END-DATE(7:2) TO SCHED-DAY
           ELSE
             MOVE SD-DAY-OF-MONTH     TO SCHED-DAY
           END-IF

           MOVE SCHEDULED-PARTS TO SCHEDULED-DATE
           .

      * An order at or before the checkpoint was dealt with by the
      * run that failed, and is passed over
       PROCESS-ONE-ORDER.
           IF OK-ORDER-KEY ( ORDER-KEY-INDEX )
              NOT > RESUME-AFTER-KEY(1:6)
             ADD 1 TO ORDERS-BYPASSED
           ELSE
             PERFORM PROCESS-ORDER
           END-IF

           ADD 1 TO ORDER-KEY-INDEX
           .

      * One collected order: re-read it for update, expire it if
      * its expiry date has passed, otherwise test the paying
      * account's headroom and post or skip it - or hold it back
      * while tonight is a holiday in the paying account's
      * currency - each outcome its own unit of work, with the
      * checkpoint moved on inside it
       PROCESS-ORDER.
           MOVE OK-ORDER-KEY ( ORDER-KEY-INDEX ) TO SD-KEY

           EXEC CICS READ FILE    ( STORDER-FILE )
                 IF MATCHED-ACCT-INDEX = 0
                   PERFORM SKIP-ORDER
                 ELSE
                   PERFORM CHECK-CURRENCY-BUSINESS-DAY
                   EVALUATE TRUE
                     WHEN NOT BK-IS-BUSINESS-DAY
                       PERFORM DEFER-ORDER
                     WHEN PROJECTED-BALANCE <
                        ( 0 - CA-OVERDRAFT ( MATCHED-ACCT-INDEX ) )
                       PERFORM SKIP-ORDER
                     WHEN OTHER
                       PERFORM POST-ORDER
                   END-EVALUATE
                 END-IF
             END-EVALUATE
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF
           .

      * Mark an order whose expiry date has passed as expired, so
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           PERFORM COMMIT-ORDER
           IF NOT CHECKPOINT-FAILED
             ADD 1 TO ORDERS-EXPIRED
             PERFORM WRITE-EXPIRED-LINE
           END-IF
           .

      * Work out the balance the paying account would be left on -
           END-IF
           .

      * Is tonight a business day in the paying account's
      * currency? If the calendar cannot say, the order is paid as
      * it always was rather than held
       CHECK-CURRENCY-BUSINESS-DAY.
           INITIALIZE BUSCAL-COMMAREA
           MOVE 'T'         TO BK-FUNCTION
           MOVE CA-CURRENCY-CODE ( MATCHED-ACCT-INDEX )
                            TO BK-CURRENCY-CODE
           MOVE TODAYS-DATE TO BK-DATE
           PERFORM LINK-TO-BUSCALR

           IF NOT BK-OK
             DISPLAY '*** STORDRUN: Calendar status ' BK-STATUS
                     ' testing ' BK-CURRENCY-CODE ' ' TODAYS-DATE
                     ' for order ' SD-KEY ' - paid as due'
             MOVE 'Y' TO BK-BUSINESS-DAY
           END-IF
           .

      * Tonight is a holiday in the paying account's currency - the
      * order is left due and is paid on the next business date.
      * An order never yet run is stamped with the previous
      * business date, so that catch-up still finds it
       DEFER-ORDER.
           IF SD-LAST-RUN-DATE = SPACES
             MOVE PREVIOUS-BUSINESS-DATE TO SD-LAST-RUN-DATE

             EXEC CICS REWRITE FILE ( STORDER-FILE )
                               FROM ( STORDER-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           PERFORM COMMIT-ORDER
           IF NOT CHECKPOINT-FAILED
             ADD 1 TO ORDERS-DEFERRED
             PERFORM WRITE-DEFERRED-LINE
           END-IF
           .

      * The order cannot post tonight - step up its retry count and
      * note tonight's date, so it is retried on following nights,
      * and report the skip
                             RESP2( COMMAND-RESP2 )
           END-EXEC

      *    The customer hears of the first skip only - the retries
      *    that follow are the same missed payment
           IF SD-RETRY-COUNT = 1
             PERFORM QUEUE-SKIP-LETTER
           END-IF

           PERFORM COMMIT-ORDER
           IF NOT CHECKPOINT-FAILED
             ADD 1 TO ORDERS-SKIPPED
             PERFORM WRITE-SKIPPED-LINE
           END-IF
           .

      * Queue the customer's letter about the skipped order on
      * CORRQ for the CORRPRT print run, in the skip's own unit of
      * work - the order number and the date of the skip are the
      * event reference
       QUEUE-SKIP-LETTER.
           INITIALIZE CORRQ-RECORD
           MOVE SD-CUST-NO            TO CO-CUST-NO
           MOVE 'SOSKIP  '            TO CO-EVENT-TYPE
           MOVE SD-FROM-ACCT          TO CO-ACCT-NUMBER
           MOVE SD-ORDER-NO           TO CO-EVENT-REF(1:2)
           MOVE TODAYS-DATE           TO CO-EVENT-REF(3:8)
           MOVE TODAYS-DATE           TO CO-EVENT-DATE
           MOVE SD-AMOUNT             TO CO-AMOUNT
           STRING 'ORDER TO ACCOUNT '   DELIMITED BY SIZE
                  SD-TO-ACCT            DELIMITED BY SIZE
                INTO CO-DETAIL-TEXT
           MOVE 'STORDRUN'            TO CO-RAISED-BY
           MOVE FUNCTION CURRENT-DATE TO CO-QUEUED-TS
           MOVE 'Q'                   TO CO-STATUS

           EXEC CICS WRITE FILE   ( CORRQ-FILE )
                           FROM   ( CORRQ-RECORD )
                           RIDFLD ( CO-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) AND
              COMMAND-RESP NOT = DFHRESP(DUPREC)
             DISPLAY '*** STORDRUN: Error ' COMMAND-RESP
                     ' queueing skip letter for order ' SD-KEY
           END-IF
           .

      * Post the due order as a debit/credit pair through the

           IF ORDER-OK
             INITIALIZE TXNPOST-COMMAREA
             MOVE 'STORDRUN'    TO TP-OPERATOR-ID
             MOVE 'STO'         TO TP-CHANNEL-CODE
             MOVE SD-CUST-NO    TO TP-CUST-NO
             MOVE SD-FROM-ACCT  TO TP-ACCT-NUMBER
             MOVE 'STNDORDER '  TO TP-TX-TYPE

           IF ORDER-OK
             INITIALIZE TXNPOST-COMMAREA
             MOVE 'STORDRUN'    TO TP-OPERATOR-ID
             MOVE 'STO'         TO TP-CHANNEL-CODE
             MOVE TO-CUST-NO    TO TP-CUST-NO
             MOVE SD-TO-ACCT    TO TP-ACCT-NUMBER
             MOVE 'STNDORDER '  TO TP-TX-TYPE
                               RESP2( COMMAND-RESP2 )
             END-EXEC

             PERFORM COMMIT-ORDER
             IF NOT CHECKPOINT-FAILED
               ADD 1 TO ORDERS-EXECUTED
               ADD SD-AMOUNT TO AMOUNT-MOVED
               PERFORM WRITE-EXECUTED-LINE
             END-IF
           ELSE
      *      One side failed - back the pair out together, then in
      *      a fresh unit of work step up the retry count so the
             END-EXEC
           END-IF

           PERFORM COMMIT-ORDER
           IF NOT CHECKPOINT-FAILED
             ADD 1 TO ORDERS-SKIPPED
             PERFORM WRITE-SKIPPED-LINE
           END-IF
           .

      * Move the checkpoint on to the order and commit the order's
      * unit of work with it. If the checkpoint cannot be taken the
      * order is backed out and the run stops
       COMMIT-ORDER.
           MOVE 'C'         TO KC-FUNCTION
           MOVE 'STOR'      TO KC-JOB-ID
           MOVE TODAYS-DATE TO KC-BUSINESS-DATE
           MOVE SD-KEY      TO KC-LAST-KEY
           PERFORM LINK-TO-POSTCKPR

           IF KC-OK
             EXEC CICS SYNCPOINT END-EXEC
           ELSE
             DISPLAY '*** STORDRUN: Posting checkpoint failed at '
                     'order ' SD-KEY ' - order backed out, run stopped'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE 'Y' TO CHECKPOINT-FAILED-SWITCH
           END-IF
           .

      * One LINK to the shared posting routine
           END-IF
           .

      * Run header of the run report, and whether tonight was a
      * fresh run, a restart and where it resumed, or a date
      * already done
       WRITE-REPORT-HEADER.
           MOVE SPACES TO STORDRP-RECORD
           STRING 'STANDING ORDER POSTING RUN ' DELIMITED BY SIZE
                  RUN-TIMESTAMP                 DELIMITED BY SIZE
                INTO SG-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO STORDRP-RECORD
           EVALUATE TRUE
             WHEN FRESH-RUN
               STRING '  FRESH RUN FOR BUSINESS DATE ' DELIMITED BY SIZE
                      TODAYS-DATE                      DELIMITED BY SIZE
                    INTO SG-PRINT-LINE
             WHEN ALREADY-COMPLETE
               STRING '  ALREADY COMPLETED FOR BUSINESS DATE '
                                                       DELIMITED BY SIZE
                      TODAYS-DATE                      DELIMITED BY SIZE
                      ' - NOTHING POSTED'              DELIMITED BY SIZE
                    INTO SG-PRINT-LINE
             WHEN RESUME-AFTER-KEY = LOW-VALUES
               MOVE RESTART-NUMBER TO RESTART-DISPLAY
               STRING '  RESTART '                     DELIMITED BY SIZE
                      RESTART-DISPLAY                  DELIMITED BY SIZE
                      ' FOR BUSINESS DATE '            DELIMITED BY SIZE
                      TODAYS-DATE                      DELIMITED BY SIZE
                      ' - NOTHING COMMITTED BEFORE, RESUMED FROM '
                                                       DELIMITED BY SIZE
                      'THE START'                      DELIMITED BY SIZE
                    INTO SG-PRINT-LINE
             WHEN OTHER
               MOVE RESTART-NUMBER    TO RESTART-DISPLAY
               MOVE ITEMS-DONE-BEFORE TO COUNT-DISPLAY
               STRING '  RESTART '                     DELIMITED BY SIZE
                      RESTART-DISPLAY                  DELIMITED BY SIZE
                      ' FOR BUSINESS DATE '            DELIMITED BY SIZE
                      TODAYS-DATE                      DELIMITED BY SIZE
                      ' - RESUMED AFTER ORDER '        DELIMITED BY SIZE
                      RESUME-AFTER-KEY(1:4)            DELIMITED BY SIZE
                      '/'                              DELIMITED BY SIZE
                      RESUME-AFTER-KEY(5:2)            DELIMITED BY SIZE
                      ', '                             DELIMITED BY SIZE
                      COUNT-DISPLAY                    DELIMITED BY SIZE
                      ' ORDERS ALREADY DONE'           DELIMITED BY SIZE
                    INTO SG-PRINT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           IF RESTARTED-RUN
             MOVE SPACES TO STORDRP-RECORD
             STRING '  RUN FIRST STARTED '            DELIMITED BY SIZE
                    FIRST-START-TS                    DELIMITED BY SIZE
                    ' - TOTALS BELOW ARE THIS RUN ONLY'
                                                      DELIMITED BY SIZE
                  INTO SG-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

      * One line per order executed tonight
           PERFORM WRITE-REPORT-LINE
           .

      * One line per order held back for a currency holiday
       WRITE-DEFERRED-LINE.
           MOVE SD-AMOUNT TO ITEM-AMOUNT-DISPLAY
           MOVE SPACES TO STORDRP-RECORD
           STRING '  DEFERRED - ORDER ' DELIMITED BY SIZE
                  SD-CUST-NO            DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  SD-ORDER-NO           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  ITEM-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  BK-CURRENCY-CODE      DELIMITED BY SIZE
                  ' HOLIDAY - PAID NEXT BUSINESS DAY'
                                        DELIMITED BY SIZE
                INTO SG-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per order expired tonight
       WRITE-EXPIRED-LINE.
           MOVE SPACES TO STORDRP-RECORD
                INTO SG-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ORDERS-DEFERRED TO COUNT-DISPLAY
           MOVE SPACES TO STORDRP-RECORD
           STRING '  ORDERS DEFERRED: ' DELIMITED BY SIZE
                  COUNT-DISPLAY         DELIMITED BY SIZE
                INTO SG-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE AMOUNT-MOVED TO AMOUNT-DISPLAY
           MOVE SPACES TO STORDRP-RECORD
           STRING '  AMOUNT MOVED:    ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY        DELIMITED BY SIZE
                INTO SG-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF RESTARTED-RUN
             MOVE ORDERS-BYPASSED TO COUNT-DISPLAY
             MOVE SPACES TO STORDRP-RECORD
             STRING '  ORDERS BEFORE RESTART: ' DELIMITED BY SIZE
                    COUNT-DISPLAY               DELIMITED BY SIZE
                  INTO SG-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF CHECKPOINT-FAILED
             MOVE SPACES TO STORDRP-RECORD
             STRING '  *** STOPPED ON A POSTING CHECKPOINT ERROR - '
                                                    DELIMITED BY SIZE
                    'RERUN TO RESUME'               DELIMITED BY SIZE
                  INTO SG-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

      * Write one print line to the run report
           END-IF
           .

      * The business date before tonight's on the home calendar -
      * if the calendar cannot say, the day before, as the run
      * always assumed
       GET-PREVIOUS-BUSINESS-DATE.
           INITIALIZE BUSCAL-COMMAREA
           MOVE 'P'         TO BK-FUNCTION
           MOVE SPACES      TO BK-CURRENCY-CODE
           MOVE TODAYS-DATE TO BK-DATE
           PERFORM LINK-TO-BUSCALR

           IF BK-OK
             MOVE BK-RESULT-DATE TO PREVIOUS-BUSINESS-DATE
           ELSE
             DISPLAY '*** STORDRUN: Calendar status ' BK-STATUS
                     ' finding the business date before '
                     TODAYS-DATE ' - using the day before'
             MOVE TODAYS-DATE TO DATE-NUMERIC
             COMPUTE DATE-NUMERIC = FUNCTION DATE-OF-INTEGER (
                     FUNCTION INTEGER-OF-DATE ( DATE-NUMERIC ) - 1 )
             MOVE DATE-NUMERIC TO PREVIOUS-BUSINESS-DATE
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

      * Tonight's posting checkpoint for the business date, via
      * the shared POSTCKPR routine - kept for the report and,
      * unless the date is already done, committed at once so the
      * run's first rollback cannot erase it
       START-POSTING-CHECKPOINT.
           INITIALIZE POSTCKPT-COMMAREA
           MOVE 'S'         TO KC-FUNCTION
           MOVE 'STOR'      TO KC-JOB-ID
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

      * Mark the business date complete - a rerun now posts nothing
       COMPLETE-POSTING-CHECKPOINT.
           INITIALIZE POSTCKPT-COMMAREA
           MOVE 'E'         TO KC-FUNCTION
           MOVE 'STOR'      TO KC-JOB-ID
           MOVE TODAYS-DATE TO KC-BUSINESS-DATE
           PERFORM LINK-TO-POSTCKPR

           IF KC-OK
             EXEC CICS SYNCPOINT END-EXEC
           ELSE
             DISPLAY '*** STORDRUN: Could not mark business date '
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

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the run has no prerequisites of
      * its own
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'STOR' TO RN-JOB-ID
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
           MOVE 'STOR'     TO RN-JOB-ID
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

       END PROGRAM 'STORDRUN'.
