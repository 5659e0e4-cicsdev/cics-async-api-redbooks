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
      *  LOANARRS
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * LOANARRS - Nightly loan arrears report. The LOANSERV
      * servicing run keeps each loan's arrears position on LOANARR
      * - past-due amount, days past due and the aging bucket - but
      * the collections manager had no view of the book as a whole.
      * This job walks every active LOANMAST loan, looks up its
      * arrears position and writes the LOANARRP report:
      *
      *   - one line per loan in arrears, grouped by aging bucket
      *     oldest first (90+, 60-89, 30-59, 1-29 days), with the
      *     past-due amount, missed instalment count, outstanding
      *     balance, assigned collector and any promise to pay -
      *     flagged BROKEN when its date has passed
      *
      *   - the portfolio summary by bucket, current included:
      *     loan count, outstanding balance, past-due amount and
      *     each bucket's share of the outstanding book
      *
      * The arrears are read as LOANSERV left them tonight, so the
      * run declares LSRV as its prerequisite on the RUNCTL ledger.
      * Loans in arrears are held in a table as the file is read,
      * so the detail can be printed bucket by bucket without a
      * second pass over LOANMAST.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'LARR' - see jcl/LOANARRS.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. LOANARRS.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY LOANMAST.
       COPY LOANARR.
       COPY LOANARRP.

       1 FILE-NAMES.
         2 LOANMAST-FILE          PIC X(8) VALUE 'LOANMAST'.
         2 LOANARR-FILE           PIC X(8) VALUE 'LOANARR'.
         2 LOANARRP-FILE          PIC X(8) VALUE 'LOANARRP'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * The aging buckets in report order, current first - the
      * codes LOANSERV sets in LA-BUCKET and the label each prints
      * under
       1 BUCKET-CODE-VALUES       PIC X(15) VALUE 'CUR1  30 60 90+'.
       1 BUCKET-CODE-TABLE REDEFINES BUCKET-CODE-VALUES.
         2 BUCKET-CODE            PIC X(3) OCCURS 5 TIMES.
       1 BUCKET-LABEL-VALUES.
         2 FILLER                 PIC X(10) VALUE 'CURRENT   '.
         2 FILLER                 PIC X(10) VALUE '1-29 DAYS '.
         2 FILLER                 PIC X(10) VALUE '30-59 DAYS'.
         2 FILLER                 PIC X(10) VALUE '60-89 DAYS'.
         2 FILLER                 PIC X(10) VALUE '90+ DAYS  '.
       1 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
         2 BUCKET-LABEL           PIC X(10) OCCURS 5 TIMES.
       1 BUCKET-INDEX             PIC S9(4) COMP-5 SYNC VALUE 0.

      * Portfolio totals per bucket, and for the whole book
       1 BUCKET-TOTALS.
         2 BUCKET-TOTAL OCCURS 5 TIMES.
           3 BT-LOAN-COUNT        PIC S9(8) COMP-5 SYNC.
           3 BT-BALANCE           PIC S9(11)V99 COMP-3.
           3 BT-PAST-DUE          PIC S9(11)V99 COMP-3.
       1 BOOK-LOAN-COUNT          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 BOOK-BALANCE             PIC S9(11)V99 COMP-3 VALUE 0.
       1 BOOK-PAST-DUE            PIC S9(11)V99 COMP-3 VALUE 0.
       1 BOOK-PERCENT             PIC S9(3)V99 COMP-3 VALUE 0.

      * The loans in arrears, held for the bucket-by-bucket detail
       1 ARREARS-TABLE.
         2 ARREARS-ENTRY OCCURS 2000 TIMES.
           3 AT-LOAN-ACCT         PIC X(8).
           3 AT-CUST-NO           PIC X(4).
           3 AT-BUCKET-INDEX      PIC S9(4) COMP.
           3 AT-DAYS-PAST-DUE     PIC S9(4) COMP.
           3 AT-PAST-DUE-AMOUNT   PIC S9(9)V99 COMP-3.
           3 AT-MISSED-COUNT      PIC S9(4) COMP.
           3 AT-BALANCE           PIC S9(9)V99 COMP-3.
           3 AT-ASSIGNED-OPER     PIC X(8).
           3 AT-PROMISE-DATE      PIC X(8).
       1 ARREARS-COUNT            PIC S9(4) COMP-5 SYNC VALUE 0.
       1 ARREARS-INDEX            PIC S9(4) COMP-5 SYNC VALUE 0.

      * Set when more loans are in arrears than the table holds -
      * the summary still counts them all
       1 TABLE-FULL-SWITCH        PIC X(1) VALUE 'N'.
         88 TABLE-FULL                     VALUE 'Y'.

       1 BROKEN-PROMISE-TEXT      PIC X(7) VALUE SPACES.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -99999999999.99.
       1 PAST-DUE-DISPLAY         PIC -99999999999.99.
       1 ITEM-AMOUNT-DISPLAY      PIC -9999999.99.
       1 BALANCE-DISPLAY          PIC -9999999.99.
       1 PERCENT-DISPLAY          PIC ZZ9.99.
       1 DAYS-DISPLAY             PIC ZZZ9.
       1 MISSED-DISPLAY           PIC ZZ9.

      * The DROL-maintained business-date control record, read so
      * this job reports on the business date rather than the wall
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
      * the run-control routine is satisfied LOANSERV completed
      * tonight
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             IF RN-PREREQ-MISSING
               DISPLAY '*** LOANARRS: Prerequisite ' RN-FAILED-PREREQ
                       ' has not completed tonight - run refused'
             ELSE
               DISPLAY '*** LOANARRS: Run-control ledger error - '
                       'run refused'
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'LOANARRS: Starting nightly loan arrears report'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

      *    The business date, not the wall clock, is what tonight
      *    reports against
           PERFORM GET-BUSINESS-DATE

           INITIALIZE BUCKET-TOTALS

           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-LOAN-BOOK

      *    The detail, worst bucket first
           MOVE 5 TO BUCKET-INDEX
           PERFORM WRITE-BUCKET-DETAIL
                   UNTIL BUCKET-INDEX < 2

           PERFORM WRITE-PORTFOLIO-SUMMARY

           DISPLAY 'LOANARRS: Completed - loans: ' BOOK-LOAN-COUNT
                   ' in arrears: ' ARREARS-COUNT

      * Close tonight's ledger entry - the job came out clean
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Browse every loan on LOANMAST, adding each active one into
      * the totals of its bucket
       READ-LOAN-BOOK.
           MOVE 0   TO ARREARS-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( LOANMAST-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM READ-NEXT-LOAN UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( LOANMAST-FILE ) END-EXEC
           END-IF
           .

       READ-NEXT-LOAN.
           EXEC CICS READNEXT FILE ( LOANMAST-FILE )
                              INTO ( LOANMAST-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF LM-STATUS-ACTIVE
               PERFORM ADD-LOAN-TO-BUCKET
             END-IF
           END-IF
           .

      * A loan with no arrears record, or one whose arrears are
      * cleared, is current
       ADD-LOAN-TO-BUCKET.
           MOVE LM-LOAN-ACCT TO LA-LOAN-ACCT

           EXEC CICS READ FILE    ( LOANARR-FILE )
                          INTO    ( LOANARR-RECORD )
                          RIDFLD  ( LA-LOAN-ACCT )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           MOVE 1 TO BUCKET-INDEX
           IF COMMAND-RESP = DFHRESP(NORMAL) AND LA-STATUS-IN-ARREARS
             EVALUATE TRUE
               WHEN LA-BUCKET-90-PLUS
                 MOVE 5 TO BUCKET-INDEX
               WHEN LA-BUCKET-60-89
                 MOVE 4 TO BUCKET-INDEX
               WHEN LA-BUCKET-30-59
                 MOVE 3 TO BUCKET-INDEX
               WHEN OTHER
                 MOVE 2 TO BUCKET-INDEX
             END-EVALUATE
           END-IF

           ADD 1          TO BT-LOAN-COUNT ( BUCKET-INDEX )
           ADD LM-BALANCE TO BT-BALANCE ( BUCKET-INDEX )
           ADD 1          TO BOOK-LOAN-COUNT
           ADD LM-BALANCE TO BOOK-BALANCE

           IF BUCKET-INDEX > 1
             ADD LA-PAST-DUE-AMOUNT TO BT-PAST-DUE ( BUCKET-INDEX )
             ADD LA-PAST-DUE-AMOUNT TO BOOK-PAST-DUE
             PERFORM HOLD-ARREARS-ENTRY
           END-IF
           .

      * Keep the loan for the detail section
       HOLD-ARREARS-ENTRY.
           IF ARREARS-COUNT >= 2000
             MOVE 'Y' TO TABLE-FULL-SWITCH
           ELSE
             ADD 1 TO ARREARS-COUNT
             MOVE LA-LOAN-ACCT
               TO AT-LOAN-ACCT ( ARREARS-COUNT )
             MOVE LM-CUST-NO
               TO AT-CUST-NO ( ARREARS-COUNT )
             MOVE BUCKET-INDEX
               TO AT-BUCKET-INDEX ( ARREARS-COUNT )
             MOVE LA-DAYS-PAST-DUE
               TO AT-DAYS-PAST-DUE ( ARREARS-COUNT )
             MOVE LA-PAST-DUE-AMOUNT
               TO AT-PAST-DUE-AMOUNT ( ARREARS-COUNT )
             MOVE LA-MISSED-COUNT
               TO AT-MISSED-COUNT ( ARREARS-COUNT )
             MOVE LM-BALANCE
               TO AT-BALANCE ( ARREARS-COUNT )
             MOVE LA-ASSIGNED-OPER
               TO AT-ASSIGNED-OPER ( ARREARS-COUNT )
             MOVE LA-PROMISE-DATE
               TO AT-PROMISE-DATE ( ARREARS-COUNT )
           END-IF
           .

      * One bucket's loans in arrears, under a heading line
       WRITE-BUCKET-DETAIL.
           IF BT-LOAN-COUNT ( BUCKET-INDEX ) > 0
             MOVE SPACES TO LOANARRP-RECORD
             PERFORM WRITE-REPORT-LINE

             MOVE SPACES TO LOANARRP-RECORD
             STRING 'PAST DUE '                  DELIMITED BY SIZE
                    BUCKET-LABEL ( BUCKET-INDEX ) DELIMITED BY SIZE
                  INTO LR-PRINT-LINE
             PERFORM WRITE-REPORT-LINE

             MOVE 1 TO ARREARS-INDEX
             PERFORM WRITE-ARREARS-LINE
                     UNTIL ARREARS-INDEX > ARREARS-COUNT
           END-IF

           SUBTRACT 1 FROM BUCKET-INDEX
           .

       WRITE-ARREARS-LINE.
           IF AT-BUCKET-INDEX ( ARREARS-INDEX ) = BUCKET-INDEX
             MOVE AT-DAYS-PAST-DUE ( ARREARS-INDEX ) TO DAYS-DISPLAY
             MOVE AT-PAST-DUE-AMOUNT ( ARREARS-INDEX )
               TO ITEM-AMOUNT-DISPLAY
             MOVE AT-MISSED-COUNT ( ARREARS-INDEX ) TO MISSED-DISPLAY
             MOVE AT-BALANCE ( ARREARS-INDEX ) TO BALANCE-DISPLAY

             MOVE SPACES TO BROKEN-PROMISE-TEXT
             IF AT-PROMISE-DATE ( ARREARS-INDEX ) NOT = SPACES AND
                AT-PROMISE-DATE ( ARREARS-INDEX ) < TODAYS-DATE
               MOVE ' BROKEN' TO BROKEN-PROMISE-TEXT
             END-IF

             MOVE SPACES TO LOANARRP-RECORD
             STRING '  LOAN '                DELIMITED BY SIZE
                    AT-LOAN-ACCT ( ARREARS-INDEX ) DELIMITED BY SIZE
                    ' CUST '                 DELIMITED BY SIZE
                    AT-CUST-NO ( ARREARS-INDEX ) DELIMITED BY SIZE
                    ' DAYS '                 DELIMITED BY SIZE
                    DAYS-DISPLAY             DELIMITED BY SIZE
                    ' PAST DUE '             DELIMITED BY SIZE
                    ITEM-AMOUNT-DISPLAY      DELIMITED BY SIZE
                    ' MISSED '               DELIMITED BY SIZE
                    MISSED-DISPLAY           DELIMITED BY SIZE
                    ' BALANCE '              DELIMITED BY SIZE
                    BALANCE-DISPLAY          DELIMITED BY SIZE
                    ' COLLECTOR '            DELIMITED BY SIZE
                    AT-ASSIGNED-OPER ( ARREARS-INDEX )
                                             DELIMITED BY SIZE
                    ' PROMISE '              DELIMITED BY SIZE
                    AT-PROMISE-DATE ( ARREARS-INDEX )
                                             DELIMITED BY SIZE
                    BROKEN-PROMISE-TEXT      DELIMITED BY SIZE
                  INTO LR-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           ADD 1 TO ARREARS-INDEX
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO LOANARRP-RECORD
           STRING 'LOAN ARREARS REPORT '  DELIMITED BY SIZE
                  RUN-TIMESTAMP           DELIMITED BY SIZE
                  '  BUSINESS DATE '      DELIMITED BY SIZE
                  TODAYS-DATE             DELIMITED BY SIZE
                INTO LR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The book by bucket - count, balance, past due and each
      * bucket's share of the outstanding balance - then the whole
      * book
       WRITE-PORTFOLIO-SUMMARY.
           MOVE SPACES TO LOANARRP-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO LOANARRP-RECORD
           STRING 'PORTFOLIO BY AGING BUCKET' DELIMITED BY SIZE
                INTO LR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO LOANARRP-RECORD
           STRING '  BUCKET         LOANS          BALANCE'
                                               DELIMITED BY SIZE
                  '         PAST DUE  % OF BOOK' DELIMITED BY SIZE
                INTO LR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO BUCKET-INDEX
           PERFORM WRITE-BUCKET-SUMMARY-LINE
                   UNTIL BUCKET-INDEX > 5

           MOVE BOOK-LOAN-COUNT TO COUNT-DISPLAY
           MOVE BOOK-BALANCE    TO AMOUNT-DISPLAY
           MOVE BOOK-PAST-DUE   TO PAST-DUE-DISPLAY
           IF BOOK-BALANCE > 0
             MOVE 100 TO BOOK-PERCENT
           ELSE
             MOVE 0   TO BOOK-PERCENT
           END-IF
           MOVE BOOK-PERCENT    TO PERCENT-DISPLAY

           MOVE SPACES TO LOANARRP-RECORD
           STRING '  TOTAL     '   DELIMITED BY SIZE
                  COUNT-DISPLAY    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  AMOUNT-DISPLAY   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  PAST-DUE-DISPLAY DELIMITED BY SIZE
                  '     '          DELIMITED BY SIZE
                  PERCENT-DISPLAY  DELIMITED BY SIZE
                INTO LR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF TABLE-FULL
             MOVE SPACES TO LOANARRP-RECORD
             STRING '  *** MORE THAN 2000 LOANS IN ARREARS - DETAIL'
                                               DELIMITED BY SIZE
                    ' ABOVE IS INCOMPLETE, TOTALS ARE NOT'
                                               DELIMITED BY SIZE
                  INTO LR-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

       WRITE-BUCKET-SUMMARY-LINE.
           MOVE BT-LOAN-COUNT ( BUCKET-INDEX ) TO COUNT-DISPLAY
           MOVE BT-BALANCE ( BUCKET-INDEX )    TO AMOUNT-DISPLAY
           MOVE BT-PAST-DUE ( BUCKET-INDEX )   TO PAST-DUE-DISPLAY

           IF BOOK-BALANCE > 0
             COMPUTE BOOK-PERCENT ROUNDED =
                     BT-BALANCE ( BUCKET-INDEX ) * 100 / BOOK-BALANCE
           ELSE
             MOVE 0 TO BOOK-PERCENT
           END-IF
           MOVE BOOK-PERCENT TO PERCENT-DISPLAY

           MOVE SPACES TO LOANARRP-RECORD
           STRING '  '                          DELIMITED BY SIZE
                  BUCKET-LABEL ( BUCKET-INDEX ) DELIMITED BY SIZE
                  COUNT-DISPLAY                 DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  AMOUNT-DISPLAY                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  PAST-DUE-DISPLAY              DELIMITED BY SIZE
                  '     '                       DELIMITED BY SIZE
                  PERCENT-DISPLAY               DELIMITED BY SIZE
                INTO LR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO BUCKET-INDEX
           .

       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( LOANARRP-FILE )
                           FROM ( LOANARRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** LOANARRS: Error ' COMMAND-RESP
                     ' writing LOANARRP report line'
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
      * shared RUNCTLR routine - the start call also proves
      * tonight's LOANSERV servicing run completed
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'LARR' TO RN-JOB-ID
           MOVE 'LSRV' TO RN-PREREQ-ID (1)
           PERFORM LINK-TO-RUNCTLR

      *    Commit the RUNNING record on its own at once
           IF RN-OK
             EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      * Close tonight's ledger entry with the outcome the run
      * reports
       RECORD-RUN-END.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'E'        TO RN-FUNCTION
           MOVE 'LARR'     TO RN-JOB-ID
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

       END PROGRAM 'LOANARRS'.
