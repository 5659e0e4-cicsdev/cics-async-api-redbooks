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
      *  TELLBAL
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * TELLBAL - End-of-day teller balancing report. Tellers used to
      * balance their tills against a paper log of what they had
      * keyed. Every TXNHIST record now carries the operator who
      * made it and the channel it came in through, so this job
      * browses TXNHIST, picks out the teller-channel (TLR) postings
      * on the business date, and sums them per operator:
      *
      *   cash in  - credits other than cheque deposits
      *   cash out - debits
      *   cheques  - CHQ-DEP cheque deposits, which go into the
      *              cheque bundle, not the till
      *
      * with the net cash each till should have moved by, then the
      * branch totals, on the TELLBRP report. A high-value item a
      * supervisor approved through AUTW counts to the teller who
      * keyed it - it is that teller who took or paid the cash.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'TBAL' - see jcl/TELLBAL.jcl. Schedule
      * once the counter has closed and before the DROL date roll,
      * so the whole business day is inside the report.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. TELLBAL.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY TXNHIST.
       COPY TELLBRP.

      * The commarea 88s name the cheque deposit type
       COPY TXNPOSTC.

       1 FILE-NAMES.
         2 TXNHIST-FILE           PIC X(8) VALUE 'TXNHIST'.
         2 TELLBRP-FILE           PIC X(8) VALUE 'TELLBRP'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 BALANCING-DATE           PIC X(8) VALUE SPACES.

      * The day's counter postings summed per operator
       1 TELLER-TABLE.
         2 TELLER-ENTRY OCCURS 200 TIMES.
           3 TT-OPERATOR-ID       PIC X(8).
           3 TT-CASH-IN-COUNT     PIC S9(8) COMP-3.
           3 TT-CASH-IN-TOTAL     PIC S9(11)V99 COMP-3.
           3 TT-CASH-OUT-COUNT    PIC S9(8) COMP-3.
           3 TT-CASH-OUT-TOTAL    PIC S9(11)V99 COMP-3.
           3 TT-CHEQUE-COUNT      PIC S9(8) COMP-3.
           3 TT-CHEQUE-TOTAL      PIC S9(11)V99 COMP-3.
       1 TELLER-COUNT             PIC S9(4) COMP-5 SYNC VALUE 0.
       1 TELLER-INDEX             PIC S9(4) COMP-5 SYNC VALUE 0.
       1 MATCHED-TELLER-INDEX     PIC S9(4) COMP-5 SYNC VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * Branch totals across every operator
       1 BRANCH-CASH-IN-COUNT     PIC S9(8) COMP-3 VALUE 0.
       1 BRANCH-CASH-IN-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       1 BRANCH-CASH-OUT-COUNT    PIC S9(8) COMP-3 VALUE 0.
       1 BRANCH-CASH-OUT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       1 BRANCH-CHEQUE-COUNT      PIC S9(8) COMP-3 VALUE 0.
       1 BRANCH-CHEQUE-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.

      * The figures for the report line being printed - one
      * operator's, or the branch totals
       1 LINE-OPERATOR-ID         PIC X(8) VALUE SPACES.
       1 LINE-CASH-IN-COUNT       PIC S9(8) COMP-3 VALUE 0.
       1 LINE-CASH-IN-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       1 LINE-CASH-OUT-COUNT      PIC S9(8) COMP-3 VALUE 0.
       1 LINE-CASH-OUT-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       1 LINE-CHEQUE-COUNT        PIC S9(8) COMP-3 VALUE 0.
       1 LINE-CHEQUE-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       1 NET-CASH                 PIC S9(11)V99 COMP-3 VALUE 0.

       1 POSTINGS-SUMMED          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 POSTINGS-NOT-SUMMED      PIC S9(8) COMP-5 SYNC VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -ZZZZZZZZZZ9.99.

      * The DROL-maintained business-date control record, read so
      * this job balances the business day rather than the
      * calendar day
       COPY BUSDATE.

      * Commarea for the shared RUNCTLR run-control routine - this
      * job records itself on the RUNCTL ledger
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

      * Tonight's ledger entry first
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             DISPLAY '*** TELLBAL: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'TELLBAL: Starting teller balancing'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO BALANCING-DATE

      *    The business date, not the wall clock, is the day the
      *    tills are balanced for
           PERFORM GET-BUSINESS-DATE

           PERFORM SUM-COUNTER-POSTINGS

           PERFORM WRITE-BALANCING-REPORT

           DISPLAY 'TELLBAL: Completed - postings: ' POSTINGS-SUMMED
                   ' operators: ' TELLER-COUNT

      *    An operator the table had no room for is missing from
      *    the report - the run is not a clean one
           IF POSTINGS-NOT-SUMMED > 0
             DISPLAY '*** TELLBAL: ' POSTINGS-NOT-SUMMED
                     ' postings not summed - operator table full'
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

      * Browse the whole history file and fold every teller-channel
      * posting stamped with the business date into its operator's
      * entry
       SUM-COUNTER-POSTINGS.
           MOVE 0   TO TELLER-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( TXNHIST-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SUM-NEXT-POSTING UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( TXNHIST-FILE ) END-EXEC
           END-IF
           .

       SUM-NEXT-POSTING.
           EXEC CICS READNEXT FILE ( TXNHIST-FILE )
                              INTO ( TXNHIST-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF TH-TX-TIMESTAMP(1:8) = BALANCING-DATE AND
                TH-CHANNEL-TELLER
               PERFORM FIND-TELLER-ENTRY
               PERFORM FOLD-INTO-TELLER-ENTRY
             END-IF
           END-IF
           .

      * Find (or open) the entry for this posting's operator
       FIND-TELLER-ENTRY.
           MOVE 0 TO MATCHED-TELLER-INDEX
           MOVE 1 TO TELLER-INDEX
           PERFORM UNTIL TELLER-INDEX > TELLER-COUNT
             IF TT-OPERATOR-ID ( TELLER-INDEX ) = TH-OPERATOR-ID
               MOVE TELLER-INDEX TO MATCHED-TELLER-INDEX
               COMPUTE TELLER-INDEX = TELLER-COUNT + 1
             ELSE
               ADD 1 TO TELLER-INDEX
             END-IF
           END-PERFORM

           IF MATCHED-TELLER-INDEX = 0 AND TELLER-COUNT < 200
             ADD 1 TO TELLER-COUNT
             MOVE TELLER-COUNT TO MATCHED-TELLER-INDEX
             MOVE TH-OPERATOR-ID
               TO TT-OPERATOR-ID    ( MATCHED-TELLER-INDEX )
             MOVE 0 TO TT-CASH-IN-COUNT  ( MATCHED-TELLER-INDEX )
             MOVE 0 TO TT-CASH-IN-TOTAL  ( MATCHED-TELLER-INDEX )
             MOVE 0 TO TT-CASH-OUT-COUNT ( MATCHED-TELLER-INDEX )
             MOVE 0 TO TT-CASH-OUT-TOTAL ( MATCHED-TELLER-INDEX )
             MOVE 0 TO TT-CHEQUE-COUNT   ( MATCHED-TELLER-INDEX )
             MOVE 0 TO TT-CHEQUE-TOTAL   ( MATCHED-TELLER-INDEX )
           END-IF
           .

      * A cheque deposit goes to the cheque column, any other
      * credit is cash in, a debit is cash out (as a positive
      * figure - the cash the teller paid across the counter)
       FOLD-INTO-TELLER-ENTRY.
           MOVE TH-TX-TYPE TO TP-TX-TYPE

           IF MATCHED-TELLER-INDEX > 0
             ADD 1 TO POSTINGS-SUMMED
             EVALUATE TRUE
               WHEN TP-CHEQUE-DEPOSIT
                 ADD TH-TX-AMOUNT
                   TO TT-CHEQUE-TOTAL ( MATCHED-TELLER-INDEX )
                 ADD 1 TO TT-CHEQUE-COUNT ( MATCHED-TELLER-INDEX )
               WHEN TH-TX-AMOUNT < 0
                 SUBTRACT TH-TX-AMOUNT
                   FROM TT-CASH-OUT-TOTAL ( MATCHED-TELLER-INDEX )
                 ADD 1 TO TT-CASH-OUT-COUNT ( MATCHED-TELLER-INDEX )
               WHEN OTHER
                 ADD TH-TX-AMOUNT
                   TO TT-CASH-IN-TOTAL ( MATCHED-TELLER-INDEX )
                 ADD 1 TO TT-CASH-IN-COUNT ( MATCHED-TELLER-INDEX )
             END-EVALUATE
           ELSE
             ADD 1 TO POSTINGS-NOT-SUMMED
             DISPLAY '*** TELLBAL: Operator table full - '
                     TH-OPERATOR-ID ' not summed'
           END-IF
           .

      * The report: run header, a column heading, one line per
      * operator, the branch totals
       WRITE-BALANCING-REPORT.
           MOVE SPACES TO TELLBRP-RECORD
           STRING 'TELLER BALANCING ' DELIMITED BY SIZE
                  RUN-TIMESTAMP       DELIMITED BY SIZE
                  '  BUSINESS DATE '  DELIMITED BY SIZE
                  BALANCING-DATE      DELIMITED BY SIZE
                INTO TB-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF TELLER-COUNT = 0
             MOVE SPACES TO TELLBRP-RECORD
             MOVE '  NO COUNTER POSTINGS ON THE BUSINESS DATE'
               TO TB-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE SPACES TO TELLBRP-RECORD
             STRING '  OPERATOR     CASH IN ITEMS/TOTAL'
                                        DELIMITED BY SIZE
                    '     CASH OUT ITEMS/TOTAL'
                                        DELIMITED BY SIZE
                    '      CHEQUES ITEMS/TOTAL'
                                        DELIMITED BY SIZE
                    '          NET CASH' DELIMITED BY SIZE
                  INTO TB-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE 1 TO TELLER-INDEX
           PERFORM WRITE-ONE-TELLER
                   UNTIL TELLER-INDEX > TELLER-COUNT

           MOVE 'TOTAL   '            TO LINE-OPERATOR-ID
           MOVE BRANCH-CASH-IN-COUNT  TO LINE-CASH-IN-COUNT
           MOVE BRANCH-CASH-IN-TOTAL  TO LINE-CASH-IN-TOTAL
           MOVE BRANCH-CASH-OUT-COUNT TO LINE-CASH-OUT-COUNT
           MOVE BRANCH-CASH-OUT-TOTAL TO LINE-CASH-OUT-TOTAL
           MOVE BRANCH-CHEQUE-COUNT   TO LINE-CHEQUE-COUNT
           MOVE BRANCH-CHEQUE-TOTAL   TO LINE-CHEQUE-TOTAL
           PERFORM WRITE-FIGURES-LINE
           .

      * One operator's line, added into the branch totals on the
      * way
       WRITE-ONE-TELLER.
           MOVE TT-OPERATOR-ID    ( TELLER-INDEX ) TO LINE-OPERATOR-ID
           MOVE TT-CASH-IN-COUNT  ( TELLER-INDEX ) TO LINE-CASH-IN-COUNT
           MOVE TT-CASH-IN-TOTAL  ( TELLER-INDEX ) TO LINE-CASH-IN-TOTAL
           MOVE TT-CASH-OUT-COUNT ( TELLER-INDEX )
             TO LINE-CASH-OUT-COUNT
           MOVE TT-CASH-OUT-TOTAL ( TELLER-INDEX )
             TO LINE-CASH-OUT-TOTAL
           MOVE TT-CHEQUE-COUNT   ( TELLER-INDEX ) TO LINE-CHEQUE-COUNT
           MOVE TT-CHEQUE-TOTAL   ( TELLER-INDEX ) TO LINE-CHEQUE-TOTAL
           PERFORM WRITE-FIGURES-LINE

           ADD LINE-CASH-IN-COUNT  TO BRANCH-CASH-IN-COUNT
           ADD LINE-CASH-IN-TOTAL  TO BRANCH-CASH-IN-TOTAL
           ADD LINE-CASH-OUT-COUNT TO BRANCH-CASH-OUT-COUNT
           ADD LINE-CASH-OUT-TOTAL TO BRANCH-CASH-OUT-TOTAL
           ADD LINE-CHEQUE-COUNT   TO BRANCH-CHEQUE-COUNT
           ADD LINE-CHEQUE-TOTAL   TO BRANCH-CHEQUE-TOTAL

           ADD 1 TO TELLER-INDEX
           .

      * Print one set of figures - an operator's or the branch's -
      * with the net cash the till should have moved by
       WRITE-FIGURES-LINE.
           COMPUTE NET-CASH = LINE-CASH-IN-TOTAL - LINE-CASH-OUT-TOTAL

           MOVE SPACES TO TELLBRP-RECORD
           MOVE LINE-OPERATOR-ID TO TB-PRINT-LINE(3:8)

           MOVE LINE-CASH-IN-COUNT TO COUNT-DISPLAY
           MOVE LINE-CASH-IN-TOTAL TO AMOUNT-DISPLAY
           STRING COUNT-DISPLAY  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  AMOUNT-DISPLAY DELIMITED BY SIZE
                INTO TB-PRINT-LINE(13:)

           MOVE LINE-CASH-OUT-COUNT TO COUNT-DISPLAY
           MOVE LINE-CASH-OUT-TOTAL TO AMOUNT-DISPLAY
           STRING COUNT-DISPLAY  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  AMOUNT-DISPLAY DELIMITED BY SIZE
                INTO TB-PRINT-LINE(38:)

           MOVE LINE-CHEQUE-COUNT TO COUNT-DISPLAY
           MOVE LINE-CHEQUE-TOTAL TO AMOUNT-DISPLAY
           STRING COUNT-DISPLAY  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  AMOUNT-DISPLAY DELIMITED BY SIZE
                INTO TB-PRINT-LINE(63:)

           MOVE NET-CASH TO AMOUNT-DISPLAY
           MOVE AMOUNT-DISPLAY TO TB-PRINT-LINE(88:15)

           PERFORM WRITE-REPORT-LINE
           .

      * Write one print line to the balancing report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( TELLBRP-FILE )
                           FROM ( TELLBRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** TELLBAL: Error ' COMMAND-RESP
                     ' writing TELLBRP report line'
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
             MOVE BD-BUSINESS-DATE TO BALANCING-DATE
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the report depends on no other job
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'TBAL' TO RN-JOB-ID
           PERFORM LINK-TO-RUNCTLR

      *    Commit the RUNNING record on its own at once, as every
      *    ledger-recording job does
           IF RN-OK
             EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      * Close tonight's ledger entry with the outcome the run
      * reports
       RECORD-RUN-END.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'E'        TO RN-FUNCTION
           MOVE 'TBAL'     TO RN-JOB-ID
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

       END PROGRAM 'TELLBAL'.
