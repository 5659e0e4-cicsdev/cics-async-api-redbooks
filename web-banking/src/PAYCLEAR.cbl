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
      *  PAYCLEAR
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * PAYCLEAR - Nightly outbound clearing payment file. Every
      * payment PAYO queued on OUTPAY during the day - already
      * debited from the paying account - is written to the CLRPAY
      * clearing payment file the transmission step sends on to the
      * clearing house, and marked sent with the file's identifier.
      *
      * The file carries the TXNFEED header/trailer convention: a
      * header naming the file and the business date, one detail
      * per payment, and a trailer repeating the identifier with
      * the payment count and the hash total of the amounts, so the
      * clearing house can refuse a truncated or duplicated file.
      * The whole file is ONE unit of work - the header, every
      * detail, every OUTPAY status change and the trailer commit
      * together or back out together, so a failed run never leaves
      * payments marked sent on a file that has no trailer; the
      * payments simply stay queued for the next run.
      *
      * A run with nothing queued still writes an empty header and
      * trailer, so the clearing house sees tonight's file.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'PCLR' - see jcl/PAYCLEAR.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. PAYCLEAR.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY OUTPAY.
       COPY CLRPAY.
       COPY PAYCLRRP.
       COPY BUSDATE.

       1 FILE-NAMES.
         2 OUTPAY-FILE            PIC X(8) VALUE 'OUTPAY'.
         2 CLRPAY-FILE            PIC X(8) VALUE 'CLRPAY'.
         2 PAYCLRRP-FILE          PIC X(8) VALUE 'PAYCLRRP'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

      * Tonight's file identifier - PY, the business date and the
      * run time, so a second run the same night names a new file
       1 CLEARING-FILE-ID.
         2 FILLER                 PIC X(2) VALUE 'PY'.
         2 FILE-ID-DATE           PIC X(8) VALUE SPACES.
         2 FILE-ID-TIME           PIC X(6) VALUE SPACES.

      * The keys of the payments queued tonight, collected before
      * the file is written
       1 PAYMENT-KEY-TABLE.
         2 PK-PAYMENT-KEY         PIC X(24) OCCURS 2000 TIMES.
       1 PAYMENT-KEY-COUNT        PIC S9(4) COMP-5 SYNC VALUE 0.
       1 PAYMENT-KEY-INDEX        PIC S9(4) COMP-5 SYNC VALUE 0.

      * Set when the table filled - the rest wait for the next run
       1 TABLE-FULL-SWITCH        PIC X(1) VALUE 'N'.
         88 TABLE-FULL                     VALUE 'Y'.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * Set off as soon as any write fails, so the whole file backs
      * out as one
       1 CLEARING-OK-SWITCH       PIC X(1) VALUE 'Y'.
         88 CLEARING-OK                    VALUE 'Y'.
       1 FAILED-STEP-TEXT         PIC X(30) VALUE SPACES.

      * File control totals
       1 PAYMENTS-SENT            PIC S9(8) COMP-3 VALUE 0.
       1 HASH-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -9999999.99.
       1 TOTAL-DISPLAY            PIC -ZZZZZZZZZZ9.99.

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
             DISPLAY '*** PAYCLEAR: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'PAYCLEAR: Starting outbound clearing file'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

      *    The business date, not the wall clock, is what tonight's
      *    file settles for
           PERFORM GET-BUSINESS-DATE

           MOVE TODAYS-DATE         TO FILE-ID-DATE
           MOVE RUN-TIMESTAMP(9:6)  TO FILE-ID-TIME

           PERFORM WRITE-REPORT-HEADER

           PERFORM COLLECT-PAYMENT-KEYS

      * The file - one unit of work from header to trailer
           MOVE 'Y' TO CLEARING-OK-SWITCH
           PERFORM WRITE-FILE-HEADER

           MOVE 1 TO PAYMENT-KEY-INDEX
           PERFORM SEND-ONE-PAYMENT
                   UNTIL PAYMENT-KEY-INDEX > PAYMENT-KEY-COUNT
                      OR NOT CLEARING-OK

           IF CLEARING-OK
             PERFORM WRITE-FILE-TRAILER
           END-IF

           IF CLEARING-OK
             EXEC CICS SYNCPOINT END-EXEC
             PERFORM WRITE-REPORT-TOTALS
           ELSE
      *      Back the whole file out - every payment stays queued
      *      and goes on the next run's file
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE 0 TO PAYMENTS-SENT
             PERFORM WRITE-FAILURE-LINE
             DISPLAY '*** PAYCLEAR: File backed out - '
                     FAILED-STEP-TEXT
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           END-IF

           DISPLAY 'PAYCLEAR: Completed - file: ' CLEARING-FILE-ID
                   ' payments: ' PAYMENTS-SENT

      * Close tonight's ledger entry with the run's outcome
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Collect the key of every queued payment, so the file pass
      * never runs with a browse open against the file it updates
       COLLECT-PAYMENT-KEYS.
           MOVE 0   TO PAYMENT-KEY-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE 'N' TO TABLE-FULL-SWITCH
           MOVE LOW-VALUES TO OP-KEY

           EXEC CICS STARTBR FILE   ( OUTPAY-FILE )
                             RIDFLD ( OP-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COLLECT-NEXT-PAYMENT-KEY
                     UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( OUTPAY-FILE ) END-EXEC
           END-IF
           .

       COLLECT-NEXT-PAYMENT-KEY.
           EXEC CICS READNEXT FILE   ( OUTPAY-FILE )
                              INTO   ( OUTPAY-RECORD )
                              RIDFLD ( OP-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF OP-STATUS-QUEUED
               IF PAYMENT-KEY-COUNT >= 2000
                 MOVE 'Y' TO TABLE-FULL-SWITCH
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               ELSE
                 ADD 1 TO PAYMENT-KEY-COUNT
                 MOVE OP-KEY TO PK-PAYMENT-KEY ( PAYMENT-KEY-COUNT )
               END-IF
             END-IF
           END-IF
           .

      * The header names the file and the business date it settles
       WRITE-FILE-HEADER.
           INITIALIZE CLRPAY-RECORD
           MOVE 'H'              TO CF-RECORD-TYPE
           MOVE CLEARING-FILE-ID TO CF-FILE-ID
           MOVE TODAYS-DATE      TO CF-BUSINESS-DATE
           MOVE 0                TO CF-ITEM-COUNT
           MOVE 0                TO CF-HASH-TOTAL
           PERFORM WRITE-CLEARING-RECORD
           .

      * One collected payment: still queued, it goes on the file and
      * is marked sent with the file's identifier
       SEND-ONE-PAYMENT.
           MOVE PK-PAYMENT-KEY ( PAYMENT-KEY-INDEX ) TO OP-KEY

           EXEC CICS READ FILE    ( OUTPAY-FILE )
                          INTO    ( OUTPAY-RECORD )
                          RIDFLD  ( OP-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND OP-STATUS-QUEUED
             INITIALIZE CLRPAY-RECORD
             MOVE 'D'              TO CF-RECORD-TYPE
             MOVE OP-KEY           TO CF-PAYMENT-ID
             MOVE OP-SORT-CODE     TO CF-SORT-CODE
             MOVE OP-EXT-ACCOUNT   TO CF-EXT-ACCOUNT
             MOVE OP-PAYEE-NAME    TO CF-PAYEE-NAME
             MOVE OP-REFERENCE     TO CF-REFERENCE
             MOVE OP-AMOUNT        TO CF-AMOUNT
             MOVE OP-CURRENCY-CODE TO CF-CURRENCY-CODE
             PERFORM WRITE-CLEARING-RECORD

             IF CLEARING-OK
               MOVE 'S'              TO OP-STATUS
               MOVE CLEARING-FILE-ID TO OP-CLEARING-FILE-ID
               MOVE TODAYS-DATE      TO OP-SENT-DATE

               EXEC CICS REWRITE FILE ( OUTPAY-FILE )
                                 FROM ( OUTPAY-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC

               IF COMMAND-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'N' TO CLEARING-OK-SWITCH
                 MOVE 'OUTPAY REWRITE FAILED' TO FAILED-STEP-TEXT
               ELSE
                 ADD 1 TO PAYMENTS-SENT
                 ADD OP-AMOUNT TO HASH-TOTAL
                 PERFORM WRITE-PAYMENT-LINE
               END-IF
             END-IF
           ELSE
             IF COMMAND-RESP = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE ( OUTPAY-FILE ) END-EXEC
             END-IF
           END-IF

           ADD 1 TO PAYMENT-KEY-INDEX
           .

      * The trailer repeats the identifier with the count and hash
      * total the clearing house checks the file against
       WRITE-FILE-TRAILER.
           INITIALIZE CLRPAY-RECORD
           MOVE 'T'              TO CF-RECORD-TYPE
           MOVE CLEARING-FILE-ID TO CF-FILE-ID
           MOVE TODAYS-DATE      TO CF-BUSINESS-DATE
           MOVE PAYMENTS-SENT    TO CF-ITEM-COUNT
           MOVE HASH-TOTAL       TO CF-HASH-TOTAL
           PERFORM WRITE-CLEARING-RECORD
           .

      * Write one record to the clearing payment file
       WRITE-CLEARING-RECORD.
           EXEC CICS WRITE FILE ( CLRPAY-FILE )
                           FROM ( CLRPAY-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO CLEARING-OK-SWITCH
             MOVE 'CLRPAY WRITE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * Run header line of the clearing report
       WRITE-REPORT-HEADER.
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING 'OUTBOUND CLEARING FILE ' DELIMITED BY SIZE
                  CLEARING-FILE-ID          DELIMITED BY SIZE
                  ' BUSINESS DATE '         DELIMITED BY SIZE
                  TODAYS-DATE               DELIMITED BY SIZE
                  ' RUN '                   DELIMITED BY SIZE
                  RUN-TIMESTAMP             DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per payment put on the file
       WRITE-PAYMENT-LINE.
           MOVE OP-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  SENT '          DELIMITED BY SIZE
                  OP-DEBIT-ACCT      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  OP-POSTED-TS       DELIMITED BY SIZE
                  ' CUST '           DELIMITED BY SIZE
                  OP-CUST-NO         DELIMITED BY SIZE
                  ' TO '             DELIMITED BY SIZE
                  OP-SORT-CODE       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  OP-EXT-ACCOUNT     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AMOUNT-DISPLAY     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  OP-PAYEE-NAME      DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The file was backed out - say why, so operations know
      * nothing was sent and the payments are still queued
       WRITE-FAILURE-LINE.
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  FILE BACKED OUT - '   DELIMITED BY SIZE
                  FAILED-STEP-TEXT         DELIMITED BY SIZE
                  ' - NOTHING SENT, PAYMENTS LEFT QUEUED'
                                           DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Closing control totals - the same count and hash total the
      * trailer carries
       WRITE-REPORT-TOTALS.
           MOVE PAYMENTS-SENT TO COUNT-DISPLAY
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  PAYMENTS SENT:   ' DELIMITED BY SIZE
                  COUNT-DISPLAY         DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE HASH-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO PAYCLRRP-RECORD
           STRING '  HASH TOTAL:      ' DELIMITED BY SIZE
                  TOTAL-DISPLAY         DELIMITED BY SIZE
                INTO PQ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF TABLE-FULL
             MOVE SPACES TO PAYCLRRP-RECORD
             STRING '  MORE THAN 2000 QUEUED - THE REST GO ON THE '
                                        DELIMITED BY SIZE
                    'NEXT RUN'          DELIMITED BY SIZE
                  INTO PQ-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

      * Write one print line to the clearing report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( PAYCLRRP-FILE )
                           FROM ( PAYCLRRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** PAYCLEAR: Error ' COMMAND-RESP
                     ' writing PAYCLRRP report line'
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
      * shared RUNCTLR routine - the file depends on no other job
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'PCLR' TO RN-JOB-ID
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
           MOVE 'PCLR'     TO RN-JOB-ID
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

       END PROGRAM 'PAYCLEAR'.
