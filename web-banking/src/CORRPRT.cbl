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
      *  CORRPRT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * CORRPRT - Nightly customer correspondence print run. Every
      * event queued on CORRQ during the day - an account marked
      * dormant, an overdraft escalated a band, a hold placed, a
      * standing order skipped, a referral returned - is merged
      * with its LETRTMPL template and the customer's name
      * (CUSTNAME) and address (CUSTPROF) into a print-ready letter
      * on the LETTERS file, logged on CORRLOG with the name and
      * address it went to, and marked printed on the queue.
      *
      * An event whose letter cannot be produced - no active
      * template for its type, no name or no address on file - is
      * left queued and listed on the CORRRPT run report as held,
      * so it prints on the first run after the data is put right.
      *
      * The run is ONE unit of work - every letter, every log
      * record and every queue update commit together or back out
      * together, so the log never claims a letter the print file
      * does not hold; a failed run leaves every event queued for
      * the next run.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'CORR' - see jcl/CORRPRT.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CORRPRT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY CORRQ.
       COPY LETRTMPL.
       COPY CORRLOG.
       COPY CUSTNAME.
       COPY CUSTPROF.
       COPY LETTERS.
       COPY CORRRPT.
       COPY BUSDATE.

       1 FILE-NAMES.
         2 CORRQ-FILE             PIC X(8) VALUE 'CORRQ'.
         2 LETRTMPL-FILE          PIC X(8) VALUE 'LETRTMPL'.
         2 CORRLOG-FILE           PIC X(8) VALUE 'CORRLOG'.
         2 CUSTNAME-FILE          PIC X(8) VALUE 'CUSTNAME'.
         2 CUSTPROF-FILE          PIC X(8) VALUE 'CUSTPROF'.
         2 LETTERS-FILE           PIC X(8) VALUE 'LETTERS'.
         2 CORRRPT-FILE           PIC X(8) VALUE 'CORRRPT'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

      * Tonight's print run identifier - LT, the business date and
      * the run time, stamped on the queue and the log
       1 PRINT-RUN-ID.
         2 FILLER                 PIC X(2) VALUE 'LT'.
         2 RUN-ID-DATE            PIC X(8) VALUE SPACES.
         2 RUN-ID-TIME            PIC X(6) VALUE SPACES.

      * The keys of the events queued tonight, collected before the
      * letters are written
       1 EVENT-KEY-TABLE.
         2 EK-EVENT-KEY           PIC X(36) OCCURS 2000 TIMES.
       1 EVENT-KEY-COUNT          PIC S9(4) COMP-5 SYNC VALUE 0.
       1 EVENT-KEY-INDEX          PIC S9(4) COMP-5 SYNC VALUE 0.

      * Set when the table filled - the rest wait for the next run
       1 TABLE-FULL-SWITCH        PIC X(1) VALUE 'N'.
         88 TABLE-FULL                     VALUE 'Y'.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * Set off as soon as any write fails, so the whole run backs
      * out as one
       1 PRINT-OK-SWITCH          PIC X(1) VALUE 'Y'.
         88 PRINT-OK                       VALUE 'Y'.
       1 FAILED-STEP-TEXT         PIC X(30) VALUE SPACES.

      * Set off when the event's letter cannot be produced tonight,
      * with the reason it is held
       1 LETTER-READY-SWITCH      PIC X(1) VALUE 'Y'.
         88 LETTER-READY                   VALUE 'Y'.
       1 HELD-REASON              PIC X(30) VALUE SPACES.

      * Template merge working fields - one body line is copied
      * across a character at a time, each placeholder replaced by
      * its value
       1 BODY-INDEX               PIC S9(4) COMP-5 SYNC VALUE 0.
       1 TEMPLATE-LINE            PIC X(70) VALUE SPACES.
       1 TEMPLATE-POS             PIC S9(4) COMP VALUE 0.
       1 PLACEHOLDER              PIC X(5) VALUE SPACES.
       1 MERGED-LINE              PIC X(132) VALUE SPACES.
       1 MERGED-POINTER           PIC S9(4) COMP VALUE 1.

      * The event's values as they print in a letter
       1 AMOUNT-EDITED            PIC Z(8)9.99.
       1 AMOUNT-TEXT              PIC X(12) VALUE SPACES.
       1 LEADING-SPACES           PIC S9(4) COMP VALUE 0.
       1 EVENT-DATE-TEXT.
         2 EVENT-DATE-DD          PIC X(2).
         2 FILLER                 PIC X(1) VALUE '/'.
         2 EVENT-DATE-MM          PIC X(2).
         2 FILLER                 PIC X(1) VALUE '/'.
         2 EVENT-DATE-YYYY        PIC X(4).
       1 PRINT-DATE-TEXT.
         2 PRINT-DATE-DD          PIC X(2).
         2 FILLER                 PIC X(1) VALUE '/'.
         2 PRINT-DATE-MM          PIC X(2).
         2 FILLER                 PIC X(1) VALUE '/'.
         2 PRINT-DATE-YYYY        PIC X(4).

      * Run control totals
       1 LETTERS-PRINTED          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 LETTERS-HELD             PIC S9(8) COMP-5 SYNC VALUE 0.
       1 LETTER-NUMBER            PIC 9(6) VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.

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
             IF RN-PREREQ-MISSING
               DISPLAY '*** CORRPRT: Prerequisite ' RN-FAILED-PREREQ
                       ' has not completed tonight - run refused'
             ELSE
               DISPLAY '*** CORRPRT: Run-control ledger error - '
                       'run refused'
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'CORRPRT: Starting correspondence print run'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

      *    The business date, not the wall clock, is what tonight's
      *    letters are dated
           PERFORM GET-BUSINESS-DATE

           MOVE TODAYS-DATE         TO RUN-ID-DATE
           MOVE RUN-TIMESTAMP(9:6)  TO RUN-ID-TIME
           MOVE TODAYS-DATE(7:2)    TO PRINT-DATE-DD
           MOVE TODAYS-DATE(5:2)    TO PRINT-DATE-MM
           MOVE TODAYS-DATE(1:4)    TO PRINT-DATE-YYYY

           PERFORM WRITE-REPORT-HEADER

           PERFORM COLLECT-EVENT-KEYS

      * The letters - one unit of work from the first to the last
           MOVE 'Y' TO PRINT-OK-SWITCH

           MOVE 1 TO EVENT-KEY-INDEX
           PERFORM PRINT-ONE-EVENT
                   UNTIL EVENT-KEY-INDEX > EVENT-KEY-COUNT
                      OR NOT PRINT-OK

           IF PRINT-OK
             EXEC CICS SYNCPOINT END-EXEC
             PERFORM WRITE-REPORT-TOTALS
           ELSE
      *      Back the whole run out - every event stays queued and
      *      prints on the next run
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE 0 TO LETTERS-PRINTED
             PERFORM WRITE-FAILURE-LINE
             DISPLAY '*** CORRPRT: Run backed out - '
                     FAILED-STEP-TEXT
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           END-IF

           DISPLAY 'CORRPRT: Completed - run: ' PRINT-RUN-ID
                   ' printed: ' LETTERS-PRINTED
                   ' held: ' LETTERS-HELD

      * Close tonight's ledger entry with the run's outcome
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Collect the key of every queued event, so the print pass
      * never runs with a browse open against the file it updates
       COLLECT-EVENT-KEYS.
           MOVE 0   TO EVENT-KEY-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE 'N' TO TABLE-FULL-SWITCH
           MOVE LOW-VALUES TO CO-KEY

           EXEC CICS STARTBR FILE   ( CORRQ-FILE )
                             RIDFLD ( CO-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COLLECT-NEXT-EVENT-KEY
                     UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( CORRQ-FILE ) END-EXEC
           END-IF
           .

       COLLECT-NEXT-EVENT-KEY.
           EXEC CICS READNEXT FILE   ( CORRQ-FILE )
                              INTO   ( CORRQ-RECORD )
                              RIDFLD ( CO-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF CO-STATUS-QUEUED
               IF EVENT-KEY-COUNT >= 2000
                 MOVE 'Y' TO TABLE-FULL-SWITCH
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               ELSE
                 ADD 1 TO EVENT-KEY-COUNT
                 MOVE CO-KEY TO EK-EVENT-KEY ( EVENT-KEY-COUNT )
               END-IF
             END-IF
           END-IF
           .

      * One collected event: still queued, its letter is printed,
      * logged and the event marked printed - or, when the letter
      * cannot be produced, the event is left queued and reported
       PRINT-ONE-EVENT.
           MOVE EK-EVENT-KEY ( EVENT-KEY-INDEX ) TO CO-KEY

           EXEC CICS READ FILE    ( CORRQ-FILE )
                          INTO    ( CORRQ-RECORD )
                          RIDFLD  ( CO-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND CO-STATUS-QUEUED
             PERFORM GATHER-LETTER-DATA

             IF LETTER-READY
               PERFORM WRITE-LETTER

               IF PRINT-OK
                 PERFORM WRITE-CORRESPONDENCE-LOG
               END-IF

               IF PRINT-OK
                 MOVE 'P'          TO CO-STATUS
                 MOVE PRINT-RUN-ID TO CO-PRINT-RUN-ID
                 MOVE TODAYS-DATE  TO CO-PRINTED-DATE

                 EXEC CICS REWRITE FILE ( CORRQ-FILE )
                                   FROM ( CORRQ-RECORD )
                                   RESP ( COMMAND-RESP )
                                   RESP2( COMMAND-RESP2 )
                 END-EXEC

                 IF COMMAND-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO PRINT-OK-SWITCH
                   MOVE 'CORRQ REWRITE FAILED' TO FAILED-STEP-TEXT
                 ELSE
                   ADD 1 TO LETTERS-PRINTED
                   PERFORM WRITE-PRINTED-LINE
                 END-IF
               END-IF
             ELSE
               EXEC CICS UNLOCK FILE ( CORRQ-FILE ) END-EXEC
               ADD 1 TO LETTERS-HELD
               PERFORM WRITE-HELD-LINE
             END-IF
           ELSE
             IF COMMAND-RESP = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE ( CORRQ-FILE ) END-EXEC
             END-IF
           END-IF

           ADD 1 TO EVENT-KEY-INDEX
           .

      * The event's template, the customer's name and address - any
      * one missing holds the letter
       GATHER-LETTER-DATA.
           MOVE 'Y'    TO LETTER-READY-SWITCH
           MOVE SPACES TO HELD-REASON

           MOVE CO-EVENT-TYPE TO LE-EVENT-TYPE
           EXEC CICS READ FILE    ( LETRTMPL-FILE )
                          INTO    ( LETRTMPL-RECORD )
                          RIDFLD  ( LE-EVENT-TYPE )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              NOT LE-STATUS-ACTIVE
             MOVE 'N' TO LETTER-READY-SWITCH
             MOVE 'NO ACTIVE TEMPLATE' TO HELD-REASON
           END-IF

           IF LETTER-READY
             MOVE CO-CUST-NO TO CN-CUST-NO
             EXEC CICS READ FILE    ( CUSTNAME-FILE )
                            INTO    ( CUSTNAME-RECORD )
                            RIDFLD  ( CN-CUST-NO )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
                CN-CUSTOMER-NAME = SPACES
               MOVE 'N' TO LETTER-READY-SWITCH
               MOVE 'NO NAME ON CUSTNAME' TO HELD-REASON
             END-IF
           END-IF

           IF LETTER-READY
             MOVE CO-CUST-NO TO CP-CUST-NO
             EXEC CICS READ FILE    ( CUSTPROF-FILE )
                            INTO    ( CUSTPROF-RECORD )
                            RIDFLD  ( CP-CUST-NO )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
                CP-ADDRESS-LINE-1 = SPACES
               MOVE 'N' TO LETTER-READY-SWITCH
               MOVE 'NO ADDRESS ON CUSTPROF' TO HELD-REASON
             END-IF
           END-IF
           .

      * Lay out one letter - a new page, the address block, the date
      * and references, the salutation, the template's subject and
      * body merged with the event, and the close
       WRITE-LETTER.
           ADD 1 TO LETTER-NUMBER

           MOVE CO-EVENT-DATE(7:2) TO EVENT-DATE-DD
           MOVE CO-EVENT-DATE(5:2) TO EVENT-DATE-MM
           MOVE CO-EVENT-DATE(1:4) TO EVENT-DATE-YYYY

           MOVE CO-AMOUNT TO AMOUNT-EDITED
           MOVE 0 TO LEADING-SPACES
           INSPECT AMOUNT-EDITED TALLYING LEADING-SPACES
                   FOR LEADING SPACE
           MOVE SPACES TO AMOUNT-TEXT
           MOVE AMOUNT-EDITED(LEADING-SPACES + 1:) TO AMOUNT-TEXT

           MOVE '1' TO LO-CARRIAGE-CONTROL
           MOVE 'WEB BANKING  -  CUSTOMER SERVICES' TO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE '0' TO LO-CARRIAGE-CONTROL
           MOVE CN-CUSTOMER-NAME TO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE ' ' TO LO-CARRIAGE-CONTROL
           MOVE CP-ADDRESS-LINE-1 TO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

           IF CP-ADDRESS-LINE-2 NOT = SPACES
             MOVE ' ' TO LO-CARRIAGE-CONTROL
             MOVE CP-ADDRESS-LINE-2 TO LO-PRINT-LINE
             PERFORM WRITE-LETTER-LINE
           END-IF

           MOVE ' ' TO LO-CARRIAGE-CONTROL
           MOVE CP-POSTCODE TO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE '0' TO LO-CARRIAGE-CONTROL
           MOVE SPACES TO LO-PRINT-LINE
           STRING 'Date          ' DELIMITED BY SIZE
                  PRINT-DATE-TEXT  DELIMITED BY SIZE
                INTO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE ' ' TO LO-CARRIAGE-CONTROL
           MOVE SPACES TO LO-PRINT-LINE
           STRING 'Customer      ' DELIMITED BY SIZE
                  CO-CUST-NO       DELIMITED BY SIZE
                INTO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE ' ' TO LO-CARRIAGE-CONTROL
           MOVE SPACES TO LO-PRINT-LINE
           STRING 'Our reference ' DELIMITED BY SIZE
                  LE-TEMPLATE-REF  DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  LETTER-NUMBER    DELIMITED BY SIZE
                INTO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE '0' TO LO-CARRIAGE-CONTROL
           MOVE SPACES TO LO-PRINT-LINE
           STRING 'Dear '          DELIMITED BY SIZE
                  CN-CUSTOMER-NAME DELIMITED BY '  '
                INTO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE '0' TO LO-CARRIAGE-CONTROL
           MOVE LE-SUBJECT TO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE '0' TO LO-CARRIAGE-CONTROL
           MOVE 1 TO BODY-INDEX
           PERFORM WRITE-BODY-LINE
                   UNTIL BODY-INDEX > LE-LINE-COUNT
                      OR BODY-INDEX > 15

           MOVE '0' TO LO-CARRIAGE-CONTROL
           MOVE 'Yours sincerely' TO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

           MOVE '-' TO LO-CARRIAGE-CONTROL
           MOVE 'Customer Services' TO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           .

      * One body line of the template, merged with the event
       WRITE-BODY-LINE.
           MOVE LE-BODY-LINE ( BODY-INDEX ) TO TEMPLATE-LINE
           PERFORM MERGE-TEMPLATE-LINE
           MOVE MERGED-LINE TO LO-PRINT-LINE
           PERFORM WRITE-LETTER-LINE

      *    Every line after the first is single spaced
           MOVE ' ' TO LO-CARRIAGE-CONTROL
           ADD 1 TO BODY-INDEX
           .

      * Copy TEMPLATE-LINE into MERGED-LINE, replacing each
      * placeholder with its value
       MERGE-TEMPLATE-LINE.
           MOVE SPACES TO MERGED-LINE
           MOVE 1 TO MERGED-POINTER
           MOVE 1 TO TEMPLATE-POS
           PERFORM MERGE-NEXT-CHARACTER
                   UNTIL TEMPLATE-POS > 70
                      OR MERGED-POINTER > 132
           .

       MERGE-NEXT-CHARACTER.
           MOVE SPACES TO PLACEHOLDER
           IF TEMPLATE-LINE(TEMPLATE-POS:1) = '&' AND
              TEMPLATE-POS <= 66
             MOVE TEMPLATE-LINE(TEMPLATE-POS:5) TO PLACEHOLDER
           END-IF

           EVALUATE PLACEHOLDER
             WHEN '&NAME'
               STRING CN-CUSTOMER-NAME DELIMITED BY '  '
                    INTO MERGED-LINE WITH POINTER MERGED-POINTER
               ADD 5 TO TEMPLATE-POS
             WHEN '&ACCT'
               STRING CO-ACCT-NUMBER DELIMITED BY SPACE
                    INTO MERGED-LINE WITH POINTER MERGED-POINTER
               ADD 5 TO TEMPLATE-POS
             WHEN '&AMNT'
               STRING AMOUNT-TEXT DELIMITED BY SPACE
                    INTO MERGED-LINE WITH POINTER MERGED-POINTER
               ADD 5 TO TEMPLATE-POS
             WHEN '&DATE'
               STRING EVENT-DATE-TEXT DELIMITED BY SIZE
                    INTO MERGED-LINE WITH POINTER MERGED-POINTER
               ADD 5 TO TEMPLATE-POS
             WHEN '&TEXT'
               STRING CO-DETAIL-TEXT DELIMITED BY '  '
                    INTO MERGED-LINE WITH POINTER MERGED-POINTER
               ADD 5 TO TEMPLATE-POS
             WHEN OTHER
               MOVE TEMPLATE-LINE(TEMPLATE-POS:1)
                 TO MERGED-LINE(MERGED-POINTER:1)
               ADD 1 TO MERGED-POINTER
               ADD 1 TO TEMPLATE-POS
           END-EVALUATE
           .

      * Write one line of a letter to the print file
       WRITE-LETTER-LINE.
           IF PRINT-OK
             EXEC CICS WRITE FILE ( LETTERS-FILE )
                             FROM ( LETTERS-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO PRINT-OK-SWITCH
               MOVE 'LETTERS WRITE FAILED' TO FAILED-STEP-TEXT
             END-IF
           END-IF
           .

      * What was sent to whom, and when
       WRITE-CORRESPONDENCE-LOG.
           INITIALIZE CORRLOG-RECORD
           MOVE CO-KEY                TO LG-KEY
           MOVE CO-EVENT-DATE         TO LG-EVENT-DATE
           MOVE CO-AMOUNT             TO LG-AMOUNT
           MOVE LE-TEMPLATE-REF       TO LG-TEMPLATE-REF
           MOVE CN-CUSTOMER-NAME      TO LG-CUSTOMER-NAME
           MOVE CP-ADDRESS-LINE-1     TO LG-ADDRESS-LINE-1
           MOVE CP-ADDRESS-LINE-2     TO LG-ADDRESS-LINE-2
           MOVE CP-POSTCODE           TO LG-POSTCODE
           MOVE PRINT-RUN-ID          TO LG-PRINT-RUN-ID
           MOVE LETTER-NUMBER         TO LG-LETTER-NUMBER
           MOVE TODAYS-DATE           TO LG-PRINTED-DATE
           MOVE FUNCTION CURRENT-DATE TO LG-PRINTED-TS

           EXEC CICS WRITE FILE   ( CORRLOG-FILE )
                           FROM   ( CORRLOG-RECORD )
                           RIDFLD ( LG-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO PRINT-OK-SWITCH
             MOVE 'CORRLOG WRITE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * Run header line of the run report
       WRITE-REPORT-HEADER.
           MOVE SPACES TO CORRRPT-RECORD
           STRING 'CORRESPONDENCE PRINT RUN ' DELIMITED BY SIZE
                  PRINT-RUN-ID                DELIMITED BY SIZE
                  ' BUSINESS DATE '           DELIMITED BY SIZE
                  TODAYS-DATE                 DELIMITED BY SIZE
                  ' RUN '                     DELIMITED BY SIZE
                  RUN-TIMESTAMP               DELIMITED BY SIZE
                INTO CJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per letter put on the print file
       WRITE-PRINTED-LINE.
           MOVE SPACES TO CORRRPT-RECORD
           STRING '  PRINTED  ' DELIMITED BY SIZE
                  LETTER-NUMBER DELIMITED BY SIZE
                  ' CUST '      DELIMITED BY SIZE
                  CO-CUST-NO    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  CO-EVENT-TYPE DELIMITED BY SIZE
                  ' ACCT '      DELIMITED BY SIZE
                  CO-ACCT-NUMBER DELIMITED BY SIZE
                  ' REF '       DELIMITED BY SIZE
                  CO-EVENT-REF  DELIMITED BY SIZE
                  ' TEMPLATE '  DELIMITED BY SIZE
                  LE-TEMPLATE-REF DELIMITED BY SIZE
                INTO CJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per event left queued, with the reason
       WRITE-HELD-LINE.
           MOVE SPACES TO CORRRPT-RECORD
           STRING '  HELD     CUST ' DELIMITED BY SIZE
                  CO-CUST-NO        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  CO-EVENT-TYPE     DELIMITED BY SIZE
                  ' ACCT '          DELIMITED BY SIZE
                  CO-ACCT-NUMBER    DELIMITED BY SIZE
                  ' REF '           DELIMITED BY SIZE
                  CO-EVENT-REF      DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  HELD-REASON       DELIMITED BY SIZE
                INTO CJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The run was backed out - say why, so operations know no
      * letters went out and the events are still queued
       WRITE-FAILURE-LINE.
           MOVE SPACES TO CORRRPT-RECORD
           STRING '  RUN BACKED OUT - '    DELIMITED BY SIZE
                  FAILED-STEP-TEXT         DELIMITED BY SIZE
                  ' - NOTHING PRINTED, EVENTS LEFT QUEUED'
                                           DELIMITED BY SIZE
                INTO CJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Closing control totals
       WRITE-REPORT-TOTALS.
           MOVE LETTERS-PRINTED TO COUNT-DISPLAY
           MOVE SPACES TO CORRRPT-RECORD
           STRING '  LETTERS PRINTED: ' DELIMITED BY SIZE
                  COUNT-DISPLAY         DELIMITED BY SIZE
                INTO CJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LETTERS-HELD TO COUNT-DISPLAY
           MOVE SPACES TO CORRRPT-RECORD
           STRING '  LETTERS HELD:    ' DELIMITED BY SIZE
                  COUNT-DISPLAY         DELIMITED BY SIZE
                INTO CJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF TABLE-FULL
             MOVE SPACES TO CORRRPT-RECORD
             STRING '  MORE THAN 2000 QUEUED - THE REST PRINT ON THE '
                                        DELIMITED BY SIZE
                    'NEXT RUN'          DELIMITED BY SIZE
                  INTO CJ-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

      * Write one print line to the run report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( CORRRPT-FILE )
                           FROM ( CORRRPT-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** CORRPRT: Error ' COMMAND-RESP
                     ' writing CORRRPT report line'
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
      * tonight's OVEREXCP (OVEX), DORMSCAN (DORM) and STORDRUN
      * (STOR) runs completed, so their escalation, dormancy and
      * skip letters are on the queue before it is printed
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'CORR' TO RN-JOB-ID
           MOVE 'OVEX' TO RN-PREREQ-ID (1)
           MOVE 'DORM' TO RN-PREREQ-ID (2)
           MOVE 'STOR' TO RN-PREREQ-ID (3)
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
           MOVE 'CORR'     TO RN-JOB-ID
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

       END PROGRAM 'CORRPRT'.
