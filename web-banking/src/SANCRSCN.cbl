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
      *  SANCRSCN
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * SANCRSCN - Sanctions rescreen of the customer base. A
      * customer screened clean at onboarding can appear on a later
      * version of the sanctions lists, so whenever SANCLOAD loads
      * a new version this job screens every customer name on
      * CUSTNAME against the watchlist again, through the shared
      * SANCMTCH routine CUSTONBD uses.
      *
      * Each potential match goes on the SANCHIT register, keyed
      * per customer and list entry, for compliance to work
      * through the SANW worklist. A pairing already on the
      * register is left as it is - unless it was cleared and the
      * list entry has been amended since, when it is reopened for
      * a fresh look. Each customer is its own unit of work. A
      * customer with more hits than SANCMTCH can return is logged
      * and listed on the report, and counted in the totals, as
      * only the hits returned reach the register.
      *
      * The job runs every night but does the work only when the
      * SANCCTL control record shows a list version loaded that
      * has not yet been screened; the screened version is stamped
      * once the whole base has been screened, so an interrupted
      * run screens again in full next time.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'SRSC' - see jcl/SANCRSCN.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. SANCRSCN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY CUSTNAME.
       COPY SANCCTL.
       COPY SANCHIT.
       COPY SANCRSRP.

      * Commarea for the shared SANCMTCH name-screening routine
       COPY SANCMTCA.

       1 SANCMTCH-PROGRAM         PIC X(8) VALUE 'SANCMTCH'.

       1 FILE-NAMES.
         2 CUSTNAME-FILE          PIC X(8) VALUE 'CUSTNAME'.
         2 SANCCTL-FILE           PIC X(8) VALUE 'SANCCTL'.
         2 SANCHIT-FILE           PIC X(8) VALUE 'SANCHIT'.
         2 SANCRSRP-FILE          PIC X(8) VALUE 'SANCRSRP'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.

      * The version loaded, that this run screens against
       1 LIST-VERSION             PIC X(8) VALUE SPACES.

      * The match threshold SANCMTCH used on the first call -
      * passed back on every later call
       1 MATCH-THRESHOLD          PIC 9(3) VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * Set when the watchlist cannot be read - the run stops and
      * the version is not marked screened
       1 SCREEN-FAILED-SWITCH     PIC X(1) VALUE 'N'.
         88 SCREEN-FAILED                  VALUE 'Y'.

       1 HIT-INDEX                PIC S9(4) COMP VALUE 0.
       1 HIT-ACTION-TEXT          PIC X(8) VALUE SPACES.

      * Separate RESP pair for the register, so it never disturbs
      * the RESP the CUSTNAME browse is testing
       1 HIT-RESP                 PIC S9(8) COMP.
       1 HIT-RESP2                PIC S9(8) COMP.

      * Run control totals
       1 CUSTOMERS-SCREENED       PIC S9(8) COMP-5 SYNC VALUE 0.
       1 HITS-NEW                 PIC S9(8) COMP-5 SYNC VALUE 0.
       1 HITS-REOPENED            PIC S9(8) COMP-5 SYNC VALUE 0.
       1 HITS-ALREADY-HELD        PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CUSTOMERS-MORE-HITS      PIC S9(8) COMP-5 SYNC VALUE 0.

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
             DISPLAY '*** SANCRSCN: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'SANCRSCN: Starting sanctions rescreen'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP

      * Nothing to do unless a version has been loaded since the
      * base was last screened
           MOVE 'SANCLIST' TO SN-CONTROL-ID

           EXEC CICS READ FILE    ( SANCCTL-FILE )
                          INTO    ( SANCCTL-RECORD )
                          RIDFLD  ( SN-CONTROL-ID )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              SN-LOADED-VERSION = SN-SCREENED-VERSION
             MOVE SPACES TO SANCRSRP-RECORD
             STRING 'SANCTIONS RESCREEN '     DELIMITED BY SIZE
                    RUN-TIMESTAMP             DELIMITED BY SIZE
                    '  NO NEW LIST VERSION - NOTHING TO SCREEN'
                                              DELIMITED BY SIZE
                  INTO SX-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
             DISPLAY 'SANCRSCN: No new list version - nothing to do'
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE SN-LOADED-VERSION TO LIST-VERSION
           PERFORM WRITE-REPORT-HEADER

           PERFORM SCREEN-CUSTOMERS

           IF SCREEN-FAILED
             MOVE SPACES TO SANCRSRP-RECORD
             STRING '  *** WATCHLIST COULD NOT BE READ - RESCREEN'
                                              DELIMITED BY SIZE
                    ' INCOMPLETE, VERSION NOT MARKED SCREENED'
                                              DELIMITED BY SIZE
                  INTO SX-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
             DISPLAY '*** SANCRSCN: Watchlist unreadable - run failed'
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           ELSE
             PERFORM RECORD-SCREENED-VERSION
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY 'SANCRSCN: Completed - customers: '
                   CUSTOMERS-SCREENED
                   ' new hits: ' HITS-NEW
                   ' reopened: ' HITS-REOPENED

      * Close tonight's ledger entry with the run's outcome
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Browse every customer on CUSTNAME
       SCREEN-CUSTOMERS.
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE LOW-VALUES TO CN-CUST-NO

           EXEC CICS STARTBR FILE   ( CUSTNAME-FILE )
                             RIDFLD ( CN-CUST-NO )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SCREEN-NEXT-CUSTOMER
                     UNTIL END-OF-FILE OR SCREEN-FAILED
             EXEC CICS ENDBR FILE ( CUSTNAME-FILE ) END-EXEC
           END-IF
           .

       SCREEN-NEXT-CUSTOMER.
           EXEC CICS READNEXT FILE   ( CUSTNAME-FILE )
                              INTO   ( CUSTNAME-RECORD )
                              RIDFLD ( CN-CUST-NO )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO CUSTOMERS-SCREENED
             PERFORM SCREEN-ONE-CUSTOMER
           END-IF
           .

      * Score the customer's name and register each potential
      * match - one unit of work per customer
       SCREEN-ONE-CUSTOMER.
           INITIALIZE SANCMTCH-COMMAREA
           MOVE CN-CUSTOMER-NAME TO SM-CUSTOMER-NAME
           MOVE MATCH-THRESHOLD  TO SM-THRESHOLD

           EXEC CICS LINK PROGRAM  ( SANCMTCH-PROGRAM )
                          COMMAREA ( SANCMTCH-COMMAREA )
                          RESP     ( HIT-RESP )
                          RESP2    ( HIT-RESP2 )
           END-EXEC

           IF HIT-RESP NOT = DFHRESP(NORMAL) OR SM-LIST-ERROR
             MOVE 'Y' TO SCREEN-FAILED-SWITCH
           ELSE
             MOVE SM-THRESHOLD TO MATCH-THRESHOLD
             MOVE 1 TO HIT-INDEX
             PERFORM REGISTER-ONE-HIT
                     UNTIL HIT-INDEX > SM-HIT-COUNT
             IF SM-MORE-HITS
               PERFORM NOTE-MORE-HITS
             END-IF
             EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      * A new pairing goes on the register open; a cleared one is
      * reopened only when the list entry has changed since it was
      * cleared; anything else is already being looked at
       REGISTER-ONE-HIT.
           MOVE CN-CUST-NO                TO SH-CUST-NO
           MOVE SM-ENTRY-ID ( HIT-INDEX ) TO SH-ENTRY-ID

           EXEC CICS READ FILE    ( SANCHIT-FILE )
                          INTO    ( SANCHIT-RECORD )
                          RIDFLD  ( SH-KEY )
                          UPDATE
                          RESP    ( HIT-RESP )
                          RESP2   ( HIT-RESP2 )
           END-EXEC

           IF HIT-RESP NOT = DFHRESP(NORMAL)
             INITIALIZE SANCHIT-RECORD
             MOVE CN-CUST-NO                TO SH-CUST-NO
             MOVE SM-ENTRY-ID ( HIT-INDEX ) TO SH-ENTRY-ID
             PERFORM FILL-HIT-DETAIL

             EXEC CICS WRITE FILE   ( SANCHIT-FILE )
                             FROM   ( SANCHIT-RECORD )
                             RIDFLD ( SH-KEY )
                             RESP   ( HIT-RESP )
                             RESP2  ( HIT-RESP2 )
             END-EXEC

             IF HIT-RESP = DFHRESP(NORMAL)
               ADD 1 TO HITS-NEW
               MOVE 'NEW     ' TO HIT-ACTION-TEXT
               PERFORM WRITE-HIT-LINE
             ELSE
               DISPLAY '*** SANCRSCN: Error ' HIT-RESP
                       ' writing SANCHIT for ' CN-CUST-NO
             END-IF
           ELSE
             IF SH-DISP-CLEARED AND
                SM-CHANGED-VERSION ( HIT-INDEX ) > SH-LIST-VERSION
               PERFORM FILL-HIT-DETAIL
               MOVE SPACES TO SH-DISPOSED-BY
               MOVE SPACES TO SH-DISPOSED-TS

               EXEC CICS REWRITE FILE ( SANCHIT-FILE )
                                 FROM ( SANCHIT-RECORD )
                                 RESP ( HIT-RESP )
                                 RESP2( HIT-RESP2 )
               END-EXEC

               IF HIT-RESP = DFHRESP(NORMAL)
                 ADD 1 TO HITS-REOPENED
                 MOVE 'REOPENED' TO HIT-ACTION-TEXT
                 PERFORM WRITE-HIT-LINE
               ELSE
                 DISPLAY '*** SANCRSCN: Error ' HIT-RESP
                         ' rewriting SANCHIT for ' CN-CUST-NO
               END-IF
             ELSE
               EXEC CICS UNLOCK FILE ( SANCHIT-FILE ) END-EXEC
               ADD 1 TO HITS-ALREADY-HELD
             END-IF
           END-IF

           ADD 1 TO HIT-INDEX
           .

      * The customer scored against more entries than SANCMTCH
      * could return - only those shown reached the register, so
      * compliance is told the list goes further
       NOTE-MORE-HITS.
           ADD 1 TO CUSTOMERS-MORE-HITS
           DISPLAY '*** SANCRSCN: Customer ' CN-CUST-NO
                   ' has more hits than shown - only the first '
                   SM-HIT-COUNT ' registered'

           MOVE SPACES TO SANCRSRP-RECORD
           STRING '  MORE HITS THAN SHOWN - CUST ' DELIMITED BY SIZE
                  CN-CUST-NO            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  CN-CUSTOMER-NAME(1:30) DELIMITED BY SIZE
                INTO SX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The register detail of an open rescreen hit
       FILL-HIT-DETAIL.
           MOVE 'RESCREEN'                   TO SH-SOURCE
           MOVE CN-CUSTOMER-NAME             TO SH-CUSTOMER-NAME
           MOVE SM-ENTRY-NAME ( HIT-INDEX )  TO SH-ENTRY-NAME
           MOVE SM-LIST-SOURCE ( HIT-INDEX ) TO SH-LIST-SOURCE
           MOVE LIST-VERSION                 TO SH-LIST-VERSION
           MOVE SM-MATCH-SCORE ( HIT-INDEX ) TO SH-MATCH-SCORE
           MOVE FUNCTION CURRENT-DATE        TO SH-RAISED-TS
           MOVE 'O'                          TO SH-DISPOSITION
           .

      * The version now screened, on the control record
       RECORD-SCREENED-VERSION.
           MOVE 'SANCLIST' TO SN-CONTROL-ID

           EXEC CICS READ FILE    ( SANCCTL-FILE )
                          INTO    ( SANCCTL-RECORD )
                          RIDFLD  ( SN-CONTROL-ID )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE LIST-VERSION  TO SN-SCREENED-VERSION
             MOVE RUN-TIMESTAMP TO SN-SCREENED-TS

             EXEC CICS REWRITE FILE ( SANCCTL-FILE )
                               FROM ( SANCCTL-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT END-EXEC
           ELSE
             DISPLAY '*** SANCRSCN: Error ' COMMAND-RESP
                     ' marking version ' LIST-VERSION ' screened'
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           END-IF
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SANCRSRP-RECORD
           STRING 'SANCTIONS RESCREEN '  DELIMITED BY SIZE
                  RUN-TIMESTAMP          DELIMITED BY SIZE
                  '  LIST VERSION '      DELIMITED BY SIZE
                  LIST-VERSION           DELIMITED BY SIZE
                INTO SX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per hit put on, or reopened on, the register
       WRITE-HIT-LINE.
           MOVE SPACES TO SANCRSRP-RECORD
           STRING '  '                  DELIMITED BY SIZE
                  HIT-ACTION-TEXT       DELIMITED BY SIZE
                  ' CUST '              DELIMITED BY SIZE
                  SH-CUST-NO            DELIMITED BY SIZE
                  ' SCORE '             DELIMITED BY SIZE
                  SH-MATCH-SCORE        DELIMITED BY SIZE
                  ' ENTRY '             DELIMITED BY SIZE
                  SH-ENTRY-ID           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SH-LIST-SOURCE        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SH-CUSTOMER-NAME(1:30) DELIMITED BY SIZE
                  ' / '                 DELIMITED BY SIZE
                  SH-ENTRY-NAME(1:30)   DELIMITED BY SIZE
                INTO SX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Closing control totals of the rescreen
       WRITE-REPORT-TOTALS.
           MOVE CUSTOMERS-SCREENED TO COUNT-DISPLAY
           MOVE SPACES TO SANCRSRP-RECORD
           STRING '  CUSTOMERS SCREENED:  ' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO SX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE HITS-NEW TO COUNT-DISPLAY
           MOVE SPACES TO SANCRSRP-RECORD
           STRING '  NEW HITS:            ' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO SX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE HITS-REOPENED TO COUNT-DISPLAY
           MOVE SPACES TO SANCRSRP-RECORD
           STRING '  HITS REOPENED:       ' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO SX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE HITS-ALREADY-HELD TO COUNT-DISPLAY
           MOVE SPACES TO SANCRSRP-RECORD
           STRING '  ALREADY ON REGISTER: ' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO SX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CUSTOMERS-MORE-HITS TO COUNT-DISPLAY
           MOVE SPACES TO SANCRSRP-RECORD
           STRING '  MORE HITS THAN SHOWN:' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO SX-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Write one print line to the rescreen report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( SANCRSRP-FILE )
                           FROM ( SANCRSRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** SANCRSCN: Error ' COMMAND-RESP
                     ' writing SANCRSRP report line'
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'SRSC' TO RN-JOB-ID
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
           MOVE 'SRSC'     TO RN-JOB-ID
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

       END PROGRAM 'SANCRSCN'.
