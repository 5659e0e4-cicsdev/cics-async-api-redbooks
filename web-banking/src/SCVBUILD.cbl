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
      *  SCVBUILD
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * SCVBUILD - Single customer view build for deposit insurance
      * reporting. The regulator can ask at any time for one record
      * per depositor showing every eligible deposit held, the
      * aggregate and the amount covered up to the protection
      * limit. This job builds that file, SCVFILE, in one pass over
      * CUSTACCT:
      *
      *   - every own-bank account in credit (or at nil) is an
      *     eligible deposit, and so is every open TERMDEP term
      *     deposit, held in the currency of the account it was
      *     funded from; overdrawn accounts and loans are not
      *     deposits, and partner-bank balances are held at other
      *     institutions and are not ours to cover
      *   - each deposit is converted into home currency at the
      *     business date's FXRATES rate through the shared FXCONV
      *     routine and summed into the depositor's aggregate
      *   - the covered amount is the aggregate up to the coverage
      *     cap held on the SCVCAP registry parameter (whole units
      *     of home currency); the rest is uncovered
      *   - the name comes from CUSTNAME and the date of birth and
      *     address from CUSTPROF; a depositor missing any of them,
      *     or holding a deposit in a currency with no usable rate,
      *     is flagged on the record and listed on the SCVRPT
      *     summary report for the data to be put right
      *
      * The file is written between a header and a trailer carrying
      * the control totals, as ONE unit of work, so a failed run
      * leaves no half-built view behind. SCVRPT closes with the
      * totals of covered and uncovered deposits.
      *
      * Driven on demand via the CICS batch bridge, transaction
      * 'SCVB' - see jcl/SCVBUILD.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. SCVBUILD.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY CUSTACCT.
       COPY TERMDEP.
       COPY CUSTNAME.
       COPY CUSTPROF.
       COPY SCVFILE.
       COPY SCVRPT.

      * Commarea for the shared FXCONV currency conversion routine
       COPY FXCONVCA.

       1 FXCONV-PROGRAM           PIC X(8) VALUE 'FXCONV  '.
       1 HOME-CURRENCY            PIC X(3) VALUE 'USD'.

      * Commarea for the shared PARMREAD registry routine - the
      * coverage cap is the SCVCAP parameter
       COPY PARMRDCA.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

       1 FILE-NAMES.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 TERMDEP-FILE           PIC X(8) VALUE 'TERMDEP'.
         2 CUSTNAME-FILE          PIC X(8) VALUE 'CUSTNAME'.
         2 CUSTPROF-FILE          PIC X(8) VALUE 'CUSTPROF'.
         2 SCVFILE-FILE           PIC X(8) VALUE 'SCVFILE'.
         2 SCVRPT-FILE            PIC X(8) VALUE 'SCVRPT'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * The protection limit per depositor, in home currency
       1 COVERAGE-CAP             PIC S9(11)V99 COMP-3 VALUE 0.

       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.
       1 END-OF-DEPOSITS-SWITCH   PIC X(1) VALUE 'N'.
         88 END-OF-DEPOSITS                VALUE 'Y'.

      * Set off when any write to the view fails - the whole file
      * is then backed out
       1 FILE-OK-SWITCH           PIC X(1) VALUE 'Y'.
         88 FILE-OK                        VALUE 'Y'.

      * The deposit being added to the depositor's record
       1 DEPOSIT-ACCT             PIC X(8) VALUE SPACES.
       1 DEPOSIT-TYPE             PIC X(1) VALUE SPACE.
       1 DEPOSIT-CURRENCY         PIC X(3) VALUE SPACES.
       1 DEPOSIT-AMOUNT           PIC S9(9)V99 COMP-3 VALUE 0.
       1 DEPOSIT-HOME-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.

      * The depositor being built
       1 ELIGIBLE-DEPOSITS        PIC S9(4) COMP-5 SYNC VALUE 0.
       1 AGGREGATE-BALANCE        PIC S9(11)V99 COMP-3 VALUE 0.
       1 COVERED-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       1 MISSING-DATA-TEXT        PIC X(60) VALUE SPACES.
       1 MISSING-DATA-POINTER     PIC S9(4) COMP VALUE 1.

      * Run totals
       1 DEPOSITOR-COUNT          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 FLAGGED-COUNT            PIC S9(8) COMP-5 SYNC VALUE 0.
       1 DEPOSIT-COUNT            PIC S9(8) COMP-5 SYNC VALUE 0.
       1 TOTAL-AGGREGATE          PIC S9(13)V99 COMP-3 VALUE 0.
       1 TOTAL-COVERED            PIC S9(13)V99 COMP-3 VALUE 0.
       1 TOTAL-UNCOVERED          PIC S9(13)V99 COMP-3 VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 AMOUNT-DISPLAY           PIC -ZZZZZZZZZZZZ9.99.

      * The DROL-maintained business-date control record, read so
      * the view is dated with the business date
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

      * The ledger entry first
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             DISPLAY '*** SCVBUILD: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'SCVBUILD: Starting single customer view build'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO BUSINESS-DATE

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-COVERAGE-CAP

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-FILE-HEADER

           PERFORM BUILD-DEPOSITOR-RECORDS

           PERFORM WRITE-FILE-TRAILER

      *    The view is released whole or not at all
           IF FILE-OK
             EXEC CICS SYNCPOINT END-EXEC
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY 'SCVBUILD: Completed - depositors: ' DEPOSITOR-COUNT
                   ' flagged: ' FLAGGED-COUNT

      * Close the ledger entry with the run's outcome
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * The coverage cap off the SCVCAP parameter, in whole units of
      * home currency - 250000 when none is held
       GET-COVERAGE-CAP.
           MOVE 250000     TO COVERAGE-CAP
           MOVE 'SCVCAP  ' TO PR-PARM-NAME
           MOVE SPACES     TO PR-VALUE
           MOVE 'N'        TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE COVERAGE-CAP = FUNCTION NUMVAL(PR-VALUE)
           END-IF
           .

      * Browse every customer and build a view record for each one
      * who holds at least one eligible deposit
       BUILD-DEPOSITOR-RECORDS.
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( CUSTACCT-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM BUILD-NEXT-DEPOSITOR UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( CUSTACCT-FILE ) END-EXEC
           END-IF
           .

       BUILD-NEXT-DEPOSITOR.
           EXEC CICS READNEXT FILE ( CUSTACCT-FILE )
                              INTO ( CUSTACCT-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             INITIALIZE SCVFILE-RECORD
             MOVE 'D'        TO VW-RECORD-TYPE
             MOVE CA-CUST-NO TO VW-CUST-NO
             MOVE 'N'        TO VW-NO-NAME-FLAG
             MOVE 'N'        TO VW-NO-PROFILE-FLAG
             MOVE 'N'        TO VW-NO-RATE-FLAG
             MOVE 'N'        TO VW-TOO-MANY-FLAG
             MOVE 0          TO ELIGIBLE-DEPOSITS
             MOVE 0          TO AGGREGATE-BALANCE

             MOVE 1 TO ACCT-COUNTER
             PERFORM ADD-ACCOUNT-DEPOSIT
                     UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER > 10

             PERFORM ADD-TERM-DEPOSITS

             IF ELIGIBLE-DEPOSITS > 0
               PERFORM COMPLETE-DEPOSITOR-RECORD
             END-IF
           END-IF
           .

      * One of the customer's own accounts - in credit (or at nil)
      * it is a deposit; an overdrawn account is not
       ADD-ACCOUNT-DEPOSIT.
           IF CA-BALANCE ( ACCT-COUNTER ) NOT < 0
             MOVE CA-ACCT-NUMBER ( ACCT-COUNTER ) TO DEPOSIT-ACCT
             MOVE 'C' TO DEPOSIT-TYPE
             MOVE CA-CURRENCY-CODE ( ACCT-COUNTER )
               TO DEPOSIT-CURRENCY
             MOVE CA-BALANCE ( ACCT-COUNTER ) TO DEPOSIT-AMOUNT
             PERFORM ADD-ONE-DEPOSIT
           END-IF

           ADD 1 TO ACCT-COUNTER
           .

      * Every open term deposit the customer holds, found with one
      * generic browse on the customer number
       ADD-TERM-DEPOSITS.
           MOVE 'N'        TO END-OF-DEPOSITS-SWITCH
           MOVE CA-CUST-NO TO TD-CUST-NO
           MOVE LOW-VALUES TO TD-DEPOSIT-ACCT

           EXEC CICS STARTBR FILE   ( TERMDEP-FILE )
                             RIDFLD ( TD-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM ADD-NEXT-TERM-DEPOSIT UNTIL END-OF-DEPOSITS
             EXEC CICS ENDBR FILE ( TERMDEP-FILE ) END-EXEC
           END-IF
           .

       ADD-NEXT-TERM-DEPOSIT.
           EXEC CICS READNEXT FILE ( TERMDEP-FILE )
                              INTO ( TERMDEP-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              TD-CUST-NO NOT = CA-CUST-NO
             MOVE 'Y' TO END-OF-DEPOSITS-SWITCH
           ELSE
             IF TD-STATUS-ACTIVE
               MOVE TD-DEPOSIT-ACCT TO DEPOSIT-ACCT
               MOVE 'T'             TO DEPOSIT-TYPE
               MOVE TD-PRINCIPAL    TO DEPOSIT-AMOUNT
               PERFORM FIND-PAYOUT-CURRENCY
               PERFORM ADD-ONE-DEPOSIT
             END-IF
           END-IF
           .

      * A term deposit is held in the currency of the account it
      * was funded from and pays out to
       FIND-PAYOUT-CURRENCY.
           MOVE SPACES TO DEPOSIT-CURRENCY
           MOVE 1 TO ACCT-COUNTER
           PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                      OR ACCT-COUNTER > 10
             IF CA-ACCT-NUMBER ( ACCT-COUNTER ) = TD-PAYOUT-ACCT
               MOVE CA-CURRENCY-CODE ( ACCT-COUNTER )
                 TO DEPOSIT-CURRENCY
               MOVE 11 TO ACCT-COUNTER
             ELSE
               ADD 1 TO ACCT-COUNTER
             END-IF
           END-PERFORM
           .

      * Convert one deposit into home currency, add it into the
      * aggregate and list it on the record. A deposit with no
      * usable rate is listed with no home value, left out of the
      * aggregate and flagged
       ADD-ONE-DEPOSIT.
           IF DEPOSIT-CURRENCY = SPACES
             MOVE HOME-CURRENCY TO DEPOSIT-CURRENCY
           END-IF

           INITIALIZE FXCONV-COMMAREA
           MOVE DEPOSIT-CURRENCY TO FC-CURRENCY-CODE
           MOVE BUSINESS-DATE    TO FC-AS-OF-DATE
           EXEC CICS LINK PROGRAM  ( FXCONV-PROGRAM )
                          COMMAREA ( FXCONV-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO FC-STATUS
           END-IF

           IF FC-RATE-USABLE
             COMPUTE DEPOSIT-HOME-AMOUNT ROUNDED =
                     DEPOSIT-AMOUNT * FC-RATE
             ADD DEPOSIT-HOME-AMOUNT TO AGGREGATE-BALANCE
           ELSE
             MOVE 0   TO DEPOSIT-HOME-AMOUNT
             MOVE 'Y' TO VW-NO-RATE-FLAG
           END-IF

           ADD 1 TO ELIGIBLE-DEPOSITS
           ADD 1 TO DEPOSIT-COUNT

           IF VW-DEPOSIT-COUNT < 20
             ADD 1 TO VW-DEPOSIT-COUNT
             MOVE DEPOSIT-ACCT
               TO VW-DEP-ACCT-NUMBER   ( VW-DEPOSIT-COUNT )
             MOVE DEPOSIT-TYPE
               TO VW-DEP-TYPE          ( VW-DEPOSIT-COUNT )
             MOVE DEPOSIT-CURRENCY
               TO VW-DEP-CURRENCY-CODE ( VW-DEPOSIT-COUNT )
             MOVE DEPOSIT-AMOUNT
               TO VW-DEP-BALANCE       ( VW-DEPOSIT-COUNT )
             MOVE DEPOSIT-HOME-AMOUNT
               TO VW-DEP-HOME-BALANCE  ( VW-DEPOSIT-COUNT )
           ELSE
             MOVE 'Y' TO VW-TOO-MANY-FLAG
           END-IF
           .

      * Name, date of birth and address, the covered amount, the
      * data-quality flags - then write the record and fold it into
      * the run totals
       COMPLETE-DEPOSITOR-RECORD.
           MOVE CA-CUST-NO TO CN-CUST-NO
           EXEC CICS READ FILE    ( CUSTNAME-FILE )
                          INTO    ( CUSTNAME-RECORD )
                          RIDFLD  ( CN-CUST-NO )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND
              CN-CUSTOMER-NAME NOT = SPACES
             MOVE CN-CUSTOMER-NAME TO VW-CUSTOMER-NAME
           ELSE
             MOVE 'Y' TO VW-NO-NAME-FLAG
           END-IF

           MOVE CA-CUST-NO TO CP-CUST-NO
           EXEC CICS READ FILE    ( CUSTPROF-FILE )
                          INTO    ( CUSTPROF-RECORD )
                          RIDFLD  ( CP-CUST-NO )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND
              CP-ADDRESS-LINE-1 NOT = SPACES
             MOVE CP-DATE-OF-BIRTH  TO VW-DATE-OF-BIRTH
             MOVE CP-ADDRESS-LINE-1 TO VW-ADDRESS-LINE-1
             MOVE CP-ADDRESS-LINE-2 TO VW-ADDRESS-LINE-2
             MOVE CP-POSTCODE       TO VW-POSTCODE
           ELSE
             MOVE 'Y' TO VW-NO-PROFILE-FLAG
           END-IF

           IF AGGREGATE-BALANCE > COVERAGE-CAP
             MOVE COVERAGE-CAP TO COVERED-AMOUNT
           ELSE
             MOVE AGGREGATE-BALANCE TO COVERED-AMOUNT
           END-IF

           MOVE AGGREGATE-BALANCE TO VW-AGGREGATE-BALANCE
           MOVE COVERED-AMOUNT    TO VW-COVERED-AMOUNT
           COMPUTE VW-UNCOVERED-AMOUNT =
                   AGGREGATE-BALANCE - COVERED-AMOUNT

           IF VW-NO-NAME-FLAG    = 'N' AND
              VW-NO-PROFILE-FLAG = 'N' AND
              VW-NO-RATE-FLAG    = 'N' AND
              VW-TOO-MANY-FLAG   = 'N'
             MOVE 'Y' TO VW-DATA-COMPLETE-FLAG
           ELSE
             MOVE 'N' TO VW-DATA-COMPLETE-FLAG
           END-IF

           PERFORM WRITE-VIEW-RECORD

           ADD 1 TO DEPOSITOR-COUNT
           ADD AGGREGATE-BALANCE   TO TOTAL-AGGREGATE
           ADD COVERED-AMOUNT      TO TOTAL-COVERED
           ADD VW-UNCOVERED-AMOUNT TO TOTAL-UNCOVERED

           IF NOT VW-DATA-COMPLETE
             ADD 1 TO FLAGGED-COUNT
             PERFORM WRITE-FLAGGED-LINE
           END-IF
           .

      * The header record - business date, home currency, cap
       WRITE-FILE-HEADER.
           INITIALIZE SCVFILE-RECORD
           MOVE 'H'           TO VW-RECORD-TYPE
           MOVE BUSINESS-DATE TO VW-BUSINESS-DATE
           MOVE HOME-CURRENCY TO VW-HOME-CURRENCY
           MOVE COVERAGE-CAP  TO VW-COVERAGE-CAP
           PERFORM WRITE-VIEW-RECORD
           .

      * The trailer record - the control totals of the view
       WRITE-FILE-TRAILER.
           INITIALIZE SCVFILE-RECORD
           MOVE 'T'             TO VW-RECORD-TYPE
           MOVE BUSINESS-DATE   TO VW-BUSINESS-DATE
           MOVE HOME-CURRENCY   TO VW-HOME-CURRENCY
           MOVE COVERAGE-CAP    TO VW-COVERAGE-CAP
           MOVE DEPOSITOR-COUNT TO VW-DEPOSITOR-COUNT
           MOVE FLAGGED-COUNT   TO VW-FLAGGED-COUNT
           MOVE TOTAL-AGGREGATE TO VW-TOTAL-AGGREGATE
           MOVE TOTAL-COVERED   TO VW-TOTAL-COVERED
           MOVE TOTAL-UNCOVERED TO VW-TOTAL-UNCOVERED
           PERFORM WRITE-VIEW-RECORD
           .

      * Write one record to the view
       WRITE-VIEW-RECORD.
           EXEC CICS WRITE FILE ( SCVFILE-FILE )
                           FROM ( SCVFILE-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO FILE-OK-SWITCH
             DISPLAY '*** SCVBUILD: Error ' COMMAND-RESP
                     ' writing SCVFILE record'
           END-IF
           .

      * Run header line of the summary report
       WRITE-REPORT-HEADER.
           MOVE COVERAGE-CAP TO AMOUNT-DISPLAY
           MOVE SPACES TO SCVRPT-RECORD
           STRING 'SINGLE CUSTOMER VIEW ' DELIMITED BY SIZE
                  RUN-TIMESTAMP           DELIMITED BY SIZE
                  '  BUSINESS DATE '      DELIMITED BY SIZE
                  BUSINESS-DATE           DELIMITED BY SIZE
                  '  COVERAGE CAP '       DELIMITED BY SIZE
                  AMOUNT-DISPLAY          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  HOME-CURRENCY           DELIMITED BY SIZE
                INTO VR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per depositor flagged for missing data, naming
      * what is missing
       WRITE-FLAGGED-LINE.
           MOVE SPACES TO MISSING-DATA-TEXT
           MOVE 1 TO MISSING-DATA-POINTER
           IF VW-NO-NAME-FLAG = 'Y'
             STRING 'NO NAME ' DELIMITED BY SIZE
                  INTO MISSING-DATA-TEXT
                  WITH POINTER MISSING-DATA-POINTER
           END-IF
           IF VW-NO-PROFILE-FLAG = 'Y'
             STRING 'NO ADDRESS ' DELIMITED BY SIZE
                  INTO MISSING-DATA-TEXT
                  WITH POINTER MISSING-DATA-POINTER
           END-IF
           IF VW-NO-RATE-FLAG = 'Y'
             STRING 'NO FX RATE ' DELIMITED BY SIZE
                  INTO MISSING-DATA-TEXT
                  WITH POINTER MISSING-DATA-POINTER
           END-IF
           IF VW-TOO-MANY-FLAG = 'Y'
             STRING 'OVER 20 DEPOSITS ' DELIMITED BY SIZE
                  INTO MISSING-DATA-TEXT
                  WITH POINTER MISSING-DATA-POINTER
           END-IF

           MOVE AGGREGATE-BALANCE TO AMOUNT-DISPLAY
           MOVE SPACES TO SCVRPT-RECORD
           STRING '  FLAGGED - CUSTOMER ' DELIMITED BY SIZE
                  CA-CUST-NO              DELIMITED BY SIZE
                  ' AGGREGATE '           DELIMITED BY SIZE
                  AMOUNT-DISPLAY          DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  MISSING-DATA-TEXT       DELIMITED BY SIZE
                INTO VR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Closing totals of the run
       WRITE-REPORT-TOTALS.
           IF NOT FILE-OK
             MOVE SPACES TO SCVRPT-RECORD
             MOVE '  *** SCVFILE WRITE FAILED - VIEW BACKED OUT ***'
               TO VR-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE DEPOSITOR-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO SCVRPT-RECORD
           STRING '  DEPOSITORS:          ' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO VR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DEPOSIT-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO SCVRPT-RECORD
           STRING '  ELIGIBLE DEPOSITS:   ' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO VR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE FLAGGED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO SCVRPT-RECORD
           STRING '  FLAGGED RECORDS:     ' DELIMITED BY SIZE
                  COUNT-DISPLAY             DELIMITED BY SIZE
                INTO VR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-AGGREGATE TO AMOUNT-DISPLAY
           MOVE SPACES TO SCVRPT-RECORD
           STRING '  AGGREGATE DEPOSITS:  ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY            DELIMITED BY SIZE
                INTO VR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-COVERED TO AMOUNT-DISPLAY
           MOVE SPACES TO SCVRPT-RECORD
           STRING '  COVERED DEPOSITS:    ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY            DELIMITED BY SIZE
                INTO VR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-UNCOVERED TO AMOUNT-DISPLAY
           MOVE SPACES TO SCVRPT-RECORD
           STRING '  UNCOVERED DEPOSITS:  ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY            DELIMITED BY SIZE
                INTO VR-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Write one print line to the summary report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( SCVRPT-FILE )
                           FROM ( SCVRPT-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** SCVBUILD: Error ' COMMAND-RESP
                     ' writing SCVRPT report line'
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
             MOVE BD-BUSINESS-DATE TO BUSINESS-DATE
           END-IF
           .

      * The entry on the RUNCTL run-control ledger, via the shared
      * RUNCTLR routine - the view depends on no other job
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'SCVB' TO RN-JOB-ID
           PERFORM LINK-TO-RUNCTLR

      *    Commit the RUNNING record on its own at once
           IF RN-OK
             EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      * Close the ledger entry with the outcome the run reports
       RECORD-RUN-END.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'E'        TO RN-FUNCTION
           MOVE 'SCVB'     TO RN-JOB-ID
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

       END PROGRAM 'SCVBUILD'.
