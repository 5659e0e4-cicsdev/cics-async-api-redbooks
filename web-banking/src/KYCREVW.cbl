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
      *  KYCREVW
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * KYCREVW - Nightly KYC review-due list. Each customer's
      * profile on CUSTPROF carries the date their KYC review next
      * falls due; this job walks every customer on CUSTNAME, looks
      * up their profile and writes the KYCDUERP list of customers
      * whose review is overdue, or falls due within the lead period
      * (the KYCLEAD registry parameter, days - 30 when the registry
      * has no value), so the branch can book the review in time.
      *
      * The list is in order of risk: customers with no profile at
      * all (set up before CUSTPROF existed, or never rated) first,
      * then High, Medium and Low risk, and within each the overdue
      * reviews ahead of those merely falling due. Customers due
      * are held in a table as CUSTNAME is read and the list is
      * printed from it group by group, without a sort.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'KYCR' - see jcl/KYCREVW.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. KYCREVW.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY CUSTNAME.
       COPY CUSTPROF.
       COPY KYCDUERP.

       1 FILE-NAMES.
         2 CUSTNAME-FILE          PIC X(8) VALUE 'CUSTNAME'.
         2 CUSTPROF-FILE          PIC X(8) VALUE 'CUSTPROF'.
         2 KYCDUERP-FILE          PIC X(8) VALUE 'KYCDUERP'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.
       1 TODAYS-DATE-NUM REDEFINES TODAYS-DATE PIC 9(8).

      * The last date that counts as falling due tonight - today
      * plus the lead period
       1 LEAD-DAYS                PIC S9(4) COMP VALUE 30.
       1 DUE-BY-DATE-NUM          PIC 9(8) VALUE 0.
       1 DUE-BY-DATE REDEFINES DUE-BY-DATE-NUM PIC X(8).
       1 NEXT-REVIEW-NUM          PIC 9(8) VALUE 0.
       1 DAYS-TO-REVIEW           PIC S9(8) COMP VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * The risk groups in list order - no profile first
       1 GROUP-LABEL-VALUES.
         2 FILLER                 PIC X(12) VALUE 'NO PROFILE  '.
         2 FILLER                 PIC X(12) VALUE 'HIGH RISK   '.
         2 FILLER                 PIC X(12) VALUE 'MEDIUM RISK '.
         2 FILLER                 PIC X(12) VALUE 'LOW RISK    '.
       1 GROUP-LABEL-TABLE REDEFINES GROUP-LABEL-VALUES.
         2 GROUP-LABEL            PIC X(12) OCCURS 4 TIMES.
       1 GROUP-INDEX              PIC S9(4) COMP-5 SYNC VALUE 0.

      * Overdue is listed before due-soon within a group
       1 DUE-STATE-VALUES         PIC X(16) VALUE 'OVERDUE DUE SOON'.
       1 DUE-STATE-TABLE REDEFINES DUE-STATE-VALUES.
         2 DUE-STATE-LABEL        PIC X(8) OCCURS 2 TIMES.
       1 DUE-STATE-INDEX          PIC S9(4) COMP-5 SYNC VALUE 0.

      * Counts per group and due state, and for the whole run
       1 GROUP-TOTALS.
         2 GROUP-TOTAL OCCURS 4 TIMES.
           3 GT-DUE-COUNT         PIC S9(8) COMP-5 SYNC OCCURS 2 TIMES.
       1 CUSTOMER-COUNT           PIC S9(8) COMP-5 SYNC VALUE 0.

      * The customers due, held for the group-by-group list
       1 DUE-TABLE.
         2 DUE-ENTRY OCCURS 5000 TIMES.
           3 DT-CUST-NO           PIC X(4).
           3 DT-CUSTOMER-NAME     PIC X(30).
           3 DT-GROUP-INDEX       PIC S9(4) COMP.
           3 DT-DUE-STATE         PIC S9(4) COMP.
           3 DT-LAST-REVIEW-DATE  PIC X(8).
           3 DT-NEXT-REVIEW-DATE  PIC X(8).
           3 DT-DAYS-TO-REVIEW    PIC S9(8) COMP.
       1 DUE-COUNT                PIC S9(8) COMP-5 SYNC VALUE 0.
       1 DUE-INDEX                PIC S9(8) COMP-5 SYNC VALUE 0.

      * Set when more customers are due than the table holds - the
      * counts still include them all
       1 TABLE-FULL-SWITCH        PIC X(1) VALUE 'N'.
         88 TABLE-FULL                     VALUE 'Y'.

       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 DAYS-DISPLAY             PIC -ZZZZ9.

      * The DROL-maintained business-date control record, read so
      * this job reports on the business date rather than the wall
      * clock
       COPY BUSDATE.

      * Commarea for the shared PARMREAD registry routine - the
      * lead period comes from the registry
       COPY PARMRDCA.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

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
             DISPLAY '*** KYCREVW: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'KYCREVW: Starting nightly KYC review-due list'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

      *    The business date, not the wall clock, is what tonight
      *    reports against
           PERFORM GET-BUSINESS-DATE
           PERFORM GET-LEAD-DAYS

           COMPUTE DUE-BY-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   ( FUNCTION INTEGER-OF-DATE ( TODAYS-DATE-NUM )
                     + LEAD-DAYS )

           INITIALIZE GROUP-TOTALS

           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-CUSTOMERS

      *    The list, highest risk first
           MOVE 1 TO GROUP-INDEX
           PERFORM WRITE-GROUP-DETAIL
                   UNTIL GROUP-INDEX > 4

           PERFORM WRITE-DUE-SUMMARY

           DISPLAY 'KYCREVW: Completed - customers: ' CUSTOMER-COUNT
                   ' review due: ' DUE-COUNT

      * Close tonight's ledger entry - the job came out clean
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Browse every customer on CUSTNAME
       READ-CUSTOMERS.
           MOVE 0   TO DUE-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE LOW-VALUES TO CN-CUST-NO

           EXEC CICS STARTBR FILE   ( CUSTNAME-FILE )
                             RIDFLD ( CN-CUST-NO )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM READ-NEXT-CUSTOMER UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( CUSTNAME-FILE ) END-EXEC
           END-IF
           .

       READ-NEXT-CUSTOMER.
           EXEC CICS READNEXT FILE   ( CUSTNAME-FILE )
                              INTO   ( CUSTNAME-RECORD )
                              RIDFLD ( CN-CUST-NO )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO CUSTOMER-COUNT
             PERFORM CHECK-CUSTOMER-REVIEW
           END-IF
           .

      * Where the customer's review stands. No profile, or a
      * profile with no rating or no review date, is overdue
       CHECK-CUSTOMER-REVIEW.
           MOVE CN-CUST-NO TO CP-CUST-NO

           EXEC CICS READ FILE    ( CUSTPROF-FILE )
                          INTO    ( CUSTPROF-RECORD )
                          RIDFLD  ( CP-CUST-NO )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             INITIALIZE CUSTPROF-RECORD
             MOVE CN-CUST-NO TO CP-CUST-NO
           END-IF

           EVALUATE TRUE
             WHEN CP-RISK-HIGH
               MOVE 2 TO GROUP-INDEX
             WHEN CP-RISK-MEDIUM
               MOVE 3 TO GROUP-INDEX
             WHEN CP-RISK-LOW
               MOVE 4 TO GROUP-INDEX
             WHEN OTHER
               MOVE 1 TO GROUP-INDEX
           END-EVALUATE

           MOVE 0 TO DUE-STATE-INDEX
           MOVE 0 TO DAYS-TO-REVIEW
           IF CP-NEXT-REVIEW-DATE NOT NUMERIC
             MOVE 1 TO DUE-STATE-INDEX
           ELSE
             MOVE CP-NEXT-REVIEW-DATE TO NEXT-REVIEW-NUM
             COMPUTE DAYS-TO-REVIEW =
                     FUNCTION INTEGER-OF-DATE ( NEXT-REVIEW-NUM )
                   - FUNCTION INTEGER-OF-DATE ( TODAYS-DATE-NUM )
             EVALUATE TRUE
               WHEN CP-NEXT-REVIEW-DATE < TODAYS-DATE
                 MOVE 1 TO DUE-STATE-INDEX
               WHEN CP-NEXT-REVIEW-DATE NOT > DUE-BY-DATE
                 MOVE 2 TO DUE-STATE-INDEX
             END-EVALUATE
           END-IF

           IF DUE-STATE-INDEX > 0
             ADD 1 TO GT-DUE-COUNT ( GROUP-INDEX, DUE-STATE-INDEX )
             PERFORM HOLD-DUE-ENTRY
           END-IF
           .

      * Keep the customer for the list
       HOLD-DUE-ENTRY.
           IF DUE-COUNT >= 5000
             MOVE 'Y' TO TABLE-FULL-SWITCH
           ELSE
             ADD 1 TO DUE-COUNT
             MOVE CN-CUST-NO
               TO DT-CUST-NO ( DUE-COUNT )
             MOVE CN-CUSTOMER-NAME
               TO DT-CUSTOMER-NAME ( DUE-COUNT )
             MOVE GROUP-INDEX
               TO DT-GROUP-INDEX ( DUE-COUNT )
             MOVE DUE-STATE-INDEX
               TO DT-DUE-STATE ( DUE-COUNT )
             MOVE CP-LAST-REVIEW-DATE
               TO DT-LAST-REVIEW-DATE ( DUE-COUNT )
             MOVE CP-NEXT-REVIEW-DATE
               TO DT-NEXT-REVIEW-DATE ( DUE-COUNT )
             MOVE DAYS-TO-REVIEW
               TO DT-DAYS-TO-REVIEW ( DUE-COUNT )
           END-IF
           .

      * One risk group's customers under a heading line - the
      * overdue reviews, then those falling due
       WRITE-GROUP-DETAIL.
           IF GT-DUE-COUNT ( GROUP-INDEX, 1 ) > 0 OR
              GT-DUE-COUNT ( GROUP-INDEX, 2 ) > 0
             MOVE SPACES TO KYCDUERP-RECORD
             PERFORM WRITE-REPORT-LINE

             MOVE SPACES TO KYCDUERP-RECORD
             STRING GROUP-LABEL ( GROUP-INDEX ) DELIMITED BY SIZE
                  INTO KD-PRINT-LINE
             PERFORM WRITE-REPORT-LINE

             MOVE 1 TO DUE-STATE-INDEX
             PERFORM WRITE-DUE-STATE-DETAIL
                     UNTIL DUE-STATE-INDEX > 2
           END-IF

           ADD 1 TO GROUP-INDEX
           .

       WRITE-DUE-STATE-DETAIL.
           MOVE 1 TO DUE-INDEX
           PERFORM WRITE-DUE-LINE
                   UNTIL DUE-INDEX > DUE-COUNT

           ADD 1 TO DUE-STATE-INDEX
           .

       WRITE-DUE-LINE.
           IF DT-GROUP-INDEX ( DUE-INDEX ) = GROUP-INDEX AND
              DT-DUE-STATE ( DUE-INDEX ) = DUE-STATE-INDEX
             MOVE DT-DAYS-TO-REVIEW ( DUE-INDEX ) TO DAYS-DISPLAY

             MOVE SPACES TO KYCDUERP-RECORD
             STRING '  '                     DELIMITED BY SIZE
                    DUE-STATE-LABEL ( DUE-STATE-INDEX )
                                             DELIMITED BY SIZE
                    ' CUST '                 DELIMITED BY SIZE
                    DT-CUST-NO ( DUE-INDEX ) DELIMITED BY SIZE
                    ' '                      DELIMITED BY SIZE
                    DT-CUSTOMER-NAME ( DUE-INDEX )
                                             DELIMITED BY SIZE
                    ' LAST REVIEW '          DELIMITED BY SIZE
                    DT-LAST-REVIEW-DATE ( DUE-INDEX )
                                             DELIMITED BY SIZE
                    ' NEXT DUE '             DELIMITED BY SIZE
                    DT-NEXT-REVIEW-DATE ( DUE-INDEX )
                                             DELIMITED BY SIZE
                    ' DAYS '                 DELIMITED BY SIZE
                    DAYS-DISPLAY             DELIMITED BY SIZE
                  INTO KD-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           ADD 1 TO DUE-INDEX
           .

       WRITE-REPORT-HEADER.
           MOVE LEAD-DAYS TO DAYS-DISPLAY

           MOVE SPACES TO KYCDUERP-RECORD
           STRING 'KYC REVIEW DUE LIST '  DELIMITED BY SIZE
                  RUN-TIMESTAMP           DELIMITED BY SIZE
                  '  BUSINESS DATE '      DELIMITED BY SIZE
                  TODAYS-DATE             DELIMITED BY SIZE
                  '  DUE BY '             DELIMITED BY SIZE
                  DUE-BY-DATE             DELIMITED BY SIZE
                  '  LEAD DAYS '          DELIMITED BY SIZE
                  DAYS-DISPLAY            DELIMITED BY SIZE
                INTO KD-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The counts by risk group - overdue and due soon - then
      * for the whole run
       WRITE-DUE-SUMMARY.
           MOVE SPACES TO KYCDUERP-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO KYCDUERP-RECORD
           STRING 'REVIEWS DUE BY RISK' DELIMITED BY SIZE
                INTO KD-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO KYCDUERP-RECORD
           STRING '  GROUP         OVERDUE DUE SOON'
                                             DELIMITED BY SIZE
                INTO KD-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO GROUP-INDEX
           PERFORM WRITE-GROUP-SUMMARY-LINE
                   UNTIL GROUP-INDEX > 4

           MOVE CUSTOMER-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO KYCDUERP-RECORD
           STRING '  CUSTOMERS READ ' DELIMITED BY SIZE
                  COUNT-DISPLAY       DELIMITED BY SIZE
                INTO KD-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF TABLE-FULL
             MOVE SPACES TO KYCDUERP-RECORD
             STRING '  *** MORE THAN 5000 REVIEWS DUE - LIST'
                                               DELIMITED BY SIZE
                    ' ABOVE IS INCOMPLETE, COUNTS ARE NOT'
                                               DELIMITED BY SIZE
                  INTO KD-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

       WRITE-GROUP-SUMMARY-LINE.
           MOVE SPACES TO KYCDUERP-RECORD
           MOVE GT-DUE-COUNT ( GROUP-INDEX, 1 ) TO COUNT-DISPLAY
           STRING '  '                         DELIMITED BY SIZE
                  GROUP-LABEL ( GROUP-INDEX )  DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  COUNT-DISPLAY                DELIMITED BY SIZE
                INTO KD-PRINT-LINE
           MOVE GT-DUE-COUNT ( GROUP-INDEX, 2 ) TO COUNT-DISPLAY
           MOVE ' '           TO KD-PRINT-LINE(24:1)
           MOVE COUNT-DISPLAY TO KD-PRINT-LINE(25:8)
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO GROUP-INDEX
           .

       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( KYCDUERP-FILE )
                           FROM ( KYCDUERP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** KYCREVW: Error ' COMMAND-RESP
                     ' writing KYCDUERP report line'
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

      * How many days ahead a review counts as falling due, off
      * the parameter registry - 30 when the registry has no value
       GET-LEAD-DAYS.
           MOVE 'KYCLEAD' TO PR-PARM-NAME
           MOVE SPACES    TO PR-VALUE
           MOVE 'N'       TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE LEAD-DAYS = FUNCTION NUMVAL(PR-VALUE)
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the review list depends on no
      * other job
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'KYCR' TO RN-JOB-ID
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
           MOVE 'KYCR'     TO RN-JOB-ID
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

       END PROGRAM 'KYCREVW'.
