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
      *  CASEAGER
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * CASEAGER - Weekly complaints case aging report. Walks the
      * CMPLCASE case file and writes the CASEAGRP report of every
      * open case against its regulatory final-response deadline:
      * first the cases already past it (BREACHED), then those
      * whose deadline falls within the warning window (the
      * CMPWARN registry parameter, days - 14 when the registry has
      * no value), then the rest, each with its owner and the days
      * left, so the complaints team can see what must be answered
      * this week.
      *
      * Open cases are held in a table as CMPLCASE is read and the
      * report is printed from it group by group, without a sort.
      * It closes with the open cases by category and age group,
      * and the cases closed in the last seven days.
      *
      * Driven from the weekly batch schedule via the CICS batch
      * bridge, transaction 'CAGE' - see jcl/CASEAGER.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CASEAGER.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY CMPLCASE.
       COPY CASEAGRP.

       1 FILE-NAMES.
         2 CMPLCASE-FILE          PIC X(8) VALUE 'CMPLCASE'.
         2 CASEAGRP-FILE          PIC X(8) VALUE 'CASEAGRP'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.
       1 TODAYS-DATE-NUM REDEFINES TODAYS-DATE PIC 9(8).

      * The last deadline that counts as falling due this week -
      * today plus the warning window
       1 WARN-DAYS                PIC S9(4) COMP VALUE 14.
       1 WARN-BY-DATE-NUM         PIC 9(8) VALUE 0.
       1 WARN-BY-DATE REDEFINES WARN-BY-DATE-NUM PIC X(8).
       1 DEADLINE-DATE-NUM        PIC 9(8) VALUE 0.
       1 DAYS-TO-DEADLINE         PIC S9(8) COMP VALUE 0.

      * A case closed on or after this date was closed in the last
      * seven days
       1 CLOSED-SINCE-DATE-NUM    PIC 9(8) VALUE 0.
       1 CLOSED-SINCE-DATE REDEFINES CLOSED-SINCE-DATE-NUM
                                  PIC X(8).

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * The age groups in report order - breached first
       1 GROUP-LABEL-VALUES.
         2 FILLER                 PIC X(12) VALUE 'BREACHED    '.
         2 FILLER                 PIC X(12) VALUE 'DUE SOON    '.
         2 FILLER                 PIC X(12) VALUE 'OPEN        '.
       1 GROUP-LABEL-TABLE REDEFINES GROUP-LABEL-VALUES.
         2 GROUP-LABEL            PIC X(12) OCCURS 3 TIMES.
       1 GROUP-INDEX              PIC S9(4) COMP-5 SYNC VALUE 0.

      * The case categories in summary order - the last catches
      * anything not recognised
       1 CATEGORY-VALUES          PIC X(28)
                                  VALUE 'FEESTXN LOANSERVFRAUOTHR????'.
       1 CATEGORY-TABLE REDEFINES CATEGORY-VALUES.
         2 CATEGORY-CODE          PIC X(4) OCCURS 7 TIMES.
       1 CATEGORY-INDEX           PIC S9(4) COMP-5 SYNC VALUE 0.

      * Counts per category - open by age group, and closed in the
      * last seven days - and for the whole run
       1 CATEGORY-TOTALS.
         2 CATEGORY-TOTAL OCCURS 7 TIMES.
           3 CT-OPEN-COUNT        PIC S9(8) COMP-5 SYNC OCCURS 3 TIMES.
           3 CT-CLOSED-COUNT      PIC S9(8) COMP-5 SYNC.
       1 GROUP-TOTALS.
         2 GT-OPEN-COUNT          PIC S9(8) COMP-5 SYNC OCCURS 3 TIMES.
       1 CASES-READ               PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CLOSED-RECENTLY          PIC S9(8) COMP-5 SYNC VALUE 0.

      * The open cases, held for the group-by-group report
       1 OPEN-TABLE.
         2 OPEN-ENTRY OCCURS 5000 TIMES.
           3 OT-CUST-NO           PIC X(4).
           3 OT-CASE-NO           PIC X(4).
           3 OT-CATEGORY          PIC X(4).
           3 OT-OWNER             PIC X(8).
           3 OT-OPENED-DATE       PIC X(8).
           3 OT-DEADLINE-DATE     PIC X(8).
           3 OT-LAST-ACTION       PIC X(8).
           3 OT-GROUP-INDEX       PIC S9(4) COMP.
           3 OT-DAYS-TO-DEADLINE  PIC S9(8) COMP.
       1 OPEN-COUNT               PIC S9(8) COMP-5 SYNC VALUE 0.
       1 OPEN-INDEX               PIC S9(8) COMP-5 SYNC VALUE 0.

      * Set when more cases are open than the table holds - the
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
      * warning window comes from the registry
       COPY PARMRDCA.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

      * Commarea for the shared RUNCTLR run-control routine - this
      * job records itself on the RUNCTL ledger
       COPY RUNCTLCA.

       1 RUNCTLR-PROGRAM          PIC X(8) VALUE 'RUNCTLR'.

      * What this week's ledger entry closes with - an orderly
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

      * This week's ledger entry first
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             DISPLAY '*** CASEAGER: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'CASEAGER: Starting weekly complaints case aging'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

      *    The business date, not the wall clock, is what the cases
      *    are aged against
           PERFORM GET-BUSINESS-DATE
           PERFORM GET-WARN-DAYS

           COMPUTE WARN-BY-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   ( FUNCTION INTEGER-OF-DATE ( TODAYS-DATE-NUM )
                     + WARN-DAYS )
           COMPUTE CLOSED-SINCE-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   ( FUNCTION INTEGER-OF-DATE ( TODAYS-DATE-NUM )
                     - 6 )

           INITIALIZE CATEGORY-TOTALS
           INITIALIZE GROUP-TOTALS

           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-CASES

      *    The report, breached cases first
           MOVE 1 TO GROUP-INDEX
           PERFORM WRITE-GROUP-DETAIL
                   UNTIL GROUP-INDEX > 3

           PERFORM WRITE-CASE-SUMMARY

           DISPLAY 'CASEAGER: Completed - cases: ' CASES-READ
                   ' open: ' OPEN-COUNT
                   ' breached: ' GT-OPEN-COUNT ( 1 )

      * Close this week's ledger entry - the job came out clean
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Browse every case on CMPLCASE
       READ-CASES.
           MOVE 0   TO OPEN-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE LOW-VALUES TO CS-KEY

           EXEC CICS STARTBR FILE   ( CMPLCASE-FILE )
                             RIDFLD ( CS-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM READ-NEXT-CASE UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( CMPLCASE-FILE ) END-EXEC
           END-IF
           .

       READ-NEXT-CASE.
           EXEC CICS READNEXT FILE   ( CMPLCASE-FILE )
                              INTO   ( CMPLCASE-RECORD )
                              RIDFLD ( CS-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO CASES-READ
             PERFORM CHECK-CASE-AGE
           END-IF
           .

      * Which category and age group the case falls in. An open
      * case with no usable deadline is counted as breached, so
      * it is looked at
       CHECK-CASE-AGE.
           MOVE 1 TO CATEGORY-INDEX
           PERFORM FIND-CATEGORY-INDEX
                   UNTIL CATEGORY-INDEX > 6
                      OR CATEGORY-CODE ( CATEGORY-INDEX ) = CS-CATEGORY

           IF CS-STATUS-CLOSED
             IF CS-CLOSED-DATE NOT < CLOSED-SINCE-DATE
               ADD 1 TO CT-CLOSED-COUNT ( CATEGORY-INDEX )
               ADD 1 TO CLOSED-RECENTLY
             END-IF
           ELSE
             MOVE 0 TO DAYS-TO-DEADLINE
             IF CS-DEADLINE-DATE NOT NUMERIC
               MOVE 1 TO GROUP-INDEX
             ELSE
               MOVE CS-DEADLINE-DATE TO DEADLINE-DATE-NUM
               COMPUTE DAYS-TO-DEADLINE =
                       FUNCTION INTEGER-OF-DATE ( DEADLINE-DATE-NUM )
                     - FUNCTION INTEGER-OF-DATE ( TODAYS-DATE-NUM )
               EVALUATE TRUE
                 WHEN CS-DEADLINE-DATE < TODAYS-DATE
                   MOVE 1 TO GROUP-INDEX
                 WHEN CS-DEADLINE-DATE NOT > WARN-BY-DATE
                   MOVE 2 TO GROUP-INDEX
                 WHEN OTHER
                   MOVE 3 TO GROUP-INDEX
               END-EVALUATE
             END-IF

             ADD 1 TO CT-OPEN-COUNT ( CATEGORY-INDEX, GROUP-INDEX )
             ADD 1 TO GT-OPEN-COUNT ( GROUP-INDEX )
             PERFORM HOLD-OPEN-ENTRY
           END-IF
           .

       FIND-CATEGORY-INDEX.
           ADD 1 TO CATEGORY-INDEX
           .

      * Keep the case for the report
       HOLD-OPEN-ENTRY.
           IF OPEN-COUNT >= 5000
             MOVE 'Y' TO TABLE-FULL-SWITCH
           ELSE
             ADD 1 TO OPEN-COUNT
             MOVE CS-CUST-NO       TO OT-CUST-NO ( OPEN-COUNT )
             MOVE CS-CASE-NO       TO OT-CASE-NO ( OPEN-COUNT )
             MOVE CS-CATEGORY      TO OT-CATEGORY ( OPEN-COUNT )
             MOVE CS-OWNER         TO OT-OWNER ( OPEN-COUNT )
             MOVE CS-OPENED-DATE   TO OT-OPENED-DATE ( OPEN-COUNT )
             MOVE CS-DEADLINE-DATE TO OT-DEADLINE-DATE ( OPEN-COUNT )
             MOVE CS-LAST-ACTION   TO OT-LAST-ACTION ( OPEN-COUNT )
             MOVE GROUP-INDEX      TO OT-GROUP-INDEX ( OPEN-COUNT )
             MOVE DAYS-TO-DEADLINE
               TO OT-DAYS-TO-DEADLINE ( OPEN-COUNT )
           END-IF
           .

      * One age group's cases under a heading line
       WRITE-GROUP-DETAIL.
           IF GT-OPEN-COUNT ( GROUP-INDEX ) > 0
             MOVE SPACES TO CASEAGRP-RECORD
             PERFORM WRITE-REPORT-LINE

             MOVE GT-OPEN-COUNT ( GROUP-INDEX ) TO COUNT-DISPLAY
             MOVE SPACES TO CASEAGRP-RECORD
             STRING GROUP-LABEL ( GROUP-INDEX ) DELIMITED BY SIZE
                    COUNT-DISPLAY               DELIMITED BY SIZE
                  INTO CV-PRINT-LINE
             PERFORM WRITE-REPORT-LINE

             MOVE 1 TO OPEN-INDEX
             PERFORM WRITE-CASE-LINE
                     UNTIL OPEN-INDEX > OPEN-COUNT
           END-IF

           ADD 1 TO GROUP-INDEX
           .

       WRITE-CASE-LINE.
           IF OT-GROUP-INDEX ( OPEN-INDEX ) = GROUP-INDEX
             MOVE OT-DAYS-TO-DEADLINE ( OPEN-INDEX ) TO DAYS-DISPLAY

             MOVE SPACES TO CASEAGRP-RECORD
             STRING '  CASE '                  DELIMITED BY SIZE
                    OT-CUST-NO ( OPEN-INDEX )  DELIMITED BY SIZE
                    '/'                        DELIMITED BY SIZE
                    OT-CASE-NO ( OPEN-INDEX )  DELIMITED BY SIZE
                    ' '                        DELIMITED BY SIZE
                    OT-CATEGORY ( OPEN-INDEX ) DELIMITED BY SIZE
                    ' OWNER '                  DELIMITED BY SIZE
                    OT-OWNER ( OPEN-INDEX )    DELIMITED BY SIZE
                    ' OPENED '                 DELIMITED BY SIZE
                    OT-OPENED-DATE ( OPEN-INDEX )
                                               DELIMITED BY SIZE
                    ' RESPOND BY '             DELIMITED BY SIZE
                    OT-DEADLINE-DATE ( OPEN-INDEX )
                                               DELIMITED BY SIZE
                    ' DAYS LEFT '              DELIMITED BY SIZE
                    DAYS-DISPLAY               DELIMITED BY SIZE
                    ' LAST '                   DELIMITED BY SIZE
                    OT-LAST-ACTION ( OPEN-INDEX )
                                               DELIMITED BY SIZE
                  INTO CV-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           ADD 1 TO OPEN-INDEX
           .

       WRITE-REPORT-HEADER.
           MOVE WARN-DAYS TO DAYS-DISPLAY

           MOVE SPACES TO CASEAGRP-RECORD
           STRING 'COMPLAINTS CASE AGING ' DELIMITED BY SIZE
                  RUN-TIMESTAMP            DELIMITED BY SIZE
                  '  BUSINESS DATE '       DELIMITED BY SIZE
                  TODAYS-DATE              DELIMITED BY SIZE
                  '  WARN BY '             DELIMITED BY SIZE
                  WARN-BY-DATE             DELIMITED BY SIZE
                  '  WARNING DAYS '        DELIMITED BY SIZE
                  DAYS-DISPLAY             DELIMITED BY SIZE
                INTO CV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The open cases by category and age group, the cases closed
      * in the last seven days, then the whole run
       WRITE-CASE-SUMMARY.
           MOVE SPACES TO CASEAGRP-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO CASEAGRP-RECORD
           STRING 'CASES BY CATEGORY' DELIMITED BY SIZE
                INTO CV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO CASEAGRP-RECORD
           STRING '  CATEGORY BREACHED DUE SOON     OPEN  CLOSED 7D'
                                             DELIMITED BY SIZE
                INTO CV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO CATEGORY-INDEX
           PERFORM WRITE-CATEGORY-SUMMARY-LINE
                   UNTIL CATEGORY-INDEX > 7

           MOVE CASES-READ TO COUNT-DISPLAY
           MOVE SPACES TO CASEAGRP-RECORD
           STRING '  CASES READ ' DELIMITED BY SIZE
                  COUNT-DISPLAY   DELIMITED BY SIZE
                INTO CV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CLOSED-RECENTLY TO COUNT-DISPLAY
           MOVE SPACES TO CASEAGRP-RECORD
           STRING '  CLOSED SINCE ' DELIMITED BY SIZE
                  CLOSED-SINCE-DATE DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  COUNT-DISPLAY     DELIMITED BY SIZE
                INTO CV-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF TABLE-FULL
             MOVE SPACES TO CASEAGRP-RECORD
             STRING '  *** MORE THAN 5000 CASES OPEN - LIST'
                                               DELIMITED BY SIZE
                    ' ABOVE IS INCOMPLETE, COUNTS ARE NOT'
                                               DELIMITED BY SIZE
                  INTO CV-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

      * One category's counts - a category with nothing open and
      * nothing closed this week is left out
       WRITE-CATEGORY-SUMMARY-LINE.
           IF CT-OPEN-COUNT ( CATEGORY-INDEX, 1 ) > 0 OR
              CT-OPEN-COUNT ( CATEGORY-INDEX, 2 ) > 0 OR
              CT-OPEN-COUNT ( CATEGORY-INDEX, 3 ) > 0 OR
              CT-CLOSED-COUNT ( CATEGORY-INDEX ) > 0
             MOVE SPACES TO CASEAGRP-RECORD
             STRING '  '                          DELIMITED BY SIZE
                    CATEGORY-CODE ( CATEGORY-INDEX )
                                                  DELIMITED BY SIZE
                  INTO CV-PRINT-LINE
             MOVE CT-OPEN-COUNT ( CATEGORY-INDEX, 1 ) TO COUNT-DISPLAY
             MOVE COUNT-DISPLAY TO CV-PRINT-LINE(12:8)
             MOVE CT-OPEN-COUNT ( CATEGORY-INDEX, 2 ) TO COUNT-DISPLAY
             MOVE COUNT-DISPLAY TO CV-PRINT-LINE(21:8)
             MOVE CT-OPEN-COUNT ( CATEGORY-INDEX, 3 ) TO COUNT-DISPLAY
             MOVE COUNT-DISPLAY TO CV-PRINT-LINE(30:8)
             MOVE CT-CLOSED-COUNT ( CATEGORY-INDEX ) TO COUNT-DISPLAY
             MOVE COUNT-DISPLAY TO CV-PRINT-LINE(40:8)
             PERFORM WRITE-REPORT-LINE
           END-IF

           ADD 1 TO CATEGORY-INDEX
           .

       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( CASEAGRP-FILE )
                           FROM ( CASEAGRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** CASEAGER: Error ' COMMAND-RESP
                     ' writing CASEAGRP report line'
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

      * How many days ahead of its deadline a case counts as due
      * soon, off the parameter registry - 14 when the registry
      * has no value
       GET-WARN-DAYS.
           MOVE 'CMPWARN' TO PR-PARM-NAME
           MOVE SPACES    TO PR-VALUE
           MOVE 'N'       TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE WARN-DAYS = FUNCTION NUMVAL(PR-VALUE)
           END-IF
           .

      * This week's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the aging report depends on no
      * other job
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'CAGE' TO RN-JOB-ID
           PERFORM LINK-TO-RUNCTLR

      *    Commit the RUNNING record on its own at once
           IF RN-OK
             EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      * Close this week's ledger entry with the outcome the run
      * reports
       RECORD-RUN-END.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'E'        TO RN-FUNCTION
           MOVE 'CAGE'     TO RN-JOB-ID
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

       END PROGRAM 'CASEAGER'.
