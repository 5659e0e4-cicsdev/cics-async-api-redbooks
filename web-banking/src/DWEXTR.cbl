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
      *  DWEXTR
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * DWEXTR - Incremental extract of the master and history files
      * for the data warehouse. Each night the warehouse is sent
      * only what has changed since its last successful extract, as
      * delimited files with a header row naming the columns:
      *
      *   - TXNHIST postings made since the last extract, selected
      *     on the business date TXNAPPLY stamps on each posting
      *     (DWTXNHST). Only a closed business date is taken: while
      *     posting is quiesced for the DROL roll the extract runs
      *     to the business date itself, but while posting is open
      *     it runs to the business date before, so a posting made
      *     after the extract on a date still open is picked up by
      *     the next run rather than lost
      *   - CUSTACCT, CUSTNAME, LOANMAST and LOANQUOT records that
      *     are new, changed or gone since the last extract
      *     (DWCUSTAC, DWCUSTNM, DWLOANMS, DWLOANQT). None of these
      *     masters carries a last-changed stamp, so each record is
      *     compared with the image of it last sent, held on
      *     DWIMAGE, and a pass over the images then finds the
      *     records that have been removed
      *
      * Each source has its own high-water mark on DWCTL - the cut
      * its last successful extract ran to. The rows are
      * written in units of work of COMMIT-INTERVAL records read,
      * each committing the rows, the images and the source's
      * restart key together, so a failed run is simply rerun: it
      * resumes the same extract run after the last committed key,
      * skips the sources already finished and neither loses nor
      * repeats a row. A source's mark only moves on once it has
      * been extracted in full, in the unit of work that writes its
      * row to the DWMANIF manifest - the row count, the insert,
      * update and delete counts and the control total the
      * warehouse load checks its intake against.
      *
      * Driven from the overnight batch schedule via the CICS batch
      * bridge, transaction 'DWEX' - see jcl/DWEXTR.jcl. Runs after
      * the night's interest accrual and loan servicing postings.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. DWEXTR.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the source files extracted
       COPY CUSTACCT.
       COPY CUSTNAME.
       COPY LOANMAST.
       COPY LOANQUOT.
       COPY TXNHIST.

      * Extract control, master images and the extract files
       COPY DWCTL.
       COPY DWIMAGE.
       COPY DWOUT.

       1 FILE-NAMES.
         2 DWCTL-FILE             PIC X(8) VALUE 'DWCTL'.
         2 DWIMAGE-FILE           PIC X(8) VALUE 'DWIMAGE'.
         2 DWMANIF-FILE           PIC X(8) VALUE 'DWMANIF'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

      * The sources extracted, in the order they are extracted -
      * the source file, the extract file it is written to and the
      * length of its key
       1 SOURCE-LIST.
         2 FILLER                 PIC X(18)
                                  VALUE 'CUSTACCTDWCUSTAC04'.
         2 FILLER                 PIC X(18)
                                  VALUE 'CUSTNAMEDWCUSTNM04'.
         2 FILLER                 PIC X(18)
                                  VALUE 'LOANMASTDWLOANMS08'.
         2 FILLER                 PIC X(18)
                                  VALUE 'LOANQUOTDWLOANQT20'.
         2 FILLER                 PIC X(18)
                                  VALUE 'TXNHIST DWTXNHST24'.
       1 SOURCE-TABLE REDEFINES SOURCE-LIST.
         2 SOURCE-ENTRY OCCURS 5 TIMES.
           3 SOURCE-FILE-NAME     PIC X(8).
           3 SOURCE-EXTRACT-NAME  PIC X(8).
           3 SOURCE-KEY-LENGTH    PIC 9(2).

       1 SOURCE-INDEX             PIC S9(4) COMP VALUE 0.

      * The source being extracted
       1 CURRENT-SOURCE           PIC X(8) VALUE SPACES.
       1 CURRENT-EXTRACT          PIC X(8) VALUE SPACES.
       1 CURRENT-KEY-LENGTH       PIC S9(4) COMP VALUE 0.

      * The extract file, or the manifest, a line is written to
       1 OUTPUT-FILE              PIC X(8) VALUE SPACES.

      * The DWCTL key of the run record
       1 RUN-CONTROL-KEY          PIC X(8) VALUE 'RUN     '.

      * The high-water mark of a source never extracted before
       1 NEVER-EXTRACTED-TS       PIC X(16)
                                  VALUE '0000000000000000'.

       1 RUN-ID                   PIC X(16) VALUE SPACES.
       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * The last business date no more postings can arrive for -
      * the TXNHIST extract runs up to and including it
       1 CUT-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       1 DATE-NUMERIC             PIC 9(8) VALUE 0.

      * Records read between commits - the rows, images and restart
      * key of each batch of this many are committed together
       1 COMMIT-INTERVAL          PIC S9(4) COMP VALUE 500.
       1 BATCH-COUNT              PIC S9(4) COMP VALUE 0.

      * One source record, or a master image, read into a common
      * area and moved into its own layout to be written out
       1 SOURCE-RECORD            PIC X(300) VALUE SPACES.
       1 SOURCE-KEY               PIC X(24) VALUE SPACES.

      * I(nsert), U(pdate) or D(elete) - the change being sent
       1 CHANGE-TYPE              PIC X(1) VALUE SPACE.

      * Images found in a batch whose master record has gone -
      * collected during the browse of DWIMAGE and deleted after it
       1 DELETE-KEY-COUNT         PIC S9(4) COMP VALUE 0.
       1 DELETE-INDEX             PIC S9(4) COMP VALUE 0.
       1 DELETE-KEY-TABLE.
         2 DELETE-KEY             PIC X(24) OCCURS 500 TIMES.

       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.

      * Set off by any failure - the batch in hand is backed out and
      * the run stops, to be resumed by the next run
       1 EXTRACT-OK-SWITCH        PIC X(1) VALUE 'Y'.
         88 EXTRACT-OK                     VALUE 'Y'.
       1 SOURCE-FINISHED-SWITCH   PIC X(1) VALUE 'N'.
         88 SOURCE-FINISHED                VALUE 'Y'.
       1 END-OF-PASS-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-PASS                    VALUE 'Y'.
       1 END-OF-BATCH-SWITCH      PIC X(1) VALUE 'N'.
         88 END-OF-BATCH                   VALUE 'Y'.

      * The row being built, and the field being added to it
       1 ROW-LINE                 PIC X(400) VALUE SPACES.
       1 ROW-POINTER              PIC S9(4) COMP VALUE 1.
       1 FIELD-TEXT               PIC X(80) VALUE SPACES.
       1 FIELD-LENGTH             PIC S9(4) COMP VALUE 0.
       1 FIELD-END                PIC S9(4) COMP VALUE 0.
       1 FIELD-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.
       1 FIELD-NUMBER             PIC S9(9) COMP-3 VALUE 0.
       1 AMOUNT-EDITED            PIC -(13)9.99.
       1 NUMBER-EDITED            PIC -(9)9.
       1 LEADING-SPACES           PIC S9(4) COMP VALUE 0.

      * A customer number as a number, for the hash total
       1 CUST-NO-VALUE            PIC 9(4) VALUE 0.

       1 COUNT-DISPLAY            PIC ZZZZZZZZ9.

      * The DROL-maintained business-date control record, read so
      * the manifest is dated with the business date
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

      * The ledger entry first - refused if the night's postings
      * have not completed
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             IF RN-PREREQ-MISSING
               DISPLAY '*** DWEXTR: Prerequisite ' RN-FAILED-PREREQ
                       ' has not completed tonight - run refused'
             ELSE
               DISPLAY '*** DWEXTR: Run-control ledger error - '
                       'run refused'
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'DWEXTR: Starting data warehouse extract'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO BUSINESS-DATE

           PERFORM GET-BUSINESS-DATE
           PERFORM SET-CUT-BUSINESS-DATE

           PERFORM START-EXTRACT-RUN

           MOVE 1 TO SOURCE-INDEX
           PERFORM EXTRACT-ONE-SOURCE
                   UNTIL SOURCE-INDEX > 5 OR NOT EXTRACT-OK

           IF EXTRACT-OK
             PERFORM END-EXTRACT-RUN
           END-IF

           IF EXTRACT-OK
             DISPLAY 'DWEXTR: Completed - run ' RUN-ID
           ELSE
             DISPLAY '*** DWEXTR: Extract run ' RUN-ID
                     ' stopped - rerun to resume it'
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           END-IF

      * Close the ledger entry with the run's outcome
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * The run record on DWCTL. A run left in progress by a failure
      * is resumed under its own identifier; otherwise a new run is
      * started, and its manifest opened with the header row
       START-EXTRACT-RUN.
           MOVE RUN-CONTROL-KEY TO WX-SOURCE-FILE

           EXEC CICS READ FILE    ( DWCTL-FILE )
                          INTO    ( DWCTL-RECORD )
                          RIDFLD  ( WX-SOURCE-FILE )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NORMAL) AND
                  WX-STATUS-IN-PROGRESS
               MOVE WX-RUN-ID TO RUN-ID
               EXEC CICS UNLOCK FILE ( DWCTL-FILE ) END-EXEC
               DISPLAY 'DWEXTR: Resuming extract run ' RUN-ID

             WHEN COMMAND-RESP = DFHRESP(NORMAL)
               PERFORM SET-NEW-RUN-ID
               MOVE 'R'           TO WX-STATUS
               MOVE RUN-ID        TO WX-RUN-ID
               MOVE RUN-TIMESTAMP TO WX-STARTED-TS
               MOVE SPACES        TO WX-ENDED-TS
               EXEC CICS REWRITE FILE ( DWCTL-FILE )
                                 FROM ( DWCTL-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC
               PERFORM OPEN-MANIFEST

             WHEN COMMAND-RESP = DFHRESP(NOTFND)
               PERFORM SET-NEW-RUN-ID
               INITIALIZE DWCTL-RECORD
               MOVE RUN-CONTROL-KEY TO WX-SOURCE-FILE
               MOVE 'R'           TO WX-STATUS
               MOVE RUN-ID        TO WX-RUN-ID
               MOVE RUN-TIMESTAMP TO WX-STARTED-TS
               EXEC CICS WRITE FILE  ( DWCTL-FILE )
                               FROM  ( DWCTL-RECORD )
                               RIDFLD( WX-SOURCE-FILE )
                               RESP  ( COMMAND-RESP )
                               RESP2 ( COMMAND-RESP2 )
               END-EXEC
               PERFORM OPEN-MANIFEST
           END-EVALUATE

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO EXTRACT-OK-SWITCH
             DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                     ' on the DWCTL run record'
           END-IF

           PERFORM COMMIT-OR-BACK-OUT
           .

      * A new run is identified by the time it started
       SET-NEW-RUN-ID.
           MOVE SPACES TO RUN-ID
           STRING 'DW'                DELIMITED BY SIZE
                  RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
                INTO RUN-ID
           .

      * The header row of a new run's manifest
       OPEN-MANIFEST.
           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE SPACES TO ROW-LINE
             STRING 'RUN_ID|SOURCE_FILE|EXTRACT_FILE|BUSINESS_DATE|'
                                              DELIMITED BY SIZE
                    'FROM_TS|TO_TS|ROWS|INSERTS|UPDATES|DELETES|'
                                              DELIMITED BY SIZE
                    'CONTROL_TOTAL'           DELIMITED BY SIZE
                  INTO ROW-LINE
             MOVE DWMANIF-FILE TO OUTPUT-FILE
             PERFORM WRITE-EXTRACT-LINE
           END-IF
           .

      * Extract one source. A source already finished in this run
      * is passed over; one left part-way is resumed from its
      * restart key; otherwise a new extract of it is begun. Then
      * batch after batch until it is done, and its manifest row
       EXTRACT-ONE-SOURCE.
           MOVE SOURCE-FILE-NAME    ( SOURCE-INDEX ) TO CURRENT-SOURCE
           MOVE SOURCE-EXTRACT-NAME ( SOURCE-INDEX )
             TO CURRENT-EXTRACT
           MOVE SOURCE-KEY-LENGTH   ( SOURCE-INDEX )
             TO CURRENT-KEY-LENGTH

           PERFORM GET-SOURCE-CONTROL

           EVALUATE TRUE
             WHEN NOT EXTRACT-OK
               CONTINUE

             WHEN WX-STATUS-COMPLETE AND WX-RUN-ID = RUN-ID
               DISPLAY 'DWEXTR: ' CURRENT-SOURCE
                       ' already extracted in this run'

             WHEN OTHER
               IF WX-STATUS-IN-PROGRESS
                 DISPLAY 'DWEXTR: Resuming ' CURRENT-SOURCE
               ELSE
                 PERFORM BEGIN-SOURCE-EXTRACT
               END-IF

               MOVE 'N' TO SOURCE-FINISHED-SWITCH
               PERFORM EXTRACT-NEXT-BATCH
                       UNTIL SOURCE-FINISHED OR NOT EXTRACT-OK

               IF EXTRACT-OK
                 PERFORM FINISH-SOURCE-EXTRACT
               END-IF
           END-EVALUATE

           ADD 1 TO SOURCE-INDEX
           .

      * The source's control record - created, with nothing yet
      * extracted, the first time the source is met
       GET-SOURCE-CONTROL.
           MOVE CURRENT-SOURCE TO WX-SOURCE-FILE

           EXEC CICS READ FILE    ( DWCTL-FILE )
                          INTO    ( DWCTL-RECORD )
                          RIDFLD  ( WX-SOURCE-FILE )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             INITIALIZE DWCTL-RECORD
             MOVE CURRENT-SOURCE     TO WX-SOURCE-FILE
             MOVE 'C'                TO WX-STATUS
             MOVE NEVER-EXTRACTED-TS TO WX-LAST-EXTRACT-TS
             EXEC CICS WRITE FILE  ( DWCTL-FILE )
                             FROM  ( DWCTL-RECORD )
                             RIDFLD( WX-SOURCE-FILE )
                             RESP  ( COMMAND-RESP )
                             RESP2 ( COMMAND-RESP2 )
             END-EXEC
             PERFORM COMMIT-OR-BACK-OUT-RESP
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO EXTRACT-OK-SWITCH
             DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                     ' reading DWCTL for ' CURRENT-SOURCE
           END-IF
           .

      * Begin a new extract of the source: cut it at the last
      * closed business date, clear its counts, and open its
      * extract file with the header row - committed together
       BEGIN-SOURCE-EXTRACT.
           PERFORM READ-SOURCE-CONTROL

           IF EXTRACT-OK
             MOVE 'R'                   TO WX-STATUS
             MOVE RUN-ID                TO WX-RUN-ID
             MOVE FUNCTION CURRENT-DATE TO WX-STARTED-TS
             MOVE SPACES                TO WX-CUT-TS
             MOVE CUT-BUSINESS-DATE     TO WX-CUT-TS(1:8)
             MOVE SPACES                TO WX-ENDED-TS
             MOVE 'S'                   TO WX-PASS
             MOVE LOW-VALUES            TO WX-RESTART-KEY
             MOVE 0                     TO WX-ROW-COUNT
             MOVE 0                     TO WX-INSERT-COUNT
             MOVE 0                     TO WX-UPDATE-COUNT
             MOVE 0                     TO WX-DELETE-COUNT
             MOVE 0                     TO WX-CONTROL-TOTAL

             PERFORM WRITE-HEADER-ROW
             PERFORM REWRITE-SOURCE-CONTROL
           END-IF

           PERFORM COMMIT-OR-BACK-OUT
           .

      * One batch: up to COMMIT-INTERVAL records of the pass the
      * source is in, then the source's restart key and counts -
      * all committed together
       EXTRACT-NEXT-BATCH.
           PERFORM READ-SOURCE-CONTROL

           IF EXTRACT-OK
             MOVE 0   TO BATCH-COUNT
             MOVE 'N' TO END-OF-BATCH-SWITCH
             MOVE 'N' TO END-OF-PASS-SWITCH

             IF WX-PASS-SOURCE
               PERFORM BROWSE-SOURCE-BATCH
             ELSE
               PERFORM BROWSE-IMAGE-BATCH
             END-IF
           END-IF

           IF EXTRACT-OK
             PERFORM REWRITE-SOURCE-CONTROL
           END-IF

           PERFORM COMMIT-OR-BACK-OUT
           .

      * The source pass - browse the source file on from the
      * restart key. At its end a master file goes on to the
      * deletions pass; TXNHIST is finished
       BROWSE-SOURCE-BATCH.
           MOVE WX-RESTART-KEY TO SOURCE-KEY

           EXEC CICS STARTBR FILE   ( CURRENT-SOURCE )
                             RIDFLD ( SOURCE-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NORMAL)
               PERFORM EXTRACT-NEXT-RECORD UNTIL END-OF-BATCH
               EXEC CICS ENDBR FILE ( CURRENT-SOURCE ) END-EXEC
             WHEN COMMAND-RESP = DFHRESP(NOTFND)
               MOVE 'Y' TO END-OF-PASS-SWITCH
             WHEN OTHER
               MOVE 'N' TO EXTRACT-OK-SWITCH
               DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                       ' starting browse of ' CURRENT-SOURCE
           END-EVALUATE

           IF EXTRACT-OK AND END-OF-PASS
             IF CURRENT-SOURCE = 'TXNHIST '
               MOVE 'Y' TO SOURCE-FINISHED-SWITCH
             ELSE
               MOVE 'D'        TO WX-PASS
               MOVE LOW-VALUES TO WX-RESTART-KEY
             END-IF
           END-IF
           .

      * The next source record. The record at the restart key was
      * dealt with before the last commit and is passed over
       EXTRACT-NEXT-RECORD.
           MOVE SPACES TO SOURCE-RECORD

           EXEC CICS READNEXT FILE ( CURRENT-SOURCE )
                              INTO ( SOURCE-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO END-OF-PASS-SWITCH
               MOVE 'Y' TO END-OF-BATCH-SWITCH

             WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO EXTRACT-OK-SWITCH
               MOVE 'Y' TO END-OF-BATCH-SWITCH
               DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                       ' browsing ' CURRENT-SOURCE

             WHEN OTHER
               MOVE SOURCE-RECORD (1:CURRENT-KEY-LENGTH) TO SOURCE-KEY
               IF SOURCE-KEY NOT = WX-RESTART-KEY
                 MOVE SOURCE-KEY TO WX-RESTART-KEY
                 IF CURRENT-SOURCE = 'TXNHIST '
                   PERFORM EXTRACT-POSTING
                 ELSE
                   PERFORM COMPARE-WITH-IMAGE
                 END-IF

                 ADD 1 TO BATCH-COUNT
                 IF BATCH-COUNT NOT < COMMIT-INTERVAL OR
                    NOT EXTRACT-OK
                   MOVE 'Y' TO END-OF-BATCH-SWITCH
                 END-IF
               END-IF
           END-EVALUATE
           .

      * A posting is sent when its business date is after the
      * source's high-water mark and no later than this extract's
      * cut - the business date, not the wall clock, so a posting
      * made after midnight on a date not yet rolled is kept with
      * its own date
       EXTRACT-POSTING.
           MOVE SOURCE-RECORD TO TXNHIST-RECORD

           IF TH-TX-TIMESTAMP(1:8) > WX-LAST-EXTRACT-TS(1:8) AND
              TH-TX-TIMESTAMP(1:8) NOT > WX-CUT-TS(1:8)
             PERFORM WRITE-TXNHIST-ROW
             ADD 1 TO WX-INSERT-COUNT
           END-IF
           .

      * A master record against its image: no image - an insert;
      * a different image - an update; the same - nothing to send
       COMPARE-WITH-IMAGE.
           MOVE CURRENT-SOURCE TO WI-SOURCE-FILE
           MOVE SOURCE-KEY     TO WI-RECORD-KEY

           EXEC CICS READ FILE    ( DWIMAGE-FILE )
                          INTO    ( DWIMAGE-RECORD )
                          RIDFLD  ( WI-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NOTFND)
               MOVE CURRENT-SOURCE TO WI-SOURCE-FILE
               MOVE SOURCE-KEY     TO WI-RECORD-KEY
               MOVE RUN-ID         TO WI-RUN-ID
               MOVE SOURCE-RECORD  TO WI-IMAGE
               EXEC CICS WRITE FILE  ( DWIMAGE-FILE )
                               FROM  ( DWIMAGE-RECORD )
                               RIDFLD( WI-KEY )
                               RESP  ( COMMAND-RESP )
                               RESP2 ( COMMAND-RESP2 )
               END-EXEC
               IF COMMAND-RESP = DFHRESP(NORMAL)
                 MOVE 'I' TO CHANGE-TYPE
                 ADD 1 TO WX-INSERT-COUNT
                 PERFORM WRITE-SOURCE-ROWS
               ELSE
                 PERFORM IMAGE-ERROR
               END-IF

             WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
               PERFORM IMAGE-ERROR

             WHEN WI-IMAGE = SOURCE-RECORD
               EXEC CICS UNLOCK FILE ( DWIMAGE-FILE ) END-EXEC

             WHEN OTHER
               MOVE RUN-ID        TO WI-RUN-ID
               MOVE SOURCE-RECORD TO WI-IMAGE
               EXEC CICS REWRITE FILE ( DWIMAGE-FILE )
                                 FROM ( DWIMAGE-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC
               IF COMMAND-RESP = DFHRESP(NORMAL)
                 MOVE 'U' TO CHANGE-TYPE
                 ADD 1 TO WX-UPDATE-COUNT
                 PERFORM WRITE-SOURCE-ROWS
               ELSE
                 PERFORM IMAGE-ERROR
               END-IF
           END-EVALUATE
           .

       IMAGE-ERROR.
           MOVE 'N' TO EXTRACT-OK-SWITCH
           DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                   ' on DWIMAGE for ' CURRENT-SOURCE ' ' SOURCE-KEY
           .

      * The deletions pass - browse the source's images on from the
      * restart key for those whose master record has gone. They
      * are collected during the browse and sent and deleted after
       BROWSE-IMAGE-BATCH.
           MOVE 0              TO DELETE-KEY-COUNT
           MOVE CURRENT-SOURCE TO WI-SOURCE-FILE
           MOVE WX-RESTART-KEY TO WI-RECORD-KEY

           EXEC CICS STARTBR FILE   ( DWIMAGE-FILE )
                             RIDFLD ( WI-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NORMAL)
               PERFORM CHECK-NEXT-IMAGE UNTIL END-OF-BATCH
               EXEC CICS ENDBR FILE ( DWIMAGE-FILE ) END-EXEC
             WHEN COMMAND-RESP = DFHRESP(NOTFND)
               MOVE 'Y' TO END-OF-PASS-SWITCH
             WHEN OTHER
               MOVE 'N' TO EXTRACT-OK-SWITCH
               DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                       ' starting browse of DWIMAGE'
           END-EVALUATE

           MOVE 1 TO DELETE-INDEX
           PERFORM DELETE-ONE-IMAGE
                   UNTIL DELETE-INDEX > DELETE-KEY-COUNT
                      OR NOT EXTRACT-OK

           IF EXTRACT-OK AND END-OF-PASS
             MOVE 'Y' TO SOURCE-FINISHED-SWITCH
           END-IF
           .

      * The next image of the source - is its master still there?
       CHECK-NEXT-IMAGE.
           EXEC CICS READNEXT FILE ( DWIMAGE-FILE )
                              INTO ( DWIMAGE-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO END-OF-PASS-SWITCH
               MOVE 'Y' TO END-OF-BATCH-SWITCH

             WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO EXTRACT-OK-SWITCH
               MOVE 'Y' TO END-OF-BATCH-SWITCH
               DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                       ' browsing DWIMAGE'

             WHEN WI-SOURCE-FILE NOT = CURRENT-SOURCE
               MOVE 'Y' TO END-OF-PASS-SWITCH
               MOVE 'Y' TO END-OF-BATCH-SWITCH

             WHEN WI-RECORD-KEY = WX-RESTART-KEY
               CONTINUE

             WHEN OTHER
               MOVE WI-RECORD-KEY TO WX-RESTART-KEY
               MOVE WI-RECORD-KEY TO SOURCE-KEY

               EXEC CICS READ FILE    ( CURRENT-SOURCE )
                              INTO    ( SOURCE-RECORD )
                              RIDFLD  ( SOURCE-KEY )
                              RESP    ( COMMAND-RESP )
                              RESP2   ( COMMAND-RESP2 )
               END-EXEC

               EVALUATE TRUE
                 WHEN COMMAND-RESP = DFHRESP(NORMAL)
                   CONTINUE
                 WHEN COMMAND-RESP = DFHRESP(NOTFND)
                   ADD 1 TO DELETE-KEY-COUNT
                   MOVE WI-RECORD-KEY TO DELETE-KEY ( DELETE-KEY-COUNT )
                 WHEN OTHER
                   MOVE 'N' TO EXTRACT-OK-SWITCH
                   DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                           ' reading ' CURRENT-SOURCE ' ' SOURCE-KEY
               END-EVALUATE

               ADD 1 TO BATCH-COUNT
               IF BATCH-COUNT NOT < COMMIT-INTERVAL OR
                  NOT EXTRACT-OK
                 MOVE 'Y' TO END-OF-BATCH-SWITCH
               END-IF
           END-EVALUATE
           .

      * Send the delete of one master record that has gone - from
      * its image - and drop the image
       DELETE-ONE-IMAGE.
           MOVE CURRENT-SOURCE TO WI-SOURCE-FILE
           MOVE DELETE-KEY ( DELETE-INDEX ) TO WI-RECORD-KEY

           EXEC CICS READ FILE    ( DWIMAGE-FILE )
                          INTO    ( DWIMAGE-RECORD )
                          RIDFLD  ( WI-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE WI-IMAGE TO SOURCE-RECORD
             MOVE 'D' TO CHANGE-TYPE
             ADD 1 TO WX-DELETE-COUNT
             PERFORM WRITE-SOURCE-ROWS

             EXEC CICS DELETE FILE ( DWIMAGE-FILE )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO EXTRACT-OK-SWITCH
             DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                     ' deleting DWIMAGE for ' CURRENT-SOURCE ' '
                     WI-RECORD-KEY
           END-IF

           ADD 1 TO DELETE-INDEX
           .

      * The source is done: its manifest row, and its high-water
      * mark moved on to the cut it was extracted to - committed
      * together
       FINISH-SOURCE-EXTRACT.
           PERFORM READ-SOURCE-CONTROL

           IF EXTRACT-OK
             MOVE FUNCTION CURRENT-DATE TO WX-ENDED-TS
             PERFORM WRITE-MANIFEST-ROW

             MOVE 'C'        TO WX-STATUS
             MOVE WX-CUT-TS  TO WX-LAST-EXTRACT-TS
             MOVE 'S'        TO WX-PASS
             MOVE LOW-VALUES TO WX-RESTART-KEY
             PERFORM REWRITE-SOURCE-CONTROL
           END-IF

           PERFORM COMMIT-OR-BACK-OUT

           IF EXTRACT-OK
             MOVE WX-ROW-COUNT TO COUNT-DISPLAY
             DISPLAY 'DWEXTR: ' CURRENT-SOURCE ' extracted - rows: '
                     COUNT-DISPLAY
           END-IF
           .

      * Every source is done - the run is complete
       END-EXTRACT-RUN.
           MOVE RUN-CONTROL-KEY TO WX-SOURCE-FILE

           EXEC CICS READ FILE    ( DWCTL-FILE )
                          INTO    ( DWCTL-RECORD )
                          RIDFLD  ( WX-SOURCE-FILE )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'C'                   TO WX-STATUS
             MOVE FUNCTION CURRENT-DATE TO WX-ENDED-TS
             EXEC CICS REWRITE FILE ( DWCTL-FILE )
                               FROM ( DWCTL-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO EXTRACT-OK-SWITCH
             DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                     ' on the DWCTL run record'
           END-IF

           PERFORM COMMIT-OR-BACK-OUT
           .

      * The source's control record, read for update
       READ-SOURCE-CONTROL.
           MOVE CURRENT-SOURCE TO WX-SOURCE-FILE

           EXEC CICS READ FILE    ( DWCTL-FILE )
                          INTO    ( DWCTL-RECORD )
                          RIDFLD  ( WX-SOURCE-FILE )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO EXTRACT-OK-SWITCH
             DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                     ' reading DWCTL for ' CURRENT-SOURCE
           END-IF
           .

       REWRITE-SOURCE-CONTROL.
           EXEC CICS REWRITE FILE ( DWCTL-FILE )
                             FROM ( DWCTL-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO EXTRACT-OK-SWITCH
             DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                     ' rewriting DWCTL for ' CURRENT-SOURCE
           END-IF
           .

      * Commit the unit of work in hand, or back it out when any
      * part of it failed
       COMMIT-OR-BACK-OUT-RESP.
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO EXTRACT-OK-SWITCH
           END-IF
           PERFORM COMMIT-OR-BACK-OUT
           .

       COMMIT-OR-BACK-OUT.
           IF EXTRACT-OK
             EXEC CICS SYNCPOINT END-EXEC
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF
           .

      * The header row naming the columns of the source's extract
       WRITE-HEADER-ROW.
           MOVE SPACES TO ROW-LINE

           EVALUATE CURRENT-SOURCE
             WHEN 'CUSTACCT'
               STRING 'CHANGE|CUST_NO|ACCT_NUMBER|BALANCE|OVERDRAFT|'
                                                DELIMITED BY SIZE
                      'CURRENCY|PRODUCT'        DELIMITED BY SIZE
                    INTO ROW-LINE
             WHEN 'CUSTNAME'
               STRING 'CHANGE|CUST_NO|CUSTOMER_NAME'
                                                DELIMITED BY SIZE
                    INTO ROW-LINE
             WHEN 'LOANMAST'
               STRING 'CHANGE|LOAN_ACCT|CUST_NO|QUOTE_CUST_NO|'
                                                DELIMITED BY SIZE
                      'QUOTE_TS|PRINCIPAL|TERM_MONTHS|LOAN_RATE|'
                                                DELIMITED BY SIZE
                      'BALANCE|DRAWDOWN_DATE|STATUS|OPENED_BY|'
                                                DELIMITED BY SIZE
                      'REPAY_ACCT|INSTALMENT|INSTALMENTS_PAID|'
                                                DELIMITED BY SIZE
                      'NEXT_DUE_DATE|INTEREST_CHARGED|CLOSED_DATE'
                                                DELIMITED BY SIZE
                    INTO ROW-LINE
             WHEN 'LOANQUOT'
               STRING 'CHANGE|CUST_NO|QUOTE_TS|LOAN_RATE|TIER_NO|'
                                                DELIMITED BY SIZE
                      'PARAM_DATE|EXPIRY_TS'    DELIMITED BY SIZE
                    INTO ROW-LINE
             WHEN OTHER
               STRING 'ACCT_NUMBER|TX_TIMESTAMP|TX_TYPE|AMOUNT|'
                                                DELIMITED BY SIZE
                      'DESCRIPTION|ORIG_CURRENCY|ORIG_AMOUNT|'
                                                DELIMITED BY SIZE
                      'OPERATOR_ID|CHANNEL'     DELIMITED BY SIZE
                    INTO ROW-LINE
           END-EVALUATE

           MOVE CURRENT-EXTRACT TO OUTPUT-FILE
           PERFORM WRITE-EXTRACT-LINE
           .

      * The row(s) for one master record change, from the record
      * (or, for a delete, its image) in SOURCE-RECORD
       WRITE-SOURCE-ROWS.
           EVALUATE CURRENT-SOURCE
             WHEN 'CUSTACCT'
               MOVE SOURCE-RECORD TO CUSTACCT-RECORD
               IF CA-NUMBER-OF-ACCOUNTS > 0
                 MOVE 1 TO ACCT-COUNTER
                 PERFORM WRITE-CUSTACCT-ROW
                         UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                            OR ACCT-COUNTER > 10
               ELSE
                 PERFORM WRITE-NO-ACCOUNT-ROW
               END-IF
             WHEN 'CUSTNAME'
               MOVE SOURCE-RECORD TO CUSTNAME-RECORD
               PERFORM WRITE-CUSTNAME-ROW
             WHEN 'LOANMAST'
               MOVE SOURCE-RECORD TO LOANMAST-RECORD
               PERFORM WRITE-LOANMAST-ROW
             WHEN 'LOANQUOT'
               MOVE SOURCE-RECORD TO LOANQUOT-RECORD
               PERFORM WRITE-LOANQUOT-ROW
           END-EVALUATE
           .

      * One row per account the customer holds
       WRITE-CUSTACCT-ROW.
           PERFORM START-ROW
           MOVE CHANGE-TYPE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE CA-CUST-NO TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE CA-ACCT-NUMBER ( ACCT-COUNTER ) TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE CA-BALANCE ( ACCT-COUNTER ) TO FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CA-OVERDRAFT ( ACCT-COUNTER ) TO FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE CA-CURRENCY-CODE ( ACCT-COUNTER ) TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE CA-PRODUCT-CODE ( ACCT-COUNTER ) TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           PERFORM WRITE-DATA-ROW

           ADD CA-BALANCE ( ACCT-COUNTER ) TO WX-CONTROL-TOTAL
           ADD 1 TO ACCT-COUNTER
           .

      * A customer holding no accounts still has a row, so the
      * warehouse drops any accounts it held before
       WRITE-NO-ACCOUNT-ROW.
           PERFORM START-ROW
           MOVE CHANGE-TYPE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE CA-CUST-NO TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE SPACES TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           PERFORM ADD-TEXT-FIELD
           PERFORM ADD-TEXT-FIELD
           PERFORM ADD-TEXT-FIELD
           PERFORM ADD-TEXT-FIELD
           PERFORM WRITE-DATA-ROW
           .

       WRITE-CUSTNAME-ROW.
           PERFORM START-ROW
           MOVE CHANGE-TYPE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE CN-CUST-NO TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE CN-CUSTOMER-NAME TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           PERFORM WRITE-DATA-ROW

           IF CN-CUST-NO IS NUMERIC
             MOVE CN-CUST-NO TO CUST-NO-VALUE
             ADD CUST-NO-VALUE TO WX-CONTROL-TOTAL
           END-IF
           .

       WRITE-LOANMAST-ROW.
           PERFORM START-ROW
           MOVE CHANGE-TYPE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-LOAN-ACCT TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-CUST-NO TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-QUOTE-CUST TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-QUOTE-TS TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-PRINCIPAL TO FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE LM-TERM-MONTHS TO FIELD-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE LM-LOAN-RATE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-BALANCE TO FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE LM-DRAWDOWN-DATE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-STATUS TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-OPENED-BY TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-REPAY-ACCT TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-INSTALMENT-AMOUNT TO FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE LM-INSTALMENTS-PAID TO FIELD-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE LM-NEXT-DUE-DATE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LM-INTEREST-CHARGED TO FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE LM-CLOSED-DATE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           PERFORM WRITE-DATA-ROW

           ADD LM-BALANCE TO WX-CONTROL-TOTAL
           .

       WRITE-LOANQUOT-ROW.
           PERFORM START-ROW
           MOVE CHANGE-TYPE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LQ-CUST-NO TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LQ-TIMESTAMP TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LQ-LOAN-RATE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LQ-TIER-NO TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LQ-PARAM-DATE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE LQ-EXPIRY-TS TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           PERFORM WRITE-DATA-ROW

           IF LQ-CUST-NO IS NUMERIC
             MOVE LQ-CUST-NO TO CUST-NO-VALUE
             ADD CUST-NO-VALUE TO WX-CONTROL-TOTAL
           END-IF
           .

       WRITE-TXNHIST-ROW.
           PERFORM START-ROW
           MOVE TH-ACCT-NUMBER TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE TH-TX-TIMESTAMP TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE TH-TX-TYPE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE TH-TX-AMOUNT TO FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE TH-TX-DESCRIPTION TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE TH-ORIG-CURRENCY TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE TH-ORIG-AMOUNT TO FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE TH-OPERATOR-ID TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE TH-CHANNEL-CODE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           PERFORM WRITE-DATA-ROW

           ADD TH-TX-AMOUNT TO WX-CONTROL-TOTAL
           .

      * The source's row on the run's manifest
       WRITE-MANIFEST-ROW.
           PERFORM START-ROW
           MOVE RUN-ID TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE CURRENT-SOURCE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE CURRENT-EXTRACT TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE BUSINESS-DATE TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE WX-LAST-EXTRACT-TS TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE WX-CUT-TS TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE WX-ROW-COUNT TO FIELD-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE WX-INSERT-COUNT TO FIELD-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE WX-UPDATE-COUNT TO FIELD-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE WX-DELETE-COUNT TO FIELD-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE WX-CONTROL-TOTAL TO FIELD-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           PERFORM END-ROW

           MOVE DWMANIF-FILE TO OUTPUT-FILE
           PERFORM WRITE-EXTRACT-LINE
           .

       START-ROW.
           MOVE SPACES TO ROW-LINE
           MOVE 1 TO ROW-POINTER
           .

      * Add one field and its '|' separator to the row, trailing
      * spaces dropped; a '|' in the data would split the field and
      * is sent as '/'
       ADD-TEXT-FIELD.
           INSPECT FIELD-TEXT REPLACING ALL '|' BY '/'

           MOVE 0  TO FIELD-END
           MOVE 80 TO FIELD-LENGTH
           PERFORM UNTIL FIELD-LENGTH < 1
             IF FIELD-TEXT (FIELD-LENGTH:1) NOT = SPACE
               MOVE FIELD-LENGTH TO FIELD-END
               MOVE 0 TO FIELD-LENGTH
             ELSE
               SUBTRACT 1 FROM FIELD-LENGTH
             END-IF
           END-PERFORM

           IF FIELD-END > 0
             STRING FIELD-TEXT (1:FIELD-END) DELIMITED BY SIZE
                  INTO ROW-LINE
                  WITH POINTER ROW-POINTER
           END-IF
           STRING '|' DELIMITED BY SIZE
                INTO ROW-LINE
                WITH POINTER ROW-POINTER
           .

      * An amount - signed, with its decimal point, no padding
       ADD-AMOUNT-FIELD.
           MOVE FIELD-AMOUNT TO AMOUNT-EDITED
           MOVE 0 TO LEADING-SPACES
           INSPECT AMOUNT-EDITED TALLYING LEADING-SPACES
                   FOR LEADING SPACES
           MOVE SPACES TO FIELD-TEXT
           MOVE AMOUNT-EDITED (LEADING-SPACES + 1:) TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           .

      * A whole number - signed, no padding
       ADD-NUMBER-FIELD.
           MOVE FIELD-NUMBER TO NUMBER-EDITED
           MOVE 0 TO LEADING-SPACES
           INSPECT NUMBER-EDITED TALLYING LEADING-SPACES
                   FOR LEADING SPACES
           MOVE SPACES TO FIELD-TEXT
           MOVE NUMBER-EDITED (LEADING-SPACES + 1:) TO FIELD-TEXT
           PERFORM ADD-TEXT-FIELD
           .

      * Drop the separator after the last field
       END-ROW.
           SUBTRACT 1 FROM ROW-POINTER
           MOVE SPACE TO ROW-LINE (ROW-POINTER:1)
           .

      * A finished data row to the source's extract file
       WRITE-DATA-ROW.
           PERFORM END-ROW
           MOVE CURRENT-EXTRACT TO OUTPUT-FILE
           PERFORM WRITE-EXTRACT-LINE
           ADD 1 TO WX-ROW-COUNT
           .

      * Write one line to an extract file or the manifest
       WRITE-EXTRACT-LINE.
           MOVE ROW-LINE TO WO-DATA-LINE

           EXEC CICS WRITE FILE ( OUTPUT-FILE )
                           FROM ( DWOUT-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO EXTRACT-OK-SWITCH
             DISPLAY '*** DWEXTR: Error ' COMMAND-RESP
                     ' writing ' OUTPUT-FILE
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
           ELSE
             MOVE 'O' TO BD-POSTING-STATE
           END-IF
           .

      * The last business date that is closed for posting - the
      * business date itself while DROL has posting quiesced,
      * otherwise the day before it, as the business date is still
      * taking postings
       SET-CUT-BUSINESS-DATE.
           IF BD-POSTING-QUIESCED
             MOVE BUSINESS-DATE TO CUT-BUSINESS-DATE
           ELSE
             MOVE BUSINESS-DATE TO DATE-NUMERIC
             COMPUTE DATE-NUMERIC = FUNCTION DATE-OF-INTEGER (
                     FUNCTION INTEGER-OF-DATE ( DATE-NUMERIC ) - 1 )
             MOVE DATE-NUMERIC TO CUT-BUSINESS-DATE
             DISPLAY 'DWEXTR: Posting is open on business date '
                     BUSINESS-DATE ' - postings extracted to '
                     CUT-BUSINESS-DATE
           END-IF
           .

      * The entry on the RUNCTL run-control ledger, via the shared
      * RUNCTLR routine - the extract follows the night's interest
      * accrual and loan servicing postings
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'DWEX' TO RN-JOB-ID
           MOVE 'IACR' TO RN-PREREQ-ID (1)
           MOVE 'LSRV' TO RN-PREREQ-ID (2)
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
           MOVE 'DWEX'     TO RN-JOB-ID
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

       END PROGRAM 'DWEXTR'.
