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
      *  SANCLOAD
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * SANCLOAD - Sanctions watchlist load. Compliance prepares
      * each new version of the sanctions lists as a SANCFEED file;
      * this job applies it to the SANCLIST watchlist that CUSTONBD
      * and the SANCRSCN rescreen score customer names against.
      * Each entry is added or amended, or delisted - a delisted
      * entry is kept, marked, so past hits can still be read.
      *
      * Before a single entry is applied the whole feed is verified
      * against its header/trailer controls, the TXNFEEDR
      * convention: the header must open the feed, the trailer
      * must close it with the same list version, and the detail
      * count must match. A version no later than the one already
      * loaded is refused, so a feed loaded twice changes nothing.
      * Each entry is its own unit of work; an entry that cannot
      * be applied is reported on SANCLDRP and the load carries
      * on. Once loaded, the new version is stamped on the SANCCTL
      * control record, which is what tells the SANCRSCN rescreen
      * that the customer base must be screened again.
      *
      * Run on demand whenever compliance has a new list version,
      * via the CICS batch bridge, transaction 'SLOD' - see
      * jcl/SANCLOAD.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. SANCLOAD.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY SANCFEED.
       COPY SANCLIST.
       COPY SANCCTL.
       COPY SANCLDRP.

       1 FILE-NAMES.
         2 SANCFEED-FILE          PIC X(8) VALUE 'SANCFEED'.
         2 SANCLIST-FILE          PIC X(8) VALUE 'SANCLIST'.
         2 SANCCTL-FILE           PIC X(8) VALUE 'SANCCTL'.
         2 SANCLDRP-FILE          PIC X(8) VALUE 'SANCLDRP'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.

      * What the verification pass found across the whole feed,
      * against what the trailer promises
       1 LIST-VERSION             PIC X(8) VALUE SPACES.
       1 FEED-VALID-SWITCH        PIC X(1) VALUE 'Y'.
         88 FEED-VALID                     VALUE 'Y'.
       1 FEED-REFUSAL-TEXT        PIC X(40) VALUE SPACES.

       1 HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
         88 HEADER-SEEN                    VALUE 'Y'.
       1 TRAILER-SEEN-SWITCH      PIC X(1) VALUE 'N'.
         88 TRAILER-SEEN                   VALUE 'Y'.
       1 RECORDS-VERIFIED         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 EXPECTED-ITEM-COUNT      PIC S9(8) COMP-3 VALUE 0.
       1 COUNTED-ITEMS            PIC S9(8) COMP-3 VALUE 0.

      * Set when the control record does not exist yet - the first
      * load ever writes it rather than rewriting it
       1 CONTROL-FOUND-SWITCH     PIC X(1) VALUE 'N'.
         88 CONTROL-FOUND                  VALUE 'Y'.

      * Load control totals
       1 ENTRIES-READ             PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ENTRIES-ADDED            PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ENTRIES-AMENDED          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ENTRIES-UNCHANGED        PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ENTRIES-DELISTED         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ENTRIES-REFUSED          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ACTIVE-ENTRIES           PIC S9(8) COMP-5 SYNC VALUE 0.

       1 REFUSAL-REASON           PIC X(30) VALUE SPACES.

       1 END-OF-INPUT-SWITCH      PIC X(1) VALUE 'N'.
         88 END-OF-INPUT                   VALUE 'Y'.

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
             DISPLAY '*** SANCLOAD: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'SANCLOAD: Starting sanctions watchlist load'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM WRITE-REPORT-HEADER

      * First pass: prove the feed is complete and exactly what the
      * trailer promises, without applying anything
           PERFORM VERIFY-FEED-CONTROLS

      * A version no later than the one loaded changes nothing
           IF FEED-VALID
             PERFORM CHECK-LOADED-VERSION
           END-IF

           IF NOT FEED-VALID
             PERFORM WRITE-REFUSAL-LINE
             DISPLAY '*** SANCLOAD: Load refused - '
                     FEED-REFUSAL-TEXT
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

      * Second pass: the feed is proven - apply the entries, each
      * in its own unit of work
           EXEC CICS STARTBR FILE ( SANCFEED-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** SANCLOAD: Unable to browse SANCFEED, RESP='
                     COMMAND-RESP
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO END-OF-INPUT-SWITCH
           PERFORM APPLY-NEXT-FEED-ENTRY UNTIL END-OF-INPUT

           EXEC CICS ENDBR FILE ( SANCFEED-FILE ) END-EXEC

      * Stamp the new version on the control record - the signal
      * for the rescreen of the customer base
           PERFORM COUNT-ACTIVE-ENTRIES
           PERFORM RECORD-LOADED-VERSION

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY 'SANCLOAD: Completed - version: ' LIST-VERSION
                   ' read: ' ENTRIES-READ
                   ' refused: ' ENTRIES-REFUSED

      * Close tonight's ledger entry with the run's outcome
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Browse the whole feed before applying: the first record
      * must be the header, the trailer must carry the same list
      * version, and the detail count must match the trailer's
      * promise. Any shortfall refuses the entire load
       VERIFY-FEED-CONTROLS.
           MOVE 'Y' TO FEED-VALID-SWITCH
           MOVE 'N' TO HEADER-SEEN-SWITCH
           MOVE 'N' TO TRAILER-SEEN-SWITCH
           MOVE 'N' TO END-OF-INPUT-SWITCH
           MOVE 0   TO RECORDS-VERIFIED
           MOVE 0   TO COUNTED-ITEMS

           EXEC CICS STARTBR FILE ( SANCFEED-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO FEED-VALID-SWITCH
             MOVE 'UNABLE TO BROWSE FEED' TO FEED-REFUSAL-TEXT
           ELSE
             PERFORM VERIFY-NEXT-FEED-RECORD
                     UNTIL END-OF-INPUT
                        OR NOT FEED-VALID

             EXEC CICS ENDBR FILE ( SANCFEED-FILE ) END-EXEC
           END-IF

           IF FEED-VALID
             EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                 MOVE 'N' TO FEED-VALID-SWITCH
                 MOVE 'FEED HAS NO HEADER' TO FEED-REFUSAL-TEXT
               WHEN NOT TRAILER-SEEN
                 MOVE 'N' TO FEED-VALID-SWITCH
                 MOVE 'FEED HAS NO TRAILER - TRUNCATED'
                   TO FEED-REFUSAL-TEXT
               WHEN COUNTED-ITEMS NOT = EXPECTED-ITEM-COUNT
                 MOVE 'N' TO FEED-VALID-SWITCH
                 MOVE 'ENTRY COUNT DOES NOT MATCH TRAILER'
                   TO FEED-REFUSAL-TEXT
             END-EVALUATE
           END-IF
           .

      * One record of the verification pass
       VERIFY-NEXT-FEED-RECORD.
           EXEC CICS READNEXT FILE ( SANCFEED-FILE )
                              INTO ( SANCFEED-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-INPUT-SWITCH
           ELSE
             ADD 1 TO RECORDS-VERIFIED

             EVALUATE TRUE
               WHEN SF-HEADER
                 IF RECORDS-VERIFIED NOT = 1 OR
                    SF-LIST-VERSION = SPACES
                   MOVE 'N' TO FEED-VALID-SWITCH
                   MOVE 'HEADER NOT FIRST OR HAS NO VERSION'
                     TO FEED-REFUSAL-TEXT
                 ELSE
                   MOVE 'Y' TO HEADER-SEEN-SWITCH
                   MOVE SF-LIST-VERSION TO LIST-VERSION
                 END-IF
               WHEN SF-TRAILER
                 IF SF-LIST-VERSION NOT = LIST-VERSION
                   MOVE 'N' TO FEED-VALID-SWITCH
                   MOVE 'TRAILER VERSION MISMATCHES HEADER'
                     TO FEED-REFUSAL-TEXT
                 ELSE
                   MOVE 'Y' TO TRAILER-SEEN-SWITCH
                   MOVE SF-ITEM-COUNT TO EXPECTED-ITEM-COUNT
                 END-IF
               WHEN SF-DETAIL
                 IF RECORDS-VERIFIED = 1
                   MOVE 'N' TO FEED-VALID-SWITCH
                   MOVE 'FEED HAS NO HEADER' TO FEED-REFUSAL-TEXT
                 ELSE
                   IF TRAILER-SEEN
                     MOVE 'N' TO FEED-VALID-SWITCH
                     MOVE 'DETAIL AFTER TRAILER'
                       TO FEED-REFUSAL-TEXT
                   ELSE
                     ADD 1 TO COUNTED-ITEMS
                   END-IF
                 END-IF
               WHEN OTHER
                 MOVE 'N' TO FEED-VALID-SWITCH
                 MOVE 'UNKNOWN RECORD TYPE ON FEED'
                   TO FEED-REFUSAL-TEXT
             END-EVALUATE
           END-IF
           .

      * The list version already loaded, off the control record -
      * this feed must be a later one
       CHECK-LOADED-VERSION.
           MOVE 'N' TO CONTROL-FOUND-SWITCH
           MOVE 'SANCLIST' TO SN-CONTROL-ID

           EXEC CICS READ FILE    ( SANCCTL-FILE )
                          INTO    ( SANCCTL-RECORD )
                          RIDFLD  ( SN-CONTROL-ID )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO CONTROL-FOUND-SWITCH
             IF LIST-VERSION NOT > SN-LOADED-VERSION
               MOVE 'N' TO FEED-VALID-SWITCH
               STRING 'VERSION NOT LATER THAN LOADED '
                                          DELIMITED BY SIZE
                      SN-LOADED-VERSION   DELIMITED BY SIZE
                    INTO FEED-REFUSAL-TEXT
             END-IF
           END-IF
           .

      * Read the next feed record and apply it in its own unit of
      * work - the header and trailer are passed over
       APPLY-NEXT-FEED-ENTRY.
           EXEC CICS READNEXT FILE ( SANCFEED-FILE )
                              INTO ( SANCFEED-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-INPUT-SWITCH
           ELSE
             IF SF-DETAIL
               ADD 1 TO ENTRIES-READ
               MOVE SPACES TO REFUSAL-REASON
               PERFORM APPLY-ONE-ENTRY

               IF REFUSAL-REASON = SPACES
                 EXEC CICS SYNCPOINT END-EXEC
               ELSE
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 ADD 1 TO ENTRIES-REFUSED
                 PERFORM WRITE-ENTRY-REFUSED-LINE
                 EXEC CICS SYNCPOINT END-EXEC
               END-IF
             END-IF
           END-IF
           .

      * Add, amend or delist one watchlist entry
       APPLY-ONE-ENTRY.
           IF SF-ENTRY-ID = SPACES OR
              ( NOT SF-ACTION-ADD AND NOT SF-ACTION-DELIST )
             MOVE 'MALFORMED LIST ENTRY' TO REFUSAL-REASON
           ELSE
             MOVE SF-ENTRY-ID TO SL-ENTRY-ID

             EXEC CICS READ FILE    ( SANCLIST-FILE )
                            INTO    ( SANCLIST-RECORD )
                            RIDFLD  ( SL-ENTRY-ID )
                            UPDATE
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             EVALUATE TRUE
               WHEN SF-ACTION-DELIST
                 IF COMMAND-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'DELIST OF ENTRY NOT ON LIST'
                     TO REFUSAL-REASON
                 ELSE
                   MOVE 'D'          TO SL-STATUS
                   MOVE LIST-VERSION TO SL-CHANGED-VERSION
                   PERFORM REWRITE-LIST-ENTRY
                   ADD 1 TO ENTRIES-DELISTED
                 END-IF
               WHEN SF-ENTRY-NAME = SPACES
                 MOVE 'LIST ENTRY HAS NO NAME' TO REFUSAL-REASON
               WHEN COMMAND-RESP = DFHRESP(NORMAL)
                 PERFORM AMEND-LIST-ENTRY
               WHEN OTHER
                 PERFORM ADD-LIST-ENTRY
             END-EVALUATE
           END-IF
           .

      * An entry already on the list - only a real change (or a
      * relisting) moves its changed version, so the rescreen
      * reopens cleared hits only when there is something new
      * to look at
       AMEND-LIST-ENTRY.
           IF SL-ENTRY-NAME     = SF-ENTRY-NAME     AND
              SL-ENTRY-TYPE     = SF-ENTRY-TYPE     AND
              SL-DATE-OF-BIRTH  = SF-DATE-OF-BIRTH  AND
              SL-COUNTRY-CODE   = SF-COUNTRY-CODE   AND
              SL-LIST-SOURCE    = SF-LIST-SOURCE    AND
              SL-STATUS-ACTIVE
             EXEC CICS UNLOCK FILE ( SANCLIST-FILE ) END-EXEC
             ADD 1 TO ENTRIES-UNCHANGED
           ELSE
             MOVE SF-LIST-SOURCE   TO SL-LIST-SOURCE
             MOVE SF-ENTRY-TYPE    TO SL-ENTRY-TYPE
             MOVE SF-ENTRY-NAME    TO SL-ENTRY-NAME
             MOVE SF-DATE-OF-BIRTH TO SL-DATE-OF-BIRTH
             MOVE SF-COUNTRY-CODE  TO SL-COUNTRY-CODE
             MOVE 'A'              TO SL-STATUS
             MOVE LIST-VERSION     TO SL-CHANGED-VERSION
             PERFORM REWRITE-LIST-ENTRY
             ADD 1 TO ENTRIES-AMENDED
           END-IF
           .

       ADD-LIST-ENTRY.
           INITIALIZE SANCLIST-RECORD
           MOVE SF-ENTRY-ID      TO SL-ENTRY-ID
           MOVE SF-LIST-SOURCE   TO SL-LIST-SOURCE
           MOVE SF-ENTRY-TYPE    TO SL-ENTRY-TYPE
           MOVE SF-ENTRY-NAME    TO SL-ENTRY-NAME
           MOVE SF-DATE-OF-BIRTH TO SL-DATE-OF-BIRTH
           MOVE SF-COUNTRY-CODE  TO SL-COUNTRY-CODE
           MOVE 'A'              TO SL-STATUS
           MOVE LIST-VERSION     TO SL-ADDED-VERSION
           MOVE LIST-VERSION     TO SL-CHANGED-VERSION

           EXEC CICS WRITE FILE   ( SANCLIST-FILE )
                           FROM   ( SANCLIST-RECORD )
                           RIDFLD ( SL-ENTRY-ID )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'SANCLIST WRITE FAILED' TO REFUSAL-REASON
           ELSE
             ADD 1 TO ENTRIES-ADDED
           END-IF
           .

       REWRITE-LIST-ENTRY.
           EXEC CICS REWRITE FILE ( SANCLIST-FILE )
                             FROM ( SANCLIST-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'SANCLIST REWRITE FAILED' TO REFUSAL-REASON
           END-IF
           .

      * The active entries now on the watchlist, for the control
      * record and the report
       COUNT-ACTIVE-ENTRIES.
           MOVE 0   TO ACTIVE-ENTRIES
           MOVE 'N' TO END-OF-INPUT-SWITCH
           MOVE LOW-VALUES TO SL-ENTRY-ID

           EXEC CICS STARTBR FILE   ( SANCLIST-FILE )
                             RIDFLD ( SL-ENTRY-ID )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COUNT-NEXT-ENTRY UNTIL END-OF-INPUT
             EXEC CICS ENDBR FILE ( SANCLIST-FILE ) END-EXEC
           END-IF
           .

       COUNT-NEXT-ENTRY.
           EXEC CICS READNEXT FILE   ( SANCLIST-FILE )
                              INTO   ( SANCLIST-RECORD )
                              RIDFLD ( SL-ENTRY-ID )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-INPUT-SWITCH
           ELSE
             IF SL-STATUS-ACTIVE
               ADD 1 TO ACTIVE-ENTRIES
             END-IF
           END-IF
           .

      * The loaded version on the control record, in its own unit
      * of work - the first load ever creates the record, with
      * nothing yet screened
       RECORD-LOADED-VERSION.
           MOVE 'SANCLIST' TO SN-CONTROL-ID

           IF CONTROL-FOUND
             EXEC CICS READ FILE    ( SANCCTL-FILE )
                            INTO    ( SANCCTL-RECORD )
                            RIDFLD  ( SN-CONTROL-ID )
                            UPDATE
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC
           ELSE
             INITIALIZE SANCCTL-RECORD
             MOVE 'SANCLIST' TO SN-CONTROL-ID
           END-IF

           MOVE LIST-VERSION   TO SN-LOADED-VERSION
           MOVE RUN-TIMESTAMP  TO SN-LOADED-TS
           MOVE ACTIVE-ENTRIES TO SN-ACTIVE-ENTRIES

           IF CONTROL-FOUND
             EXEC CICS REWRITE FILE ( SANCCTL-FILE )
                               FROM ( SANCCTL-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS WRITE FILE   ( SANCCTL-FILE )
                             FROM   ( SANCCTL-RECORD )
                             RIDFLD ( SN-CONTROL-ID )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT END-EXEC
           ELSE
             DISPLAY '*** SANCLOAD: Error ' COMMAND-RESP
                     ' recording version ' LIST-VERSION
                     ' on SANCCTL'
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           END-IF
           .

      * Run header line of the load report
       WRITE-REPORT-HEADER.
           MOVE SPACES TO SANCLDRP-RECORD
           STRING 'SANCTIONS WATCHLIST LOAD ' DELIMITED BY SIZE
                  RUN-TIMESTAMP               DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The whole load was refused - say which version and why, so
      * compliance knows nothing was applied and what to fix
       WRITE-REFUSAL-LINE.
           MOVE SPACES TO SANCLDRP-RECORD
           STRING '  LOAD REFUSED - VERSION ' DELIMITED BY SIZE
                  LIST-VERSION                DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  FEED-REFUSAL-TEXT           DELIMITED BY SIZE
                  ' - NOTHING APPLIED'        DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One line per entry that could not be applied
       WRITE-ENTRY-REFUSED-LINE.
           MOVE SPACES TO SANCLDRP-RECORD
           STRING '  REFUSED - ENTRY ' DELIMITED BY SIZE
                  SF-ENTRY-ID          DELIMITED BY SIZE
                  ' ACTION '           DELIMITED BY SIZE
                  SF-ACTION            DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  REFUSAL-REASON       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SF-ENTRY-NAME        DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Closing control totals of the load
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SANCLDRP-RECORD
           STRING '  LIST VERSION:      ' DELIMITED BY SIZE
                  LIST-VERSION            DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ENTRIES-READ TO COUNT-DISPLAY
           MOVE SPACES TO SANCLDRP-RECORD
           STRING '  ENTRIES READ:      ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ENTRIES-ADDED TO COUNT-DISPLAY
           MOVE SPACES TO SANCLDRP-RECORD
           STRING '  ENTRIES ADDED:     ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ENTRIES-AMENDED TO COUNT-DISPLAY
           MOVE SPACES TO SANCLDRP-RECORD
           STRING '  ENTRIES AMENDED:   ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ENTRIES-UNCHANGED TO COUNT-DISPLAY
           MOVE SPACES TO SANCLDRP-RECORD
           STRING '  ENTRIES UNCHANGED: ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ENTRIES-DELISTED TO COUNT-DISPLAY
           MOVE SPACES TO SANCLDRP-RECORD
           STRING '  ENTRIES DELISTED:  ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ENTRIES-REFUSED TO COUNT-DISPLAY
           MOVE SPACES TO SANCLDRP-RECORD
           STRING '  ENTRIES REFUSED:   ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ACTIVE-ENTRIES TO COUNT-DISPLAY
           MOVE SPACES TO SANCLDRP-RECORD
           STRING '  ACTIVE ON LIST:    ' DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                INTO SJ-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Write one print line to the load report
       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( SANCLDRP-FILE )
                           FROM ( SANCLDRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** SANCLOAD: Error ' COMMAND-RESP
                     ' writing SANCLDRP report line'
           END-IF
           .

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the load depends on no other job
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'SLOD' TO RN-JOB-ID
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
           MOVE 'SLOD'     TO RN-JOB-ID
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

       END PROGRAM 'SANCLOAD'.
