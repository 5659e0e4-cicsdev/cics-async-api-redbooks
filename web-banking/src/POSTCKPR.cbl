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
      *  POSTCKPR
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * POSTCKPR - Shared posting checkpoint routine. INTACCRU,
      * FEEASSES and STORDRUN each post through TXNAPPLY one
      * customer (or order) at a time, and nothing recorded how far
      * a run got - a region failure part way followed by a rerun
      * posted the same interest, fees or standing orders twice to
      * everyone ahead of the failure point. Each of those jobs now
      * LINKs here with a POSTCKCA commarea:
      *
      *   at start   - creates the job's POSTCKPT record for the
      *                business date, or finds the one a failed run
      *                left and hands back where to resume, or
      *                reports the date already completed
      *   per commit - moves the checkpoint on to the customer or
      *                order just posted, inside the caller's unit
      *                of work
      *   at end     - marks the date complete
      *
      * The checkpoint writes ride in the caller's unit of work, as
      * RUNCTLR's do - the caller commits straight after the start
      * call, and the per-commit update lands or backs out with the
      * postings it covers.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. POSTCKPR.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layout of the posting checkpoint file
       COPY POSTCKPT.

       1 FILE-NAMES.
         2 POSTCKPT-FILE          PIC X(8) VALUE 'POSTCKPT'.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

        LINKAGE SECTION.

      * Commarea shared with every caller - see POSTCKCA
       COPY POSTCKCA REPLACING ==01  POSTCKPT-COMMAREA.== BY
                               ==01  DFHCOMMAREA.==.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------
           MOVE 'Y' TO KC-STATUS

           EVALUATE TRUE
             WHEN KC-FUNCTION-START
               PERFORM START-POSTING-RUN
             WHEN KC-FUNCTION-CHECKPOINT
               PERFORM RECORD-CHECKPOINT
             WHEN KC-FUNCTION-END
               PERFORM COMPLETE-POSTING-RUN
             WHEN OTHER
               MOVE 'E' TO KC-STATUS
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * The job's checkpoint for the business date: none yet is a
      * fresh run and one is created; a RUNNING one is a restart,
      * stepped on and handed back; a COMPLETE one means the date
      * is done and must not be posted again
       START-POSTING-RUN.
           MOVE KC-JOB-ID        TO PT-JOB-ID
           MOVE KC-BUSINESS-DATE TO PT-BUSINESS-DATE

           EXEC CICS READ FILE    ( POSTCKPT-FILE )
                          INTO    ( POSTCKPT-RECORD )
                          RIDFLD  ( PT-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NOTFND)
               INITIALIZE POSTCKPT-RECORD
               MOVE KC-JOB-ID        TO PT-JOB-ID
               MOVE KC-BUSINESS-DATE TO PT-BUSINESS-DATE
               MOVE 'R'              TO PT-STATUS
               MOVE LOW-VALUES       TO PT-LAST-KEY
               MOVE FUNCTION CURRENT-DATE TO PT-FIRST-START-TS
               MOVE PT-FIRST-START-TS     TO PT-LAST-START-TS

               EXEC CICS WRITE FILE   ( POSTCKPT-FILE )
                               FROM   ( POSTCKPT-RECORD )
                               RIDFLD ( PT-KEY )
                               RESP   ( COMMAND-RESP )
                               RESP2  ( COMMAND-RESP2 )
               END-EXEC

               MOVE 'F' TO KC-RUN-STATE
             WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
               CONTINUE
             WHEN PT-STATUS-COMPLETE
               EXEC CICS UNLOCK FILE ( POSTCKPT-FILE ) END-EXEC
               MOVE 'D' TO KC-RUN-STATE
             WHEN OTHER
               ADD 1 TO PT-RESTART-COUNT
               MOVE FUNCTION CURRENT-DATE TO PT-LAST-START-TS

               EXEC CICS REWRITE FILE ( POSTCKPT-FILE )
                                 FROM ( POSTCKPT-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC

               MOVE 'R' TO KC-RUN-STATE
           END-EVALUATE

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO KC-STATUS
           ELSE
             MOVE PT-LAST-KEY       TO KC-LAST-KEY
             MOVE PT-ITEMS-DONE     TO KC-ITEMS-DONE
             MOVE PT-RESTART-COUNT  TO KC-RESTART-COUNT
             MOVE PT-FIRST-START-TS TO KC-FIRST-START-TS
             MOVE PT-LAST-COMMIT-TS TO KC-LAST-COMMIT-TS
           END-IF
           .

      * Move the checkpoint on to the customer or order the caller
      * is about to commit - in the caller's unit of work
       RECORD-CHECKPOINT.
           MOVE KC-JOB-ID        TO PT-JOB-ID
           MOVE KC-BUSINESS-DATE TO PT-BUSINESS-DATE

           EXEC CICS READ FILE    ( POSTCKPT-FILE )
                          INTO    ( POSTCKPT-RECORD )
                          RIDFLD  ( PT-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             IF PT-STATUS-RUNNING
               MOVE KC-LAST-KEY TO PT-LAST-KEY
               ADD 1 TO PT-ITEMS-DONE
               MOVE FUNCTION CURRENT-DATE TO PT-LAST-COMMIT-TS

               EXEC CICS REWRITE FILE ( POSTCKPT-FILE )
                                 FROM ( POSTCKPT-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC
             ELSE
      *        The date was completed under this run's feet - a
      *        second copy of the job - so nothing more may post
               EXEC CICS UNLOCK FILE ( POSTCKPT-FILE ) END-EXEC
               MOVE 'E' TO KC-STATUS
             END-IF
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO KC-STATUS
           ELSE
             MOVE PT-ITEMS-DONE TO KC-ITEMS-DONE
           END-IF
           .

      * Mark the business date complete for the job
       COMPLETE-POSTING-RUN.
           MOVE KC-JOB-ID        TO PT-JOB-ID
           MOVE KC-BUSINESS-DATE TO PT-BUSINESS-DATE

           EXEC CICS READ FILE    ( POSTCKPT-FILE )
                          INTO    ( POSTCKPT-RECORD )
                          RIDFLD  ( PT-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'C' TO PT-STATUS
             MOVE FUNCTION CURRENT-DATE TO PT-COMPLETED-TS

             EXEC CICS REWRITE FILE ( POSTCKPT-FILE )
                               FROM ( POSTCKPT-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO KC-STATUS
           END-IF
           .

       END PROGRAM 'POSTCKPR'.
