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
      *  AUTHWORK
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * AUTHWORK - Supervisor worklist over the AUTHPEND pending-
      * authorisation queue. TPST and TRNF park any posting or
      * transfer over the DUALAUTH threshold on the queue instead
      * of posting it; this transaction lists the pending items and
      * lets a second operator decide each one:
      *
      *   approve - the item is posted through the shared TXNAPPLY
      *             routine - a transfer as its matched debit and
      *             credit pair, exactly as TRNF would have - and
      *             the queue record marked approved
      *   reject  - the item is discarded with the reason given and
      *             the queue record marked rejected
      *
      * Only an operator holding the SUPERVISOR role on ENTOPRL may
      * decide an item, and never the operator who keyed it - the
      * same maker-checker rule ENTADMIN enforces. Either decision
      * is stamped on the queue record and logged to AUTHDCLG with
      * the maker, the deciding operator and the time, in one unit
      * of work with the posting. The same worklist shape as REFWORK
      * over the credit referral queue.
      *
      * Driven via CICS terminal using the transaction 'AUTW' in
      * the forms:
      * AUTW L                          list the pending items
      * AUTW A tttttttttttttttt         approve and post
      * AUTW R tttttttttttttttt reason  reject with a reason
      * eg:
      * 'AUTW A 2026101509301207'
      * 'AUTW R 2026101509301207 AMOUNT KEYED IN ERROR'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. AUTHWORK.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the queue and the decision log
       COPY AUTHPEND.
       COPY AUTHDCLG.

      * The operator-to-role grants, to prove the deciding operator
      * is a supervisor
       COPY ENTOPRL.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.

       1 FILE-NAMES.
         2 AUTHPEND-FILE          PIC X(8) VALUE 'AUTHPEND'.
         2 AUTHDCLG-FILE          PIC X(8) VALUE 'AUTHDCLG'.
         2 ENTOPRL-FILE           PIC X(8) VALUE 'ENTOPRL'.

      * The role an operator must hold to decide a queued item
       1 SUPERVISOR-ROLE          PIC X(12) VALUE 'SUPERVISOR'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * Set off as soon as any step of a decision fails, so the
      * posting, the queue update and the decision log commit or
      * back out together
       1 DECISION-OK-SWITCH       PIC X(1) VALUE 'Y'.
         88 DECISION-OK                    VALUE 'Y'.

       1 FAILED-STEP-TEXT         PIC X(29) VALUE SPACES.

      * What the approved posting came back as - an approved
      * posting can still be referred to a credit officer or queued
      * for the new business date by TXNAPPLY
       1 APPROVED-STATUS-TEXT     PIC X(29) VALUE SPACES.

      * Maps the terminal input
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTID               PIC X(16) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTREASON           PIC X(30) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 54.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'AUTHWORK'.
         2 FILLER                 PIC X(5)  VALUE ' CMD#'.
         2 COMMAND-DISPLAY        PIC X(1)  VALUE ' '.
         2 FILLER                 PIC X(9)  VALUE ' STATUS( '.
         2 CURRENT-STATUS         PIC X(29) VALUE 'RUNNING'.
         2 FILLER                 PIC X(2)  VALUE ' )'.

      * For messages displayed to the CICS log
       1 STATUS-MSG.
         2 MSG-TIME.
           3 MSG-HOUR            PIC X(2).
           3 FILLER              PIC X(1)  VALUE ':'.
           3 MSG-MIN             PIC X(2).
           3 FILLER              PIC X(1)  VALUE '.'.
           3 MSG-SEC             PIC X(2).
           3 FILLER              PIC X(1)  VALUE SPACES.
         2 MSG-TEXT              PIC X(80) VALUE ' '.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

       1 ITEMS-LISTED             PIC 9(3) VALUE 0.
       1 AMOUNT-DISPLAY           PIC -9999999.99.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

        LINKAGE SECTION.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------
           EXEC CICS RECEIVE INTO       ( READ-INPUT )
                             LENGTH     ( READ-INPUT-LENGTH )
                             NOTRUNCATE
                             RESP       ( COMMAND-RESP )
                             RESP2      ( COMMAND-RESP2 )
           END-EXEC

           EXEC CICS ASSIGN USERID ( OPERATOR-ID )
           END-EXEC

           MOVE INPUTCMD TO COMMAND-DISPLAY

           EVALUATE INPUTCMD
             WHEN 'L'
               PERFORM LIST-PENDING-ITEMS
             WHEN 'A'
               PERFORM DECIDE-PENDING-ITEM
             WHEN 'R'
               IF INPUTREASON = SPACES
                 MOVE 'REJECT REASON REQUIRED' TO CURRENT-STATUS
               ELSE
                 PERFORM DECIDE-PENDING-ITEM
               END-IF
             WHEN OTHER
               MOVE 'INVALID - USE: AUTW L/A/R' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * List every pending item on the queue, one log line each -
      * the supervisor's worklist
       LIST-PENDING-ITEMS.
           MOVE 0   TO ITEMS-LISTED
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( AUTHPEND-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-PENDING-ITEM UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( AUTHPEND-FILE ) END-EXEC
           END-IF

           STRING 'PENDING ITEMS: ' DELIMITED BY SIZE
                  ITEMS-LISTED      DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

       SHOW-NEXT-PENDING-ITEM.
           EXEC CICS READNEXT FILE ( AUTHPEND-FILE )
                              INTO ( AUTHPEND-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF AP-STATUS-PENDING
               ADD 1 TO ITEMS-LISTED
               MOVE AP-TX-AMOUNT TO AMOUNT-DISPLAY

               INITIALIZE STATUS-MSG
               IF AP-ITEM-TRANSFER
                 STRING 'Pending ' DELIMITED BY SIZE
                        AP-PENDING-ID DELIMITED BY SIZE
                        ' TRANSFER ' DELIMITED BY SIZE
                        AP-ACCT-NUMBER DELIMITED BY SIZE
                        '>' DELIMITED BY SIZE
                        AP-TO-ACCT-NUMBER DELIMITED BY SIZE
                        ' amt:' DELIMITED BY SIZE
                        AMOUNT-DISPLAY DELIMITED BY SIZE
                        ' by:' DELIMITED BY SIZE
                        AP-MAKER-ID DELIMITED BY SIZE
                      INTO MSG-TEXT
               ELSE
                 STRING 'Pending ' DELIMITED BY SIZE
                        AP-PENDING-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        AP-TX-TYPE DELIMITED BY SIZE
                        AP-ACCT-NUMBER DELIMITED BY SIZE
                        ' amt:' DELIMITED BY SIZE
                        AMOUNT-DISPLAY DELIMITED BY SIZE
                        ' by:' DELIMITED BY SIZE
                        AP-MAKER-ID DELIMITED BY SIZE
                      INTO MSG-TEXT
               END-IF
               PERFORM PRINT-STATUS-MESSAGE
             END-IF
           END-IF
           .

      * One decision: prove the operator may decide, read the item
      * with update intent, apply the approve or reject, stamp and
      * log it - all one unit of work
       DECIDE-PENDING-ITEM.
           MOVE 'Y' TO DECISION-OK-SWITCH

           PERFORM CHECK-SUPERVISOR-ROLE

           MOVE INPUTID TO AP-PENDING-ID

           EXEC CICS READ FILE    ( AUTHPEND-FILE )
                          INTO    ( AUTHPEND-RECORD )
                          RIDFLD  ( AP-PENDING-ID )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'ITEM NOT ON QUEUE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT AP-STATUS-PENDING
             MOVE 'ALREADY DECIDED' TO CURRENT-STATUS
             EXEC CICS UNLOCK FILE ( AUTHPEND-FILE ) END-EXEC
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * The second pair of eyes must be a second person
           IF AP-MAKER-ID = OPERATOR-ID
             MOVE 'MAKER CANNOT DECIDE OWN ITEM' TO CURRENT-STATUS
             EXEC CICS UNLOCK FILE ( AUTHPEND-FILE ) END-EXEC

             INITIALIZE STATUS-MSG
             STRING '*** Operator ' DELIMITED BY SIZE
                    OPERATOR-ID DELIMITED BY SPACE
                    ' tried to decide own item ' DELIMITED BY SIZE
                    AP-PENDING-ID DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE

             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTCMD = 'A'
             IF AP-ITEM-TRANSFER
               PERFORM POST-APPROVED-TRANSFER
             ELSE
               PERFORM POST-APPROVED-POSTING
             END-IF
             MOVE 'A' TO AP-STATUS
           ELSE
             MOVE INPUTREASON TO AP-REJECT-REASON
             MOVE 'R' TO AP-STATUS
           END-IF

           IF DECISION-OK
             MOVE OPERATOR-ID TO AP-DECIDED-BY
             MOVE FUNCTION CURRENT-DATE TO AP-DECIDED-TS

             EXEC CICS REWRITE FILE ( AUTHPEND-FILE )
                               FROM ( AUTHPEND-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO DECISION-OK-SWITCH
               MOVE 'QUEUE UPDATE FAILED' TO FAILED-STEP-TEXT
             END-IF
           END-IF

           IF DECISION-OK
             PERFORM WRITE-DECISION-LOG
           END-IF

           IF DECISION-OK
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             IF INPUTCMD = 'A'
               MOVE APPROVED-STATUS-TEXT TO CURRENT-STATUS
             ELSE
               MOVE 'REJECTED - NOT POSTED' TO CURRENT-STATUS
             END-IF

             INITIALIZE STATUS-MSG
             STRING 'Pending item ' DELIMITED BY SIZE
                    AP-PENDING-ID DELIMITED BY SIZE
                    ' keyed by ' DELIMITED BY SIZE
                    AP-MAKER-ID DELIMITED BY SPACE
                    ' decided ' DELIMITED BY SIZE
                    INPUTCMD DELIMITED BY SIZE
                    ' by ' DELIMITED BY SIZE
                    OPERATOR-ID DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             STRING 'BACKED OUT - ' DELIMITED BY SIZE
                    FAILED-STEP-TEXT DELIMITED BY SIZE
                  INTO CURRENT-STATUS
           END-IF
           .

      * The deciding operator must hold a live SUPERVISOR grant on
      * ENTOPRL - anyone else is turned away before the queue is
      * touched
       CHECK-SUPERVISOR-ROLE.
           MOVE OPERATOR-ID     TO EO-OPERATOR-ID
           MOVE SUPERVISOR-ROLE TO EO-ROLE-NAME

           EXEC CICS READ FILE    ( ENTOPRL-FILE )
                          INTO    ( ENTOPRL-RECORD )
                          RIDFLD  ( EO-KEY )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              EO-GRANTED-FLAG NOT = 'Y'
             MOVE 'SUPERVISOR ROLE REQUIRED' TO CURRENT-STATUS

             INITIALIZE STATUS-MSG
             STRING '*** Operator ' DELIMITED BY SIZE
                    OPERATOR-ID DELIMITED BY SPACE
                    ' without supervisor role tried to decide '
                      DELIMITED BY SIZE
                    INPUTID DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE

             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      * Post an approved single posting through the shared routine,
      * as TPST would have. An item TXNAPPLY refers to a credit
      * officer or queues for the new business date is still the
      * supervisor's approval carried out - the item has moved on
      * to that queue, so the decision stands
       POST-APPROVED-POSTING.
           INITIALIZE TXNPOST-COMMAREA
           MOVE AP-CUST-NO        TO TP-CUST-NO
           MOVE AP-ACCT-NUMBER    TO TP-ACCT-NUMBER
           MOVE AP-TX-TYPE        TO TP-TX-TYPE
           MOVE AP-TX-AMOUNT      TO TP-TX-AMOUNT
           MOVE AP-TX-DESCRIPTION TO TP-TX-DESCRIPTION
           MOVE AP-MAKER-ID       TO TP-OPERATOR-ID
           MOVE 'TLR'             TO TP-CHANNEL-CODE

           PERFORM LINK-TO-TXNAPPLY

           EVALUATE TRUE
             WHEN TP-POSTED
               MOVE 'APPROVED AND POSTED' TO APPROVED-STATUS-TEXT
             WHEN TP-REFERRED
               MOVE 'APPROVED - REFERRED TO CREDIT'
                 TO APPROVED-STATUS-TEXT
             WHEN TP-QUEUED-DATED
               MOVE 'APPROVED - QUEUED NEW DATE'
                 TO APPROVED-STATUS-TEXT
             WHEN OTHER
               MOVE 'N' TO DECISION-OK-SWITCH
               MOVE 'APPROVED POST FAILED' TO FAILED-STEP-TEXT
           END-EVALUATE
           .

      * Post an approved transfer as the matched debit and credit
      * pair TRNF would have posted - both sides or neither
       POST-APPROVED-TRANSFER.
           INITIALIZE TXNPOST-COMMAREA
           MOVE AP-CUST-NO        TO TP-CUST-NO
           MOVE AP-ACCT-NUMBER    TO TP-ACCT-NUMBER
           MOVE 'TRANSFER  '      TO TP-TX-TYPE
           MOVE AP-MAKER-ID       TO TP-OPERATOR-ID
           MOVE 'XFR'             TO TP-CHANNEL-CODE
           COMPUTE TP-TX-AMOUNT = 0 - AP-TX-AMOUNT
           STRING 'TRANSFER TO '    DELIMITED BY SIZE
                  AP-TO-ACCT-NUMBER DELIMITED BY SIZE
                INTO TP-TX-DESCRIPTION

           PERFORM LINK-TO-TXNAPPLY

           IF NOT TP-POSTED
             MOVE 'N' TO DECISION-OK-SWITCH
             MOVE 'DEBIT SIDE NOT POSTED' TO FAILED-STEP-TEXT
           END-IF

           IF DECISION-OK
             INITIALIZE TXNPOST-COMMAREA
             MOVE AP-TO-CUST-NO     TO TP-CUST-NO
             MOVE AP-TO-ACCT-NUMBER TO TP-ACCT-NUMBER
             MOVE 'TRANSFER  '      TO TP-TX-TYPE
             MOVE AP-MAKER-ID       TO TP-OPERATOR-ID
             MOVE 'XFR'             TO TP-CHANNEL-CODE
             MOVE AP-TX-AMOUNT      TO TP-TX-AMOUNT
             STRING 'TRANSFER FROM ' DELIMITED BY SIZE
                    AP-ACCT-NUMBER   DELIMITED BY SIZE
                  INTO TP-TX-DESCRIPTION

             PERFORM LINK-TO-TXNAPPLY

             IF NOT TP-POSTED
               MOVE 'N' TO DECISION-OK-SWITCH
               MOVE 'CREDIT SIDE NOT POSTED' TO FAILED-STEP-TEXT
             END-IF
           END-IF

           MOVE 'APPROVED - TRANSFER POSTED' TO APPROVED-STATUS-TEXT
           .

      * One LINK to the shared posting routine - it never commits
      * itself, so the posting joins this decision's unit of work
       LINK-TO-TXNAPPLY.
           EXEC CICS LINK PROGRAM  ( TXNAPPLY-PROGRAM )
                          COMMAREA ( TXNPOST-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO TP-STATUS
           END-IF
           .

      * Every decision is logged with the maker and the checker -
      * the audit trail of the second pair of eyes
       WRITE-DECISION-LOG.
           INITIALIZE AUTHDCLG-RECORD
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           MOVE OPERATOR-ID           TO AU-OPERATOR-ID
           IF INPUTCMD = 'A'
             MOVE 'APPROVED' TO AU-DECISION
           ELSE
             MOVE 'REJECTED' TO AU-DECISION
           END-IF
           MOVE AP-PENDING-ID         TO AU-PENDING-ID
           MOVE AP-MAKER-ID           TO AU-MAKER-ID
           MOVE AP-ITEM-TYPE          TO AU-ITEM-TYPE
           MOVE AP-ACCT-NUMBER        TO AU-ACCT-NUMBER
           MOVE AP-TX-AMOUNT          TO AU-TX-AMOUNT
           MOVE AP-REJECT-REASON      TO AU-REASON

           EXEC CICS WRITE FILE   ( AUTHDCLG-FILE )
                           FROM   ( AUTHDCLG-RECORD )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO DECISION-OK-SWITCH
             MOVE 'AUTHDCLG WRITE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * Print status message
       PRINT-STATUS-MESSAGE.
           MOVE FUNCTION CURRENT-DATE(13:2) TO MSG-SEC
           MOVE FUNCTION CURRENT-DATE(11:2) TO MSG-MIN
           MOVE FUNCTION CURRENT-DATE(9:2)  TO MSG-HOUR

           DISPLAY STATUS-MSG
           .

      * update terminal screen with progress status
       PRINT-TEXT-TO-SCREEN.
           EXEC CICS SEND TEXT FROM ( TERMINAL-STATUS )
                     TERMINAL WAIT
                     FREEKB
                     ERASE
           END-EXEC
           .

       END PROGRAM 'AUTHWORK'.
