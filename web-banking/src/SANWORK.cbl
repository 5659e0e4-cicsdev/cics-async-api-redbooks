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
      *  SANWORK
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * SANWORK - Compliance worklist over the SANCHIT sanctions hit
      * register written by onboarding (CUSTONBD) and the SANCRSCN
      * rescreen. Lists the open hits with the match score and the
      * matched list entry, and records the compliance officer's
      * disposition of each - cleared as a false positive, or
      * escalated - stamped with who and when. The same worklist
      * shape as CMPWORK over the COMPALRT register.
      *
      * Disposing of an onboarding hit also settles the customer's
      * held onboarding on ONBDPEND, in the same unit of work: any
      * escalated hit refuses it, and once every hit is cleared it
      * is approved, for 'ONBD nnnn RELEASE' to create the customer.
      *
      * Driven via CICS terminal using the transaction 'SANW' in
      * the forms:
      * SANW L                        list the open hits
      * SANW D nnnn eeeeeeeeee x      record disposition x (C
      *                               cleared / E escalated) for
      *                               the hit keyed customer /
      *                               list entry
      * eg:
      * 'SANW D 0007 OFAC000123 C'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. SANWORK.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the hit register and the held onboardings
       COPY SANCHIT.
       COPY ONBDPEND.

       1 FILE-NAMES.
         2 SANCHIT-FILE           PIC X(8) VALUE 'SANCHIT'.
         2 ONBDPEND-FILE          PIC X(8) VALUE 'ONBDPEND'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * Maps the terminal input
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTCUST             PIC X(4) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTENTRY            PIC X(10) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTDISP             PIC X(1) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 24.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'SANWORK '.
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

      * Set when any update of the disposition fails - the whole
      * unit of work is backed out
       1 UPDATE-OK-SWITCH         PIC X(1) VALUE 'Y'.
         88 UPDATE-OK                      VALUE 'Y'.

       1 HITS-LISTED              PIC 9(3) VALUE 0.

      * The onboarding hits of the customer, as they now stand
       1 ONBOARD-HITS-OPEN        PIC S9(4) COMP VALUE 0.
       1 ONBOARD-HITS-ESCALATED   PIC S9(4) COMP VALUE 0.

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
               PERFORM LIST-OPEN-HITS
             WHEN 'D'
               PERFORM DISPOSE-HIT
             WHEN OTHER
               MOVE 'INVALID - USE: SANW L/D' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * List every open hit on the register, one log line each -
      * the sanctions worklist
       LIST-OPEN-HITS.
           MOVE 0   TO HITS-LISTED
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( SANCHIT-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-HIT UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( SANCHIT-FILE ) END-EXEC
           END-IF

           STRING 'OPEN HITS: '    DELIMITED BY SIZE
                  HITS-LISTED      DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

       SHOW-NEXT-HIT.
           EXEC CICS READNEXT FILE ( SANCHIT-FILE )
                              INTO ( SANCHIT-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF SH-DISP-OPEN
               ADD 1 TO HITS-LISTED

               INITIALIZE STATUS-MSG
               STRING 'Hit ' DELIMITED BY SIZE
                      SH-CUST-NO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SH-ENTRY-ID DELIMITED BY SIZE
                      ' score:' DELIMITED BY SIZE
                      SH-MATCH-SCORE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SH-SOURCE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SH-LIST-SOURCE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SH-CUSTOMER-NAME(1:15) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      SH-ENTRY-NAME(1:15) DELIMITED BY SIZE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
             END-IF
           END-IF
           .

      * Record the compliance officer's disposition of one hit
       DISPOSE-HIT.
           IF INPUTDISP NOT = 'C' AND INPUTDISP NOT = 'E'
             MOVE 'DISPOSITION MUST BE C OR E' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTCUST  TO SH-CUST-NO
           MOVE INPUTENTRY TO SH-ENTRY-ID

           EXEC CICS READ FILE    ( SANCHIT-FILE )
                          INTO    ( SANCHIT-RECORD )
                          RIDFLD  ( SH-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'HIT NOT ON REGISTER' TO CURRENT-STATUS
           ELSE
             IF NOT SH-DISP-OPEN
               MOVE 'ALREADY DISPOSED' TO CURRENT-STATUS
               EXEC CICS UNLOCK FILE ( SANCHIT-FILE ) END-EXEC
             ELSE
               MOVE 'Y' TO UPDATE-OK-SWITCH
               MOVE INPUTDISP   TO SH-DISPOSITION
               MOVE OPERATOR-ID TO SH-DISPOSED-BY
               MOVE FUNCTION CURRENT-DATE TO SH-DISPOSED-TS

               EXEC CICS REWRITE FILE ( SANCHIT-FILE )
                                 FROM ( SANCHIT-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC

               IF COMMAND-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'N' TO UPDATE-OK-SWITCH
               END-IF

               IF INPUTDISP = 'C'
                 MOVE 'HIT CLEARED' TO CURRENT-STATUS
               ELSE
                 MOVE 'HIT ESCALATED' TO CURRENT-STATUS
               END-IF

               IF UPDATE-OK AND SH-SOURCE-ONBOARD
                 PERFORM SETTLE-HELD-ONBOARDING
               END-IF

               IF UPDATE-OK
                 EXEC CICS SYNCPOINT END-EXEC

                 INITIALIZE STATUS-MSG
                 STRING 'Hit ' DELIMITED BY SIZE
                        INPUTCUST DELIMITED BY SIZE
                        '/' DELIMITED BY SIZE
                        INPUTENTRY DELIMITED BY SIZE
                        ' disposed ' DELIMITED BY SIZE
                        INPUTDISP DELIMITED BY SIZE
                        ' by ' DELIMITED BY SIZE
                        OPERATOR-ID DELIMITED BY SPACE
                      INTO MSG-TEXT
                 PERFORM PRINT-STATUS-MESSAGE
               ELSE
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE 'ERROR UPDATING REGISTER' TO CURRENT-STATUS
               END-IF
             END-IF
           END-IF
           .

      * Settle the customer's held onboarding from the onboarding
      * hits as they now stand - refused on any escalation,
      * approved once none is left open
       SETTLE-HELD-ONBOARDING.
           MOVE INPUTCUST TO OB-CUST-NO

           EXEC CICS READ FILE    ( ONBDPEND-FILE )
                          INTO    ( ONBDPEND-RECORD )
                          RIDFLD  ( OB-CUST-NO )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

      *    Nothing held - the onboarding has already been settled
           IF COMMAND-RESP = DFHRESP(NORMAL)
             IF NOT OB-STATUS-HELD
               EXEC CICS UNLOCK FILE ( ONBDPEND-FILE ) END-EXEC
             ELSE
               PERFORM COUNT-ONBOARD-HITS

               IF ONBOARD-HITS-ESCALATED > 0
                 MOVE 'R' TO OB-STATUS
                 MOVE 'ESCALATED - ONBOARD REFUSED' TO CURRENT-STATUS
               ELSE
                 IF ONBOARD-HITS-OPEN = 0
                   MOVE 'A' TO OB-STATUS
                   MOVE 'CLEARED - ONBOARDING APPROVED'
                     TO CURRENT-STATUS
                 END-IF
               END-IF

               IF OB-STATUS-HELD
                 EXEC CICS UNLOCK FILE ( ONBDPEND-FILE ) END-EXEC
               ELSE
                 PERFORM REWRITE-SETTLED-ONBOARDING
               END-IF
             END-IF
           END-IF
           .

      * The hold settled, stamped with who settled it and when
       REWRITE-SETTLED-ONBOARDING.
           MOVE OPERATOR-ID TO OB-SETTLED-BY
           MOVE FUNCTION CURRENT-DATE TO OB-SETTLED-TS

           EXEC CICS REWRITE FILE ( ONBDPEND-FILE )
                             FROM ( ONBDPEND-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO UPDATE-OK-SWITCH
           END-IF
           .

      * Browse the customer's hits on the register, counting the
      * onboarding hits still open and those escalated
       COUNT-ONBOARD-HITS.
           MOVE 0   TO ONBOARD-HITS-OPEN
           MOVE 0   TO ONBOARD-HITS-ESCALATED
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE INPUTCUST  TO SH-CUST-NO
           MOVE LOW-VALUES TO SH-ENTRY-ID

           EXEC CICS STARTBR FILE   ( SANCHIT-FILE )
                             RIDFLD ( SH-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COUNT-NEXT-HIT UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( SANCHIT-FILE ) END-EXEC
           END-IF
           .

       COUNT-NEXT-HIT.
           EXEC CICS READNEXT FILE   ( SANCHIT-FILE )
                              INTO   ( SANCHIT-RECORD )
                              RIDFLD ( SH-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              SH-CUST-NO NOT = INPUTCUST
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF SH-SOURCE-ONBOARD
               IF SH-DISP-OPEN
                 ADD 1 TO ONBOARD-HITS-OPEN
               END-IF
               IF SH-DISP-ESCALATED
                 ADD 1 TO ONBOARD-HITS-ESCALATED
               END-IF
             END-IF
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

       END PROGRAM 'SANWORK'.
