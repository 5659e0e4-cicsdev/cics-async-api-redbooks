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
      *  SWPMAINT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * SWPMAINT - Automatic sweep arrangement maintenance. A
      * customer can ask for one of their accounts to be kept topped
      * up, or kept out of overdraft, from another of their own
      * accounts. This transaction sets up, amends and cancels the
      * arrangements on SWEEPARR that the nightly SWEEPRUN job
      * works.
      *
      * An added arrangement validates before it is written: both
      * accounts must belong to the keyed customer on CUSTACCT, must
      * differ and must be in the same currency; the rule must be T
      * (target balance - the target amount is then required) or O
      * (overdraft cover); the minimum to leave behind on the
      * funding account may be omitted for none.
      *
      * Driven via CICS terminal using the transaction 'SWPM' in the
      * forms:
      * SWPM A nnnn ss ffffffff tttttttt r target minimum
      *                               add or amend sweep ss for
      *                               customer nnnn from funding
      *                               account ffffffff into target
      *                               account tttttttt by rule r
      * SWPM C nnnn ss                cancel the sweep
      * SWPM L nnnn                   list the customer's sweeps
      * eg:
      * 'SWPM A 0001 01 00010002 00010001 T 500.00 1000.00'
      * 'SWPM A 0001 02 00010002 00010003 O'
      * 'SWPM C 0001 01'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. SWPMAINT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layout of the SWEEPARR sweep arrangement file
       COPY SWEEPARR.

      * The customer's accounts, checked before an arrangement is
      * accepted
       COPY CUSTACCT.

       1 FILE-NAMES.
         2 SWEEPARR-FILE          PIC X(8) VALUE 'SWEEPARR'.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * The funding and target accounts' positions within the
      * customer record
       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.
       1 FUNDING-ACCT-INDEX       PIC S9(4) COMP-5 SYNC VALUE 0.
       1 TARGET-ACCT-INDEX        PIC S9(4) COMP-5 SYNC VALUE 0.

      * The amount field being edited, the length of its
      * significant part and its edit counters, so only a
      * well-formed amount is accepted for either figure
       1 AMOUNT-TO-EDIT           PIC X(10) VALUE SPACES.
       1 EDITED-AMOUNT            PIC S9(7)V99 COMP-3 VALUE 0.
       1 INPUTAMOUNT-LENGTH       PIC S9(4) COMP VALUE 0.
       1 DECIMAL-POINT-COUNT      PIC S9(4) COMP VALUE 0.
       1 BAD-CHARACTER-COUNT      PIC S9(4) COMP VALUE 0.

       1 TARGET-AMOUNT            PIC S9(7)V99 COMP-3 VALUE 0.
       1 MINIMUM-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.

      * Set when the arrangement being added replaces an existing
      * record
       1 SWEEP-EXISTS-SWITCH      PIC X(1) VALUE 'N'.
         88 SWEEP-EXISTS                   VALUE 'Y'.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

       1 SWEEPS-LISTED            PIC 9(3) VALUE 0.
       1 AMOUNT-DISPLAY           PIC -9999999.99.
       1 MINIMUM-DISPLAY          PIC -9999999.99.

      * Maps the terminal input
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTCUST             PIC X(4) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTSWEEP            PIC X(2) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTFROM             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTTO               PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTRULE             PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTTARGET           PIC X(10) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTMINIMUM          PIC X(10) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 56.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'SWPMAINT'.
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
             WHEN 'A'
               PERFORM ADD-OR-AMEND-SWEEP
             WHEN 'C'
               PERFORM CANCEL-SWEEP
             WHEN 'L'
               PERFORM LIST-CUSTOMER-SWEEPS
             WHEN OTHER
               MOVE 'INVALID - USE: SWPM A/C/L' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Validate and write (or replace) one sweep arrangement. Both
      * accounts must be the keyed customer's own - a sweep never
      * moves money to another customer
       ADD-OR-AMEND-SWEEP.
           IF INPUTCUST NOT NUMERIC OR INPUTSWEEP NOT NUMERIC OR
              INPUTFROM = SPACES OR INPUTTO = SPACES
             MOVE 'INVALID - SEE SWPM USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTRULE NOT = 'T' AND INPUTRULE NOT = 'O'
             MOVE 'RULE MUST BE T OR O' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTFROM = INPUTTO
             MOVE 'ACCOUNTS MUST DIFFER' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      *    A target balance sweep needs the balance to aim for; an
      *    overdraft cover sweep always aims for zero
           MOVE 0 TO TARGET-AMOUNT
           IF INPUTRULE = 'T'
             IF INPUTTARGET = SPACES
               MOVE 'TARGET BALANCE REQUIRED' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF

             MOVE INPUTTARGET TO AMOUNT-TO-EDIT
             PERFORM EDIT-AMOUNT-FIELD

             IF BAD-CHARACTER-COUNT > 0 OR DECIMAL-POINT-COUNT > 1
               MOVE 'INVALID TARGET BALANCE' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF

             MOVE EDITED-AMOUNT TO TARGET-AMOUNT

             IF TARGET-AMOUNT <= 0
               MOVE 'TARGET MUST BE POSITIVE' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

      *    The minimum to leave behind is optional - omitted means
      *    the funding account may be swept down to zero
           MOVE 0 TO MINIMUM-AMOUNT
           IF INPUTMINIMUM NOT = SPACES
             MOVE INPUTMINIMUM TO AMOUNT-TO-EDIT
             PERFORM EDIT-AMOUNT-FIELD

             IF BAD-CHARACTER-COUNT > 0 OR DECIMAL-POINT-COUNT > 1
               MOVE 'INVALID MINIMUM AMOUNT' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF

             MOVE EDITED-AMOUNT TO MINIMUM-AMOUNT
           END-IF

           PERFORM CHECK-SWEEP-ACCOUNTS

           IF FUNDING-ACCT-INDEX = 0
             MOVE 'FROM ACCT NOT HELD BY CUST' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF TARGET-ACCT-INDEX = 0
             MOVE 'TO ACCT NOT HELD BY CUST' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-CURRENCY-CODE ( FUNDING-ACCT-INDEX ) NOT =
              CA-CURRENCY-CODE ( TARGET-ACCT-INDEX )
             MOVE 'ACCOUNT CURRENCIES DIFFER' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM WRITE-SWEEP-RECORD
           .

      * Find both named accounts among the keyed customer's
      * accounts on CUSTACCT
       CHECK-SWEEP-ACCOUNTS.
           MOVE 0 TO FUNDING-ACCT-INDEX
           MOVE 0 TO TARGET-ACCT-INDEX
           MOVE INPUTCUST TO CA-CUST-NO

           EXEC CICS READ FILE     ( CUSTACCT-FILE )
                           INTO    ( CUSTACCT-RECORD )
                           RIDFLD  ( CA-CUST-NO )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 1 TO ACCT-COUNTER
             PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER > 10
               IF CA-ACCT-NUMBER (ACCT-COUNTER) = INPUTFROM
                 MOVE ACCT-COUNTER TO FUNDING-ACCT-INDEX
               END-IF
               IF CA-ACCT-NUMBER (ACCT-COUNTER) = INPUTTO
                 MOVE ACCT-COUNTER TO TARGET-ACCT-INDEX
               END-IF
               ADD 1 TO ACCT-COUNTER
             END-PERFORM
           END-IF
           .

      * Write the validated arrangement, replacing an existing
      * record of the same key so an amend is the same command as
      * an add
       WRITE-SWEEP-RECORD.
           MOVE 'N' TO SWEEP-EXISTS-SWITCH
           MOVE INPUTCUST  TO SW-CUST-NO
           MOVE INPUTSWEEP TO SW-SWEEP-NO

           EXEC CICS READ FILE    ( SWEEPARR-FILE )
                          INTO    ( SWEEPARR-RECORD )
                          RIDFLD  ( SW-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO SWEEP-EXISTS-SWITCH
           END-IF

           INITIALIZE SWEEPARR-RECORD
           MOVE INPUTCUST      TO SW-CUST-NO
           MOVE INPUTSWEEP     TO SW-SWEEP-NO
           MOVE INPUTFROM      TO SW-FUNDING-ACCT
           MOVE INPUTTO        TO SW-TARGET-ACCT
           MOVE INPUTRULE      TO SW-RULE
           MOVE TARGET-AMOUNT  TO SW-TARGET-BALANCE
           MOVE MINIMUM-AMOUNT TO SW-MINIMUM-LEAVE
           MOVE 'A'            TO SW-STATUS
           MOVE SPACES         TO SW-LAST-RUN-DATE
           MOVE 0              TO SW-LAST-AMOUNT
           IF SW-RULE-TARGET-BALANCE
             MOVE 'SWEEP TO TARGET BALANCE' TO SW-DESCRIPTION
           ELSE
             MOVE 'SWEEP TO COVER OVERDRAFT' TO SW-DESCRIPTION
           END-IF

           IF SWEEP-EXISTS
             EXEC CICS REWRITE FILE ( SWEEPARR-FILE )
                               FROM ( SWEEPARR-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS WRITE FILE   ( SWEEPARR-FILE )
                             FROM   ( SWEEPARR-RECORD )
                             RIDFLD ( SW-KEY )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             IF SWEEP-EXISTS
               MOVE 'SWEEP AMENDED' TO CURRENT-STATUS
             ELSE
               MOVE 'SWEEP SET UP' TO CURRENT-STATUS
             END-IF

             MOVE TARGET-AMOUNT  TO AMOUNT-DISPLAY
             MOVE MINIMUM-AMOUNT TO MINIMUM-DISPLAY
             INITIALIZE STATUS-MSG
             STRING 'Sweep '      DELIMITED BY SIZE
                    SW-CUST-NO     DELIMITED BY SIZE
                    '/'            DELIMITED BY SIZE
                    SW-SWEEP-NO    DELIMITED BY SIZE
                    ' set by '     DELIMITED BY SIZE
                    OPERATOR-ID    DELIMITED BY SPACE
                    ': '           DELIMITED BY SIZE
                    SW-FUNDING-ACCT DELIMITED BY SIZE
                    ' -> '         DELIMITED BY SIZE
                    SW-TARGET-ACCT DELIMITED BY SIZE
                    ' rule '       DELIMITED BY SIZE
                    SW-RULE        DELIMITED BY SIZE
                    ' target '     DELIMITED BY SIZE
                    AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' min '        DELIMITED BY SIZE
                    MINIMUM-DISPLAY DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             MOVE 'ERROR WRITING SWEEP' TO CURRENT-STATUS
           END-IF
           .

      * Mark the named arrangement cancelled - the record is kept,
      * not deleted, the same way a cancelled standing order is
       CANCEL-SWEEP.
           MOVE INPUTCUST  TO SW-CUST-NO
           MOVE INPUTSWEEP TO SW-SWEEP-NO

           EXEC CICS READ FILE    ( SWEEPARR-FILE )
                          INTO    ( SWEEPARR-RECORD )
                          RIDFLD  ( SW-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'SWEEP NOT ON FILE' TO CURRENT-STATUS
           ELSE
             MOVE 'C' TO SW-STATUS

             EXEC CICS REWRITE FILE ( SWEEPARR-FILE )
                               FROM ( SWEEPARR-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE 'SWEEP CANCELLED' TO CURRENT-STATUS

               INITIALIZE STATUS-MSG
               STRING 'Sweep '   DELIMITED BY SIZE
                      SW-CUST-NO  DELIMITED BY SIZE
                      '/'         DELIMITED BY SIZE
                      SW-SWEEP-NO DELIMITED BY SIZE
                      ' cancelled by ' DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
             ELSE
               MOVE 'ERROR UPDATING SWEEP' TO CURRENT-STATUS
             END-IF
           END-IF
           .

      * List every arrangement the keyed customer has, one log line
      * each
       LIST-CUSTOMER-SWEEPS.
           MOVE 0   TO SWEEPS-LISTED
           MOVE 'N' TO END-OF-FILE-SWITCH

           MOVE INPUTCUST TO SW-CUST-NO
           MOVE SPACES    TO SW-SWEEP-NO

           EXEC CICS STARTBR FILE   ( SWEEPARR-FILE )
                             RIDFLD ( SW-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-SWEEP UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( SWEEPARR-FILE ) END-EXEC
           END-IF

           STRING 'SWEEPS LISTED: '  DELIMITED BY SIZE
                  SWEEPS-LISTED      DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

      * One step of the arrangement browse - display the next
      * arrangement while it still belongs to the requested customer
       SHOW-NEXT-SWEEP.
           EXEC CICS READNEXT FILE ( SWEEPARR-FILE )
                              INTO ( SWEEPARR-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              SW-CUST-NO NOT = INPUTCUST
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO SWEEPS-LISTED
             MOVE SW-TARGET-BALANCE TO AMOUNT-DISPLAY

             INITIALIZE STATUS-MSG
             STRING 'Sweep '      DELIMITED BY SIZE
                    SW-SWEEP-NO    DELIMITED BY SIZE
                    ' status:'     DELIMITED BY SIZE
                    SW-STATUS      DELIMITED BY SIZE
                    ' rule:'       DELIMITED BY SIZE
                    SW-RULE        DELIMITED BY SIZE
                    ' '            DELIMITED BY SIZE
                    SW-FUNDING-ACCT DELIMITED BY SIZE
                    ' -> '         DELIMITED BY SIZE
                    SW-TARGET-ACCT DELIMITED BY SIZE
                    ' target '     DELIMITED BY SIZE
                    AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' last run '   DELIMITED BY SIZE
                    SW-LAST-RUN-DATE DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           END-IF
           .

      * Check the significant part of AMOUNT-TO-EDIT contains only
      * digits and at most one decimal point, and if so convert it
      * to EDITED-AMOUNT
       EDIT-AMOUNT-FIELD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AMOUNT-TO-EDIT))
             TO INPUTAMOUNT-LENGTH
           MOVE 0 TO DECIMAL-POINT-COUNT
           MOVE 0 TO BAD-CHARACTER-COUNT
           MOVE 0 TO EDITED-AMOUNT

           INSPECT AMOUNT-TO-EDIT(1:INPUTAMOUNT-LENGTH)
                   TALLYING DECIMAL-POINT-COUNT FOR ALL '.'

           INSPECT AMOUNT-TO-EDIT(1:INPUTAMOUNT-LENGTH)
                   TALLYING BAD-CHARACTER-COUNT
                   FOR ALL 'A' ALL 'B' ALL 'C' ALL 'D' ALL 'E'
                       ALL 'F' ALL 'G' ALL 'H' ALL 'I' ALL 'J'
                       ALL 'K' ALL 'L' ALL 'M' ALL 'N' ALL 'O'
                       ALL 'P' ALL 'Q' ALL 'R' ALL 'S' ALL 'T'
                       ALL 'U' ALL 'V' ALL 'W' ALL 'X' ALL 'Y'
                       ALL 'Z' ALL '+' ALL '-' ALL ','

           IF BAD-CHARACTER-COUNT = 0 AND DECIMAL-POINT-COUNT <= 1
             COMPUTE EDITED-AMOUNT =
               FUNCTION NUMVAL(AMOUNT-TO-EDIT(1:INPUTAMOUNT-LENGTH))
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

       END PROGRAM 'SWPMAINT'.
