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
      *  RSTRMNT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * RSTRMNT - Account restriction maintenance. A court order,
      * garnishment or fraud instruction could only be approximated
      * with an ACCTHOLD hold, which still let debits run against
      * whatever balance was left, and nothing at all stopped a
      * credit-only account being debited. This transaction places
      * restrictions on the ACCTRSTR file - a freeze, a credit-only
      * restriction or a garnishment of a fixed amount - which the
      * shared TXNAPPLY posting routine honours on every posting.
      *
      * A legal order is not one person's say-so: placing a
      * restriction leaves it pending, and asking for one to be
      * lifted leaves it in force, until a second operator holding
      * the SUPERVISOR role on ENTOPRL approves - never the operator
      * who keyed it, the same maker-checker rule AUTHWORK enforces.
      * The checker can instead reject: a rejected placement never
      * takes effect, and a rejected lift leaves the order active.
      *
      * Driven via CICS terminal using the transaction 'RSTR' in
      * the forms:
      * RSTR P aaaaaaaa nn t ssssssss eeeeeeee amount reference
      *                        place restriction nn on account
      *                        aaaaaaaa, pending approval; t is F
      *                        freeze, C credit-only or G garnish,
      *                        ssssssss the start date, eeeeeeee
      *                        the end date or -------- for none;
      *                        the amount is keyed for G only
      * RSTR U aaaaaaaa nn     ask for an active restriction to
      *                        be lifted, pending approval
      * RSTR A aaaaaaaa nn     approve the pending placement or lift
      * RSTR J aaaaaaaa nn     reject the pending placement or lift
      * RSTR L aaaaaaaa        list the account's restrictions
      * eg:
      * 'RSTR P 00010001 01 G 20261015 -------- 1500.00 CC/2026/4471'
      * 'RSTR P 00010001 02 F 20261015 20261115            FRAUD 0192'
      * 'RSTR A 00010001 01'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. RSTRMNT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layout of the ACCTRSTR restrictions file
       COPY ACCTRSTR.

      * Reverse index, used to confirm the account exists and find
      * its owning customer
       COPY ACCTIDX.

      * The operator-to-role grants, to prove the approving
      * operator is a supervisor
       COPY ENTOPRL.

       1 FILE-NAMES.
         2 ACCTRSTR-FILE          PIC X(8) VALUE 'ACCTRSTR'.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.
         2 ENTOPRL-FILE           PIC X(8) VALUE 'ENTOPRL'.

      * The role an operator must hold to approve or reject
       1 SUPERVISOR-ROLE          PIC X(12) VALUE 'SUPERVISOR'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * The operator who keyed the step now being decided - the
      * placement or the lift request - who may not decide it
       1 MAKER-ID                 PIC X(8) VALUE SPACES.

      * Length of the significant part of INPUTAMOUNT and its edit
      * counters, so only a well-formed positive amount is accepted
       1 INPUTAMOUNT-LENGTH       PIC S9(4) COMP VALUE 0.
       1 DECIMAL-POINT-COUNT      PIC S9(4) COMP VALUE 0.
       1 BAD-CHARACTER-COUNT      PIC S9(4) COMP VALUE 0.
       1 GARNISH-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.

       1 DATE-NUMERIC             PIC 9(8) VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

       1 RESTRICTIONS-LISTED      PIC 9(3) VALUE 0.
       1 AMOUNT-DISPLAY           PIC -9999999.99.
       1 SEIZED-DISPLAY           PIC -9999999.99.

      * Maps the terminal input
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTACCT             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTID               PIC X(2) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTTYPE             PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTSTART            PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTEND              PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTAMOUNT           PIC X(10) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTREFERENCE        PIC X(20) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 70.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'RSTRMNT '.
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

           IF INPUTACCT = SPACES
             MOVE 'INVALID - SEE RSTR USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE INPUTCMD
             WHEN 'P'
               PERFORM PLACE-RESTRICTION
             WHEN 'U'
               PERFORM REQUEST-LIFT
             WHEN 'A'
               PERFORM DECIDE-RESTRICTION
             WHEN 'J'
               PERFORM DECIDE-RESTRICTION
             WHEN 'L'
               PERFORM LIST-ACCOUNT-RESTRICTIONS
             WHEN OTHER
               MOVE 'INVALID - USE: RSTR P/U/A/J/L' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Validate and place one restriction on the account, pending
      * the second operator's approval
       PLACE-RESTRICTION.
           IF INPUTID NOT NUMERIC OR INPUTID = '00' OR
              INPUTREFERENCE = SPACES
             MOVE 'INVALID - SEE RSTR USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTTYPE TO RS-TYPE
           IF NOT RS-TYPE-VALID
             MOVE 'TYPE MUST BE F, C OR G' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 0 TO DATE-NUMERIC
           IF INPUTSTART NUMERIC
             MOVE INPUTSTART TO DATE-NUMERIC
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD ( DATE-NUMERIC ) NOT = 0
             MOVE 'INVALID START DATE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTEND NOT = '--------'
             MOVE 0 TO DATE-NUMERIC
             IF INPUTEND NUMERIC
               MOVE INPUTEND TO DATE-NUMERIC
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD ( DATE-NUMERIC ) NOT = 0
               MOVE 'END MUST BE DATE OR --------'
                 TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF

             IF INPUTEND < INPUTSTART
               MOVE 'END DATE BEFORE START DATE' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

      *    A garnishment needs the amount it seizes; the other types
      *    move no money and carry none
           MOVE 0 TO GARNISH-AMOUNT
           IF RS-TYPE-GARNISH
             IF INPUTAMOUNT = SPACES
               MOVE 'GARNISHMENT NEEDS AN AMOUNT' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF

             PERFORM EDIT-INPUT-AMOUNT

             IF BAD-CHARACTER-COUNT > 0 OR DECIMAL-POINT-COUNT > 1
               MOVE 'INVALID AMOUNT' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF

             COMPUTE GARNISH-AMOUNT =
                   FUNCTION NUMVAL(INPUTAMOUNT(1:INPUTAMOUNT-LENGTH))

             IF GARNISH-AMOUNT <= 0
               MOVE 'AMOUNT MUST BE POSITIVE' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF
           ELSE
             IF INPUTAMOUNT NOT = SPACES
               MOVE 'AMOUNT ONLY FOR GARNISHMENT'
                 TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

      *    The account must be known to the reverse index - it also
      *    gives the owning customer the order is recorded against
           MOVE INPUTACCT TO AX-ACCT-NUMBER
           EXEC CICS READ FILE    ( ACCTIDX-FILE )
                          INTO    ( ACCTIDX-RECORD )
                          RIDFLD  ( AX-ACCT-NUMBER )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'ACCOUNT NOT ON INDEX' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM WRITE-RESTRICTION-RECORD
           .

      * Write the validated restriction as pending. A legal order
      * is never amended in place - an id already on file, in any
      * state, is refused and a new order takes a new id
       WRITE-RESTRICTION-RECORD.
           INITIALIZE ACCTRSTR-RECORD
           MOVE INPUTACCT      TO RS-ACCT-NUMBER
           MOVE INPUTID        TO RS-RESTR-ID
           MOVE AX-CUST-NO     TO RS-CUST-NO
           MOVE INPUTTYPE      TO RS-TYPE
           MOVE INPUTREFERENCE TO RS-REFERENCE
           MOVE INPUTSTART     TO RS-START-DATE
           IF INPUTEND = '--------'
             MOVE SPACES       TO RS-END-DATE
           ELSE
             MOVE INPUTEND     TO RS-END-DATE
           END-IF
           MOVE GARNISH-AMOUNT TO RS-GARNISH-AMOUNT
           MOVE 0              TO RS-SEIZED-AMOUNT
           MOVE 'P'            TO RS-STATUS
           MOVE OPERATOR-ID    TO RS-PLACED-OPER
           MOVE FUNCTION CURRENT-DATE TO RS-PLACED-TS

           EXEC CICS WRITE FILE   ( ACCTRSTR-FILE )
                           FROM   ( ACCTRSTR-RECORD )
                           RIDFLD ( RS-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NORMAL)
               MOVE 'PLACED - AWAITING APPROVAL' TO CURRENT-STATUS

               MOVE RS-GARNISH-AMOUNT TO AMOUNT-DISPLAY
               INITIALIZE STATUS-MSG
               STRING 'Restriction '  DELIMITED BY SIZE
                      RS-ACCT-NUMBER  DELIMITED BY SIZE
                      '/'             DELIMITED BY SIZE
                      RS-RESTR-ID     DELIMITED BY SIZE
                      ' type '        DELIMITED BY SIZE
                      RS-TYPE         DELIMITED BY SIZE
                      ' placed by '   DELIMITED BY SIZE
                      OPERATOR-ID     DELIMITED BY SPACE
                      ' ref '         DELIMITED BY SIZE
                      RS-REFERENCE    DELIMITED BY SIZE
                      ' amt '         DELIMITED BY SIZE
                      AMOUNT-DISPLAY  DELIMITED BY SIZE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
             WHEN COMMAND-RESP = DFHRESP(DUPREC)
               MOVE 'RESTRICTION ID ALREADY USED' TO CURRENT-STATUS
             WHEN OTHER
               MOVE 'ERROR WRITING RESTRICTION' TO CURRENT-STATUS
           END-EVALUATE
           .

      * Ask for an active restriction to be lifted. It stays in
      * force - TXNAPPLY still honours it - until a second operator
      * approves the lift
       REQUEST-LIFT.
           PERFORM READ-RESTRICTION-FOR-UPDATE

           IF NOT RS-STATUS-ACTIVE
             MOVE 'ONLY AN ACTIVE ORDER CAN LIFT' TO CURRENT-STATUS
             EXEC CICS UNLOCK FILE ( ACCTRSTR-FILE ) END-EXEC
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'Q'         TO RS-STATUS
           MOVE OPERATOR-ID TO RS-LIFT-REQ-OPER
           MOVE FUNCTION CURRENT-DATE TO RS-LIFT-REQ-TS

           EXEC CICS REWRITE FILE ( ACCTRSTR-FILE )
                             FROM ( ACCTRSTR-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'LIFT AWAITING APPROVAL' TO CURRENT-STATUS

             INITIALIZE STATUS-MSG
             STRING 'Restriction '    DELIMITED BY SIZE
                    RS-ACCT-NUMBER    DELIMITED BY SIZE
                    '/'               DELIMITED BY SIZE
                    RS-RESTR-ID       DELIMITED BY SIZE
                    ' lift asked by ' DELIMITED BY SIZE
                    OPERATOR-ID       DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             MOVE 'ERROR UPDATING RESTRICTION' TO CURRENT-STATUS
           END-IF
           .

      * The second pair of eyes: approve or reject whichever step
      * is pending - a placement or a lift. Only a supervisor may
      * decide, and never the operator who keyed the step
       DECIDE-RESTRICTION.
           PERFORM CHECK-SUPERVISOR-ROLE

           PERFORM READ-RESTRICTION-FOR-UPDATE

           EVALUATE TRUE
             WHEN RS-STATUS-PENDING
               MOVE RS-PLACED-OPER   TO MAKER-ID
             WHEN RS-STATUS-LIFT-PENDING
               MOVE RS-LIFT-REQ-OPER TO MAKER-ID
             WHEN OTHER
               MOVE 'NOTHING PENDING APPROVAL' TO CURRENT-STATUS
               EXEC CICS UNLOCK FILE ( ACCTRSTR-FILE ) END-EXEC
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF MAKER-ID = OPERATOR-ID
             MOVE 'MAKER CANNOT DECIDE OWN ITEM' TO CURRENT-STATUS
             EXEC CICS UNLOCK FILE ( ACCTRSTR-FILE ) END-EXEC

             INITIALIZE STATUS-MSG
             STRING '*** Operator ' DELIMITED BY SIZE
                    OPERATOR-ID DELIMITED BY SPACE
                    ' tried to decide own restriction '
                      DELIMITED BY SIZE
                    RS-ACCT-NUMBER DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    RS-RESTR-ID DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE

             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE TRUE
             WHEN RS-STATUS-PENDING AND INPUTCMD = 'A'
               MOVE 'A' TO RS-STATUS
               MOVE OPERATOR-ID TO RS-APPROVED-OPER
               MOVE FUNCTION CURRENT-DATE TO RS-APPROVED-TS
               MOVE 'APPROVED - NOW IN FORCE' TO CURRENT-STATUS
             WHEN RS-STATUS-PENDING
               MOVE 'J' TO RS-STATUS
               MOVE OPERATOR-ID TO RS-APPROVED-OPER
               MOVE FUNCTION CURRENT-DATE TO RS-APPROVED-TS
               MOVE 'REJECTED - NOT IN FORCE' TO CURRENT-STATUS
             WHEN INPUTCMD = 'A'
               MOVE 'L' TO RS-STATUS
               MOVE OPERATOR-ID TO RS-LIFTED-OPER
               MOVE FUNCTION CURRENT-DATE TO RS-LIFTED-TS
               MOVE 'LIFT APPROVED - LIFTED' TO CURRENT-STATUS
             WHEN OTHER
               MOVE 'A' TO RS-STATUS
               MOVE SPACES TO RS-LIFT-REQ-OPER
               MOVE SPACES TO RS-LIFT-REQ-TS
               MOVE 'LIFT REJECTED - STILL ACTIVE' TO CURRENT-STATUS
           END-EVALUATE

           EXEC CICS REWRITE FILE ( ACCTRSTR-FILE )
                             FROM ( ACCTRSTR-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             INITIALIZE STATUS-MSG
             STRING 'Restriction ' DELIMITED BY SIZE
                    RS-ACCT-NUMBER DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    RS-RESTR-ID DELIMITED BY SIZE
                    ' keyed by ' DELIMITED BY SIZE
                    MAKER-ID DELIMITED BY SPACE
                    ' decided ' DELIMITED BY SIZE
                    INPUTCMD DELIMITED BY SIZE
                    ' by ' DELIMITED BY SIZE
                    OPERATOR-ID DELIMITED BY SPACE
                    ', now ' DELIMITED BY SIZE
                    RS-STATUS DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             MOVE 'ERROR UPDATING RESTRICTION' TO CURRENT-STATUS
           END-IF
           .

      * Read the named restriction with update intent - one not on
      * file ends the transaction there
       READ-RESTRICTION-FOR-UPDATE.
           IF INPUTID NOT NUMERIC
             MOVE 'INVALID - SEE RSTR USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTACCT TO RS-ACCT-NUMBER
           MOVE INPUTID   TO RS-RESTR-ID

           EXEC CICS READ FILE    ( ACCTRSTR-FILE )
                          INTO    ( ACCTRSTR-RECORD )
                          RIDFLD  ( RS-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'RESTRICTION NOT ON FILE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      * The deciding operator must hold a live SUPERVISOR grant on
      * ENTOPRL - anyone else is turned away before the file is
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
                    INPUTACCT DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    INPUTID DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE

             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      * List every restriction the account carries, whatever its
      * state, one log line each
       LIST-ACCOUNT-RESTRICTIONS.
           MOVE 0   TO RESTRICTIONS-LISTED
           MOVE 'N' TO END-OF-FILE-SWITCH

           MOVE INPUTACCT TO RS-ACCT-NUMBER
           MOVE SPACES    TO RS-RESTR-ID

           EXEC CICS STARTBR FILE   ( ACCTRSTR-FILE )
                             RIDFLD ( RS-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-RESTRICTION UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( ACCTRSTR-FILE ) END-EXEC
           END-IF

           STRING 'RESTRICTIONS LISTED: ' DELIMITED BY SIZE
                  RESTRICTIONS-LISTED     DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

      * One step of the restrictions browse - display the next one
      * while it still belongs to the requested account
       SHOW-NEXT-RESTRICTION.
           EXEC CICS READNEXT FILE ( ACCTRSTR-FILE )
                              INTO ( ACCTRSTR-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              RS-ACCT-NUMBER NOT = INPUTACCT
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO RESTRICTIONS-LISTED
             MOVE RS-GARNISH-AMOUNT TO AMOUNT-DISPLAY
             MOVE RS-SEIZED-AMOUNT  TO SEIZED-DISPLAY

             INITIALIZE STATUS-MSG
             STRING 'Rstr '         DELIMITED BY SIZE
                    RS-RESTR-ID     DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    RS-TYPE         DELIMITED BY SIZE
                    ' st:'          DELIMITED BY SIZE
                    RS-STATUS       DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    RS-START-DATE   DELIMITED BY SIZE
                    '-'             DELIMITED BY SIZE
                    RS-END-DATE     DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    RS-REFERENCE    DELIMITED BY SIZE
                    ' amt:'         DELIMITED BY SIZE
                    AMOUNT-DISPLAY  DELIMITED BY SIZE
                    ' seized:'      DELIMITED BY SIZE
                    SEIZED-DISPLAY  DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           END-IF
           .

      * Check the significant part of INPUTAMOUNT contains only
      * digits and at most one decimal point before it is trusted
      * as an amount
       EDIT-INPUT-AMOUNT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUTAMOUNT))
             TO INPUTAMOUNT-LENGTH
           MOVE 0 TO DECIMAL-POINT-COUNT
           MOVE 0 TO BAD-CHARACTER-COUNT

           INSPECT INPUTAMOUNT(1:INPUTAMOUNT-LENGTH)
                   TALLYING DECIMAL-POINT-COUNT FOR ALL '.'

           INSPECT INPUTAMOUNT(1:INPUTAMOUNT-LENGTH)
                   TALLYING BAD-CHARACTER-COUNT
                   FOR ALL 'A' ALL 'B' ALL 'C' ALL 'D' ALL 'E'
                       ALL 'F' ALL 'G' ALL 'H' ALL 'I' ALL 'J'
                       ALL 'K' ALL 'L' ALL 'M' ALL 'N' ALL 'O'
                       ALL 'P' ALL 'Q' ALL 'R' ALL 'S' ALL 'T'
                       ALL 'U' ALL 'V' ALL 'W' ALL 'X' ALL 'Y'
                       ALL 'Z' ALL '+' ALL '-' ALL ','
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

       END PROGRAM 'RSTRMNT'.
