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
      *  MANDMNT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * MANDMNT - Direct debit mandate maintenance. A third party -
      * a utility company, a lender - may only collect from a
      * customer's account through the TXNFEED interchange when the
      * customer has authorised it: a DDMANDT mandate for the
      * account, the originator's service user id and the
      * customer's reference with the originator, optionally capped
      * at a maximum amount per collection. TXNFEEDR refuses any
      * DD-COLLECT item with no active mandate, or over its cap, to
      * the SUSPQ suspense queue.
      *
      * A mandate validates before it is written: the customer must
      * be on CUSTACCT and hold the account, and the originator and
      * reference must be given. A cancelled mandate is kept,
      * marked, so the collections already paid under it can still
      * be traced to it - the way PAYEMNT keeps a cancelled payee.
      *
      * Driven via CICS terminal using the transaction 'DDMN' in the
      * forms:
      * DDMN A nnnn aaaaaaaa oooooo rrrrrrrrrrrrrrrrrr maximum
      *                               set up or amend the mandate
      *                               for originator oooooo and
      *                               reference r..r on account
      *                               aaaaaaaa of customer nnnn;
      *                               the maximum per collection
      *                               may be left off for no cap
      * DDMN C nnnn aaaaaaaa oooooo rrrrrrrrrrrrrrrrrr
      *                               cancel the mandate
      * DDMN L nnnn aaaaaaaa          list the account's mandates
      * eg:
      * 'DDMN A 0001 00010001 ELEC01 CUST-77812         150.00'
      * 'DDMN C 0001 00010001 ELEC01 CUST-77812'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANDMNT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layout of the DDMANDT direct debit mandate file
       COPY DDMANDT.

      * The customer's master record, to prove the customer holds
      * the account
       COPY CUSTACCT.

       1 FILE-NAMES.
         2 DDMANDT-FILE           PIC X(8) VALUE 'DDMANDT'.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.
       1 ACCOUNT-HELD-SWITCH      PIC X(1) VALUE 'N'.
         88 ACCOUNT-HELD                   VALUE 'Y'.

      * Set when the mandate being set up replaces an existing
      * record
       1 MANDATE-EXISTS-SWITCH    PIC X(1) VALUE 'N'.
         88 MANDATE-EXISTS                 VALUE 'Y'.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

       1 MANDATES-LISTED          PIC 9(3) VALUE 0.

      * The validated maximum per collection - zero for no cap
       1 MAXIMUM-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.

      * Maps the terminal input
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTCUST             PIC X(4) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTACCT             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTORIG             PIC X(6) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTREF              PIC X(18) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTAMOUNT           PIC X(10) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 57.

      * Length of the significant part of INPUTAMOUNT and its edit
      * counters, so only a well-formed amount is accepted
       1 INPUTAMOUNT-LENGTH       PIC S9(4) COMP VALUE 0.
       1 DECIMAL-POINT-COUNT      PIC S9(4) COMP VALUE 0.
       1 SIGN-COUNT               PIC S9(4) COMP VALUE 0.
       1 BAD-CHARACTER-COUNT      PIC S9(4) COMP VALUE 0.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'MANDMNT '.
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

           IF INPUTCUST NOT NUMERIC OR INPUTACCT = SPACES
             MOVE 'INVALID - SEE DDMN USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * Every command works on one account - the customer must
      * be on file and hold it
           PERFORM CHECK-ACCOUNT-HELD

           IF NOT ACCOUNT-HELD
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE INPUTCMD
             WHEN 'A'
               PERFORM SET-UP-MANDATE
             WHEN 'C'
               PERFORM CANCEL-MANDATE
             WHEN 'L'
               PERFORM LIST-ACCOUNT-MANDATES
             WHEN OTHER
               MOVE 'INVALID - USE: DDMN A/C/L' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * The customer must be on CUSTACCT and the account one of
      * theirs - a mandate can only be given by the account holder
       CHECK-ACCOUNT-HELD.
           MOVE 'N' TO ACCOUNT-HELD-SWITCH
           MOVE INPUTCUST TO CA-CUST-NO

           EXEC CICS READ FILE     ( CUSTACCT-FILE )
                           INTO    ( CUSTACCT-RECORD )
                           RIDFLD  ( CA-CUST-NO )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'CUSTOMER NOT ON CUSTACCT' TO CURRENT-STATUS
           ELSE
             MOVE 1 TO ACCT-COUNTER
             PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER > 10
               IF CA-ACCT-NUMBER (ACCT-COUNTER) = INPUTACCT
                 MOVE 'Y' TO ACCOUNT-HELD-SWITCH
                 MOVE 11 TO ACCT-COUNTER
               ELSE
                 ADD 1 TO ACCT-COUNTER
               END-IF
             END-PERFORM

             IF NOT ACCOUNT-HELD
               MOVE 'ACCOUNT NOT HELD BY CUSTOMER' TO CURRENT-STATUS
             END-IF
           END-IF
           .

      * Validate and write (or replace) one mandate. A blank
      * maximum means the customer set no cap
       SET-UP-MANDATE.
           IF INPUTORIG = SPACES OR INPUTREF = SPACES
             MOVE 'ORIGINATOR AND REF REQUIRED' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 0 TO MAXIMUM-AMOUNT

           IF INPUTAMOUNT NOT = SPACES
             PERFORM EDIT-INPUT-AMOUNT

             IF BAD-CHARACTER-COUNT > 0 OR DECIMAL-POINT-COUNT > 1
                OR SIGN-COUNT > 0
               MOVE 'INVALID MAXIMUM AMOUNT' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF

             COMPUTE MAXIMUM-AMOUNT =
                     FUNCTION NUMVAL(INPUTAMOUNT(1:INPUTAMOUNT-LENGTH))
           END-IF

           PERFORM WRITE-MANDATE-RECORD
           .

      * Check the significant part of INPUTAMOUNT contains only
      * digits, at most one decimal point and at most one leading
      * minus sign before it is trusted as an amount
       EDIT-INPUT-AMOUNT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUTAMOUNT))
             TO INPUTAMOUNT-LENGTH
           MOVE 0 TO DECIMAL-POINT-COUNT
           MOVE 0 TO SIGN-COUNT
           MOVE 0 TO BAD-CHARACTER-COUNT

           INSPECT INPUTAMOUNT(1:INPUTAMOUNT-LENGTH)
                   TALLYING DECIMAL-POINT-COUNT FOR ALL '.'
           INSPECT INPUTAMOUNT(1:INPUTAMOUNT-LENGTH)
                   TALLYING SIGN-COUNT FOR ALL '-'

           INSPECT INPUTAMOUNT(1:INPUTAMOUNT-LENGTH)
                   TALLYING BAD-CHARACTER-COUNT
                   FOR ALL 'A' ALL 'B' ALL 'C' ALL 'D' ALL 'E'
                       ALL 'F' ALL 'G' ALL 'H' ALL 'I' ALL 'J'
                       ALL 'K' ALL 'L' ALL 'M' ALL 'N' ALL 'O'
                       ALL 'P' ALL 'Q' ALL 'R' ALL 'S' ALL 'T'
                       ALL 'U' ALL 'V' ALL 'W' ALL 'X' ALL 'Y'
                       ALL 'Z' ALL '+' ALL ','

           IF SIGN-COUNT = 1 AND INPUTAMOUNT(1:1) NOT = '-'
             ADD 1 TO BAD-CHARACTER-COUNT
           END-IF
           .

      * Write the validated mandate, replacing an existing record of
      * the same key so an amend - or the reinstatement of a
      * cancelled mandate - is the same command as a set-up
       WRITE-MANDATE-RECORD.
           MOVE 'N' TO MANDATE-EXISTS-SWITCH
           MOVE INPUTACCT TO DM-ACCT-NUMBER
           MOVE INPUTORIG TO DM-ORIGINATOR-ID
           MOVE INPUTREF  TO DM-MANDATE-REF

           EXEC CICS READ FILE    ( DDMANDT-FILE )
                          INTO    ( DDMANDT-RECORD )
                          RIDFLD  ( DM-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO MANDATE-EXISTS-SWITCH
           ELSE
             INITIALIZE DDMANDT-RECORD
             MOVE INPUTACCT TO DM-ACCT-NUMBER
             MOVE INPUTORIG TO DM-ORIGINATOR-ID
             MOVE INPUTREF  TO DM-MANDATE-REF
             MOVE FUNCTION CURRENT-DATE(1:8) TO DM-SET-UP-DATE
           END-IF

           MOVE INPUTCUST      TO DM-CUST-NO
           MOVE MAXIMUM-AMOUNT TO DM-MAX-AMOUNT
           MOVE 'A'            TO DM-STATUS
           MOVE FUNCTION CURRENT-DATE TO DM-CHANGED-TS
           MOVE OPERATOR-ID    TO DM-CHANGED-BY

           IF MANDATE-EXISTS
             EXEC CICS REWRITE FILE ( DDMANDT-FILE )
                               FROM ( DDMANDT-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS WRITE FILE   ( DDMANDT-FILE )
                             FROM   ( DDMANDT-RECORD )
                             RIDFLD ( DM-KEY )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             IF MANDATE-EXISTS
               MOVE 'MANDATE AMENDED' TO CURRENT-STATUS
             ELSE
               MOVE 'MANDATE SET UP' TO CURRENT-STATUS
             END-IF

             MOVE DM-MAX-AMOUNT TO AMOUNT-DISPLAY
             INITIALIZE STATUS-MSG
             STRING 'Mandate '       DELIMITED BY SIZE
                    DM-ACCT-NUMBER   DELIMITED BY SIZE
                    '/'              DELIMITED BY SIZE
                    DM-ORIGINATOR-ID DELIMITED BY SIZE
                    '/'              DELIMITED BY SIZE
                    DM-MANDATE-REF   DELIMITED BY SPACE
                    ' set by '       DELIMITED BY SIZE
                    OPERATOR-ID      DELIMITED BY SPACE
                    ' max '          DELIMITED BY SIZE
                    AMOUNT-DISPLAY   DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             MOVE 'ERROR WRITING MANDATE' TO CURRENT-STATUS
           END-IF
           .

      * Mark the named mandate cancelled - the record is kept, not
      * deleted. From the next TXNFEED run the originator's
      * collections under it are refused
       CANCEL-MANDATE.
           MOVE INPUTACCT TO DM-ACCT-NUMBER
           MOVE INPUTORIG TO DM-ORIGINATOR-ID
           MOVE INPUTREF  TO DM-MANDATE-REF

           EXEC CICS READ FILE    ( DDMANDT-FILE )
                          INTO    ( DDMANDT-RECORD )
                          RIDFLD  ( DM-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'MANDATE NOT ON FILE' TO CURRENT-STATUS
           ELSE
             MOVE 'C' TO DM-STATUS
             MOVE FUNCTION CURRENT-DATE TO DM-CHANGED-TS
             MOVE OPERATOR-ID TO DM-CHANGED-BY

             EXEC CICS REWRITE FILE ( DDMANDT-FILE )
                               FROM ( DDMANDT-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE 'MANDATE CANCELLED' TO CURRENT-STATUS

               INITIALIZE STATUS-MSG
               STRING 'Mandate '       DELIMITED BY SIZE
                      DM-ACCT-NUMBER   DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      DM-ORIGINATOR-ID DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      DM-MANDATE-REF   DELIMITED BY SPACE
                      ' cancelled by ' DELIMITED BY SIZE
                      OPERATOR-ID      DELIMITED BY SPACE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
             ELSE
               MOVE 'ERROR UPDATING MANDATE' TO CURRENT-STATUS
             END-IF
           END-IF
           .

      * List every mandate on the keyed account, one log line each
       LIST-ACCOUNT-MANDATES.
           MOVE 0   TO MANDATES-LISTED
           MOVE 'N' TO END-OF-FILE-SWITCH

           MOVE INPUTACCT TO DM-ACCT-NUMBER
           MOVE SPACES    TO DM-ORIGINATOR-ID
           MOVE SPACES    TO DM-MANDATE-REF

           EXEC CICS STARTBR FILE   ( DDMANDT-FILE )
                             RIDFLD ( DM-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-MANDATE UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( DDMANDT-FILE ) END-EXEC
           END-IF

           STRING 'MANDATES LISTED: '  DELIMITED BY SIZE
                  MANDATES-LISTED      DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

      * One step of the mandate browse - display the next mandate
      * while it is still on the requested account
       SHOW-NEXT-MANDATE.
           EXEC CICS READNEXT FILE ( DDMANDT-FILE )
                              INTO ( DDMANDT-RECORD )
                              RIDFLD ( DM-KEY )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              DM-ACCT-NUMBER NOT = INPUTACCT
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO MANDATES-LISTED

             MOVE DM-MAX-AMOUNT TO AMOUNT-DISPLAY
             INITIALIZE STATUS-MSG
             STRING 'Mandate '       DELIMITED BY SIZE
                    DM-ORIGINATOR-ID DELIMITED BY SIZE
                    ' '              DELIMITED BY SIZE
                    DM-MANDATE-REF   DELIMITED BY SIZE
                    ' status:'       DELIMITED BY SIZE
                    DM-STATUS        DELIMITED BY SIZE
                    ' max:'          DELIMITED BY SIZE
                    AMOUNT-DISPLAY   DELIMITED BY SIZE
                    ' set up:'       DELIMITED BY SIZE
                    DM-SET-UP-DATE   DELIMITED BY SIZE
                    ' by:'           DELIMITED BY SIZE
                    DM-CHANGED-BY    DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
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

       END PROGRAM 'MANDMNT'.
