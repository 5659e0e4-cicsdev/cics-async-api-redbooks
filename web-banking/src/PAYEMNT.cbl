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
      *  PAYEMNT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * PAYEMNT - Payee maintenance. TXNXFER and the standing orders
      * can only pay an account this bank holds; a customer paying
      * someone who banks elsewhere first sets them up here as a
      * payee on the PAYEE file - the external bank's sort code and
      * the account number there - and then pays them through the
      * PAYO transaction (PAYOUT).
      *
      * An added payee validates before it is written: the customer
      * must be on CUSTACCT, the sort code must be six digits and
      * the external account eight, and the payee must be named. A
      * cancelled payee is kept, marked, so the payments already
      * made to it can still be read - the way SOMAINT keeps a
      * cancelled standing order.
      *
      * Driven via CICS terminal using the transaction 'PAYE' in the
      * forms:
      * PAYE A nnnn pp ssssss aaaaaaaa name
      *                               add or amend payee pp for
      *                               customer nnnn; ssssss is the
      *                               sort code, aaaaaaaa the
      *                               account at the other bank
      * PAYE C nnnn pp                cancel the payee
      * PAYE L nnnn                   list the customer's payees
      * eg:
      * 'PAYE A 0001 01 401276 31926819 J SMITH PLUMBING'
      * 'PAYE C 0001 01'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. PAYEMNT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layout of the PAYEE beneficiary file
       COPY PAYEE.

      * The customer's master record, to prove the customer exists
       COPY CUSTACCT.

       1 FILE-NAMES.
         2 PAYEE-FILE             PIC X(8) VALUE 'PAYEE'.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * Set when the payee being added replaces an existing record
       1 PAYEE-EXISTS-SWITCH      PIC X(1) VALUE 'N'.
         88 PAYEE-EXISTS                   VALUE 'Y'.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

       1 PAYEES-LISTED            PIC 9(3) VALUE 0.

      * Maps the terminal input - the name is last, so it may hold
      * spaces
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTCUST             PIC X(4) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTPAYEE            PIC X(2) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTSORTCODE         PIC X(6) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTEXTACCT          PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTNAME             PIC X(30) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 61.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'PAYEMNT '.
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
               PERFORM ADD-OR-AMEND-PAYEE
             WHEN 'C'
               PERFORM CANCEL-PAYEE
             WHEN 'L'
               PERFORM LIST-CUSTOMER-PAYEES
             WHEN OTHER
               MOVE 'INVALID - USE: PAYE A/C/L' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Validate and write (or replace) one payee. The sort code and
      * external account are only checked for shape here - whether
      * they exist is for the clearing house, which returns any
      * payment it cannot apply on the CLRRTN rejection file
       ADD-OR-AMEND-PAYEE.
           IF INPUTCUST NOT NUMERIC OR INPUTPAYEE NOT NUMERIC OR
              INPUTNAME = SPACES
             MOVE 'INVALID - SEE PAYE USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTPAYEE = '00'
             MOVE 'PAYEE NUMBER MUST BE 01-99' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTSORTCODE NOT NUMERIC
             MOVE 'SORT CODE MUST BE 6 DIGITS' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTEXTACCT NOT NUMERIC
             MOVE 'ACCOUNT MUST BE 8 DIGITS' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      *    Only a customer of the bank can hold payees
           MOVE INPUTCUST TO CA-CUST-NO
           EXEC CICS READ FILE     ( CUSTACCT-FILE )
                           INTO    ( CUSTACCT-RECORD )
                           RIDFLD  ( CA-CUST-NO )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'CUSTOMER NOT ON CUSTACCT' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM WRITE-PAYEE-RECORD
           .

      * Write the validated payee, replacing an existing record of
      * the same key so an amend is the same command as an add. A
      * payment already queued carries its own copy of the details,
      * so an amend never redirects money already sent
       WRITE-PAYEE-RECORD.
           MOVE 'N' TO PAYEE-EXISTS-SWITCH
           MOVE INPUTCUST  TO PY-CUST-NO
           MOVE INPUTPAYEE TO PY-PAYEE-NO

           EXEC CICS READ FILE    ( PAYEE-FILE )
                          INTO    ( PAYEE-RECORD )
                          RIDFLD  ( PY-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO PAYEE-EXISTS-SWITCH
           ELSE
             INITIALIZE PAYEE-RECORD
             MOVE INPUTCUST   TO PY-CUST-NO
             MOVE INPUTPAYEE  TO PY-PAYEE-NO
             MOVE SPACES      TO PY-LAST-PAID-DATE
           END-IF

           MOVE INPUTNAME     TO PY-PAYEE-NAME
           MOVE INPUTSORTCODE TO PY-SORT-CODE
           MOVE INPUTEXTACCT  TO PY-EXT-ACCOUNT
           MOVE 'A'           TO PY-STATUS
           MOVE FUNCTION CURRENT-DATE TO PY-CHANGED-TS
           MOVE OPERATOR-ID   TO PY-CHANGED-BY

           IF PAYEE-EXISTS
             EXEC CICS REWRITE FILE ( PAYEE-FILE )
                               FROM ( PAYEE-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS WRITE FILE   ( PAYEE-FILE )
                             FROM   ( PAYEE-RECORD )
                             RIDFLD ( PY-KEY )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             IF PAYEE-EXISTS
               MOVE 'PAYEE AMENDED' TO CURRENT-STATUS
             ELSE
               MOVE 'PAYEE SET UP' TO CURRENT-STATUS
             END-IF

             INITIALIZE STATUS-MSG
             STRING 'Payee '      DELIMITED BY SIZE
                    PY-CUST-NO     DELIMITED BY SIZE
                    '/'            DELIMITED BY SIZE
                    PY-PAYEE-NO    DELIMITED BY SIZE
                    ' set by '     DELIMITED BY SIZE
                    OPERATOR-ID    DELIMITED BY SPACE
                    ': '           DELIMITED BY SIZE
                    PY-SORT-CODE   DELIMITED BY SIZE
                    ' '            DELIMITED BY SIZE
                    PY-EXT-ACCOUNT DELIMITED BY SIZE
                    ' '            DELIMITED BY SIZE
                    PY-PAYEE-NAME  DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             MOVE 'ERROR WRITING PAYEE' TO CURRENT-STATUS
           END-IF
           .

      * Mark the named payee cancelled - the record is kept, not
      * deleted, so the payments made to it stay readable. Payments
      * already queued still go out tonight
       CANCEL-PAYEE.
           MOVE INPUTCUST  TO PY-CUST-NO
           MOVE INPUTPAYEE TO PY-PAYEE-NO

           EXEC CICS READ FILE    ( PAYEE-FILE )
                          INTO    ( PAYEE-RECORD )
                          RIDFLD  ( PY-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'PAYEE NOT ON FILE' TO CURRENT-STATUS
           ELSE
             MOVE 'C' TO PY-STATUS
             MOVE FUNCTION CURRENT-DATE TO PY-CHANGED-TS
             MOVE OPERATOR-ID TO PY-CHANGED-BY

             EXEC CICS REWRITE FILE ( PAYEE-FILE )
                               FROM ( PAYEE-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE 'PAYEE CANCELLED' TO CURRENT-STATUS

               INITIALIZE STATUS-MSG
               STRING 'Payee '    DELIMITED BY SIZE
                      PY-CUST-NO  DELIMITED BY SIZE
                      '/'         DELIMITED BY SIZE
                      PY-PAYEE-NO DELIMITED BY SIZE
                      ' cancelled by ' DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
             ELSE
               MOVE 'ERROR UPDATING PAYEE' TO CURRENT-STATUS
             END-IF
           END-IF
           .

      * List every payee the keyed customer has, one log line each
       LIST-CUSTOMER-PAYEES.
           MOVE 0   TO PAYEES-LISTED
           MOVE 'N' TO END-OF-FILE-SWITCH

           MOVE INPUTCUST TO PY-CUST-NO
           MOVE SPACES    TO PY-PAYEE-NO

           EXEC CICS STARTBR FILE   ( PAYEE-FILE )
                             RIDFLD ( PY-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-PAYEE UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( PAYEE-FILE ) END-EXEC
           END-IF

           STRING 'PAYEES LISTED: '  DELIMITED BY SIZE
                  PAYEES-LISTED      DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

      * One step of the payee browse - display the next payee while
      * it still belongs to the requested customer
       SHOW-NEXT-PAYEE.
           EXEC CICS READNEXT FILE ( PAYEE-FILE )
                              INTO ( PAYEE-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              PY-CUST-NO NOT = INPUTCUST
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO PAYEES-LISTED

             INITIALIZE STATUS-MSG
             STRING 'Payee '       DELIMITED BY SIZE
                    PY-PAYEE-NO     DELIMITED BY SIZE
                    ' status:'      DELIMITED BY SIZE
                    PY-STATUS       DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    PY-SORT-CODE    DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    PY-EXT-ACCOUNT  DELIMITED BY SIZE
                    ' '             DELIMITED BY SIZE
                    PY-PAYEE-NAME   DELIMITED BY SIZE
                    ' last paid:'   DELIMITED BY SIZE
                    PY-LAST-PAID-DATE DELIMITED BY SIZE
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

       END PROGRAM 'PAYEMNT'.
