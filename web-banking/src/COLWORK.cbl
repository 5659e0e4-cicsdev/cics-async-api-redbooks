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
      *  COLWORK
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * COLWORK - Collections worklist over the LOANARR arrears
      * file. The nightly LOANSERV run moves every instalment it
      * cannot collect into arrears on LOANARR and ages the loan
      * into a bucket; this transaction lists the loans in arrears
      * and lets a collector work each one:
      *
      *   assign  - take the loan onto the collector's own worklist
      *   contact - record a contact attempt and its result
      *   promise - record a promise to pay an amount by a date;
      *             a promise whose date has passed with the loan
      *             still in arrears is flagged BROKEN on the list
      *   outcome - record the outcome of the case so far
      *
      * Every action is stamped on the arrears record and logged to
      * COLLACT with the operator, in one unit of work. The same
      * worklist shape as BRKWORK and REFWORK. Collecting the money
      * is left to LOANSERV, which clears the arrears the night the
      * repayment account can stand the debit.
      *
      * Driven via CICS terminal using the transaction 'COLW' in
      * the forms:
      * COLW L                          list every loan in arrears
      * COLW M                          list the loans assigned to me
      * COLW A llllllll                 assign the loan to me
      * COLW C llllllll rrrrrrrr note   contact attempt, result code
      * COLW P llllllll yyyymmdd amount promise to pay
      * COLW O llllllll oooooooo note   outcome
      * COLW H llllllll                 action history, newest first
      * eg:
      * 'COLW P 90000012 20261031 250.00'
      *
      * Contact result codes: ANSWERED NOANSWER LEFTMSG WRONGNUM
      *                       LETTER
      * Outcome codes:        PAID PARTPAID REFUSED DISPUTE
      *                       HARDSHIP NOCONTCT PROMBRKN
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. COLWORK.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the arrears file and the action log
       COPY LOANARR.
       COPY COLLACT.

       1 FILE-NAMES.
         2 LOANARR-FILE           PIC X(8) VALUE 'LOANARR '.
         2 COLLACT-FILE           PIC X(8) VALUE 'COLLACT '.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * Today's date as YYYYMMDD - a promise dated before it has
      * been broken
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

      * Set off as soon as any step of an action fails, so the
      * arrears record update and the action log commit or back
      * out together
       1 ACTION-OK-SWITCH         PIC X(1) VALUE 'Y'.
         88 ACTION-OK                      VALUE 'Y'.

       1 FAILED-STEP-TEXT         PIC X(29) VALUE SPACES.

      * Maps the terminal input - the arguments after the loan
      * account number depend on the command
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTLOAN             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTARGS             PIC X(49) VALUE ' '.
         2 CODE-ARGS REDEFINES INPUTARGS.
           3 ARG-CODE            PIC X(8).
           3 FILLER              PIC X(1).
           3 ARG-NOTE            PIC X(40).
         2 PROMISE-ARGS REDEFINES INPUTARGS.
           3 ARG-PROMISE-DATE    PIC X(8).
           3 FILLER              PIC X(1).
           3 INPUTAMOUNT         PIC X(10).
           3 FILLER              PIC X(30).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 65.

      * The result and outcome codes a collector may record
       1 ACTION-CODE              PIC X(8) VALUE SPACES.
         88 VALID-CONTACT-RESULT  VALUE 'ANSWERED' 'NOANSWER'
                                        'LEFTMSG ' 'WRONGNUM'
                                        'LETTER  '.
         88 VALID-OUTCOME         VALUE 'PAID    ' 'PARTPAID'
                                        'REFUSED ' 'DISPUTE '
                                        'HARDSHIP' 'NOCONTCT'
                                        'PROMBRKN'.

      * The promise date broken into its parts for the edit
       1 PROMISE-DATE             PIC X(8) VALUE SPACES.
       1 PROMISE-DATE-PARTS REDEFINES PROMISE-DATE.
         2 PROMISE-YEAR           PIC 9(4).
         2 PROMISE-MONTH          PIC 9(2).
         2 PROMISE-DAY            PIC 9(2).

       1 PROMISE-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.

      * Length of the significant part of INPUTAMOUNT and its edit
      * counts - the same edit LOANORIG applies
       1 INPUTAMOUNT-LENGTH       PIC S9(4) COMP VALUE 0.
       1 DECIMAL-POINT-COUNT      PIC S9(4) COMP VALUE 0.
       1 BAD-CHARACTER-COUNT      PIC S9(4) COMP VALUE 0.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'COLWORK '.
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

      * Set for COLW M, so the list only shows this operator's loans
       1 MY-LOANS-ONLY-SWITCH     PIC X(1) VALUE 'N'.
         88 MY-LOANS-ONLY                  VALUE 'Y'.

       1 BROKEN-PROMISE-TEXT      PIC X(7) VALUE SPACES.

       1 LOANS-LISTED             PIC 9(3) VALUE 0.
       1 HISTORY-LINES-SHOWN      PIC 9(3) VALUE 0.
       1 HISTORY-LINES-TO-SHOW    PIC 9(3) VALUE 20.
       1 AMOUNT-DISPLAY           PIC -9999999.99.
       1 DAYS-DISPLAY             PIC 9(4).
       1 MISSED-DISPLAY           PIC 9(3).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE

           EVALUATE INPUTCMD
             WHEN 'L'
               MOVE 'N' TO MY-LOANS-ONLY-SWITCH
               PERFORM LIST-LOANS-IN-ARREARS
             WHEN 'M'
               MOVE 'Y' TO MY-LOANS-ONLY-SWITCH
               PERFORM LIST-LOANS-IN-ARREARS
             WHEN 'A'
               PERFORM RECORD-COLLECTIONS-ACTION
             WHEN 'C'
               PERFORM RECORD-COLLECTIONS-ACTION
             WHEN 'P'
               PERFORM RECORD-COLLECTIONS-ACTION
             WHEN 'O'
               PERFORM RECORD-COLLECTIONS-ACTION
             WHEN 'H'
               PERFORM LIST-ACTION-HISTORY
             WHEN OTHER
               MOVE 'INVALID - USE: COLW LMACPOH' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * List every loan in arrears on LOANARR, one log line each -
      * the collections worklist. Cleared records stay on the file
      * and are skipped.
       LIST-LOANS-IN-ARREARS.
           MOVE 0   TO LOANS-LISTED
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( LOANARR-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-LOAN UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( LOANARR-FILE ) END-EXEC
           END-IF

           STRING 'LOANS IN ARREARS: ' DELIMITED BY SIZE
                  LOANS-LISTED         DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

       SHOW-NEXT-LOAN.
           EXEC CICS READNEXT FILE ( LOANARR-FILE )
                              INTO ( LOANARR-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF LA-STATUS-IN-ARREARS AND
                (NOT MY-LOANS-ONLY OR LA-ASSIGNED-OPER = OPERATOR-ID)
               ADD 1 TO LOANS-LISTED
               MOVE LA-PAST-DUE-AMOUNT TO AMOUNT-DISPLAY
               MOVE LA-DAYS-PAST-DUE   TO DAYS-DISPLAY
               MOVE LA-MISSED-COUNT    TO MISSED-DISPLAY

               MOVE SPACES TO BROKEN-PROMISE-TEXT
               IF LA-PROMISE-DATE NOT = SPACES AND
                  LA-PROMISE-DATE < TODAYS-DATE
                 MOVE ' BROKEN' TO BROKEN-PROMISE-TEXT
               END-IF

               INITIALIZE STATUS-MSG
               STRING 'Loan ' DELIMITED BY SIZE
                      LA-LOAN-ACCT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      LA-BUCKET DELIMITED BY SIZE
                      ' dpd:' DELIMITED BY SIZE
                      DAYS-DISPLAY DELIMITED BY SIZE
                      ' due:' DELIMITED BY SIZE
                      AMOUNT-DISPLAY DELIMITED BY SIZE
                      ' miss:' DELIMITED BY SIZE
                      MISSED-DISPLAY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      LA-ASSIGNED-OPER DELIMITED BY SIZE
                      ' prm:' DELIMITED BY SIZE
                      LA-PROMISE-DATE DELIMITED BY SIZE
                      BROKEN-PROMISE-TEXT DELIMITED BY SIZE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
             END-IF
           END-IF
           .

      * One action: edit the input, read the arrears record with
      * update intent, stamp the action on it and log it - all one
      * unit of work
       RECORD-COLLECTIONS-ACTION.
           MOVE 'Y' TO ACTION-OK-SWITCH
           MOVE ARG-CODE TO ACTION-CODE

           EVALUATE INPUTCMD
             WHEN 'C'
               IF NOT VALID-CONTACT-RESULT
                 MOVE 'INVALID CONTACT RESULT CODE' TO CURRENT-STATUS
                 PERFORM PRINT-TEXT-TO-SCREEN
                 EXEC CICS RETURN END-EXEC
               END-IF
             WHEN 'O'
               IF NOT VALID-OUTCOME
                 MOVE 'INVALID OUTCOME CODE' TO CURRENT-STATUS
                 PERFORM PRINT-TEXT-TO-SCREEN
                 EXEC CICS RETURN END-EXEC
               END-IF
             WHEN 'P'
               PERFORM EDIT-PROMISE
           END-EVALUATE

           MOVE INPUTLOAN TO LA-LOAN-ACCT

           EXEC CICS READ FILE    ( LOANARR-FILE )
                          INTO    ( LOANARR-RECORD )
                          RIDFLD  ( LA-LOAN-ACCT )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'LOAN NOT ON LOANARR' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT LA-STATUS-IN-ARREARS
             MOVE 'LOAN NOT IN ARREARS' TO CURRENT-STATUS
             EXEC CICS UNLOCK FILE ( LOANARR-FILE ) END-EXEC
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           INITIALIZE COLLACT-RECORD
           MOVE LA-LOAN-ACCT          TO CT-LOAN-ACCT
           MOVE FUNCTION CURRENT-DATE TO CT-TIMESTAMP
           MOVE OPERATOR-ID           TO CT-OPERATOR-ID
           MOVE LA-PAST-DUE-AMOUNT    TO CT-PAST-DUE-AMOUNT
           MOVE LA-DAYS-PAST-DUE      TO CT-DAYS-PAST-DUE

      * Whoever works an unassigned loan takes it on
           IF LA-ASSIGNED-OPER = SPACES
             MOVE OPERATOR-ID TO LA-ASSIGNED-OPER
           END-IF

           EVALUATE INPUTCMD
             WHEN 'A'
               MOVE OPERATOR-ID  TO LA-ASSIGNED-OPER
               MOVE 'ASSIGN  '   TO CT-ACTION
             WHEN 'C'
               MOVE 'CONTACT '   TO CT-ACTION
               MOVE ACTION-CODE  TO CT-RESULT-CODE
               MOVE ARG-NOTE     TO CT-NOTE
             WHEN 'P'
               MOVE 'PROMISE '     TO CT-ACTION
               MOVE PROMISE-DATE   TO CT-PROMISE-DATE
               MOVE PROMISE-AMOUNT TO CT-PROMISE-AMOUNT
               MOVE PROMISE-DATE   TO LA-PROMISE-DATE
               MOVE PROMISE-AMOUNT TO LA-PROMISE-AMOUNT
               MOVE SPACES         TO LA-OUTCOME
             WHEN 'O'
      * An outcome closes out any promise that was open
               MOVE 'OUTCOME '   TO CT-ACTION
               MOVE ACTION-CODE  TO CT-RESULT-CODE
               MOVE ARG-NOTE     TO CT-NOTE
               MOVE ACTION-CODE  TO LA-OUTCOME
               MOVE SPACES       TO LA-PROMISE-DATE
               MOVE 0            TO LA-PROMISE-AMOUNT
           END-EVALUATE

           MOVE CT-TIMESTAMP TO LA-LAST-ACTION-TS
           MOVE CT-ACTION    TO LA-LAST-ACTION

           EXEC CICS REWRITE FILE ( LOANARR-FILE )
                             FROM ( LOANARR-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO ACTION-OK-SWITCH
             MOVE 'LOANARR UPDATE FAILED' TO FAILED-STEP-TEXT
           END-IF

           IF ACTION-OK
             PERFORM WRITE-ACTION-LOG
           END-IF

           IF ACTION-OK
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             STRING CT-ACTION     DELIMITED BY SPACE
                    ' RECORDED'   DELIMITED BY SIZE
                  INTO CURRENT-STATUS

             INITIALIZE STATUS-MSG
             STRING 'Loan ' DELIMITED BY SIZE
                    LA-LOAN-ACCT DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CT-ACTION DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CT-RESULT-CODE DELIMITED BY SIZE
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

      * A promise needs a real date no earlier than today and a
      * positive amount
       EDIT-PROMISE.
           MOVE ARG-PROMISE-DATE TO PROMISE-DATE

           IF PROMISE-DATE NOT NUMERIC
             MOVE 'INVALID PROMISE DATE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF PROMISE-MONTH < 1 OR PROMISE-MONTH > 12 OR
              PROMISE-DAY < 1 OR PROMISE-DAY > 31
             MOVE 'INVALID PROMISE DATE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF PROMISE-DATE < TODAYS-DATE
             MOVE 'PROMISE DATE IS IN THE PAST' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTAMOUNT = SPACES
             MOVE 'PROMISE AMOUNT REQUIRED' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM EDIT-INPUT-AMOUNT

           IF BAD-CHARACTER-COUNT > 0 OR DECIMAL-POINT-COUNT > 1
             MOVE 'INVALID AMOUNT' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           COMPUTE PROMISE-AMOUNT =
                   FUNCTION NUMVAL(INPUTAMOUNT(1:INPUTAMOUNT-LENGTH))

           IF PROMISE-AMOUNT <= 0
             MOVE 'AMOUNT MUST BE POSITIVE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      * Every action is logged with who took it - the history the
      * next collector reads before calling the customer
       WRITE-ACTION-LOG.
           EXEC CICS WRITE FILE   ( COLLACT-FILE )
                           FROM   ( COLLACT-RECORD )
                           RIDFLD ( CT-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO ACTION-OK-SWITCH
             MOVE 'COLLACT WRITE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * The loan's action history, newest first. The browse starts
      * past the highest possible key so READPREV walks back from
      * the latest action - the same technique BALINQ uses.
       LIST-ACTION-HISTORY.
           MOVE INPUTLOAN   TO CT-LOAN-ACCT
           MOVE HIGH-VALUES TO CT-TIMESTAMP
           MOVE 0           TO HISTORY-LINES-SHOWN

           EXEC CICS STARTBR FILE   ( COLLACT-FILE )
                             RIDFLD ( CT-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-ACTION
                     UNTIL COMMAND-RESP NOT = DFHRESP(NORMAL)
                        OR CT-LOAN-ACCT NOT = INPUTLOAN
                        OR HISTORY-LINES-SHOWN >= HISTORY-LINES-TO-SHOW

             EXEC CICS ENDBR FILE ( COLLACT-FILE ) END-EXEC
           END-IF

           STRING 'ACTIONS SHOWN: '   DELIMITED BY SIZE
                  HISTORY-LINES-SHOWN DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

       SHOW-NEXT-ACTION.
           EXEC CICS READPREV FILE ( COLLACT-FILE )
                              INTO ( COLLACT-RECORD )
                              RIDFLD ( CT-KEY )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND
              CT-LOAN-ACCT = INPUTLOAN

             ADD 1 TO HISTORY-LINES-SHOWN
             INITIALIZE STATUS-MSG

             IF CT-ACTION-PROMISE
               MOVE CT-PROMISE-AMOUNT TO AMOUNT-DISPLAY
               STRING CT-TIMESTAMP(1:12) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-OPERATOR-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-ACTION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-PROMISE-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AMOUNT-DISPLAY DELIMITED BY SIZE
                    INTO MSG-TEXT
             ELSE
               STRING CT-TIMESTAMP(1:12) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-OPERATOR-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-ACTION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-RESULT-CODE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CT-NOTE DELIMITED BY SIZE
                    INTO MSG-TEXT
             END-IF

             PERFORM PRINT-STATUS-MESSAGE
           END-IF
           .

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

       END PROGRAM 'COLWORK'.
