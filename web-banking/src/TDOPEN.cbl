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
      *  TDOPEN
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * TDOPEN - Fixed-term deposit opening. Takes the amount to
      * place, the term in months and what is to happen at
      * maturity, prices the term off the TDRATES rate card in
      * force today, and in ONE unit of work:
      *
      *   - opens the deposit on TERMDEP at that rate, maturing
      *     the given number of months from today
      *   - indexes the new deposit account on ACCTIDX like every
      *     other account (source system TERMDEP)
      *   - debits the amount from the customer's named current
      *     account through the shared TXNAPPLY routine, so the
      *     funding shows on the statement like any posting and
      *     is held to the account's overdraft headroom
      *
      * Any step failing backs the others out - a deposit either
      * exists completely, funded, or not at all, the same
      * all-or-nothing shape as LOANORIG. The nightly TDMATUR run
      * pays the deposit out to the same current account, or
      * rolls it over, on its maturity date.
      *
      * Driven via CICS terminal using the transaction 'TDOP' in
      * the form:
      * TDOP nnnn dddddddd cccccccc amount ttt i
      *   nnnn     - customer number
      *   dddddddd - new deposit account number
      *   cccccccc - current account to fund from and pay out to
      *   amount   - principal placed on deposit
      *   ttt      - term in months
      *   i        - at maturity: P pay out, R roll over
      * eg:
      * 'TDOP 0001 00017001 00010001 10000.00 012 P'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. TDOPEN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY TERMDEP.
       COPY TDRATES.
       COPY ACCTIDX.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.

       1 FILE-NAMES.
         2 TERMDEP-FILE           PIC X(8) VALUE 'TERMDEP'.
         2 TDRATES-FILE           PIC X(8) VALUE 'TDRATES'.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.
       1 CURRENT-TIMESTAMP        PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

      * Length of the significant part of INPUTAMOUNT and its edit
      * counters, so only a well-formed positive amount is placed
       1 INPUTAMOUNT-LENGTH       PIC S9(4) COMP VALUE 0.
       1 DECIMAL-POINT-COUNT      PIC S9(4) COMP VALUE 0.
       1 BAD-CHARACTER-COUNT      PIC S9(4) COMP VALUE 0.
       1 PRINCIPAL-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.

      * The term asked for and the rate in force for it today
       1 DEPOSIT-TERM             PIC 9(3) VALUE 0.
       1 DEPOSIT-RATE             PIC S9(3)V9999 COMP-3 VALUE 0.
       1 RATE-FOUND-SWITCH        PIC X(1) VALUE 'N'.
         88 RATE-FOUND                     VALUE 'Y'.
       1 RATE-SEARCH-SWITCH       PIC X(1) VALUE 'N'.
         88 RATE-SEARCH-DONE               VALUE 'Y'.

      * Maturity-date arithmetic - today stepped on the term in
      * whole months, the day held back to the 28th so every
      * month has it, the same way LOANSERV steps its due dates
       1 START-DATE-PARTS.
         2 START-YEAR             PIC 9(4).
         2 START-MONTH            PIC 9(2).
         2 START-DAY              PIC 9(2).
       1 MATURITY-DATE-PARTS.
         2 MATURITY-YEAR          PIC 9(4).
         2 MATURITY-MONTH         PIC 9(2).
         2 MATURITY-DAY           PIC 9(2).
       1 MATURITY-DATE-TEXT REDEFINES MATURITY-DATE-PARTS PIC X(8).
       1 MONTHS-SINCE-ZERO        PIC S9(8) COMP VALUE 0.

      * Set off as soon as any step fails, so the deposit record,
      * the index entry and the funding debit commit or back out
      * together
       1 OPENING-OK-SWITCH        PIC X(1) VALUE 'Y'.
         88 OPENING-OK                     VALUE 'Y'.

      * Short enough to follow 'BACKED OUT - ' on the screen
       1 FAILED-STEP-TEXT         PIC X(16) VALUE SPACES.

      * Maps the terminal input
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACCNUM           PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTDEPOSIT          PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTFUNDING          PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTAMOUNT           PIC X(10) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTTERM             PIC X(3) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTINSTR            PIC X(1) VALUE ' '.
           88 INPUTINSTR-VALID            VALUE 'P' 'R'.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 44.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'TDOPEN'.
         2 FILLER                 PIC X(5)  VALUE ' ACC#'.
         2 ACCOUNT-NUM            PIC X(4)  VALUE '    '.
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
         2 MSG-TEXT              PIC X(75) VALUE ' '.

       1 AMOUNT-DISPLAY           PIC -999999999.99.
       1 RATE-DISPLAY             PIC ZZ9.9999.

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

           MOVE INPUTACCNUM TO ACCOUNT-NUM
           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP
           MOVE CURRENT-TIMESTAMP(1:8) TO TODAYS-DATE

           IF INPUTACCNUM NOT NUMERIC OR INPUTDEPOSIT = SPACES OR
              INPUTFUNDING = SPACES OR INPUTAMOUNT = SPACES OR
              INPUTTERM NOT NUMERIC OR NOT INPUTINSTR-VALID
             MOVE 'INVALID - SEE TDOP USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTTERM TO DEPOSIT-TERM
           IF DEPOSIT-TERM = 0
             MOVE 'TERM MUST BE POSITIVE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM EDIT-INPUT-AMOUNT

           IF BAD-CHARACTER-COUNT > 0 OR DECIMAL-POINT-COUNT > 1
             MOVE 'INVALID AMOUNT' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           COMPUTE PRINCIPAL-AMOUNT =
                   FUNCTION NUMVAL(INPUTAMOUNT(1:INPUTAMOUNT-LENGTH))

           IF PRINCIPAL-AMOUNT <= 0
             MOVE 'PRINCIPAL MUST BE POSITIVE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * The term must be on today's rate card - the rate found is
      * fixed for the whole term
           PERFORM FIND-TERM-RATE

           IF NOT RATE-FOUND
             MOVE 'TERM NOT OFFERED' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * A deposit account number already on the index belongs to
      * something else
           MOVE INPUTDEPOSIT TO AX-ACCT-NUMBER
           EXEC CICS READ FILE    ( ACCTIDX-FILE )
                          INTO    ( ACCTIDX-RECORD )
                          RIDFLD  ( AX-ACCT-NUMBER )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'DEP ACCT ALREADY ON INDEX' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * The three writes - one unit of work, backed out as one
           PERFORM WRITE-DEPOSIT-RECORD
           IF OPENING-OK
             PERFORM WRITE-INDEX-ENTRY
           END-IF
           IF OPENING-OK
             PERFORM POST-FUNDING-DEBIT
           END-IF

           IF OPENING-OK
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             MOVE 'TERM DEPOSIT OPENED' TO CURRENT-STATUS

             MOVE PRINCIPAL-AMOUNT TO AMOUNT-DISPLAY
             MOVE DEPOSIT-RATE     TO RATE-DISPLAY
             INITIALIZE STATUS-MSG
             STRING 'Term deposit ' DELIMITED BY SIZE
                    INPUTDEPOSIT   DELIMITED BY SIZE
                    ' opened for ' DELIMITED BY SIZE
                    INPUTACCNUM    DELIMITED BY SIZE
                    ' at '         DELIMITED BY SIZE
                    RATE-DISPLAY   DELIMITED BY SIZE
                    ' pct, '       DELIMITED BY SIZE
                    AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' matures '    DELIMITED BY SIZE
                    MATURITY-DATE-TEXT DELIMITED BY SIZE
                    ' by '         DELIMITED BY SIZE
                    OPERATOR-ID    DELIMITED BY SPACE
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

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Find the TDRATES rate in force today for the term asked
      * for - the latest effective date on or before today, found
      * with the same backwards browse INTACCRU uses on INTRATES.
      * The browse starts just past today's key for the term and
      * steps back until it reaches a record on or before it
       FIND-TERM-RATE.
           MOVE 'N' TO RATE-FOUND-SWITCH
           MOVE 'N' TO RATE-SEARCH-SWITCH
           MOVE DEPOSIT-TERM TO TE-TERM-MONTHS
           MOVE TODAYS-DATE  TO TE-EFFECTIVE-DATE

           EXEC CICS STARTBR FILE   ( TDRATES-FILE )
                             RIDFLD ( TE-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

      *    Nothing sorts at or after today's key - the rate in
      *    force may still be the last record on the file
           IF COMMAND-RESP = DFHRESP(NOTFND)
             MOVE HIGH-VALUES TO TE-KEY

             EXEC CICS STARTBR FILE   ( TDRATES-FILE )
                               RIDFLD ( TE-KEY )
                               GTEQ
                               RESP   ( COMMAND-RESP )
                               RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM READ-PREVIOUS-RATE UNTIL RATE-SEARCH-DONE
             EXEC CICS ENDBR FILE ( TDRATES-FILE ) END-EXEC
           END-IF
           .

      * One step back through the rate card - a record later than
      * today for the term is stepped over, anything earlier
      * belongs to a shorter term and ends the search
       READ-PREVIOUS-RATE.
           EXEC CICS READPREV FILE   ( TDRATES-FILE )
                              INTO   ( TDRATES-RECORD )
                              RIDFLD ( TE-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO RATE-SEARCH-SWITCH
           ELSE
             IF TE-TERM-MONTHS = DEPOSIT-TERM
               IF TE-EFFECTIVE-DATE <= TODAYS-DATE
                 MOVE 'Y'     TO RATE-FOUND-SWITCH
                 MOVE 'Y'     TO RATE-SEARCH-SWITCH
                 MOVE TE-RATE TO DEPOSIT-RATE
               END-IF
             ELSE
               IF TE-TERM-MONTHS < DEPOSIT-TERM
                 MOVE 'Y' TO RATE-SEARCH-SWITCH
               END-IF
             END-IF
           END-IF
           .

      * The deposit itself, at the rate in force, maturing the
      * term's number of months from today
       WRITE-DEPOSIT-RECORD.
           PERFORM COMPUTE-MATURITY-DATE

           INITIALIZE TERMDEP-RECORD
           MOVE INPUTACCNUM        TO TD-CUST-NO
           MOVE INPUTDEPOSIT       TO TD-DEPOSIT-ACCT
           MOVE PRINCIPAL-AMOUNT   TO TD-PRINCIPAL
           MOVE DEPOSIT-RATE       TO TD-RATE
           MOVE DEPOSIT-TERM       TO TD-TERM-MONTHS
           MOVE TODAYS-DATE        TO TD-START-DATE
           MOVE MATURITY-DATE-TEXT TO TD-MATURITY-DATE
           MOVE INPUTINSTR         TO TD-MATURITY-INSTR
           MOVE INPUTFUNDING       TO TD-PAYOUT-ACCT
           MOVE 'A'                TO TD-STATUS
           MOVE OPERATOR-ID        TO TD-OPENED-BY
           MOVE CURRENT-TIMESTAMP  TO TD-OPENED-TS

           EXEC CICS WRITE FILE   ( TERMDEP-FILE )
                           FROM   ( TERMDEP-RECORD )
                           RIDFLD ( TD-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO OPENING-OK-SWITCH
             MOVE 'TERMDEP WRITE' TO FAILED-STEP-TEXT
           END-IF
           .

      * Today stepped on the term in whole months, on today's day
      * of the month (the 28th at the latest)
       COMPUTE-MATURITY-DATE.
           MOVE TODAYS-DATE TO START-DATE-PARTS

           COMPUTE MONTHS-SINCE-ZERO = START-YEAR * 12
                   + START-MONTH - 1 + DEPOSIT-TERM
           COMPUTE MATURITY-YEAR  = MONTHS-SINCE-ZERO / 12
           COMPUTE MATURITY-MONTH = MONTHS-SINCE-ZERO
                   - ( MATURITY-YEAR * 12 ) + 1

           IF START-DAY > 28
             MOVE 28 TO MATURITY-DAY
           ELSE
             MOVE START-DAY TO MATURITY-DAY
           END-IF
           .

      * The deposit account joins the reverse index like every
      * other account, so inquiries resolve it to its customer
       WRITE-INDEX-ENTRY.
           INITIALIZE ACCTIDX-RECORD
           MOVE INPUTDEPOSIT TO AX-ACCT-NUMBER
           MOVE INPUTACCNUM  TO AX-CUST-NO
           MOVE 'TERMDEP '   TO AX-SOURCE-SYSTEM

           EXEC CICS WRITE FILE   ( ACCTIDX-FILE )
                           FROM   ( ACCTIDX-RECORD )
                           RIDFLD ( AX-ACCT-NUMBER )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO OPENING-OK-SWITCH
             MOVE 'ACCTIDX WRITE' TO FAILED-STEP-TEXT
           END-IF
           .

      * The funding debit comes off the customer's current account
      * through the shared routine, in this same unit of work -
      * the deposit cannot exist with the money still in the
      * current account
       POST-FUNDING-DEBIT.
           INITIALIZE TXNPOST-COMMAREA
           MOVE OPERATOR-ID      TO TP-OPERATOR-ID
           MOVE 'TDP'            TO TP-CHANNEL-CODE
           MOVE INPUTACCNUM      TO TP-CUST-NO
           MOVE INPUTFUNDING     TO TP-ACCT-NUMBER
           MOVE 'TD-OPEN   '     TO TP-TX-TYPE
           COMPUTE TP-TX-AMOUNT = 0 - PRINCIPAL-AMOUNT
           STRING 'TERM DEPOSIT ' DELIMITED BY SIZE
                  INPUTDEPOSIT    DELIMITED BY SIZE
                INTO TP-TX-DESCRIPTION

           EXEC CICS LINK PROGRAM  ( TXNAPPLY-PROGRAM )
                          COMMAREA ( TXNPOST-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO TP-STATUS
           END-IF

           IF NOT TP-POSTED
             MOVE 'N' TO OPENING-OK-SWITCH
             EVALUATE TRUE
               WHEN TP-ACCOUNT-NOT-FOUND
                 MOVE 'FUNDING NOT HELD' TO FAILED-STEP-TEXT
               WHEN TP-ACCOUNT-DORMANT
                 MOVE 'FUNDING DORMANT' TO FAILED-STEP-TEXT
               WHEN TP-OVERDRAFT-EXCEEDED
                 MOVE 'FUNDS TOO LOW' TO FAILED-STEP-TEXT
               WHEN TP-REFERRED
                 MOVE 'DEBIT REFERRED' TO FAILED-STEP-TEXT
               WHEN TP-QUEUED-DATED
                 MOVE 'POSTING QUIESCED' TO FAILED-STEP-TEXT
               WHEN TP-CURRENCY-MISMATCH
                 MOVE 'CCY MISMATCH' TO FAILED-STEP-TEXT
               WHEN OTHER
                 MOVE 'DEBIT NOT POSTED' TO FAILED-STEP-TEXT
             END-EVALUATE
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

       END PROGRAM 'TDOPEN'.
