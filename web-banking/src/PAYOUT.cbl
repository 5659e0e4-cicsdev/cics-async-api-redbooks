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
      *  PAYOUT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * PAYOUT - Outbound payment to a payee at another bank. Takes
      * one of the customer's PAYEE records set up through PAYE,
      * the account to pay from and the amount, and in ONE unit of
      * work:
      *
      *   - debits the paying account through the shared TXNAPPLY
      *     routine as a PAY-OUT posting, so the payment shows on
      *     the statement like any posting and is held to the
      *     account's overdraft headroom
      *   - queues the outbound instruction on OUTPAY, keyed on
      *     that debit's TXNHIST key, with the payee's sort code,
      *     account and name copied on as they stand now
      *   - stamps the payee's last-paid date
      *
      * Any step failing backs the others out - the customer is
      * never debited for a payment that is not queued. The nightly
      * PAYCLEAR run writes the day's queued instructions to the
      * CLRPAY clearing payment file; a payment the clearing house
      * rejects is credited back by PAYRETN.
      *
      * The clearing scheme settles in home currency only, so the
      * paying account must be a USD account.
      *
      * Driven via CICS terminal using the transaction 'PAYO' in
      * the form:
      * PAYO nnnn pp ffffffff amount reference
      *   nnnn      - customer number
      *   pp        - the customer's payee number
      *   ffffffff  - the customer's account to pay from
      *   amount    - amount to pay
      *   reference - up to 18 characters quoted to the payee;
      *               omitted means the customer number
      * eg:
      * 'PAYO 0001 01 00010001 250.00 INVOICE 4471'
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
        PROGRAM-ID. PAYOUT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY PAYEE.
       COPY CUSTACCT.
       COPY OUTPAY.
       COPY BUSDATE.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.

       1 FILE-NAMES.
         2 PAYEE-FILE             PIC X(8) VALUE 'PAYEE'.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 OUTPAY-FILE            PIC X(8) VALUE 'OUTPAY'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.
       1 MATCHED-ACCT-INDEX       PIC S9(4) COMP-5 SYNC VALUE 0.

      * Length of the significant part of INPUTAMOUNT and its edit
      * counters, so only a well-formed positive amount is paid
       1 INPUTAMOUNT-LENGTH       PIC S9(4) COMP VALUE 0.
       1 DECIMAL-POINT-COUNT      PIC S9(4) COMP VALUE 0.
       1 BAD-CHARACTER-COUNT      PIC S9(4) COMP VALUE 0.
       1 PAYMENT-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.
       1 AMOUNT-DISPLAY           PIC -9999999.99.

      * Set off as soon as any step fails, so the debit, the queued
      * instruction and the payee stamp commit or back out together
       1 PAYMENT-OK-SWITCH        PIC X(1) VALUE 'Y'.
         88 PAYMENT-OK                     VALUE 'Y'.

       1 FAILED-STEP-TEXT         PIC X(28) VALUE SPACES.

      * Maps the terminal input - the reference is last, so it may
      * hold spaces
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACCNUM           PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTPAYEE            PIC X(2) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTFROM             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTAMOUNT           PIC X(10) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTREFERENCE        PIC X(18) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 51.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'PAYOUT  '.
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

           MOVE INPUTACCNUM TO ACCOUNT-NUM
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE

           IF INPUTACCNUM NOT NUMERIC OR INPUTPAYEE NOT NUMERIC OR
              INPUTFROM = SPACES OR INPUTAMOUNT = SPACES
             MOVE 'INVALID - SEE PAYO USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM EDIT-INPUT-AMOUNT

           IF BAD-CHARACTER-COUNT > 0 OR DECIMAL-POINT-COUNT > 1
             MOVE 'INVALID AMOUNT' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           COMPUTE PAYMENT-AMOUNT =
                   FUNCTION NUMVAL(INPUTAMOUNT(1:INPUTAMOUNT-LENGTH))

           IF PAYMENT-AMOUNT <= 0
             MOVE 'AMOUNT MUST BE POSITIVE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * The payee must be one of this customer's, and still active
           MOVE INPUTACCNUM TO PY-CUST-NO
           MOVE INPUTPAYEE  TO PY-PAYEE-NO
           EXEC CICS READ FILE    ( PAYEE-FILE )
                          INTO    ( PAYEE-RECORD )
                          RIDFLD  ( PY-KEY )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'PAYEE NOT ON FILE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT PY-STATUS-ACTIVE
             MOVE 'PAYEE CANCELLED' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * The paying account must be the customer's own, in the
      * currency the clearing scheme settles in
           PERFORM CHECK-PAYING-ACCOUNT

           IF MATCHED-ACCT-INDEX = 0
             MOVE 'FROM ACCT NOT HELD BY CUST' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-CURRENCY-CODE ( MATCHED-ACCT-INDEX ) NOT = 'USD'
             MOVE 'FROM ACCT NOT USD' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      *    The business date, not the wall clock, is the day the
      *    payment is queued for
           PERFORM GET-BUSINESS-DATE

      * The updates - one unit of work, backed out as one
           MOVE 'Y' TO PAYMENT-OK-SWITCH
           PERFORM POST-PAYMENT-DEBIT

           IF PAYMENT-OK
             PERFORM QUEUE-OUTBOUND-PAYMENT
           END-IF

           IF PAYMENT-OK
             PERFORM STAMP-PAYEE-PAID
           END-IF

           IF PAYMENT-OK
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             MOVE 'PAYMENT QUEUED' TO CURRENT-STATUS

             MOVE PAYMENT-AMOUNT TO AMOUNT-DISPLAY
             INITIALIZE STATUS-MSG
             STRING 'Payment '     DELIMITED BY SIZE
                    AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' from '       DELIMITED BY SIZE
                    INPUTFROM      DELIMITED BY SIZE
                    ' to '         DELIMITED BY SIZE
                    OP-SORT-CODE   DELIMITED BY SIZE
                    ' '            DELIMITED BY SIZE
                    OP-EXT-ACCOUNT DELIMITED BY SIZE
                    ' ref '        DELIMITED BY SIZE
                    OP-REFERENCE   DELIMITED BY SIZE
                    ' by '         DELIMITED BY SIZE
                    OPERATOR-ID    DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
      *      Something failed part-way - take the debit back out, so
      *      no customer is charged for a payment that never goes
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

      * Confirm the paying account is one of the keyed customer's
      * accounts on CUSTACCT - the same scan SOMAINT does before it
      * accepts a standing order
       CHECK-PAYING-ACCOUNT.
           MOVE 0 TO MATCHED-ACCT-INDEX
           MOVE INPUTACCNUM TO CA-CUST-NO

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
                 MOVE ACCT-COUNTER TO MATCHED-ACCT-INDEX
                 MOVE 11 TO ACCT-COUNTER
               ELSE
                 ADD 1 TO ACCT-COUNTER
               END-IF
             END-PERFORM
           END-IF
           .

      * Debit the paying account through TXNAPPLY - the history
      * record and the balance change land in this unit of work
       POST-PAYMENT-DEBIT.
           INITIALIZE TXNPOST-COMMAREA
           MOVE OPERATOR-ID      TO TP-OPERATOR-ID
           MOVE 'PAY'            TO TP-CHANNEL-CODE
           MOVE INPUTACCNUM      TO TP-CUST-NO
           MOVE INPUTFROM        TO TP-ACCT-NUMBER
           MOVE 'PAY-OUT   '     TO TP-TX-TYPE
           COMPUTE TP-TX-AMOUNT = 0 - PAYMENT-AMOUNT
           MOVE 'USD'            TO TP-CURRENCY-CODE
           STRING 'PAYMENT '     DELIMITED BY SIZE
                  PY-PAYEE-NAME  DELIMITED BY SIZE
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
             MOVE 'N' TO PAYMENT-OK-SWITCH
             EVALUATE TRUE
               WHEN TP-ACCOUNT-NOT-FOUND
                 MOVE 'FROM ACCT NOT HELD' TO FAILED-STEP-TEXT
               WHEN TP-ACCOUNT-DORMANT
                 MOVE 'FROM ACCT DORMANT' TO FAILED-STEP-TEXT
               WHEN TP-OVERDRAFT-EXCEEDED
                 MOVE 'INSUFFICIENT FUNDS' TO FAILED-STEP-TEXT
               WHEN TP-REFERRED
                 MOVE 'PAYMENT REFERRED' TO FAILED-STEP-TEXT
               WHEN TP-QUEUED-DATED
                 MOVE 'POSTING QUIESCED' TO FAILED-STEP-TEXT
               WHEN TP-CURRENCY-MISMATCH
                 MOVE 'CURRENCY MISMATCH' TO FAILED-STEP-TEXT
               WHEN TP-ACCOUNT-RESTRICTED
                 MOVE 'ACCT RESTRICTED' TO FAILED-STEP-TEXT
               WHEN OTHER
                 MOVE 'DEBIT NOT POSTED' TO FAILED-STEP-TEXT
             END-EVALUATE
           END-IF
           .

      * Queue the instruction under the debit's own TXNHIST key, with
      * the payee's details as they stand now
       QUEUE-OUTBOUND-PAYMENT.
           INITIALIZE OUTPAY-RECORD
           MOVE INPUTFROM        TO OP-DEBIT-ACCT
           MOVE TP-POSTED-TS     TO OP-POSTED-TS
           MOVE INPUTACCNUM      TO OP-CUST-NO
           MOVE INPUTPAYEE       TO OP-PAYEE-NO
           MOVE PY-PAYEE-NAME    TO OP-PAYEE-NAME
           MOVE PY-SORT-CODE     TO OP-SORT-CODE
           MOVE PY-EXT-ACCOUNT   TO OP-EXT-ACCOUNT
           MOVE PAYMENT-AMOUNT   TO OP-AMOUNT
           MOVE 'USD'            TO OP-CURRENCY-CODE
           IF INPUTREFERENCE = SPACES
             STRING 'CUSTOMER '  DELIMITED BY SIZE
                    INPUTACCNUM  DELIMITED BY SIZE
                  INTO OP-REFERENCE
           ELSE
             MOVE INPUTREFERENCE TO OP-REFERENCE
           END-IF
           MOVE 'Q'              TO OP-STATUS
           MOVE OPERATOR-ID      TO OP-QUEUED-BY
           MOVE TODAYS-DATE      TO OP-QUEUED-DATE
           MOVE SPACES           TO OP-CLEARING-FILE-ID
           MOVE SPACES           TO OP-SENT-DATE
           MOVE SPACES           TO OP-RETURN-CODE
           MOVE SPACES           TO OP-RETURN-REASON
           MOVE SPACES           TO OP-RETURN-TS

           EXEC CICS WRITE FILE   ( OUTPAY-FILE )
                           FROM   ( OUTPAY-RECORD )
                           RIDFLD ( OP-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO PAYMENT-OK-SWITCH
             MOVE 'OUTPAY WRITE' TO FAILED-STEP-TEXT
           END-IF
           .

      * The payee's last-paid date, so PAYE L shows which payees are
      * still in use
       STAMP-PAYEE-PAID.
           EXEC CICS READ FILE    ( PAYEE-FILE )
                          INTO    ( PAYEE-RECORD )
                          RIDFLD  ( PY-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE TODAYS-DATE TO PY-LAST-PAID-DATE

             EXEC CICS REWRITE FILE ( PAYEE-FILE )
                               FROM ( PAYEE-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO PAYMENT-OK-SWITCH
             MOVE 'PAYEE REWRITE' TO FAILED-STEP-TEXT
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

      * The business date off the DROL-maintained BUSDATE control
      * record - a region with no record yet runs on the calendar
      * date
       GET-BUSINESS-DATE.
           MOVE 'BUSDATE ' TO BD-CONTROL-ID

           EXEC CICS READ FILE    ( BUSDATE-FILE )
                          INTO    ( BUSDATE-RECORD )
                          RIDFLD  ( BD-CONTROL-ID )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE BD-BUSINESS-DATE TO TODAYS-DATE
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

       END PROGRAM 'PAYOUT'.
