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
      *  ACCTMNT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * ACCTMNT - Single account maintenance for an existing
      * customer. CUSTONBD creates a customer with one initial
      * account and CUSTCLOS takes the whole customer off the
      * books, but a second current account, or closing one account
      * while keeping the rest, meant an external CUSTACCT reload
      * and a hand fix to ACCTIDX. This transaction does either in
      * ONE unit of work:
      *
      *   OPEN  - puts the new account into the customer's next
      *           free CA-ACCOUNT-DETAILS slot on its PRODMAST
      *           product (which must be open for sale, with the
      *           customer eligible for it on their CUSTPROF age
      *           and risk rating), at zero balance in the currency
      *           keyed - home currency when none is - with the
      *           product's default overdraft, and indexes it on
      *           ACCTIDX. The currency must have a rate on FXRATES,
      *           checked through the shared FXCONV routine, so the
      *           account can be priced and converted from day one
      *   CLOSE - refuses while the account has an active,
      *           unexpired ACCTHOLD hold or is named on one of the
      *           customer's active STORDER standing orders or
      *           SWEEPARR sweep arrangements, as either side, or
      *           while an active TERMDEP term deposit pays out to
      *           it or an active LOANMAST loan collects its
      *           instalments from it. A
      *           non-zero balance must be swept to a named sibling
      *           account of the same customer and currency - moved
      *           as a linked pair of ACCT-CLOSE postings through the
      *           shared TXNAPPLY routine, so it shows on both
      *           statements. The slot is then removed, the later
      *           accounts moving up, and the ACCTIDX entry retired.
      *           The customer's last account is not closed here -
      *           that is a customer closure for CLOS
      *
      * A joint account (see JOINTHLD) may be closed by its owner or
      * by a joint holder with either-to-sign authority, keying
      * their own customer number - the close then runs against the
      * owner's record, with any balance swept to one of the
      * owner's accounts, and the log names the holder who asked.
      * No holder's active standing order may still name the
      * account, and every holding of the account is ended, with
      * its JOINTIDX entry, in the same unit of work. An account
      * with any all-to-sign holder needs every signature, so it is
      * not closed from one terminal at all - the holders agree to
      * come off it through JHLD first, and the close then follows.
      *
      * Any step failing backs the others out. Every open and close
      * is logged to ACCTMLOG with the operator and timestamp, in
      * the same unit of work, for the auditors.
      *
      * Driven via CICS terminal using the transaction 'ACCM' in the
      * form:
      * ACCM nnnn OPEN  aaaaaaaa pppp ccc
      * ACCM nnnn CLOSE aaaaaaaa ssssssss
      *   nnnn     - customer number
      *   aaaaaaaa - account number to open or close
      *   pppp     - PRODMAST product the new account is opened on
      *   ccc      - currency of the new account, home currency
      *              (USD) when left blank
      *   ssssssss - sibling account to take any residual balance,
      *              needed only when the balance is not zero
      * eg:
      * 'ACCM 0001 OPEN  00010003 SAVE'
      * 'ACCM 0001 OPEN  00010004 SAVE EUR'
      * 'ACCM 0001 CLOSE 00010002 00010001'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      *  15-10-2026 Name the operator and channel on every TXNAPPLY
      *             posting, for the TXNHIST stamp
      *  15-10-2026 Joint accounts: an either-to-sign JOINTHLD
      *             holder may close the account, checking every
      *             holder's standing orders, and a close ends all
      *             the account's holdings and JOINTIDX entries;
      *             the log names the requesting holder and the
      *             number of holdings ended
      *  15-10-2026 New accounts take the keyed currency, checked
      *             on FXCONV, not always USD; a close is refused
      *             while an active SWEEPARR sweep names the
      *             account, or while any holder is all-to-sign
      *  15-10-2026 A close is also refused while an active term
      *             deposit pays out to the account or an active
      *             loan is repaid from it
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCTMNT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files checked and updated together
       COPY CUSTACCT.
       COPY ACCTIDX.
       COPY PRODMAST.
       COPY CUSTPROF.
       COPY ACCTHOLD.
       COPY STORDER.
       COPY JOINTHLD.
       COPY JOINTIDX.
       COPY SWEEPARR.
       COPY TERMDEP.
       COPY LOANMAST.

      * Account maintenance log for the auditors
       COPY ACCTMLOG.

      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.

      * Commarea for the shared FXCONV currency conversion routine,
      * which proves a new account's currency has a rate
       COPY FXCONVCA.

       1 FXCONV-PROGRAM           PIC X(8) VALUE 'FXCONV  '.

      * The currency a new account gets when none is keyed
       1 HOME-CURRENCY            PIC X(3) VALUE 'USD'.
       1 NEW-ACCOUNT-CURRENCY     PIC X(3) VALUE SPACES.

       1 FILE-NAMES.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.
         2 PRODMAST-FILE          PIC X(8) VALUE 'PRODMAST'.
         2 CUSTPROF-FILE          PIC X(8) VALUE 'CUSTPROF'.
         2 ACCTHOLD-FILE          PIC X(8) VALUE 'ACCTHOLD'.
         2 STORDER-FILE           PIC X(8) VALUE 'STORDER'.
         2 ACCTMLOG-FILE          PIC X(8) VALUE 'ACCTMLOG'.
         2 JOINTHLD-FILE          PIC X(8) VALUE 'JOINTHLD'.
         2 JOINTIDX-FILE          PIC X(8) VALUE 'JOINTIDX'.
         2 SWEEPARR-FILE          PIC X(8) VALUE 'SWEEPARR'.
         2 TERMDEP-FILE           PIC X(8) VALUE 'TERMDEP'.
         2 LOANMAST-FILE          PIC X(8) VALUE 'LOANMAST'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * Set off as soon as a check fails or an update fails, so the
      * whole change is refused or backed out as one
       1 MAINTENANCE-OK-SWITCH    PIC X(1) VALUE 'Y'.
         88 MAINTENANCE-OK                 VALUE 'Y'.

       1 FAILED-STEP-TEXT         PIC X(28) VALUE SPACES.

       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.

      * The slots of the account being closed and of the sibling
      * taking its balance
       1 TARGET-ACCT-INDEX        PIC S9(4) COMP-5 SYNC VALUE 0.
       1 SIBLING-ACCT-INDEX       PIC S9(4) COMP-5 SYNC VALUE 0.

      * The balance swept off the closing account
       1 RESIDUAL-BALANCE         PIC S9(7)V99 COMP-3 VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * The joint holder who keyed a close of the owner's account -
      * spaces when the owner keyed it
       1 REQUESTING-CUST-NO       PIC X(4) VALUE SPACES.

      * The customer whose standing orders are being checked - the
      * owner, then each joint holder in turn
       1 ORDER-CUST-NO            PIC X(4) VALUE SPACES.

      * The closing account's active joint holders, found during
      * the checks and ended with the close
       1 JOINT-HOLDER-COUNT       PIC S9(4) COMP-5 SYNC VALUE 0.
       1 JOINT-HOLDERS.
         2 JOINT-HOLDER-CUST OCCURS 20 TIMES PIC X(4).
       1 JOINT-INDEX              PIC S9(4) COMP-5 SYNC VALUE 0.

      * Set when any active holder of the closing account has
      * all-to-sign authority
       1 ALL-TO-SIGN-SWITCH       PIC X(1) VALUE 'N'.
         88 ALL-TO-SIGN-HOLDING            VALUE 'Y'.

      * Today and the date of birth broken into their parts for the
      * product's age rule
       1 BIRTH-DATE               PIC X(8) VALUE SPACES.
       1 BIRTH-DATE-PARTS REDEFINES BIRTH-DATE.
         2 BIRTH-YEAR             PIC 9(4).
         2 BIRTH-MONTH            PIC 9(2).
         2 BIRTH-DAY              PIC 9(2).
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.
       1 TODAYS-DATE-PARTS REDEFINES TODAYS-DATE.
         2 TODAYS-YEAR            PIC 9(4).
         2 TODAYS-MONTH-DAY       PIC X(4).
       1 CUSTOMER-AGE             PIC S9(4) COMP VALUE 0.

      * Maps the terminal input - the last field is the product and
      * currency on an OPEN and the sibling account on a CLOSE
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACCNUM           PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACTION           PIC X(5) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTACCT             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTSIBLING          PIC X(8) VALUE ' '.
         2 INPUTOPEN REDEFINES INPUTSIBLING.
           3 INPUTPROD           PIC X(4).
           3 FILLER              PIC X(1).
           3 INPUTCURR           PIC X(3).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 33.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'ACCTMNT'.
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

           IF INPUTACCNUM NOT NUMERIC OR INPUTACCNUM = '    ' OR
              INPUTACCT = SPACES OR
              ( INPUTACTION NOT = 'OPEN ' AND
                INPUTACTION NOT = 'CLOSE' )
             MOVE 'INVALID - SEE ACCM USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * A close keyed by a joint holder runs against the owner
           IF INPUTACTION = 'CLOSE'
             PERFORM RESOLVE-CLOSING-HOLDER
           END-IF

      * The customer's master record doubles as the existence check
           MOVE INPUTACCNUM TO CA-CUST-NO
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

      * Every check runs before anything is touched
           IF INPUTACTION = 'OPEN '
             PERFORM CHECK-OPEN-ALLOWED
           ELSE
             PERFORM CHECK-CLOSE-ALLOWED
           END-IF

           IF NOT MAINTENANCE-OK
             MOVE FAILED-STEP-TEXT TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * The updates - one unit of work, backed out as one
           IF INPUTACTION = 'OPEN '
             PERFORM ADD-ACCOUNT-SLOT
             IF MAINTENANCE-OK
               PERFORM WRITE-INDEX-ENTRY
             END-IF
           ELSE
             IF RESIDUAL-BALANCE NOT = 0
               PERFORM SWEEP-RESIDUAL-BALANCE
             END-IF
             IF MAINTENANCE-OK
               PERFORM REMOVE-ACCOUNT-SLOT
             END-IF
             IF MAINTENANCE-OK
               PERFORM RETIRE-INDEX-ENTRY
             END-IF
             IF MAINTENANCE-OK AND JOINT-HOLDER-COUNT > 0
               PERFORM END-JOINT-HOLDINGS
             END-IF
           END-IF
           IF MAINTENANCE-OK
             PERFORM WRITE-MAINTENANCE-LOG
           END-IF

           IF MAINTENANCE-OK
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             IF INPUTACTION = 'OPEN '
               MOVE 'ACCOUNT OPENED' TO CURRENT-STATUS
             ELSE
               MOVE 'ACCOUNT CLOSED' TO CURRENT-STATUS
             END-IF

             INITIALIZE STATUS-MSG
             STRING 'Account '   DELIMITED BY SIZE
                    INPUTACCT    DELIMITED BY SPACE
                    ' '          DELIMITED BY SIZE
                    INPUTACTION  DELIMITED BY SPACE
                    ' for customer ' DELIMITED BY SIZE
                    INPUTACCNUM  DELIMITED BY SIZE
                    ' by '       DELIMITED BY SIZE
                    OPERATOR-ID  DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
      *      Something failed part-way - take every update of this
      *      change back out, so no half-opened or half-closed
      *      account remains
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

      * A new account needs a free slot, an account number nobody
      * holds yet, and a product the customer may have
       CHECK-OPEN-ALLOWED.
           IF CA-NUMBER-OF-ACCOUNTS >= 10
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'NO FREE ACCOUNT SLOT' TO FAILED-STEP-TEXT
           END-IF

      *    The index covers every account the bank knows - current,
      *    loan, term deposit and partner - so one read proves the
      *    number is free
           IF MAINTENANCE-OK
             MOVE INPUTACCT TO AX-ACCT-NUMBER
             EXEC CICS READ FILE    ( ACCTIDX-FILE )
                            INTO    ( ACCTIDX-RECORD )
                            RIDFLD  ( AX-ACCT-NUMBER )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NOTFND)
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'ACCOUNT NUMBER IN USE' TO FAILED-STEP-TEXT
             END-IF
           END-IF

           IF MAINTENANCE-OK
             MOVE 1 TO ACCT-COUNTER
             PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER > 10
               IF CA-ACCT-NUMBER ( ACCT-COUNTER ) = INPUTACCT
                 MOVE 'N' TO MAINTENANCE-OK-SWITCH
                 MOVE 'ACCOUNT NUMBER IN USE' TO FAILED-STEP-TEXT
               END-IF
               ADD 1 TO ACCT-COUNTER
             END-PERFORM
           END-IF

           IF MAINTENANCE-OK
             PERFORM CHECK-PRODUCT-ELIGIBILITY
           END-IF

           IF MAINTENANCE-OK
             PERFORM CHECK-ACCOUNT-CURRENCY
           END-IF
           .

      * The new account's currency must be one FXCONV can price -
      * the home currency always can, anything else needs a rate
      * on FXRATES, stale or not
       CHECK-ACCOUNT-CURRENCY.
           MOVE INPUTCURR TO NEW-ACCOUNT-CURRENCY
           IF NEW-ACCOUNT-CURRENCY = SPACES
             MOVE HOME-CURRENCY TO NEW-ACCOUNT-CURRENCY
           END-IF

           INITIALIZE FXCONV-COMMAREA
           MOVE NEW-ACCOUNT-CURRENCY TO FC-CURRENCY-CODE
           MOVE TODAYS-DATE          TO FC-AS-OF-DATE

           EXEC CICS LINK PROGRAM  ( FXCONV-PROGRAM )
                          COMMAREA ( FXCONV-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO FC-STATUS
           END-IF

           IF NOT FC-RATE-USABLE
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'UNKNOWN CURRENCY CODE' TO FAILED-STEP-TEXT
           END-IF
           .

      * The product must be on the catalogue and open for sale, and
      * the customer eligible for it by the same rules CUSTONBD
      * applies - age in whole years today inside the product's
      * range, and not High risk where the product excludes that
       CHECK-PRODUCT-ELIGIBILITY.
           MOVE INPUTPROD TO PD-PRODUCT-CODE
           EXEC CICS READ FILE    ( PRODMAST-FILE )
                          INTO    ( PRODMAST-RECORD )
                          RIDFLD  ( PD-PRODUCT-CODE )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF INPUTPROD = SPACES OR
              COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'UNKNOWN PRODUCT CODE' TO FAILED-STEP-TEXT
           ELSE
             IF NOT PD-STATUS-OPEN
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'PRODUCT NOT OPEN FOR SALE' TO FAILED-STEP-TEXT
             END-IF
           END-IF

      *    Eligibility is judged on the KYC profile - a customer
      *    with none captured yet must have one through KYCM first
           IF MAINTENANCE-OK
             MOVE INPUTACCNUM TO CP-CUST-NO
             EXEC CICS READ FILE    ( CUSTPROF-FILE )
                            INTO    ( CUSTPROF-RECORD )
                            RIDFLD  ( CP-CUST-NO )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'NO KYC PROFILE - USE KYCM' TO FAILED-STEP-TEXT
             END-IF
           END-IF

           IF MAINTENANCE-OK
             MOVE CP-DATE-OF-BIRTH TO BIRTH-DATE
             COMPUTE CUSTOMER-AGE = TODAYS-YEAR - BIRTH-YEAR
             IF TODAYS-MONTH-DAY < BIRTH-DATE(5:4)
               SUBTRACT 1 FROM CUSTOMER-AGE
             END-IF

             EVALUATE TRUE
               WHEN CUSTOMER-AGE < PD-MIN-AGE
                 MOVE 'N' TO MAINTENANCE-OK-SWITCH
                 MOVE 'BELOW PRODUCT MINIMUM AGE' TO FAILED-STEP-TEXT
               WHEN PD-MAX-AGE > 0 AND CUSTOMER-AGE > PD-MAX-AGE
                 MOVE 'N' TO MAINTENANCE-OK-SWITCH
                 MOVE 'ABOVE PRODUCT MAXIMUM AGE' TO FAILED-STEP-TEXT
               WHEN CP-RISK-HIGH AND NOT PD-HIGH-RISK-ALLOWED
                 MOVE 'N' TO MAINTENANCE-OK-SWITCH
                 MOVE 'PRODUCT NOT FOR HIGH RISK' TO FAILED-STEP-TEXT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           .

      * An account can only close when nothing still depends on it:
      * it must be the customer's, not their last, free of active
      * holds, standing orders and sweeps, not the payout account
      * of a live term deposit or the repayment account of a live
      * loan, not held all-to-sign, and any balance left on it must
      * have a sibling account of the same currency to go to
       CHECK-CLOSE-ALLOWED.
           MOVE 0 TO TARGET-ACCT-INDEX
           MOVE 0 TO SIBLING-ACCT-INDEX
           MOVE 1 TO ACCT-COUNTER
           PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                      OR ACCT-COUNTER > 10
             IF CA-ACCT-NUMBER ( ACCT-COUNTER ) = INPUTACCT
               MOVE ACCT-COUNTER TO TARGET-ACCT-INDEX
             END-IF
             IF CA-ACCT-NUMBER ( ACCT-COUNTER ) = INPUTSIBLING
               MOVE ACCT-COUNTER TO SIBLING-ACCT-INDEX
             END-IF
             ADD 1 TO ACCT-COUNTER
           END-PERFORM

           IF TARGET-ACCT-INDEX = 0
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'ACCOUNT NOT HELD BY CUSTOMER' TO FAILED-STEP-TEXT
           END-IF

           IF MAINTENANCE-OK AND CA-NUMBER-OF-ACCOUNTS < 2
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'LAST ACCOUNT - USE CLOS' TO FAILED-STEP-TEXT
           END-IF

           IF MAINTENANCE-OK
             PERFORM CHECK-ACTIVE-HOLDS
           END-IF

           IF MAINTENANCE-OK
             MOVE INPUTACCNUM TO ORDER-CUST-NO
             PERFORM CHECK-ACTIVE-ORDERS
           END-IF

           IF MAINTENANCE-OK
             PERFORM CHECK-ACTIVE-SWEEPS
           END-IF

           IF MAINTENANCE-OK
             PERFORM CHECK-TERM-DEPOSITS
           END-IF

           IF MAINTENANCE-OK
             PERFORM CHECK-LOAN-REPAYMENTS
           END-IF

      *    Every holder must sign for an all-to-sign account, which
      *    one terminal cannot show
           IF MAINTENANCE-OK
             PERFORM COLLECT-JOINT-HOLDERS
             IF ALL-TO-SIGN-HOLDING
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'ALL HOLDERS MUST SIGN - JHLD' TO FAILED-STEP-TEXT
             END-IF
           END-IF

      *    A joint holder's standing order may name the account too
           IF MAINTENANCE-OK
             MOVE 1 TO JOINT-INDEX
             PERFORM UNTIL JOINT-INDEX > JOINT-HOLDER-COUNT
                        OR NOT MAINTENANCE-OK
               MOVE JOINT-HOLDER-CUST ( JOINT-INDEX ) TO ORDER-CUST-NO
               PERFORM CHECK-ACTIVE-ORDERS
               ADD 1 TO JOINT-INDEX
             END-PERFORM
           END-IF

           IF MAINTENANCE-OK
             MOVE CA-BALANCE ( TARGET-ACCT-INDEX ) TO RESIDUAL-BALANCE

             IF RESIDUAL-BALANCE NOT = 0
               EVALUATE TRUE
                 WHEN INPUTSIBLING = SPACES
                   MOVE 'N' TO MAINTENANCE-OK-SWITCH
                   MOVE 'BALANCE NOT ZERO - NAME ACCT'
                     TO FAILED-STEP-TEXT
                 WHEN SIBLING-ACCT-INDEX = 0 OR
                      SIBLING-ACCT-INDEX = TARGET-ACCT-INDEX
                   MOVE 'N' TO MAINTENANCE-OK-SWITCH
                   MOVE 'SWEEP ACCT NOT HELD' TO FAILED-STEP-TEXT
                 WHEN CA-CURRENCY-CODE ( SIBLING-ACCT-INDEX ) NOT =
                      CA-CURRENCY-CODE ( TARGET-ACCT-INDEX )
                   MOVE 'N' TO MAINTENANCE-OK-SWITCH
                   MOVE 'SWEEP ACCT CURRENCY DIFFERS'
                     TO FAILED-STEP-TEXT
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-IF
           .

      * An active hold that has not yet expired is still fencing
      * money off the account - the same test AVAILBAL applies.
      * The holds file is keyed account first, so a forward browse
      * from the account number finds them all
       CHECK-ACTIVE-HOLDS.
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE INPUTACCT TO AH-ACCT-NUMBER
           MOVE SPACES    TO AH-HOLD-ID

           EXEC CICS STARTBR FILE   ( ACCTHOLD-FILE )
                             RIDFLD ( AH-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM CHECK-NEXT-HOLD UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( ACCTHOLD-FILE ) END-EXEC
           END-IF
           .

       CHECK-NEXT-HOLD.
           EXEC CICS READNEXT FILE ( ACCTHOLD-FILE )
                              INTO ( ACCTHOLD-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              AH-ACCT-NUMBER NOT = INPUTACCT
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF AH-STATUS-ACTIVE AND
                ( AH-EXPIRY-DATE = SPACES OR
                  AH-EXPIRY-DATE >= TODAYS-DATE )
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'ACTIVE HOLD ON ACCOUNT' TO FAILED-STEP-TEXT
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
           END-IF
           .

      * A standing order still active against the account - paying
      * from it or into it - would fail night after night in
      * STORDRUN once the account had gone; it must be cancelled
      * through STOM first
       CHECK-ACTIVE-ORDERS.
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE ORDER-CUST-NO TO SD-CUST-NO
           MOVE SPACES        TO SD-ORDER-NO

           EXEC CICS STARTBR FILE   ( STORDER-FILE )
                             RIDFLD ( SD-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM CHECK-NEXT-ORDER UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( STORDER-FILE ) END-EXEC
           END-IF
           .

       CHECK-NEXT-ORDER.
           EXEC CICS READNEXT FILE ( STORDER-FILE )
                              INTO ( STORDER-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              SD-CUST-NO NOT = ORDER-CUST-NO
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF SD-STATUS-ACTIVE AND
                ( SD-FROM-ACCT = INPUTACCT OR
                  SD-TO-ACCT = INPUTACCT )
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'ACTIVE STANDING ORDER' TO FAILED-STEP-TEXT
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
           END-IF
           .

      * A sweep arrangement still active from or into the account
      * would fail night after night in SWEEPRUN once the account
      * had gone; it must be cancelled through SWPM first. Sweeps
      * only run between the owner's own accounts
       CHECK-ACTIVE-SWEEPS.
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE INPUTACCNUM TO SW-CUST-NO
           MOVE SPACES      TO SW-SWEEP-NO

           EXEC CICS STARTBR FILE   ( SWEEPARR-FILE )
                             RIDFLD ( SW-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM CHECK-NEXT-SWEEP UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( SWEEPARR-FILE ) END-EXEC
           END-IF
           .

       CHECK-NEXT-SWEEP.
           EXEC CICS READNEXT FILE ( SWEEPARR-FILE )
                              INTO ( SWEEPARR-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              SW-CUST-NO NOT = INPUTACCNUM
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF SW-STATUS-ACTIVE AND
                ( SW-FUNDING-ACCT = INPUTACCT OR
                  SW-TARGET-ACCT = INPUTACCT )
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'ACTIVE SWEEP ARRANGEMENT' TO FAILED-STEP-TEXT
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
           END-IF
           .

      * A term deposit still running pays out to the account it was
      * funded from - TDMATUR could not pay it out at maturity once
      * the account had gone. The deposit is the owner's, keyed
      * customer first, so a forward browse finds them all
       CHECK-TERM-DEPOSITS.
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE INPUTACCNUM TO TD-CUST-NO
           MOVE SPACES      TO TD-DEPOSIT-ACCT

           EXEC CICS STARTBR FILE   ( TERMDEP-FILE )
                             RIDFLD ( TD-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM CHECK-NEXT-DEPOSIT UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( TERMDEP-FILE ) END-EXEC
           END-IF
           .

       CHECK-NEXT-DEPOSIT.
           EXEC CICS READNEXT FILE ( TERMDEP-FILE )
                              INTO ( TERMDEP-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              TD-CUST-NO NOT = INPUTACCNUM
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF TD-STATUS-ACTIVE AND TD-PAYOUT-ACCT = INPUTACCT
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'TERM DEPOSIT PAYS OUT HERE' TO FAILED-STEP-TEXT
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
           END-IF
           .

      * A loan still running collects its instalments from the
      * account - LOANSERV could not debit it once it had gone and
      * every instalment would fall into arrears. LOANMAST is keyed
      * on the loan account, so the whole file is browsed, as
      * CUSTCLOS does
       CHECK-LOAN-REPAYMENTS.
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( LOANMAST-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM CHECK-NEXT-LOAN UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( LOANMAST-FILE ) END-EXEC
           END-IF
           .

       CHECK-NEXT-LOAN.
           EXEC CICS READNEXT FILE ( LOANMAST-FILE )
                              INTO ( LOANMAST-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF LM-STATUS-ACTIVE AND LM-REPAY-ACCT = INPUTACCT
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'LOAN REPAID FROM ACCOUNT' TO FAILED-STEP-TEXT
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
           END-IF
           .

      * A close keyed by someone other than the account's owner
      * (per ACCTIDX) is allowed only for an active joint holder
      * with either-to-sign authority - the customer is switched to
      * the owner for the rest of the close. Anyone else falls
      * through to the usual not-held refusal
       RESOLVE-CLOSING-HOLDER.
           MOVE INPUTACCT TO AX-ACCT-NUMBER
           EXEC CICS READ FILE    ( ACCTIDX-FILE )
                          INTO    ( ACCTIDX-RECORD )
                          RIDFLD  ( AX-ACCT-NUMBER )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND
              AX-CUST-NO NOT = INPUTACCNUM
             MOVE INPUTACCT   TO JH-ACCT-NUMBER
             MOVE INPUTACCNUM TO JH-HOLDER-CUST-NO
             EXEC CICS READ FILE    ( JOINTHLD-FILE )
                            INTO    ( JOINTHLD-RECORD )
                            RIDFLD  ( JH-KEY )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL) AND JH-STATUS-ACTIVE
               IF NOT JH-SIGN-EITHER
                 MOVE 'HOLDER CANNOT CLOSE ALONE' TO CURRENT-STATUS
                 PERFORM PRINT-TEXT-TO-SCREEN
                 EXEC CICS RETURN END-EXEC
               END-IF

               MOVE INPUTACCNUM      TO REQUESTING-CUST-NO
               MOVE JH-OWNER-CUST-NO TO INPUTACCNUM
               MOVE JH-OWNER-CUST-NO TO ACCOUNT-NUM

               INITIALIZE STATUS-MSG
               STRING 'Close of joint account ' DELIMITED BY SIZE
                      INPUTACCT           DELIMITED BY SIZE
                      ' by holder '       DELIMITED BY SIZE
                      REQUESTING-CUST-NO  DELIMITED BY SIZE
                      ' for owner '       DELIMITED BY SIZE
                      INPUTACCNUM         DELIMITED BY SIZE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
             END-IF
           END-IF
           .

      * Note the closing account's active joint holders - their
      * standing orders are checked and their holdings ended - and
      * whether any of them holds it all-to-sign
       COLLECT-JOINT-HOLDERS.
           MOVE 0   TO JOINT-HOLDER-COUNT
           MOVE 'N' TO ALL-TO-SIGN-SWITCH
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE INPUTACCT  TO JH-ACCT-NUMBER
           MOVE LOW-VALUES TO JH-HOLDER-CUST-NO

           EXEC CICS STARTBR FILE   ( JOINTHLD-FILE )
                             RIDFLD ( JH-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COLLECT-NEXT-JOINT-HOLDER UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( JOINTHLD-FILE ) END-EXEC
           END-IF
           .

       COLLECT-NEXT-JOINT-HOLDER.
           EXEC CICS READNEXT FILE ( JOINTHLD-FILE )
                              INTO ( JOINTHLD-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              JH-ACCT-NUMBER NOT = INPUTACCT
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF JH-STATUS-ACTIVE AND JH-SIGN-ALL
               MOVE 'Y' TO ALL-TO-SIGN-SWITCH
             END-IF
             IF JH-STATUS-ACTIVE AND JOINT-HOLDER-COUNT < 20
               ADD 1 TO JOINT-HOLDER-COUNT
               MOVE JH-HOLDER-CUST-NO
                 TO JOINT-HOLDER-CUST ( JOINT-HOLDER-COUNT )
             END-IF
           END-IF
           .

      * The new account into the next free slot, re-read for update
      * so nothing posted since the check is overwritten
       ADD-ACCOUNT-SLOT.
           MOVE INPUTACCNUM TO CA-CUST-NO
           EXEC CICS READ FILE     ( CUSTACCT-FILE )
                           INTO    ( CUSTACCT-RECORD )
                           RIDFLD  ( CA-CUST-NO )
                           UPDATE
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              CA-NUMBER-OF-ACCOUNTS >= 10
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'CUSTACCT READ' TO FAILED-STEP-TEXT
           ELSE
             ADD 1 TO CA-NUMBER-OF-ACCOUNTS
             MOVE CA-NUMBER-OF-ACCOUNTS TO ACCT-COUNTER
             INITIALIZE CA-ACCOUNT-DETAILS ( ACCT-COUNTER )
             MOVE INPUTACCT     TO CA-ACCT-NUMBER ( ACCT-COUNTER )
             MOVE 0             TO CA-BALANCE ( ACCT-COUNTER )
             MOVE PD-DEFAULT-OVERDRAFT
                                TO CA-OVERDRAFT ( ACCT-COUNTER )
             MOVE NEW-ACCOUNT-CURRENCY
                                TO CA-CURRENCY-CODE ( ACCT-COUNTER )
             MOVE INPUTPROD     TO CA-PRODUCT-CODE ( ACCT-COUNTER )

             EXEC CICS REWRITE FILE ( CUSTACCT-FILE )
                               FROM ( CUSTACCT-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'CUSTACCT REWRITE' TO FAILED-STEP-TEXT
             END-IF
           END-IF
           .

      * Index the new account straight away, as CUSTONBD does
       WRITE-INDEX-ENTRY.
           INITIALIZE ACCTIDX-RECORD
           MOVE INPUTACCT   TO AX-ACCT-NUMBER
           MOVE INPUTACCNUM TO AX-CUST-NO
           MOVE 'ACCTCURR'  TO AX-SOURCE-SYSTEM

           EXEC CICS WRITE FILE   ( ACCTIDX-FILE )
                           FROM   ( ACCTIDX-RECORD )
                           RIDFLD ( AX-ACCT-NUMBER )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'ACCTIDX WRITE' TO FAILED-STEP-TEXT
           END-IF
           .

      * Move the residual balance to the sibling as a linked pair
      * of postings - out of the closing account, into the sibling -
      * so both statements show where the money went. An overdrawn
      * account is cleared the other way, from the sibling
       SWEEP-RESIDUAL-BALANCE.
           INITIALIZE TXNPOST-COMMAREA
           MOVE OPERATOR-ID  TO TP-OPERATOR-ID
           MOVE 'XFR'        TO TP-CHANNEL-CODE
           MOVE INPUTACCNUM  TO TP-CUST-NO
           MOVE INPUTACCT    TO TP-ACCT-NUMBER
           MOVE 'ACCT-CLOSE' TO TP-TX-TYPE
           COMPUTE TP-TX-AMOUNT = 0 - RESIDUAL-BALANCE
           STRING 'CLOSING BALANCE TO ' DELIMITED BY SIZE
                  INPUTSIBLING          DELIMITED BY SIZE
                INTO TP-TX-DESCRIPTION
           PERFORM POST-SWEEP-LEG

           IF MAINTENANCE-OK
             INITIALIZE TXNPOST-COMMAREA
             MOVE OPERATOR-ID  TO TP-OPERATOR-ID
             MOVE 'XFR'        TO TP-CHANNEL-CODE
             MOVE INPUTACCNUM  TO TP-CUST-NO
             MOVE INPUTSIBLING TO TP-ACCT-NUMBER
             MOVE 'ACCT-CLOSE' TO TP-TX-TYPE
             MOVE RESIDUAL-BALANCE TO TP-TX-AMOUNT
             STRING 'CLOSING BALANCE FROM ' DELIMITED BY SIZE
                    INPUTACCT               DELIMITED BY SIZE
                  INTO TP-TX-DESCRIPTION
             PERFORM POST-SWEEP-LEG
           END-IF
           .

      * One leg of the sweep through the shared routine - a leg
      * that does not post backs the whole close out
       POST-SWEEP-LEG.
           EXEC CICS LINK PROGRAM  ( TXNAPPLY-PROGRAM )
                          COMMAREA ( TXNPOST-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO TP-STATUS
           END-IF

           IF NOT TP-POSTED
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             EVALUATE TRUE
               WHEN TP-ACCOUNT-DORMANT
                 MOVE 'ACCOUNT DORMANT' TO FAILED-STEP-TEXT
               WHEN TP-OVERDRAFT-EXCEEDED
                 MOVE 'NO FUNDS' TO FAILED-STEP-TEXT
               WHEN TP-QUEUED-DATED
                 MOVE 'POSTING QUIESCED' TO FAILED-STEP-TEXT
               WHEN OTHER
                 MOVE 'SWEEP NOT POSTED' TO FAILED-STEP-TEXT
             END-EVALUATE
           END-IF
           .

      * Take the closed account's slot out, moving the later
      * accounts up so the occupied slots stay contiguous. The
      * record is re-read for update after the sweep, and the
      * balance must now be zero
       REMOVE-ACCOUNT-SLOT.
           MOVE INPUTACCNUM TO CA-CUST-NO
           EXEC CICS READ FILE     ( CUSTACCT-FILE )
                           INTO    ( CUSTACCT-RECORD )
                           RIDFLD  ( CA-CUST-NO )
                           UPDATE
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'CUSTACCT READ' TO FAILED-STEP-TEXT
           ELSE
             MOVE 0 TO TARGET-ACCT-INDEX
             MOVE 1 TO ACCT-COUNTER
             PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER > 10
               IF CA-ACCT-NUMBER ( ACCT-COUNTER ) = INPUTACCT
                 MOVE ACCT-COUNTER TO TARGET-ACCT-INDEX
               END-IF
               ADD 1 TO ACCT-COUNTER
             END-PERFORM

             IF TARGET-ACCT-INDEX = 0 OR
                CA-BALANCE ( TARGET-ACCT-INDEX ) NOT = 0
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'BALANCE MOVED' TO FAILED-STEP-TEXT
               EXEC CICS UNLOCK FILE ( CUSTACCT-FILE ) END-EXEC
             END-IF
           END-IF

           IF MAINTENANCE-OK
             MOVE TARGET-ACCT-INDEX TO ACCT-COUNTER
             PERFORM UNTIL ACCT-COUNTER >= CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER >= 10
               MOVE CA-ACCOUNT-DETAILS ( ACCT-COUNTER + 1 )
                 TO CA-ACCOUNT-DETAILS ( ACCT-COUNTER )
               ADD 1 TO ACCT-COUNTER
             END-PERFORM
             INITIALIZE CA-ACCOUNT-DETAILS ( ACCT-COUNTER )
             SUBTRACT 1 FROM CA-NUMBER-OF-ACCOUNTS

             EXEC CICS REWRITE FILE ( CUSTACCT-FILE )
                               FROM ( CUSTACCT-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO MAINTENANCE-OK-SWITCH
               MOVE 'CUSTACCT REWRITE' TO FAILED-STEP-TEXT
             END-IF
           END-IF
           .

      * Retire the closed account's index entry - an account the
      * index never knew is not an error, the index is simply
      * already clean
       RETIRE-INDEX-ENTRY.
           MOVE INPUTACCT TO AX-ACCT-NUMBER

           EXEC CICS DELETE FILE   ( ACCTIDX-FILE )
                            RIDFLD ( AX-ACCT-NUMBER )
                            RESP   ( COMMAND-RESP )
                            RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) AND
              COMMAND-RESP NOT = DFHRESP(NOTFND)
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'ACCTIDX DELETE' TO FAILED-STEP-TEXT
           END-IF
           .

      * End every active holding of the closed account - the
      * JOINTHLD record is kept, marked ended by the closure, and
      * the holder's JOINTIDX entry goes, so the account drops off
      * every holder's view with it
       END-JOINT-HOLDINGS.
           MOVE 1 TO JOINT-INDEX
           PERFORM UNTIL JOINT-INDEX > JOINT-HOLDER-COUNT
                      OR NOT MAINTENANCE-OK
             PERFORM END-ONE-JOINT-HOLDING
             ADD 1 TO JOINT-INDEX
           END-PERFORM
           .

       END-ONE-JOINT-HOLDING.
           MOVE INPUTACCT TO JH-ACCT-NUMBER
           MOVE JOINT-HOLDER-CUST ( JOINT-INDEX ) TO JH-HOLDER-CUST-NO
           EXEC CICS READ FILE    ( JOINTHLD-FILE )
                          INTO    ( JOINTHLD-RECORD )
                          RIDFLD  ( JH-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'E'         TO JH-STATUS
             MOVE 'C'         TO JH-END-REASON
             MOVE OPERATOR-ID TO JH-ENDED-OPER
             MOVE FUNCTION CURRENT-DATE TO JH-ENDED-TS

             EXEC CICS REWRITE FILE ( JOINTHLD-FILE )
                               FROM ( JOINTHLD-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE JH-HOLDER-CUST-NO TO JI-HOLDER-CUST-NO
             MOVE INPUTACCT         TO JI-ACCT-NUMBER
             EXEC CICS DELETE FILE   ( JOINTIDX-FILE )
                              RIDFLD ( JI-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NOTFND)
               MOVE DFHRESP(NORMAL) TO COMMAND-RESP
             END-IF
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'JOINT HOLDING UPDATE' TO FAILED-STEP-TEXT
           END-IF
           .

      * The auditors' record of the change - part of the same unit
      * of work, so the log line only exists if the change committed
       WRITE-MAINTENANCE-LOG.
           INITIALIZE ACCTMLOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO AM-TIMESTAMP
           MOVE OPERATOR-ID           TO AM-OPERATOR-ID
           MOVE INPUTACTION           TO AM-ACTION
           MOVE INPUTACCNUM           TO AM-CUST-NO
           MOVE INPUTACCT             TO AM-ACCT-NUMBER

           IF AM-ACTION-OPEN
             MOVE INPUTPROD           TO AM-PRODUCT-CODE
             MOVE 0                   TO AM-SWEPT-AMOUNT
           ELSE
             MOVE RESIDUAL-BALANCE    TO AM-SWEPT-AMOUNT
             IF RESIDUAL-BALANCE NOT = 0
               MOVE INPUTSIBLING      TO AM-SWEPT-TO-ACCT
             END-IF
             MOVE REQUESTING-CUST-NO  TO AM-REQUESTED-BY
             MOVE JOINT-HOLDER-COUNT  TO AM-JOINT-ENDED
           END-IF

           EXEC CICS WRITE FILE   ( ACCTMLOG-FILE )
                           FROM   ( ACCTMLOG-RECORD )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO MAINTENANCE-OK-SWITCH
             MOVE 'ACCTMLOG WRITE' TO FAILED-STEP-TEXT
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

       END PROGRAM 'ACCTMNT'.
