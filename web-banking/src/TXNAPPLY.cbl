      * backs out, so the history record and the balance change
      * always land or vanish together.
      *
      * Court orders, garnishments and fraud instructions placed on
      * ACCTRSTR (maintained through RSTR) are honoured here: a
      * frozen account takes no posting and a credit-only account
      * no debit, and a credit to an account under a garnishment
      * pays the amount still to be seized into the GARNSUSP
      * suspense account.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *             logged on an 'S'); the converted amount is
      *             what posts and what every check tests, and
      *             the presented original is kept on TXNHIST
      *  15-10-2026 A cheque deposit (CHQ-DEP) now places an ACCTHOLD
      *             clearing hold for the amount, expiring when
      *             the CHQCLRDY clearing period has run, so the
      *             ledger balance moves at once but the available
      *             balance only once the cheque has cleared
      *  15-10-2026 Stamp the originating operator and channel code
      *             from the commarea on every TXNHIST record, and
      *             carry them on the POSTPEND and REFERRLQ queues
      *             so a queued item keeps them when it posts
      *  15-10-2026 Honour the ACCTRSTR restrictions: a freeze
      *             refuses every posting and a credit-only
      *             restriction every debit (status 'F'), the
      *             bank's own postings excepted; a credit to an
      *             account under a garnishment moves the amount
      *             still to be seized to the GARNSUSP suspense
      *             account as a matched GARNISH pair
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Commarea for the shared FXCONV currency conversion routine
       COPY FXCONVCA.

      * The holds file a cheque deposit's clearing hold goes on,
      * and the shared parameter lookup its clearing period comes
      * from
       COPY ACCTHOLD.
       COPY PARMRDCA.

      * The account restrictions and legal orders the posting must
      * honour, and the reverse index the garnishment suspense
      * account's owning customer is found on
       COPY ACCTRSTR.
       COPY ACCTIDX.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

       1 FXCONV-PROGRAM           PIC X(8) VALUE 'FXCONV  '.

       1 AVAILBAL-PROGRAM         PIC X(8) VALUE 'AVAILBAL'.
         2 REFERRLQ-FILE          PIC X(8) VALUE 'REFERRLQ'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.
         2 POSTPEND-FILE          PIC X(8) VALUE 'POSTPEND'.
         2 ACCTHOLD-FILE          PIC X(8) VALUE 'ACCTHOLD'.
         2 ACCTRSTR-FILE          PIC X(8) VALUE 'ACCTRSTR'.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.

       1 CUSTACCT-KEYLEN          PIC S9(4) COMP-5 SYNC VALUE 4.

       1 QUIESCE-SWITCH           PIC X(1) VALUE 'N'.
         88 POSTING-QUIESCED              VALUE 'Y'.

      * The cheque clearing hold - calendar days a deposited cheque
      * stays unavailable (CHQCLRDY, 3 when no parameter is held)
      * and the last business date the hold still counts
       1 CLEARING-DAYS            PIC S9(4) COMP VALUE 0.
       1 DATE-NUMERIC             PIC 9(8) VALUE 0.
       1 CLEARING-EXPIRY-DATE     PIC X(8) VALUE SPACES.
       1 HOLD-OPERATOR            PIC X(8) VALUE SPACES.

      * The hold ids already on file for the account, found by a
      * browse before the clearing hold is placed. System-placed
      * holds take the highest free id, counting down from 99, so
      * they keep clear of the low ids the branch keys on HOLD; a
      * full account reuses the highest released or lapsed id
       1 HOLD-ID-TABLE.
         2 HOLD-ID-USED           PIC X(1) OCCURS 99 TIMES.
       1 HOLD-ID-NUMBER           PIC 9(2) VALUE 0.
       1 HOLD-ID-FOUND            PIC 9(2) VALUE 0.
       1 REUSABLE-HOLD-ID         PIC 9(2) VALUE 0.
       1 HOLD-REUSE-SWITCH        PIC X(1) VALUE 'N'.
         88 HOLD-REUSED                   VALUE 'Y'.
       1 HOLDS-SCANNED-SWITCH     PIC X(1) VALUE 'N'.
         88 HOLDS-SCANNED                 VALUE 'Y'.

      * The restrictions in force on the account on the business
      * date, found by a browse of ACCTRSTR before anything posts.
      * A failed browse refuses the posting - posting blind past a
      * court order would be worse
       1 RESTRICTION-OK-SWITCH    PIC X(1) VALUE 'Y'.
         88 RESTRICTION-OK                 VALUE 'Y'.
       1 RESTRICTIONS-SCANNED-SWITCH PIC X(1) VALUE 'N'.
         88 RESTRICTIONS-SCANNED           VALUE 'Y'.
       1 FREEZE-SWITCH            PIC X(1) VALUE 'N'.
         88 FREEZE-IN-FORCE                VALUE 'Y'.
       1 CREDIT-ONLY-SWITCH       PIC X(1) VALUE 'N'.
         88 CREDIT-ONLY-IN-FORCE           VALUE 'Y'.

      * The garnishment order the next credit pays into suspense -
      * the lowest-numbered one in force with money still to seize
      * - what it still has to seize, and what this credit seizes
       1 GARNISH-KEY              PIC X(10) VALUE SPACES.
       1 GARNISH-REFERENCE        PIC X(20) VALUE SPACES.
       1 GARNISH-OUTSTANDING      PIC S9(7)V99 COMP-3 VALUE 0.
       1 SEIZE-AMOUNT             PIC S9(7)V99 COMP-3 VALUE 0.

      * The GARNSUSP suspense account the seized money moves to,
      * its owning customer and its slot on that customer's
      * CUSTACCT record, and the seized amount in its currency
       1 GARNISH-OK-SWITCH        PIC X(1) VALUE 'Y'.
         88 GARNISH-OK                     VALUE 'Y'.
       1 SUSPENSE-ACCOUNT         PIC X(8) VALUE SPACES.
       1 SUSPENSE-CUST-NO         PIC X(4) VALUE SPACES.
       1 SUSPENSE-ACCT-INDEX      PIC S9(4) COMP-5 SYNC VALUE 0.
       1 SUSPENSE-AMOUNT          PIC S9(7)V99 COMP-3 VALUE 0.
       1 SUSPENSE-CURRENCY        PIC X(3) VALUE SPACES.
       1 SEIZED-DISPLAY           PIC -9999999.99.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

             END-IF
           END-IF

      * A court order, garnishment or fraud instruction placed on
      * ACCTRSTR stops the posting itself, where a hold only fences
      * off part of the balance: a freeze refuses every posting and
      * a credit-only restriction every debit, with status 'F'. The
      * bank's own postings - interest, fees and a returned
      * cheque's reversal - still land. A garnishment refuses
      * nothing; it only marks the seizure a credit must make
           PERFORM CHECK-ACCOUNT-RESTRICTIONS

           IF NOT RESTRICTION-OK
             EXEC CICS UNLOCK FILE ( CUSTACCT-FILE ) END-EXEC
             EXEC CICS RETURN END-EXEC
           END-IF

      * A debit is tested against the AVAILABLE balance - ledger
      * minus the active holds - so money already fenced off by a
      * hold cannot be spent past the agreed overdraft. The bank's
      *      Hand the caller the timestamp the history record was
      *      written under - the rest of its TXNHIST key
             MOVE TH-TX-TIMESTAMP TO TP-POSTED-TS
             MOVE SPACES          TO TP-HOLD-ID

      *      A cheque paid in is on the ledger at once but is not
      *      spendable until it has cleared - fence it off with a
      *      clearing hold that lapses by itself. No hold means no
      *      deposit: the 'E' has the caller back the posting out
             IF TP-CHEQUE-DEPOSIT AND POSTING-AMOUNT > 0
               PERFORM PLACE-CLEARING-HOLD
             END-IF

      *      The posting has landed - raise any alerts its
      *      customer's rules call for, in the same unit of work,
      *      so an alert can never outlive a backed-out posting
             IF TP-POSTED
               PERFORM RAISE-CUSTOMER-ALERTS
             END-IF

      *      A credit to an account under a garnishment order pays
      *      the amount still to be seized into suspense, in the
      *      same unit of work - a seizure that cannot be made
      *      fails the credit with it, so the order is never
      *      outrun by money the customer could then spend
             IF TP-POSTED AND SEIZE-AMOUNT > 0
               PERFORM APPLY-GARNISHMENT
             END-IF
           ELSE
             MOVE 'E' TO TP-STATUS
           END-IF
           MOVE TP-TX-AMOUNT      TO PP-TX-AMOUNT
           MOVE TP-TX-DESCRIPTION TO PP-TX-DESCRIPTION
           MOVE TP-CURRENCY-CODE  TO PP-CURRENCY-CODE
           MOVE TP-OPERATOR-ID    TO PP-OPERATOR-ID
           MOVE TP-CHANNEL-CODE   TO PP-CHANNEL-CODE
           MOVE 'Q'               TO PP-STATE
           MOVE SPACES            TO PP-APPLIED-TS

      *    which means the account's own
           MOVE POSTING-AMOUNT     TO RQ-TX-AMOUNT
           MOVE TP-TX-DESCRIPTION  TO RQ-TX-DESCRIPTION
           MOVE TP-OPERATOR-ID     TO RQ-OPERATOR-ID
           MOVE TP-CHANNEL-CODE    TO RQ-CHANNEL-CODE
           MOVE AVAILABLE-BALANCE  TO RQ-AVAILABLE-BAL
           MOVE CA-OVERDRAFT ( MATCHED-ACCT-INDEX )
             TO RQ-OVERDRAFT-LIMIT
           MOVE TP-TX-TYPE         TO TH-TX-TYPE
           MOVE POSTING-AMOUNT     TO TH-TX-AMOUNT
           MOVE TP-TX-DESCRIPTION  TO TH-TX-DESCRIPTION
           MOVE TP-OPERATOR-ID     TO TH-OPERATOR-ID
           MOVE TP-CHANNEL-CODE    TO TH-CHANNEL-CODE

      *    What was actually presented, for the statement - only a
      *    converted posting carries an original
           END-EXEC
           .

      * Fence the deposited cheque off with an ACCTHOLD hold for
      * the amount posted. The clearing period is calendar days
      * from the business date the deposit posts on, and the hold
      * counts up to and including the day before it clears -
      * AVAILBAL stops counting it after AH-EXPIRY-DATE, so no job
      * has to release it. A zero period means cheques clear on
      * the day and no hold is placed
       PLACE-CLEARING-HOLD.
           MOVE 3          TO CLEARING-DAYS
           MOVE 'CHQCLRDY' TO PR-PARM-NAME
           MOVE SPACES     TO PR-VALUE
           MOVE 'N'        TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE CLEARING-DAYS = FUNCTION NUMVAL(PR-VALUE)
           END-IF

           IF CLEARING-DAYS > 0
             MOVE BUSINESS-DATE TO DATE-NUMERIC
             COMPUTE DATE-NUMERIC = FUNCTION DATE-OF-INTEGER
                     ( FUNCTION INTEGER-OF-DATE ( DATE-NUMERIC )
                       + CLEARING-DAYS - 1 )
             MOVE DATE-NUMERIC TO CLEARING-EXPIRY-DATE

             PERFORM FIND-FREE-HOLD-ID

             IF HOLD-ID-NUMBER = 0
               MOVE 'E' TO TP-STATUS
               DISPLAY '*** TXNAPPLY: No free hold id for clearing '
                       'hold on ' TP-ACCT-NUMBER
             ELSE
               PERFORM WRITE-CLEARING-HOLD
             END-IF
           END-IF
           .

      * Browse the account's holds, noting every id in use and
      * the highest one released or lapsed, then take the highest
      * free id
       FIND-FREE-HOLD-ID.
           MOVE ALL 'N' TO HOLD-ID-TABLE
           MOVE 0       TO REUSABLE-HOLD-ID
           MOVE 'N'     TO HOLD-REUSE-SWITCH
           MOVE 'N'     TO HOLDS-SCANNED-SWITCH

           MOVE TP-ACCT-NUMBER TO AH-ACCT-NUMBER
           MOVE SPACES         TO AH-HOLD-ID

           EXEC CICS STARTBR FILE   ( ACCTHOLD-FILE )
                             RIDFLD ( AH-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SCAN-NEXT-HOLD UNTIL HOLDS-SCANNED
             EXEC CICS ENDBR FILE ( ACCTHOLD-FILE ) END-EXEC
           END-IF

           MOVE 0  TO HOLD-ID-NUMBER
           MOVE 99 TO HOLD-ID-FOUND
           PERFORM UNTIL HOLD-ID-FOUND = 0
             IF HOLD-ID-USED ( HOLD-ID-FOUND ) = 'N'
               MOVE HOLD-ID-FOUND TO HOLD-ID-NUMBER
               MOVE 0 TO HOLD-ID-FOUND
             ELSE
               SUBTRACT 1 FROM HOLD-ID-FOUND
             END-IF
           END-PERFORM

           IF HOLD-ID-NUMBER = 0 AND REUSABLE-HOLD-ID > 0
             MOVE REUSABLE-HOLD-ID TO HOLD-ID-NUMBER
             MOVE 'Y' TO HOLD-REUSE-SWITCH
           END-IF
           .

       SCAN-NEXT-HOLD.
           EXEC CICS READNEXT FILE ( ACCTHOLD-FILE )
                              INTO ( ACCTHOLD-RECORD )
                              RIDFLD ( AH-KEY )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              AH-ACCT-NUMBER NOT = TP-ACCT-NUMBER
             MOVE 'Y' TO HOLDS-SCANNED-SWITCH
           ELSE
             IF AH-HOLD-ID NUMERIC AND AH-HOLD-ID NOT = '00'
               MOVE AH-HOLD-ID TO HOLD-ID-FOUND
               MOVE 'Y' TO HOLD-ID-USED ( HOLD-ID-FOUND )

               IF AH-STATUS-RELEASED OR
                  ( AH-EXPIRY-DATE NOT = SPACES AND
                    AH-EXPIRY-DATE < BUSINESS-DATE )
                 IF HOLD-ID-FOUND > REUSABLE-HOLD-ID
                   MOVE HOLD-ID-FOUND TO REUSABLE-HOLD-ID
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * Write the clearing hold under the id found - replacing the
      * released or lapsed record when the account had no free id.
      * The reason carries the deposit's TXNHIST timestamp, so a
      * returned cheque can find and release its own hold
       WRITE-CLEARING-HOLD.
           EXEC CICS ASSIGN USERID ( HOLD-OPERATOR ) END-EXEC

           MOVE TP-ACCT-NUMBER TO AH-ACCT-NUMBER
           MOVE HOLD-ID-NUMBER TO AH-HOLD-ID

           IF HOLD-REUSED
             EXEC CICS READ FILE    ( ACCTHOLD-FILE )
                            INTO    ( ACCTHOLD-RECORD )
                            RIDFLD  ( AH-KEY )
                            UPDATE
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           INITIALIZE ACCTHOLD-RECORD
           MOVE TP-ACCT-NUMBER       TO AH-ACCT-NUMBER
           MOVE HOLD-ID-NUMBER       TO AH-HOLD-ID
           MOVE POSTING-AMOUNT       TO AH-AMOUNT
           MOVE 'A'                  TO AH-STATUS
           MOVE CLEARING-EXPIRY-DATE TO AH-EXPIRY-DATE
           MOVE FUNCTION CURRENT-DATE TO AH-PLACED-TS
           MOVE HOLD-OPERATOR        TO AH-PLACED-OPER
           STRING 'CHQ CLEARING '    DELIMITED BY SIZE
                  TH-TX-TIMESTAMP    DELIMITED BY SIZE
                  INTO AH-REASON
           END-STRING

           IF HOLD-REUSED
             IF COMMAND-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE ( ACCTHOLD-FILE )
                                 FROM ( ACCTHOLD-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC
             END-IF
           ELSE
             EXEC CICS WRITE FILE   ( ACCTHOLD-FILE )
                             FROM   ( ACCTHOLD-RECORD )
                             RIDFLD ( AH-KEY )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE AH-HOLD-ID TO TP-HOLD-ID
           ELSE
             MOVE 'E' TO TP-STATUS
             DISPLAY '*** TXNAPPLY: Error ' COMMAND-RESP
                     ' placing clearing hold on ' TP-ACCT-NUMBER
           END-IF
           .

      * Browse the account's ACCTRSTR restrictions, noting which are
      * in force on the business date - approved (or approved with
      * a lift still awaiting approval) and inside their start and
      * end dates - then refuse the posting if a freeze, or for a
      * debit a credit-only restriction, is among them. A credit
      * under a garnishment notes the amount it must seize: what
      * the order still has to seize, up to the amount of the
      * credit. A cheque deposit is not yet cleared money and is
      * left to its clearing hold
       CHECK-ACCOUNT-RESTRICTIONS.
           MOVE 'Y'    TO RESTRICTION-OK-SWITCH
           MOVE 'N'    TO RESTRICTIONS-SCANNED-SWITCH
           MOVE 'N'    TO FREEZE-SWITCH
           MOVE 'N'    TO CREDIT-ONLY-SWITCH
           MOVE SPACES TO GARNISH-KEY
           MOVE SPACES TO GARNISH-REFERENCE
           MOVE 0      TO GARNISH-OUTSTANDING
           MOVE 0      TO SEIZE-AMOUNT

           MOVE TP-ACCT-NUMBER TO RS-ACCT-NUMBER
           MOVE SPACES         TO RS-RESTR-ID

           EXEC CICS STARTBR FILE   ( ACCTRSTR-FILE )
                             RIDFLD ( RS-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-NEXT-RESTRICTION
                       UNTIL RESTRICTIONS-SCANNED
               EXEC CICS ENDBR FILE ( ACCTRSTR-FILE ) END-EXEC
             WHEN COMMAND-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE 'N' TO RESTRICTION-OK-SWITCH
               MOVE 'E' TO TP-STATUS
               DISPLAY '*** TXNAPPLY: Error ' COMMAND-RESP
                       ' reading ACCTRSTR for ' TP-ACCT-NUMBER
                       ' - posting refused'
           END-EVALUATE

           IF RESTRICTION-OK AND NOT TP-SYSTEM-GENERATED
             IF FREEZE-IN-FORCE OR
                ( CREDIT-ONLY-IN-FORCE AND POSTING-AMOUNT < 0 )
               MOVE 'N' TO RESTRICTION-OK-SWITCH
               MOVE 'F' TO TP-STATUS
               DISPLAY 'TXNAPPLY: Posting to ' TP-ACCT-NUMBER
                       ' refused - account restricted'
             END-IF
           END-IF

           IF RESTRICTION-OK AND GARNISH-KEY NOT = SPACES AND
              POSTING-AMOUNT > 0 AND NOT TP-CHEQUE-DEPOSIT
             IF GARNISH-OUTSTANDING < POSTING-AMOUNT
               MOVE GARNISH-OUTSTANDING TO SEIZE-AMOUNT
             ELSE
               MOVE POSTING-AMOUNT      TO SEIZE-AMOUNT
             END-IF
           END-IF
           .

       SCAN-NEXT-RESTRICTION.
           EXEC CICS READNEXT FILE ( ACCTRSTR-FILE )
                              INTO ( ACCTRSTR-RECORD )
                              RIDFLD ( RS-KEY )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              RS-ACCT-NUMBER NOT = TP-ACCT-NUMBER
             MOVE 'Y' TO RESTRICTIONS-SCANNED-SWITCH
           ELSE
             IF RS-STATUS-IN-FORCE AND
                RS-START-DATE NOT > BUSINESS-DATE AND
                ( RS-END-DATE = SPACES OR
                  RS-END-DATE NOT < BUSINESS-DATE )
               EVALUATE TRUE
                 WHEN RS-TYPE-FREEZE
                   MOVE 'Y' TO FREEZE-SWITCH
                 WHEN RS-TYPE-CREDIT-ONLY
                   MOVE 'Y' TO CREDIT-ONLY-SWITCH
                 WHEN RS-TYPE-GARNISH
                   IF GARNISH-KEY = SPACES AND
                      RS-SEIZED-AMOUNT < RS-GARNISH-AMOUNT
                     MOVE RS-KEY       TO GARNISH-KEY
                     MOVE RS-REFERENCE TO GARNISH-REFERENCE
                     COMPUTE GARNISH-OUTSTANDING =
                             RS-GARNISH-AMOUNT - RS-SEIZED-AMOUNT
                   END-IF
               END-EVALUATE
             END-IF
           END-IF
           .

      * Move the seized amount off the account and into the
      * GARNSUSP suspense account as a matched pair of GARNISH
      * postings, and add it to what the order has seized. The
      * credit has already landed and been rewritten; any step
      * that fails sets 'E' so the caller backs the credit out
      * with it
       APPLY-GARNISHMENT.
           MOVE 'Y' TO GARNISH-OK-SWITCH

           PERFORM FIND-SUSPENSE-ACCOUNT

           IF GARNISH-OK
             PERFORM SEIZE-FROM-ACCOUNT
           END-IF

           IF GARNISH-OK
             PERFORM CREDIT-SUSPENSE-ACCOUNT
           END-IF

           IF GARNISH-OK
             PERFORM RECORD-SEIZURE
           END-IF

           IF GARNISH-OK
             MOVE SEIZE-AMOUNT TO SEIZED-DISPLAY
             DISPLAY 'TXNAPPLY: Garnishment ' GARNISH-REFERENCE
                     ' seized ' SEIZED-DISPLAY ' from '
                     TP-ACCT-NUMBER ' to ' SUSPENSE-ACCOUNT
           ELSE
             MOVE 'E' TO TP-STATUS
           END-IF
           .

      * The suspense account is named on the PARMMAST registry
      * (GARNSUSP) and its owning customer found on ACCTIDX. With
      * no suspense account there is nowhere to put the seizure -
      * the credit is refused until one is set up
       FIND-SUSPENSE-ACCOUNT.
           MOVE SPACES     TO SUSPENSE-ACCOUNT
           MOVE 'GARNSUSP' TO PR-PARM-NAME
           MOVE SPACES     TO PR-VALUE
           MOVE 'N'        TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             MOVE PR-VALUE TO SUSPENSE-ACCOUNT
           END-IF

           IF SUSPENSE-ACCOUNT = SPACES OR
              SUSPENSE-ACCOUNT = TP-ACCT-NUMBER
             MOVE 'N' TO GARNISH-OK-SWITCH
             DISPLAY '*** TXNAPPLY: No GARNSUSP suspense account '
                     'for garnishment on ' TP-ACCT-NUMBER
           ELSE
             MOVE SUSPENSE-ACCOUNT TO AX-ACCT-NUMBER
             EXEC CICS READ FILE    ( ACCTIDX-FILE )
                            INTO    ( ACCTIDX-RECORD )
                            RIDFLD  ( AX-ACCT-NUMBER )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE AX-CUST-NO TO SUSPENSE-CUST-NO
             ELSE
               MOVE 'N' TO GARNISH-OK-SWITCH
               DISPLAY '*** TXNAPPLY: Suspense account '
                       SUSPENSE-ACCOUNT ' not on ACCTIDX'
             END-IF
           END-IF
           .

      * The debit leg - re-read the customer's record, write the
      * GARNISH history record and take the seizure off the
      * balance the credit has just raised
       SEIZE-FROM-ACCOUNT.
           EXEC CICS READ FILE     ( CUSTACCT-FILE )
                           INTO    ( CUSTACCT-RECORD )
                           RIDFLD  ( TP-CUST-NO )
                           KEYLENGTH ( CUSTACCT-KEYLEN )
                           UPDATE
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             INITIALIZE TXNHIST-RECORD
             MOVE TP-ACCT-NUMBER    TO TH-ACCT-NUMBER
             MOVE 'GARNISH   '      TO TH-TX-TYPE
             COMPUTE TH-TX-AMOUNT = 0 - SEIZE-AMOUNT
             STRING 'GARNISH '        DELIMITED BY SIZE
                    GARNISH-REFERENCE DELIMITED BY SIZE
                  INTO TH-TX-DESCRIPTION
             END-STRING
             PERFORM WRITE-GARNISH-HISTORY
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             SUBTRACT SEIZE-AMOUNT
               FROM CA-BALANCE ( MATCHED-ACCT-INDEX )

             EXEC CICS REWRITE FILE ( CUSTACCT-FILE )
                               FROM ( CUSTACCT-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO GARNISH-OK-SWITCH
             DISPLAY '*** TXNAPPLY: Error ' COMMAND-RESP
                     ' seizing garnishment from ' TP-ACCT-NUMBER
           END-IF
           .

      * The credit leg - find the suspense account on its owner's
      * record, bring the seizure into its currency if it differs,
      * write the matching GARNISH history record and raise its
      * balance
       CREDIT-SUSPENSE-ACCOUNT.
           EXEC CICS READ FILE     ( CUSTACCT-FILE )
                           INTO    ( CUSTACCT-RECORD )
                           RIDFLD  ( SUSPENSE-CUST-NO )
                           KEYLENGTH ( CUSTACCT-KEYLEN )
                           UPDATE
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO GARNISH-OK-SWITCH
             DISPLAY '*** TXNAPPLY: Error ' COMMAND-RESP
                     ' reading suspense customer ' SUSPENSE-CUST-NO
           ELSE
             MOVE 0 TO SUSPENSE-ACCT-INDEX
             MOVE 1 TO ACCT-COUNTER
             PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER > 10
               IF CA-ACCT-NUMBER (ACCT-COUNTER) = SUSPENSE-ACCOUNT
                 MOVE ACCT-COUNTER TO SUSPENSE-ACCT-INDEX
                 MOVE 11 TO ACCT-COUNTER
               ELSE
                 ADD 1 TO ACCT-COUNTER
               END-IF
             END-PERFORM

             IF SUSPENSE-ACCT-INDEX = 0
               MOVE 'N' TO GARNISH-OK-SWITCH
               DISPLAY '*** TXNAPPLY: Suspense account '
                       SUSPENSE-ACCOUNT ' not held by customer '
                       SUSPENSE-CUST-NO
               EXEC CICS UNLOCK FILE ( CUSTACCT-FILE ) END-EXEC
             END-IF
           END-IF

           IF GARNISH-OK
             PERFORM CONVERT-SEIZED-AMOUNT
           END-IF

           IF GARNISH-OK
             INITIALIZE TXNHIST-RECORD
             MOVE SUSPENSE-ACCOUNT  TO TH-ACCT-NUMBER
             MOVE 'GARNISH   '      TO TH-TX-TYPE
             MOVE SUSPENSE-AMOUNT   TO TH-TX-AMOUNT
             STRING TP-ACCT-NUMBER    DELIMITED BY SIZE
                    ' '               DELIMITED BY SIZE
                    GARNISH-REFERENCE DELIMITED BY SIZE
                  INTO TH-TX-DESCRIPTION
             END-STRING
             IF SUSPENSE-CURRENCY NOT = ACCOUNT-CURRENCY
               MOVE ACCOUNT-CURRENCY TO TH-ORIG-CURRENCY
               MOVE SEIZE-AMOUNT     TO TH-ORIG-AMOUNT
             END-IF
             PERFORM WRITE-GARNISH-HISTORY

             IF COMMAND-RESP = DFHRESP(NORMAL)
               ADD SUSPENSE-AMOUNT
                 TO CA-BALANCE ( SUSPENSE-ACCT-INDEX )

               EXEC CICS REWRITE FILE ( CUSTACCT-FILE )
                                 FROM ( CUSTACCT-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC
             END-IF

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO GARNISH-OK-SWITCH
               DISPLAY '*** TXNAPPLY: Error ' COMMAND-RESP
                       ' crediting suspense account '
                       SUSPENSE-ACCOUNT
             END-IF
           END-IF
           .

      * The seizure is in the garnished account's currency; a
      * suspense account held in another cross-converts through
      * the home currency on the shared FXCONV rates, the same way
      * a presented posting does. No usable rate, no seizure
       CONVERT-SEIZED-AMOUNT.
           MOVE SEIZE-AMOUNT TO SUSPENSE-AMOUNT
           MOVE CA-CURRENCY-CODE ( SUSPENSE-ACCT-INDEX )
             TO SUSPENSE-CURRENCY

           IF SUSPENSE-CURRENCY NOT = ACCOUNT-CURRENCY
             MOVE ACCOUNT-CURRENCY TO FC-CURRENCY-CODE
             PERFORM GET-CURRENCY-RATE
             IF FC-RATE-USABLE
               IF FC-RATE-HOME
                 MOVE 1 TO PRESENTED-RATE
               ELSE
                 MOVE FC-RATE TO PRESENTED-RATE
               END-IF
             ELSE
               MOVE 'N' TO GARNISH-OK-SWITCH
             END-IF

             IF GARNISH-OK
               MOVE SUSPENSE-CURRENCY TO FC-CURRENCY-CODE
               PERFORM GET-CURRENCY-RATE
               IF FC-RATE-USABLE
                 IF FC-RATE-HOME
                   MOVE 1 TO ACCOUNT-RATE
                 ELSE
                   MOVE FC-RATE TO ACCOUNT-RATE
                 END-IF
               ELSE
                 MOVE 'N' TO GARNISH-OK-SWITCH
               END-IF
             END-IF

             IF GARNISH-OK
               COMPUTE SUSPENSE-AMOUNT ROUNDED =
                       SEIZE-AMOUNT * PRESENTED-RATE / ACCOUNT-RATE
             ELSE
               DISPLAY '*** TXNAPPLY: No usable rate to convert '
                       ACCOUNT-CURRENCY ' into ' SUSPENSE-CURRENCY
                       ' for garnishment suspense'
               EXEC CICS UNLOCK FILE ( CUSTACCT-FILE ) END-EXEC
             END-IF
           END-IF
           .

      * Write one GARNISH history record, stamped as the posting
      * routine's own legal-order movement, retrying on a fresh
      * timestamp like every other history write
       WRITE-GARNISH-HISTORY.
           MOVE 'TXNAPPLY'  TO TH-OPERATOR-ID
           SET TH-CHANNEL-LEGAL TO TRUE

           MOVE 0 TO WRITE-RETRY-COUNT
           PERFORM WRITE-HISTORY-ONCE
           PERFORM WRITE-HISTORY-ONCE
                   UNTIL COMMAND-RESP NOT = DFHRESP(DUPREC)
                      OR WRITE-RETRY-COUNT > 5
           .

      * Add the seizure to the order, stamped with the credit it
      * came out of; the order is satisfied once the full amount
      * has been seized, and TXNAPPLY stops looking at it
       RECORD-SEIZURE.
           MOVE GARNISH-KEY TO RS-KEY

           EXEC CICS READ FILE    ( ACCTRSTR-FILE )
                          INTO    ( ACCTRSTR-RECORD )
                          RIDFLD  ( RS-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             ADD SEIZE-AMOUNT  TO RS-SEIZED-AMOUNT
             MOVE TP-POSTED-TS TO RS-LAST-SEIZED-TS
             IF RS-SEIZED-AMOUNT NOT < RS-GARNISH-AMOUNT
               MOVE 'S' TO RS-STATUS
             END-IF

             EXEC CICS REWRITE FILE ( ACCTRSTR-FILE )
                               FROM ( ACCTRSTR-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO GARNISH-OK-SWITCH
             DISPLAY '*** TXNAPPLY: Error ' COMMAND-RESP
                     ' updating garnishment ' GARNISH-REFERENCE
           END-IF
           .

       END PROGRAM 'TXNAPPLY'.
