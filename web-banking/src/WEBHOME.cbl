      *             not apply to INITIALIZE), so WEBMON showed blank
      *             statuses and WEBSWEEP could never classify a
      *             session as HUNG
      *  15-10-2026 Flag a customer whose KYC review is overdue (the
      *             CUSTPROF next review date has passed, or no
      *             profile has been captured) on the WEBHOMS map's
      *             new KYCFLG field
      *  15-10-2026 Show the customer's active fixed-term deposits
      *             (TERMDEP) as their own section on the WEBHOMS
      *             map's new TDACC/TDAMT/TDMAT/TDINS fields, and
      *             count each customer's deposits in net worth and
      *             the household member totals
      *  15-10-2026 Joint accounts: ask ACCTCURR for the customer's
      *             JOINTHLD joint holdings too, log each joint
      *             account's owner and signing authority and flag it
      *             JNT on the CURFLG fields; an account keyed by number
      *             opens through any holder the operator is entitled
      *             to; and a joint account held by several household
      *             members counts once in the household total
      ******************************************************************

       IDENTIFICATION DIVISION.
       1 PARTNER-ACCOUNTS-HIDDEN   PIC 99 VALUE 0.

      * Household net worth - the sum of every balance across both
      * the current and partner account tables, plus the principal
      * of the customer's active term deposits
       1 NET-WORTH                 PIC S9(9)V99 COMP-3 VALUE 0.

      * Working fields used to edit a signed account amount into
         2 ACCTPTNR-CONTAINER    PIC X(16) VALUE 'ACCTPTNRCONT    '.
         2 GETLOAN-CONTAINER     PIC X(16) VALUE 'GETLOANCONTAINER'.
         2 ACCOUNTS-CONTAINER    PIC X(16) VALUE 'ALLCUSTACCOUNTS '.
         2 JOINT-REQUEST-CONTAINER
                                 PIC X(16) VALUE 'JOINTREQUEST    '.
         2 JOINT-CONTAINER       PIC X(16) VALUE 'ACCTJOINTCONT   '.

       1 MYCHANNEL               PIC X(16) VALUE 'MYCHANNEL       '.

      * flag dormant accounts on the results screen
       COPY DORMSTAT.

      * Record layout of the CUSTPROF customer profile and KYC
      * master, read to flag an overdue KYC review on the results
      * screen
       COPY CUSTPROF.

      * Record layout of the TERMDEP fixed-term deposit master, read
      * to show the customer's deposits and count them in net worth
       COPY TERMDEP.

      * Commarea for the shared AVAILBAL hold total routine, used
      * to show the available balance beside the ledger balance
       COPY AVAILBCA.

      * Record layout of the JOINTHLD joint-holder file, browsed to
      * open a joint account keyed by number through any holder
       COPY JOINTHLD.

      * The joint-holding request and answer containers exchanged
      * with ACCTCURR
       COPY JOINTACC.

      * Set on when the session was keyed by account number, so
      * the operator may be entitled through a joint holder of that
      * account instead of its owner - only for the entered
      * customer, never a household member
       1 JOINT-FALLBACK-SWITCH    PIC X(1) VALUE 'N'.
         88 JOINT-FALLBACK-ALLOWED        VALUE 'Y'.
       1 ENTERED-ACCT-NUMBER      PIC X(8) VALUE SPACES.
       1 ACCOUNT-OWNER-CUST-NO    PIC X(4) VALUE SPACES.

      * Separate RESP fields for the JOINTHLD browse, which runs the
      * entitlement reads inside it
       1 JOINT-RESP               PIC S9(8) COMP.
       1 JOINT-RESP2              PIC S9(8) COMP.

      * Every current account already in the household total, so a
      * joint account held by more than one member is counted once
       1 COUNTED-ACCOUNT-COUNT    PIC S9(4) COMP-5 SYNC VALUE 0.
       1 COUNTED-ACCOUNTS.
         2 COUNTED-ACCT OCCURS 90 TIMES PIC X(8).
       1 COUNTED-INDEX            PIC S9(4) COMP-5 SYNC VALUE 0.
       1 COUNT-ACCT-NUMBER        PIC X(8) VALUE SPACES.
       1 ALREADY-COUNTED-SWITCH   PIC X(1) VALUE 'N'.
         88 ACCOUNT-ALREADY-COUNTED       VALUE 'Y'.
       1 FLAG-INDEX               PIC S9(4) COMP-5 SYNC VALUE 0.

      * Set on when the teller asked for a household session with
      * 'WEBH nnnn H'
       1 HOUSEHOLD-REQUEST-SWITCH PIC X(1) VALUE 'N'.
         2 HOUSEHLD-FILE          PIC X(8) VALUE 'HOUSEHLD'.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.
         2 DORMSTAT-FILE          PIC X(8) VALUE 'DORMSTAT'.
         2 CUSTPROF-FILE          PIC X(8) VALUE 'CUSTPROF'.
         2 TERMDEP-FILE           PIC X(8) VALUE 'TERMDEP'.
         2 JOINTHLD-FILE          PIC X(8) VALUE 'JOINTHLD'.

      * Separate RESP fields for the ENTROLE read inside the ENTOPRL
      * browse, so the read does not clobber the RESP the browse
       1 DORM-ACCT-NUMBER         PIC X(8) VALUE SPACES.
       1 DORMANT-FLAG-TEXT        PIC X(4) VALUE SPACES.

      * Set by GET-KYC-FLAG when the customer's KYC review is
      * overdue
       1 KYC-FLAG-TEXT            PIC X(18) VALUE SPACES.

      * One customer's active fixed-term deposits, totalled by
      * SUM-TERM-DEPOSITS for net worth. For the entered customer
      * the first 3 are also kept for the results screen, which
      * only has room for that many, and all of them are counted
       1 TERM-DEPOSIT-CUST        PIC X(4) VALUE SPACES.
       1 TERM-DEPOSIT-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.
       1 TERM-DEPOSIT-COUNT       PIC S9(4) COMP-5 SYNC VALUE 0.
       1 TERM-DEPOSITS-HIDDEN     PIC 99 VALUE 0.
       1 TERM-DEPOSIT-DETAILS.
         2 TERM-DEPOSIT-ROW OCCURS 3 TIMES.
           3 TERM-DEPOSIT-ACCT      PIC X(8).
           3 TERM-DEPOSIT-PRINCIPAL PIC S9(9)V99 COMP-3.
           3 TERM-DEPOSIT-MATURES   PIC X(8).
           3 TERM-DEPOSIT-INSTR     PIC X(1).
       1 KEEP-DEPOSIT-SWITCH      PIC X(1) VALUE 'N'.
         88 KEEP-DEPOSIT-DETAIL           VALUE 'Y'.
       1 DEPOSIT-BROWSE-SWITCH    PIC X(1) VALUE 'N'.
         88 DEPOSIT-BROWSE-DONE           VALUE 'Y'.
       1 DEPOSIT-AMOUNT-DISPLAY   PIC -9999999.99.

      * One account's available balance - its ledger balance minus
      * the active holds AVAILBAL sums - shown beside the ledger
      * figure on the results screen. Left unknown (and the map
             END-EXEC
           END-IF

      * Only the entered account may be opened through a joint
      * holder - household members are checked on their own
           MOVE 'N' TO JOINT-FALLBACK-SWITCH

      * Record this session as in flight so WEBMON can show
      * operations staff which children are still outstanding
           PERFORM WRITE-ACTIVE-SESSION-RECORD

           PERFORM CHECK-COMMAND

      * ----
      * Ask ACCTCURR for the customer's joint accounts too, so an
      * account co-owned with another customer shows here for
      * every holder
      * ----
           MOVE 'Y' TO JA-REQUEST-FLAG
           EXEC CICS PUT CONTAINER ( JOINT-REQUEST-CONTAINER )
                           FROM    ( JOINT-REQUEST )
                           CHANNEL ( MYCHANNEL)
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           PERFORM CHECK-COMMAND

      * --------------------------------------------------------
      * Asynchronously run PNTR to get account details
      * from the partner bank
                     MOVE 'Y' TO ACCTCURR-SWITCH
                     MOVE 'DONE    ' TO LAST-CHILD-RESULT-TEXT
                     PERFORM UPDATE-ACTIVE-SESSION-RECORD
                     PERFORM GET-JOINT-HOLDINGS
                     PERFORM PRINT-CURRENT-ACCOUNTS-DETAILS
                   ELSE
                     PERFORM FLAG-FAILED-CHILD
           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE AX-CUST-NO TO CUST-NO-IN
             MOVE AX-CUST-NO TO ACCOUNT-NUM
             MOVE IDENT-TOKEN TO ENTERED-ACCT-NUMBER
             MOVE 'Y'        TO JOINT-FALLBACK-SWITCH

             INITIALIZE STATUS-MSG
             STRING 'Account '             DELIMITED BY SIZE
      * 'Y' both mean access is denied - default is to deny, not
      * to allow, when in doubt
       CHECK-ENTITLEMENT.
           PERFORM TEST-ENTITLEMENT

      *    An account keyed by number may be a joint account - an
      *    operator entitled to any of its holders may open it, and
      *    the session then runs as that holder
           IF NOT CUSTOMER-ENTITLED AND JOINT-FALLBACK-ALLOWED
             PERFORM CHECK-JOINT-HOLDER-ENTITLEMENT
           END-IF

           IF NOT CUSTOMER-ENTITLED
             MOVE 'DENIED  ' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN

             INITIALIZE STATUS-MSG
             STRING '*** Access denied for operator '
                    DELIMITED BY SIZE
                    OPERATOR-ID
                    DELIMITED BY SPACE
                    ' to account '
                    DELIMITED BY SIZE
                    CUST-NO-IN
                    DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE

      *      Durable trace of the denial for the security team - no
      *      WEBAUDIT record is ever written for a denied session
             MOVE 'DENIED  '            TO SECURITY-EVENT-TYPE
             MOVE 'NOT ENTITLED TO CUSTOMER'
               TO SECURITY-EVENT-REASON
             MOVE CUST-NO-IN            TO SE-CUST-NO
             PERFORM WRITE-SECURITY-EVENT
           END-IF
           .

      * The entitlement test itself for CUST-NO-IN - an individual
      * ENTLMT record, or failing that a role range covering the
      * customer
       TEST-ENTITLEMENT.
           EXEC CICS ASSIGN USERID ( OPERATOR-ID )
           END-EXEC

      *      role group whose customer range covers this customer
             PERFORM CHECK-ROLE-ENTITLEMENT
           END-IF
           .

      * Browse the entered account's holders on JOINTHLD and test
      * the operator's entitlement to each active one in turn. The
      * first holder the operator is entitled to becomes the
      * session's customer - they see the account among their own
      * joint holdings. With none, the owner is put back for the
      * denial
       CHECK-JOINT-HOLDER-ENTITLEMENT.
           MOVE CUST-NO-IN          TO ACCOUNT-OWNER-CUST-NO
           MOVE ENTERED-ACCT-NUMBER TO JH-ACCT-NUMBER
           MOVE LOW-VALUES          TO JH-HOLDER-CUST-NO

           EXEC CICS STARTBR FILE   ( JOINTHLD-FILE )
                             RIDFLD ( JH-KEY )
                             GTEQ
                             RESP   ( JOINT-RESP )
                             RESP2  ( JOINT-RESP2 )
           END-EXEC

           IF JOINT-RESP = DFHRESP(NORMAL)
             PERFORM TRY-NEXT-JOINT-HOLDER
                     UNTIL JOINT-RESP NOT = DFHRESP(NORMAL)
                        OR CUSTOMER-ENTITLED
             EXEC CICS ENDBR FILE ( JOINTHLD-FILE ) END-EXEC
           END-IF

           IF CUSTOMER-ENTITLED
             MOVE CUST-NO-IN TO ACCOUNT-NUM

             INITIALIZE STATUS-MSG
             STRING 'Joint account '       DELIMITED BY SIZE
                    ENTERED-ACCT-NUMBER    DELIMITED BY SIZE
                    ' opened as holder '   DELIMITED BY SIZE
                    CUST-NO-IN             DELIMITED BY SIZE
                    ' - owner '            DELIMITED BY SIZE
                    ACCOUNT-OWNER-CUST-NO  DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             MOVE ACCOUNT-OWNER-CUST-NO TO CUST-NO-IN
           END-IF
           .

      * One step of the holder browse - it ends at the first record
      * belonging to another account
       TRY-NEXT-JOINT-HOLDER.
           EXEC CICS READNEXT FILE ( JOINTHLD-FILE )
                              INTO ( JOINTHLD-RECORD )
                              RESP ( JOINT-RESP )
                              RESP2( JOINT-RESP2 )
           END-EXEC

           IF JOINT-RESP = DFHRESP(NORMAL)
             IF JH-ACCT-NUMBER NOT = ENTERED-ACCT-NUMBER
               MOVE DFHRESP(ENDFILE) TO JOINT-RESP
             ELSE
               IF JH-STATUS-ACTIVE
                 MOVE JH-HOLDER-CUST-NO TO CUST-NO-IN
                 PERFORM TEST-ENTITLEMENT
               END-IF
             END-IF
           END-IF
           .

                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE

               IF NOT JA-HELD-ALONE (COUNTER)
                 PERFORM PRINT-JOINT-HOLDING
               END-IF

      *          Show the customer's most recent transactions
      *          alongside this account's balance
               MOVE ACCT-NUMBER OF CURRENT-ACCOUNTS (COUNTER)
           END-IF
           .

      * Pick up ACCTCURR's joint-holding detail for the accounts just
      * fetched - with none, every account is the customer's alone
       GET-JOINT-HOLDINGS.
           INITIALIZE JOINT-HOLDINGS

           EXEC CICS GET CONTAINER ( JOINT-CONTAINER )
                           CHANNEL ( ACCTCURR-CHAN )
                           INTO    ( JOINT-HOLDINGS )
                           RESP    ( JOINT-RESP )
                           RESP2   ( JOINT-RESP2 )
           END-EXEC

           IF JOINT-RESP NOT = DFHRESP(NORMAL)
             INITIALIZE JOINT-HOLDINGS
           END-IF
           .

      * Say who else holds the current account at COUNTER - its
      * owner and this customer's signing authority when it lives
      * under another customer, or just that it is joint when it is
      * the customer's own
       PRINT-JOINT-HOLDING.
           INITIALIZE STATUS-MSG
           IF JA-HELD-JOINTLY (COUNTER)
             STRING '  Joint - owner '
                    DELIMITED BY SIZE
                    JA-OWNER-CUST-NO (COUNTER)
                    DELIMITED BY SIZE
                    ', signing authority '
                    DELIMITED BY SIZE
                    JA-SIGNING-AUTHORITY (COUNTER)
                    DELIMITED BY SIZE
                  INTO MSG-TEXT
           ELSE
             MOVE '  Joint - other holders on JOINTHLD' TO MSG-TEXT
           END-IF
           PERFORM PRINT-STATUS-MESSAGE
           .

      * Browse TXNHIST backwards from the most recent possible key for
      * this account (its account number followed by HIGH-VALUES, a
      * timestamp higher than any real one) so that READPREV returns
           .

      * Total the customer's net worth across both the current
      * account and partner account tables and their term deposits
       COMPUTE-NET-WORTH.
           MOVE 0 TO NET-WORTH

             END-PERFORM
           END-IF

      *    The customer's term deposits are theirs too - keep the
      *    detail of the first few for the results screen
           MOVE CUST-NO-IN TO TERM-DEPOSIT-CUST
           MOVE 'Y'        TO KEEP-DEPOSIT-SWITCH
           PERFORM SUM-TERM-DEPOSITS
           ADD TERM-DEPOSIT-TOTAL TO NET-WORTH

           MOVE NET-WORTH TO NET-WORTH-DISPLAY
           INITIALIZE STATUS-MSG
           STRING 'Household net worth: $'
           MOVE CUST-NO-IN TO PRIMARY-CUST-NO
           MOVE NET-WORTH  TO HOUSEHOLD-TOTAL

      *    The entered customer's current accounts are in the total
      *    already - note them, so a joint account a member also
      *    holds is not counted a second time
           MOVE 0 TO COUNTED-ACCOUNT-COUNT
           IF NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS > 0
             MOVE 1 TO COUNTER
             PERFORM UNTIL COUNTER >
                       NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS
               MOVE ACCT-NUMBER OF CURRENT-ACCOUNTS (COUNTER)
                 TO COUNT-ACCT-NUMBER
               PERFORM RECORD-COUNTED-ACCOUNT
               ADD 1 TO COUNTER
             END-PERFORM
           END-IF

           MOVE CUST-NO-IN TO HH-CUST-NO
           EXEC CICS READ FILE    ( HOUSEHLD-FILE )
                          INTO    ( HOUSEHLD-RECORD )
           .

      * Total one member's net worth across their current and
      * partner tables and their term deposits, the same
      * calculation COMPUTE-NET-WORTH does for the entered customer
       COMPUTE-MEMBER-NET-WORTH.
           MOVE 0 TO MEMBER-NET-WORTH

      *    A joint account another member (or the entered customer)
      *    holds too is already in the household total - its balance
      *    counts once, against whoever it was counted for first
           IF MEMBER-CURR-COUNT > 0
             MOVE 1 TO COUNTER
             PERFORM UNTIL COUNTER > MEMBER-CURR-COUNT
               MOVE MEMBER-CURR-ACCT (COUNTER) TO COUNT-ACCT-NUMBER
               PERFORM CHECK-ACCOUNT-COUNTED

               IF ACCOUNT-ALREADY-COUNTED
                 INITIALIZE STATUS-MSG
                 STRING 'Joint account '    DELIMITED BY SIZE
                        COUNT-ACCT-NUMBER   DELIMITED BY SIZE
                        ' of member '       DELIMITED BY SIZE
                        MEMBER-CUST-NO      DELIMITED BY SIZE
                        ' already counted'  DELIMITED BY SIZE
                      INTO MSG-TEXT
                 PERFORM PRINT-STATUS-MESSAGE
               ELSE
                 ADD MEMBER-CURR-BALANCE (COUNTER)
                   TO MEMBER-NET-WORTH
                 PERFORM RECORD-COUNTED-ACCOUNT
               END-IF
               ADD 1 TO COUNTER
             END-PERFORM
           END-IF
               ADD 1 TO COUNTER
             END-PERFORM
           END-IF

           MOVE MEMBER-CUST-NO TO TERM-DEPOSIT-CUST
           MOVE 'N'            TO KEEP-DEPOSIT-SWITCH
           PERFORM SUM-TERM-DEPOSITS
           ADD TERM-DEPOSIT-TOTAL TO MEMBER-NET-WORTH
           .

      * Is COUNT-ACCT-NUMBER already in the household total?
       CHECK-ACCOUNT-COUNTED.
           MOVE 'N' TO ALREADY-COUNTED-SWITCH
           MOVE 1   TO COUNTED-INDEX
           PERFORM UNTIL COUNTED-INDEX > COUNTED-ACCOUNT-COUNT
                      OR ACCOUNT-ALREADY-COUNTED
             IF COUNTED-ACCT (COUNTED-INDEX) = COUNT-ACCT-NUMBER
               MOVE 'Y' TO ALREADY-COUNTED-SWITCH
             END-IF
             ADD 1 TO COUNTED-INDEX
           END-PERFORM
           .

      * Note COUNT-ACCT-NUMBER as counted in the household total
       RECORD-COUNTED-ACCOUNT.
           IF COUNTED-ACCOUNT-COUNT < 90
             ADD 1 TO COUNTED-ACCOUNT-COUNT
             MOVE COUNT-ACCT-NUMBER
               TO COUNTED-ACCT (COUNTED-ACCOUNT-COUNT)
           END-IF
           .

      * Total one customer's active fixed-term deposits off TERMDEP,
      * browsing the customer's part of the file from the first
      * deposit key. Each deposit is logged; when asked, the first 3
      * are kept for the results screen and every one is counted
       SUM-TERM-DEPOSITS.
           MOVE 0   TO TERM-DEPOSIT-TOTAL
           MOVE 'N' TO DEPOSIT-BROWSE-SWITCH
           IF KEEP-DEPOSIT-DETAIL
             MOVE 0 TO TERM-DEPOSIT-COUNT
             INITIALIZE TERM-DEPOSIT-DETAILS
           END-IF

           MOVE TERM-DEPOSIT-CUST TO TD-CUST-NO
           MOVE LOW-VALUES        TO TD-DEPOSIT-ACCT

           EXEC CICS STARTBR FILE   ( TERMDEP-FILE )
                             RIDFLD ( TD-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SUM-NEXT-TERM-DEPOSIT UNTIL DEPOSIT-BROWSE-DONE
             EXEC CICS ENDBR FILE ( TERMDEP-FILE ) END-EXEC
           END-IF
           .

      * One step of the deposit browse - it ends at the first
      * record belonging to another customer
       SUM-NEXT-TERM-DEPOSIT.
           EXEC CICS READNEXT FILE   ( TERMDEP-FILE )
                              INTO   ( TERMDEP-RECORD )
                              RIDFLD ( TD-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              TD-CUST-NO NOT = TERM-DEPOSIT-CUST
             MOVE 'Y' TO DEPOSIT-BROWSE-SWITCH
           ELSE
             IF TD-STATUS-ACTIVE
               ADD TD-PRINCIPAL TO TERM-DEPOSIT-TOTAL

               IF KEEP-DEPOSIT-DETAIL
                 ADD 1 TO TERM-DEPOSIT-COUNT
                 IF TERM-DEPOSIT-COUNT <= 3
                   MOVE TD-DEPOSIT-ACCT
                     TO TERM-DEPOSIT-ACCT ( TERM-DEPOSIT-COUNT )
                   MOVE TD-PRINCIPAL
                     TO TERM-DEPOSIT-PRINCIPAL ( TERM-DEPOSIT-COUNT )
                   MOVE TD-MATURITY-DATE
                     TO TERM-DEPOSIT-MATURES ( TERM-DEPOSIT-COUNT )
                   MOVE TD-MATURITY-INSTR
                     TO TERM-DEPOSIT-INSTR ( TERM-DEPOSIT-COUNT )
                 END-IF
               END-IF

               MOVE TD-PRINCIPAL TO DEPOSIT-AMOUNT-DISPLAY
               INITIALIZE STATUS-MSG
               STRING 'Term deposit: '       DELIMITED BY SIZE
                      TD-DEPOSIT-ACCT        DELIMITED BY SIZE
                      ' $'                   DELIMITED BY SIZE
                      DEPOSIT-AMOUNT-DISPLAY DELIMITED BY SIZE
                      ' matures '            DELIMITED BY SIZE
                      TD-MATURITY-DATE       DELIMITED BY SIZE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
             END-IF
           END-IF
           .

      * Build and send the WEBHOMS results screen, showing the
           MOVE ACCOUNT-NUM     TO ACCTNOO
           MOVE CURRENT-STATUS  TO STATUSFO
           MOVE CUSTOMER-NAME(1:30) TO CUSTNAMO
           PERFORM GET-KYC-FLAG
           MOVE KYC-FLAG-TEXT       TO KYCFLGO
           MOVE CUSTOMER-LOAN-RATE  TO LOANRATEO

           IF NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS > 0
                  INTO PTNMOREO
           END-IF

      *    The customer's term deposits - the first 3 shown, the
      *    teller told if there are more
           IF TERM-DEPOSIT-COUNT > 0
             MOVE TERM-DEPOSIT-ACCT (1)      TO TDACC1O
             MOVE TERM-DEPOSIT-PRINCIPAL (1) TO DEPOSIT-AMOUNT-DISPLAY
             MOVE DEPOSIT-AMOUNT-DISPLAY     TO TDAMT1O
             MOVE TERM-DEPOSIT-MATURES (1)   TO TDMAT1O
             IF TERM-DEPOSIT-INSTR (1) = 'R'
               MOVE 'ROLL' TO TDINS1O
             ELSE
               MOVE 'PAY ' TO TDINS1O
             END-IF
           END-IF
           IF TERM-DEPOSIT-COUNT > 1
             MOVE TERM-DEPOSIT-ACCT (2)      TO TDACC2O
             MOVE TERM-DEPOSIT-PRINCIPAL (2) TO DEPOSIT-AMOUNT-DISPLAY
             MOVE DEPOSIT-AMOUNT-DISPLAY     TO TDAMT2O
             MOVE TERM-DEPOSIT-MATURES (2)   TO TDMAT2O
             IF TERM-DEPOSIT-INSTR (2) = 'R'
               MOVE 'ROLL' TO TDINS2O
             ELSE
               MOVE 'PAY ' TO TDINS2O
             END-IF
           END-IF
           IF TERM-DEPOSIT-COUNT > 2
             MOVE TERM-DEPOSIT-ACCT (3)      TO TDACC3O
             MOVE TERM-DEPOSIT-PRINCIPAL (3) TO DEPOSIT-AMOUNT-DISPLAY
             MOVE DEPOSIT-AMOUNT-DISPLAY     TO TDAMT3O
             MOVE TERM-DEPOSIT-MATURES (3)   TO TDMAT3O
             IF TERM-DEPOSIT-INSTR (3) = 'R'
               MOVE 'ROLL' TO TDINS3O
             ELSE
               MOVE 'PAY ' TO TDINS3O
             END-IF
           END-IF

           IF TERM-DEPOSIT-COUNT > 3
             COMPUTE TERM-DEPOSITS-HIDDEN = TERM-DEPOSIT-COUNT - 3
             STRING '+'
                    DELIMITED BY SIZE
                    TERM-DEPOSITS-HIDDEN
                    DELIMITED BY SIZE
                    ' more deposits not shown'
                    DELIMITED BY SIZE
                  INTO TDMOREO
           END-IF

      *    On a household session the net worth shown is the
      *    combined figure and the HHLDSUM line carries the
      *    per-member breakdown; otherwise it is the entered
           IF COMMAND-RESP = DFHRESP(NORMAL) AND DS-STATUS-DORMANT
             MOVE 'DORM' TO DORMANT-FLAG-TEXT
           END-IF

      *    The same flag column marks a joint account - dormancy,
      *    which stops it being operated, shows first
           IF DORMANT-FLAG-TEXT = SPACES
             MOVE 1 TO FLAG-INDEX
             PERFORM UNTIL FLAG-INDEX >
                       NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS
                        OR FLAG-INDEX > 10
               IF ACCT-NUMBER OF CURRENT-ACCOUNTS (FLAG-INDEX) =
                  DORM-ACCT-NUMBER AND
                  NOT JA-HELD-ALONE (FLAG-INDEX)
                 MOVE 'JNT ' TO DORMANT-FLAG-TEXT
               END-IF
               ADD 1 TO FLAG-INDEX
             END-PERFORM
           END-IF
           .

      * Look the customer up on the profile and KYC master and set
      * the flag text shown beside their name - a customer with no
      * profile, or whose next review date has passed, is overdue
       GET-KYC-FLAG.
           MOVE SPACES TO KYC-FLAG-TEXT
           MOVE CUST-NO-IN TO CP-CUST-NO

           EXEC CICS READ FILE    ( CUSTPROF-FILE )
                          INTO    ( CUSTPROF-RECORD )
                          RIDFLD  ( CP-CUST-NO )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              CP-NEXT-REVIEW-DATE = SPACES OR
              CP-NEXT-REVIEW-DATE < FUNCTION CURRENT-DATE(1:8)
             MOVE 'KYC REVIEW OVERDUE' TO KYC-FLAG-TEXT
           END-IF
           .

      * Build and write the session audit trail record for this
