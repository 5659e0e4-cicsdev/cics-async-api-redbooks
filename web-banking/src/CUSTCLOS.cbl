      * the overnight jobs kept statementing and reconciling ghosts.
      *
      * This transaction first verifies the customer is closeable -
      * zero CA-BALANCE on every account, no open RECONBRK break, no
      * in-flight WEBACTV session, no active STORDER standing order,
      * no active LOANMAST loan, no active TERMDEP term deposit and
      * no active SWEEPARR sweep arrangement - and then removes the
      * customer's CUSTNAME, CUSTACCT (with each account's ACCTIDX
      * index entry), ENTLMT, PTNRXWLK and HOUSEHLD entries in ONE
      * unit of work: any delete failing backs every other delete
      * CUSTCLOG with the operator, timestamp and the name carried
      * at closure, so compliance can see who closed whom and when.
      * A closed loan's ACCTIDX entry is removed with the closure;
      * the LOANMAST record itself is kept as history. A matured
      * term deposit is treated the same way, its TERMDEP record
      * kept.
      *
      * Joint accounts (see JOINTHLD) are settled in the same unit
      * of work. A customer who owns an account with an all-to-sign
      * holder cannot be closed - every holder must sign, so the
      * holders come off it through JHLD first - nor while a joint
      * holder's active standing order still names one of the
      * accounts. Otherwise every holding of the customer's own
      * accounts is ended as closed with the account, and each
      * account's close is logged to ACCTMLOG as ACCM logs one,
      * with the number of holdings ended. The holdings the
      * customer has on other owners' accounts are ended as
      * removed, and their number is kept on the CUSTCLOG record.
      * Every ended holding loses its JOINTIDX entry.
      *
      * Driven via CICS terminal using the transaction 'CLOS' in the
      * form:
      *             LOANMAST loan, and remove the loan accounts'
      *             ACCTIDX entries when closure does proceed -
      *             previously both survived closure and drifted
      *  15-10-2026 Joint accounts: refuse while an owned account
      *             has an all-to-sign holder or a holder's active
      *             standing order names one; end every JOINTHLD
      *             holding of the customer's accounts and every
      *             holding they have of others', with JOINTIDX,
      *             log each account close to ACCTMLOG and the
      *             holdings ended as a holder on CUSTCLOG
      *  15-10-2026 Refuse closure while the customer has an active
      *             TERMDEP term deposit or SWEEPARR sweep
      *             arrangement, and remove matured deposits'
      *             ACCTIDX entries when closure does proceed
      ******************************************************************

       IDENTIFICATION DIVISION.
       COPY WEBACTV.
       COPY STORDER.
       COPY LOANMAST.
       COPY TERMDEP.
       COPY SWEEPARR.
       COPY JOINTHLD.
       COPY JOINTIDX.

      * Closure log for compliance
       COPY CUSTCLOG.

      * Account maintenance log - each account closed with the
      * customer is logged there as an ACCM close would be
       COPY ACCTMLOG.

       1 FILE-NAMES.
         2 CUSTNAME-FILE          PIC X(8) VALUE 'CUSTNAME'.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 WEBACTV-FILE           PIC X(8) VALUE 'WEBACTV'.
         2 STORDER-FILE           PIC X(8) VALUE 'STORDER'.
         2 LOANMAST-FILE          PIC X(8) VALUE 'LOANMAST'.
         2 TERMDEP-FILE           PIC X(8) VALUE 'TERMDEP'.
         2 SWEEPARR-FILE          PIC X(8) VALUE 'SWEEPARR'.
         2 CUSTCLOG-FILE          PIC X(8) VALUE 'CUSTCLOG'.
         2 JOINTHLD-FILE          PIC X(8) VALUE 'JOINTHLD'.
         2 JOINTIDX-FILE          PIC X(8) VALUE 'JOINTIDX'.
         2 ACCTMLOG-FILE          PIC X(8) VALUE 'ACCTMLOG'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

       1 LOAN-ACCT-COUNT          PIC S9(4) COMP-5 SYNC VALUE 0.
       1 LOAN-ACCT-INDEX          PIC S9(4) COMP-5 SYNC VALUE 0.

      * The customer's matured term deposit accounts, collected the
      * same way while the deposits are checked
       1 DEPOSIT-ACCT-TABLE.
         2 DK-DEPOSIT-ACCT        PIC X(8) OCCURS 20 TIMES.
       1 DEPOSIT-ACCT-COUNT       PIC S9(4) COMP-5 SYNC VALUE 0.
       1 DEPOSIT-ACCT-INDEX       PIC S9(4) COMP-5 SYNC VALUE 0.

      * The active holdings of the customer's own accounts, as
      * JOINTHLD keys, and how many each account slot has - found
      * during the checks and ended with the closure
       1 JOINT-KEY-TABLE.
         2 JK-JOINT-KEY           PIC X(12) OCCURS 200 TIMES.
       1 JOINT-KEY-COUNT          PIC S9(4) COMP-5 SYNC VALUE 0.
       1 JOINT-KEY-INDEX          PIC S9(4) COMP-5 SYNC VALUE 0.
       1 ACCT-JOINT-TABLE.
         2 AJ-JOINT-COUNT         PIC S9(4) COMP-5 OCCURS 10 TIMES.

      * The other owners' accounts the customer holds jointly,
      * collected off JOINTIDX
       1 HELD-ACCT-TABLE.
         2 HK-HELD-ACCT           PIC X(8) OCCURS 50 TIMES.
       1 HELD-ACCT-COUNT          PIC S9(4) COMP-5 SYNC VALUE 0.
       1 HELD-ACCT-INDEX          PIC S9(4) COMP-5 SYNC VALUE 0.

      * The account and holder whose standing orders are checked,
      * and why a holding being ended ended
       1 JOINT-ACCT-NUMBER        PIC X(8) VALUE SPACES.
       1 JOINT-CUST-NO            PIC X(4) VALUE SPACES.
       1 JOINT-END-REASON         PIC X(1) VALUE SPACES.

      * The customer's household roster, saved before their own
      * record is deleted so the other members can be unlinked
       1 SAVED-MEMBER-COUNT       PIC S9(4) COMP-5 SYNC VALUE 0.
           IF CLOSURE-OK
             PERFORM CHECK-CUSTOMER-LOANS
           END-IF
           IF CLOSURE-OK
             PERFORM CHECK-TERM-DEPOSITS
           END-IF
           IF CLOSURE-OK
             PERFORM CHECK-ACTIVE-SWEEPS
           END-IF
           IF CLOSURE-OK
             PERFORM CHECK-JOINT-ACCOUNTS
           END-IF

           IF NOT CLOSURE-OK
             MOVE FAILED-STEP-TEXT TO CURRENT-STATUS
      * The deletes - one unit of work, backed out as one
           PERFORM COLLECT-ENTLMT-KEYS
           PERFORM COLLECT-XWALK-KEYS
           PERFORM COLLECT-HELD-ACCOUNTS

           PERFORM DELETE-NAME-RECORD
           IF CLOSURE-OK
           IF CLOSURE-OK
             PERFORM DELETE-LOAN-INDEX-ENTRIES
           END-IF
           IF CLOSURE-OK
             PERFORM DELETE-DEPOSIT-INDEX-ENTRIES
           END-IF
           IF CLOSURE-OK
             PERFORM REMOVE-HOUSEHOLD-LINKS
           END-IF
           IF CLOSURE-OK
             PERFORM END-OWN-JOINT-HOLDINGS
           END-IF
           IF CLOSURE-OK
             PERFORM END-HELD-JOINT-HOLDINGS
           END-IF
           IF CLOSURE-OK
             PERFORM WRITE-ACCOUNT-CLOSE-LOGS
           END-IF
           IF CLOSURE-OK
             PERFORM WRITE-CLOSURE-LOG
           END-IF
           END-IF
           .

      * A term deposit still running has money on it and would be
      * left with no account to pay out to - TDMATUR would fail on
      * it every night. A matured deposit's account number is
      * collected so its ACCTIDX entry leaves with the closure.
      * TERMDEP is keyed customer first, so a forward browse finds
      * them all
       CHECK-TERM-DEPOSITS.
           MOVE 0   TO DEPOSIT-ACCT-COUNT
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
             PERFORM CHECK-NEXT-DEPOSIT
                     UNTIL END-OF-FILE
                        OR NOT CLOSURE-OK
                        OR DEPOSIT-ACCT-COUNT >= 20
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
             IF TD-STATUS-ACTIVE
               MOVE 'N' TO CLOSURE-OK-SWITCH
               MOVE 'ACTIVE TERM DEPOSIT' TO FAILED-STEP-TEXT
             ELSE
               ADD 1 TO DEPOSIT-ACCT-COUNT
               MOVE TD-DEPOSIT-ACCT
                 TO DK-DEPOSIT-ACCT ( DEPOSIT-ACCT-COUNT )
             END-IF
           END-IF
           .

      * A sweep arrangement still active would be tried by SWEEPRUN
      * night after night against accounts that had gone - it must
      * be cancelled through SWPM before the customer can close
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
             IF SW-STATUS-ACTIVE
               MOVE 'N' TO CLOSURE-OK-SWITCH
               MOVE 'ACTIVE SWEEP ARRANGEMENT' TO FAILED-STEP-TEXT
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
           END-IF
           .

      * Note every active holding of the customer's own accounts.
      * An all-to-sign holder must sign for any close, which this
      * transaction cannot show, and a holder's active standing
      * order naming the account would fail nightly in STORDRUN
      * once it had gone - either refuses the closure
       CHECK-JOINT-ACCOUNTS.
           MOVE 0 TO JOINT-KEY-COUNT
           MOVE 1 TO ACCT-COUNTER
           PERFORM COLLECT-ACCOUNT-HOLDINGS
                   UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                      OR ACCT-COUNTER > 10
                      OR NOT CLOSURE-OK

           MOVE 1 TO JOINT-KEY-INDEX
           PERFORM CHECK-HOLDER-ORDERS
                   UNTIL JOINT-KEY-INDEX > JOINT-KEY-COUNT
                      OR NOT CLOSURE-OK
           .

       COLLECT-ACCOUNT-HOLDINGS.
           MOVE 0   TO AJ-JOINT-COUNT ( ACCT-COUNTER )
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE CA-ACCT-NUMBER ( ACCT-COUNTER ) TO JH-ACCT-NUMBER
           MOVE LOW-VALUES TO JH-HOLDER-CUST-NO

           EXEC CICS STARTBR FILE   ( JOINTHLD-FILE )
                             RIDFLD ( JH-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COLLECT-NEXT-HOLDING UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( JOINTHLD-FILE ) END-EXEC
           END-IF

           ADD 1 TO ACCT-COUNTER
           .

       COLLECT-NEXT-HOLDING.
           EXEC CICS READNEXT FILE ( JOINTHLD-FILE )
                              INTO ( JOINTHLD-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              JH-ACCT-NUMBER NOT = CA-ACCT-NUMBER ( ACCT-COUNTER )
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF JH-STATUS-ACTIVE
               IF JH-SIGN-ALL
                 MOVE 'N' TO CLOSURE-OK-SWITCH
                 MOVE 'ALL-TO-SIGN JOINT ACCOUNT' TO FAILED-STEP-TEXT
                 MOVE 'Y' TO END-OF-FILE-SWITCH
               ELSE
                 IF JOINT-KEY-COUNT < 200
                   ADD 1 TO JOINT-KEY-COUNT
                   MOVE JH-KEY TO JK-JOINT-KEY ( JOINT-KEY-COUNT )
                   ADD 1 TO AJ-JOINT-COUNT ( ACCT-COUNTER )
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * One holder's standing orders, for any still active against
      * the account they hold
       CHECK-HOLDER-ORDERS.
           MOVE JK-JOINT-KEY ( JOINT-KEY-INDEX ) TO JH-KEY
           MOVE JH-ACCT-NUMBER    TO JOINT-ACCT-NUMBER
           MOVE JH-HOLDER-CUST-NO TO JOINT-CUST-NO
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE JOINT-CUST-NO TO SD-CUST-NO
           MOVE SPACES        TO SD-ORDER-NO

           EXEC CICS STARTBR FILE   ( STORDER-FILE )
                             RIDFLD ( SD-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM CHECK-NEXT-HOLDER-ORDER UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( STORDER-FILE ) END-EXEC
           END-IF

           ADD 1 TO JOINT-KEY-INDEX
           .

       CHECK-NEXT-HOLDER-ORDER.
           EXEC CICS READNEXT FILE ( STORDER-FILE )
                              INTO ( STORDER-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              SD-CUST-NO NOT = JOINT-CUST-NO
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF SD-STATUS-ACTIVE AND
                ( SD-FROM-ACCT = JOINT-ACCT-NUMBER OR
                  SD-TO-ACCT = JOINT-ACCT-NUMBER )
               MOVE 'N' TO CLOSURE-OK-SWITCH
               MOVE 'HOLDER STANDING ORDER' TO FAILED-STEP-TEXT
               MOVE 'Y' TO END-OF-FILE-SWITCH
             END-IF
           END-IF
           .

      * Collect the other owners' accounts the customer holds
      * jointly, with a forward browse of JOINTIDX from their
      * customer number
       COLLECT-HELD-ACCOUNTS.
           MOVE 0   TO HELD-ACCT-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE INPUTACCNUM TO JI-HOLDER-CUST-NO
           MOVE LOW-VALUES  TO JI-ACCT-NUMBER

           EXEC CICS STARTBR FILE   ( JOINTIDX-FILE )
                             RIDFLD ( JI-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COLLECT-NEXT-HELD-ACCOUNT
                     UNTIL END-OF-FILE
                        OR HELD-ACCT-COUNT >= 50
             EXEC CICS ENDBR FILE ( JOINTIDX-FILE ) END-EXEC
           END-IF
           .

       COLLECT-NEXT-HELD-ACCOUNT.
           EXEC CICS READNEXT FILE ( JOINTIDX-FILE )
                              INTO ( JOINTIDX-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              JI-HOLDER-CUST-NO NOT = INPUTACCNUM
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO HELD-ACCT-COUNT
             MOVE JI-ACCT-NUMBER TO HK-HELD-ACCT ( HELD-ACCT-COUNT )
           END-IF
           .

      * Collect every ENTLMT key naming this customer - the file is
      * keyed operator-first, so the whole file is browsed and the
      * matches remembered for the delete pass
           ADD 1 TO LOAN-ACCT-INDEX
           .

      * The matured deposits' entries go the same way as the closed
      * loans'
       DELETE-DEPOSIT-INDEX-ENTRIES.
           MOVE 1 TO DEPOSIT-ACCT-INDEX
           PERFORM DELETE-ONE-DEPOSIT-INDEX
                   UNTIL DEPOSIT-ACCT-INDEX > DEPOSIT-ACCT-COUNT
                      OR NOT CLOSURE-OK
           .

       DELETE-ONE-DEPOSIT-INDEX.
           MOVE DK-DEPOSIT-ACCT ( DEPOSIT-ACCT-INDEX )
             TO AX-ACCT-NUMBER

           EXEC CICS DELETE FILE   ( ACCTIDX-FILE )
                            RIDFLD ( AX-ACCT-NUMBER )
                            RESP   ( COMMAND-RESP )
                            RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) AND
              COMMAND-RESP NOT = DFHRESP(NOTFND)
             MOVE 'N' TO CLOSURE-OK-SWITCH
             MOVE 'ACCTIDX DELETE FAILED' TO FAILED-STEP-TEXT
           END-IF

           ADD 1 TO DEPOSIT-ACCT-INDEX
           .

      * Delete the customer's own HOUSEHLD record and blank their
      * slot out of every other member's roster - WEBHOME's member
      * loop already skips blank slots, so the remaining members
           ADD 1 TO MEMBER-INDEX
           .

      * End every holding of the customer's own accounts, as
      * closed with the account
       END-OWN-JOINT-HOLDINGS.
           MOVE 'C' TO JOINT-END-REASON
           MOVE 1 TO JOINT-KEY-INDEX
           PERFORM END-ONE-OWN-HOLDING
                   UNTIL JOINT-KEY-INDEX > JOINT-KEY-COUNT
                      OR NOT CLOSURE-OK
           .

       END-ONE-OWN-HOLDING.
           MOVE JK-JOINT-KEY ( JOINT-KEY-INDEX ) TO JH-KEY
           PERFORM END-ONE-JOINT-HOLDING
           ADD 1 TO JOINT-KEY-INDEX
           .

      * End the customer's holdings of other owners' accounts, as
      * the holder taken off - the accounts themselves stay open
       END-HELD-JOINT-HOLDINGS.
           MOVE 'R' TO JOINT-END-REASON
           MOVE 1 TO HELD-ACCT-INDEX
           PERFORM END-ONE-HELD-HOLDING
                   UNTIL HELD-ACCT-INDEX > HELD-ACCT-COUNT
                      OR NOT CLOSURE-OK
           .

       END-ONE-HELD-HOLDING.
           MOVE HK-HELD-ACCT ( HELD-ACCT-INDEX ) TO JH-ACCT-NUMBER
           MOVE INPUTACCNUM TO JH-HOLDER-CUST-NO
           PERFORM END-ONE-JOINT-HOLDING
           ADD 1 TO HELD-ACCT-INDEX
           .

      * The JOINTHLD record named by JH-KEY is kept, marked ended
      * for JOINT-END-REASON, and the holder's JOINTIDX entry goes,
      * the same way ACCTMNT ends a holding. A holding already
      * ended, or an index entry already gone, is not an error
       END-ONE-JOINT-HOLDING.
           EXEC CICS READ FILE    ( JOINTHLD-FILE )
                          INTO    ( JOINTHLD-RECORD )
                          RIDFLD  ( JH-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             IF JH-STATUS-ACTIVE
               MOVE 'E'              TO JH-STATUS
               MOVE JOINT-END-REASON TO JH-END-REASON
               MOVE OPERATOR-ID      TO JH-ENDED-OPER
               MOVE FUNCTION CURRENT-DATE TO JH-ENDED-TS

               EXEC CICS REWRITE FILE ( JOINTHLD-FILE )
                                 FROM ( JOINTHLD-RECORD )
                                 RESP ( COMMAND-RESP )
                                 RESP2( COMMAND-RESP2 )
               END-EXEC
             ELSE
               EXEC CICS UNLOCK FILE ( JOINTHLD-FILE ) END-EXEC
             END-IF
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL) OR
              COMMAND-RESP = DFHRESP(NOTFND)
             MOVE JH-HOLDER-CUST-NO TO JI-HOLDER-CUST-NO
             MOVE JH-ACCT-NUMBER    TO JI-ACCT-NUMBER
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
             MOVE 'N' TO CLOSURE-OK-SWITCH
             MOVE 'JOINT HOLDING UPDATE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * Each of the customer's accounts closed with them, logged
      * to ACCTMLOG as an ACCM close - the balance was already
      * zero, so nothing was swept - with the holdings it ended
       WRITE-ACCOUNT-CLOSE-LOGS.
           MOVE 1 TO ACCT-COUNTER
           PERFORM WRITE-ONE-ACCOUNT-LOG
                   UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                      OR ACCT-COUNTER > 10
                      OR NOT CLOSURE-OK
           .

       WRITE-ONE-ACCOUNT-LOG.
           INITIALIZE ACCTMLOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO AM-TIMESTAMP
           MOVE OPERATOR-ID           TO AM-OPERATOR-ID
           MOVE 'CLOSE'               TO AM-ACTION
           MOVE INPUTACCNUM           TO AM-CUST-NO
           MOVE CA-ACCT-NUMBER ( ACCT-COUNTER ) TO AM-ACCT-NUMBER
           MOVE 0                     TO AM-SWEPT-AMOUNT
           MOVE AJ-JOINT-COUNT ( ACCT-COUNTER ) TO AM-JOINT-ENDED

           EXEC CICS WRITE FILE   ( ACCTMLOG-FILE )
                           FROM   ( ACCTMLOG-RECORD )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO CLOSURE-OK-SWITCH
             MOVE 'ACCTMLOG WRITE FAILED' TO FAILED-STEP-TEXT
           END-IF

           ADD 1 TO ACCT-COUNTER
           .

      * The compliance record of the closure - part of the same
      * unit of work, so the log line only exists if the closure
      * actually committed
           MOVE OPERATOR-ID           TO CL-OPERATOR-ID
           MOVE INPUTACCNUM           TO CL-CUST-NO
           MOVE CN-CUSTOMER-NAME      TO CL-CUSTOMER-NAME
           MOVE HELD-ACCT-COUNT       TO CL-JOINT-ENDED

           EXEC CICS WRITE FILE   ( CUSTCLOG-FILE )
                           FROM   ( CUSTCLOG-RECORD )
