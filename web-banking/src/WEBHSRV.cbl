      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  02-09-2026 Original version
      *  15-10-2026 Return the customer's JOINTHLD joint holdings in
      *             the current account table, with each account's
      *             holding type, owner and signing authority in the
      *             new WP-CURR-JOINT table
      ******************************************************************

       IDENTIFICATION DIVISION.

       1 NET-WORTH                PIC S9(9)V99 COMP-3 VALUE 0.

      * The joint-holding request and answer containers exchanged
      * with ACCTCURR
       COPY JOINTACC.

      * Currency conversion for the partner balances, through the
      * shared FXCONV routine - same handling as WEBHOME
       COPY FXCONVCA.
         2 ACCTPTNR-CONTAINER    PIC X(16) VALUE 'ACCTPTNRCONT    '.
         2 GETLOAN-CONTAINER     PIC X(16) VALUE 'GETLOANCONTAINER'.
         2 ACCOUNTS-CONTAINER    PIC X(16) VALUE 'ALLCUSTACCOUNTS '.
         2 JOINT-REQUEST-CONTAINER
                                 PIC X(16) VALUE 'JOINTREQUEST    '.
         2 JOINT-CONTAINER       PIC X(16) VALUE 'ACCTJOINTCONT   '.

      * The fan-out's own channel, separate from the caller's
       1 MYCHANNEL               PIC X(16) VALUE 'MYCHANNEL       '.
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

      * Ask ACCTCURR for the customer's joint holdings too
           MOVE 'Y' TO JA-REQUEST-FLAG
           EXEC CICS PUT CONTAINER ( JOINT-REQUEST-CONTAINER )
                           FROM    ( JOINT-REQUEST )
                           CHANNEL ( MYCHANNEL)
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           EXEC CICS RUN TRANSID ( ACCTPTNR-TRAN )
                         CHANNEL ( MYCHANNEL )
                         CHILD   ( ACCTPTNR-TKN )
                     MOVE 'Y' TO ACCTCURR-SWITCH
                     MOVE 'DONE    ' TO LAST-CHILD-RESULT-TEXT
                     PERFORM UPDATE-ACTIVE-SESSION-RECORD

                     INITIALIZE JOINT-HOLDINGS
                     EXEC CICS GET CONTAINER ( JOINT-CONTAINER )
                                     CHANNEL ( ACCTCURR-CHAN )
                                     INTO    ( JOINT-HOLDINGS )
                                     RESP    ( COMMAND-RESP )
                                     RESP2   ( COMMAND-RESP2 )
                     END-EXEC
                     IF COMMAND-RESP NOT = DFHRESP(NORMAL)
                       INITIALIZE JOINT-HOLDINGS
                     END-IF
                   END-IF

                 WHEN ACCTPTNR-TKN
               TO WP-CURR-OVERDRAFT (COUNTER)
             MOVE CURRENCY-CODE OF CURRENT-ACCOUNTS (COUNTER)
               TO WP-CURR-CCY (COUNTER)
             MOVE JA-HOLDING-TYPE (COUNTER)
               TO WP-CURR-HOLDING-TYPE (COUNTER)
             MOVE JA-OWNER-CUST-NO (COUNTER)
               TO WP-CURR-OWNER-CUST-NO (COUNTER)
             MOVE JA-SIGNING-AUTHORITY (COUNTER)
               TO WP-CURR-SIGNING-AUTH (COUNTER)
             ADD 1 TO COUNTER
           END-PERFORM

