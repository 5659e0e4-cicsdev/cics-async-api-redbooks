      * The account details are read from the CUSTACCT VSAM KSDS,
      * keyed on customer number, which is the bank's book of record
      * for current accounts.
      *
      * A caller that asks for them, with the JOINTREQUEST container
      * (see JOINTACC), also gets the customer's joint accounts -
      * those living under another owner's CUSTACCT record that
      * JOINTIDX lists them as a holder of - after their own, and
      * an ACCTJOINTCONT container saying which accounts are held
      * jointly, with whom and on what signing authority.

      *
      ******************************************************************
      *  09-08-2026 Widened ACCOUNT-DETAILS from 5 to 10 accounts
      *  09-08-2026 BALANCE/OVERDRAFT are now signed numeric COMP-3
      *  09-08-2026 Added CURRENCY-CODE to ACCOUNT-DETAILS
      *  15-10-2026 Return the customer's active joint holdings
      *             (JOINTHLD/JOINTIDX) after their own accounts, with
      *             an ACCTJOINTCONT container naming each one's owner
      *             and signing authority, when the caller puts the
      *             JOINTREQUEST container on the channel
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Record layout of the CUSTACCT VSAM master file
       COPY CUSTACCT.

      * Record layouts of the joint-holder file and its reverse
      * index from holder to account
       COPY JOINTHLD.
       COPY JOINTIDX.

      * The joint-holding request and answer containers
       COPY JOINTACC.

       1 CONTAINER-NAMES.
         2 INPUT-CONTAINER    PIC X(16) VALUE 'INPUTCONTAINER  '.
         2 ACCTCURR-CONTAINER PIC X(16) VALUE 'ACCTCURRCONT    '.
         2 JOINT-REQUEST-CONTAINER
                              PIC X(16) VALUE 'JOINTREQUEST    '.
         2 JOINT-CONTAINER    PIC X(16) VALUE 'ACCTJOINTCONT   '.

       1 FILE-NAMES.
         2 CUSTACCT-FILE      PIC X(8)  VALUE 'CUSTACCT'.
         2 JOINTHLD-FILE      PIC X(8)  VALUE 'JOINTHLD'.
         2 JOINTIDX-FILE      PIC X(8)  VALUE 'JOINTIDX'.

       1 CUSTACCT-KEYLEN      PIC S9(4) COMP-5 SYNC VALUE 4.

       1 ACCT-COUNTER          PIC S9(4) COMP-5 SYNC VALUE 0.

      * The slot of a joint account within its owner's record, and
      * whether an own account has an active joint holder on it
       1 OWNER-SLOT            PIC S9(4) COMP-5 SYNC VALUE 0.
       1 HOLDER-FOUND-SWITCH   PIC X(1) VALUE 'N'.
         88 HOLDER-FOUND                VALUE 'Y'.

      * Separate RESP fields for the JOINTHLD and JOINTIDX browses,
      * so the reads nested inside them do not end the loops
       1 JOINT-RESP            PIC S9(8) COMP.
       1 JOINT-RESP2           PIC S9(8) COMP.
       1 INDEX-RESP            PIC S9(8) COMP.
       1 INDEX-RESP2           PIC S9(8) COMP.

       1 COMMAND-RESP  PIC S9(8) COMP.
       1 COMMAND-RESP2 PIC S9(8) COMP.


           END-EVALUATE

      * Joint holdings only when the caller asked - a caller that
      * totals balances per customer must not see an account under
      * every one of its holders
           INITIALIZE JOINT-HOLDINGS
           MOVE SPACE TO JA-REQUEST-FLAG
           EXEC CICS GET CONTAINER ( JOINT-REQUEST-CONTAINER )
                           INTO    ( JOINT-REQUEST )
                           RESP    ( JOINT-RESP )
                           RESP2   ( JOINT-RESP2 )
           END-EXEC

           IF JOINT-RESP = DFHRESP(NORMAL) AND JA-JOINT-WANTED
             PERFORM MARK-OWNED-JOINT-ACCOUNTS
             PERFORM ADD-JOINT-HOLDINGS
           END-IF

      * Pass the result back to parent
           EXEC CICS PUT CONTAINER ( ACCTCURR-CONTAINER )
                           FROM    ( RETURN-DATA )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF JA-JOINT-WANTED
             EXEC CICS PUT CONTAINER ( JOINT-CONTAINER )
                             FROM    ( JOINT-HOLDINGS )
                             RESP    ( COMMAND-RESP )
                             RESP2   ( COMMAND-RESP2 )
             END-EXEC
           END-IF

      * --------------------------------------------------------------
      * Finished
      * --------------------------------------------------------------
           EXEC CICS RETURN
           END-EXEC
           .

      * Mark each of the customer's own accounts that has an active
      * joint holder on JOINTHLD
       MARK-OWNED-JOINT-ACCOUNTS.
           MOVE 1 TO ACCT-COUNTER
           PERFORM MARK-ONE-OWNED-ACCOUNT
                   UNTIL ACCT-COUNTER > NUMBER-OF-ACCOUNTS
                      OR ACCT-COUNTER > 10
           .

      * Browse the account's holders until an active one turns up
       MARK-ONE-OWNED-ACCOUNT.
           MOVE 'N' TO HOLDER-FOUND-SWITCH
           MOVE ACCT-NUMBER (ACCT-COUNTER) TO JH-ACCT-NUMBER
           MOVE LOW-VALUES                 TO JH-HOLDER-CUST-NO

           EXEC CICS STARTBR FILE   ( JOINTHLD-FILE )
                             RIDFLD ( JH-KEY )
                             GTEQ
                             RESP   ( JOINT-RESP )
                             RESP2  ( JOINT-RESP2 )
           END-EXEC

           IF JOINT-RESP = DFHRESP(NORMAL)
             PERFORM CHECK-NEXT-ACCOUNT-HOLDER
                     UNTIL JOINT-RESP NOT = DFHRESP(NORMAL)
                        OR HOLDER-FOUND
             EXEC CICS ENDBR FILE ( JOINTHLD-FILE ) END-EXEC
           END-IF

           IF HOLDER-FOUND
             MOVE 'O'        TO JA-HOLDING-TYPE (ACCT-COUNTER)
             MOVE CUST-NO-IN TO JA-OWNER-CUST-NO (ACCT-COUNTER)
           END-IF

           ADD 1 TO ACCT-COUNTER
           .

      * One step of the holder browse - it ends at the first record
      * belonging to another account
       CHECK-NEXT-ACCOUNT-HOLDER.
           EXEC CICS READNEXT FILE ( JOINTHLD-FILE )
                              INTO ( JOINTHLD-RECORD )
                              RESP ( JOINT-RESP )
                              RESP2( JOINT-RESP2 )
           END-EXEC

           IF JOINT-RESP = DFHRESP(NORMAL)
             IF JH-ACCT-NUMBER NOT = ACCT-NUMBER (ACCT-COUNTER)
               MOVE DFHRESP(ENDFILE) TO JOINT-RESP
             ELSE
               IF JH-STATUS-ACTIVE
                 MOVE 'Y' TO HOLDER-FOUND-SWITCH
               END-IF
             END-IF
           END-IF
           .

      * Browse the customer's entries on the JOINTIDX reverse index
      * and add each account they co-own after their own accounts
       ADD-JOINT-HOLDINGS.
           MOVE CUST-NO-IN TO JI-HOLDER-CUST-NO
           MOVE LOW-VALUES TO JI-ACCT-NUMBER

           EXEC CICS STARTBR FILE   ( JOINTIDX-FILE )
                             RIDFLD ( JI-KEY )
                             GTEQ
                             RESP   ( INDEX-RESP )
                             RESP2  ( INDEX-RESP2 )
           END-EXEC

           IF INDEX-RESP = DFHRESP(NORMAL)
             PERFORM ADD-NEXT-JOINT-HOLDING
                     UNTIL INDEX-RESP NOT = DFHRESP(NORMAL)
             EXEC CICS ENDBR FILE ( JOINTIDX-FILE ) END-EXEC
           END-IF
           .

      * One step of the index browse - it ends at the first entry
      * belonging to another customer
       ADD-NEXT-JOINT-HOLDING.
           EXEC CICS READNEXT FILE ( JOINTIDX-FILE )
                              INTO ( JOINTIDX-RECORD )
                              RESP ( INDEX-RESP )
                              RESP2( INDEX-RESP2 )
           END-EXEC

           IF INDEX-RESP = DFHRESP(NORMAL)
             IF JI-HOLDER-CUST-NO NOT = CUST-NO-IN
               MOVE DFHRESP(ENDFILE) TO INDEX-RESP
             ELSE
               PERFORM ADD-ONE-JOINT-ACCOUNT
             END-IF
           END-IF
           .

      * The holding must still be active on JOINTHLD, the book of
      * record, and the account still in its owner's CUSTACCT
      * record - the balance shown is the owner's ledger balance
       ADD-ONE-JOINT-ACCOUNT.
           MOVE JI-ACCT-NUMBER TO JH-ACCT-NUMBER
           MOVE CUST-NO-IN     TO JH-HOLDER-CUST-NO

           EXEC CICS READ FILE    ( JOINTHLD-FILE )
                          INTO    ( JOINTHLD-RECORD )
                          RIDFLD  ( JH-KEY )
                          RESP    ( JOINT-RESP )
                          RESP2   ( JOINT-RESP2 )
           END-EXEC

           IF JOINT-RESP NOT = DFHRESP(NORMAL) OR
              NOT JH-STATUS-ACTIVE
             DISPLAY '*** ACCTCURR: JOINTIDX entry ' JI-ACCT-NUMBER
                     ' for ' CUST-NO-IN ' has no active JOINTHLD'
                     ' holding - skipped'
           ELSE
             IF NUMBER-OF-ACCOUNTS >= 10
               DISPLAY '*** ACCTCURR: No room for joint account '
                       JI-ACCT-NUMBER ' of ' CUST-NO-IN
             ELSE
               INITIALIZE CUSTACCT-RECORD
               EXEC CICS READ FILE     ( CUSTACCT-FILE )
                               INTO    ( CUSTACCT-RECORD )
                               RIDFLD  ( JI-OWNER-CUST-NO )
                               KEYLENGTH ( CUSTACCT-KEYLEN )
                               RESP    ( JOINT-RESP )
                               RESP2   ( JOINT-RESP2 )
               END-EXEC

               MOVE 0 TO OWNER-SLOT
               IF JOINT-RESP = DFHRESP(NORMAL)
                 MOVE 1 TO ACCT-COUNTER
                 PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                            OR ACCT-COUNTER > 10
                   IF CA-ACCT-NUMBER (ACCT-COUNTER) = JI-ACCT-NUMBER
                     MOVE ACCT-COUNTER TO OWNER-SLOT
                   END-IF
                   ADD 1 TO ACCT-COUNTER
                 END-PERFORM
               END-IF

               IF OWNER-SLOT = 0
                 DISPLAY '*** ACCTCURR: Joint account '
                         JI-ACCT-NUMBER ' not on CUSTACCT for owner '
                         JI-OWNER-CUST-NO
               ELSE
                 ADD 1 TO NUMBER-OF-ACCOUNTS
                 MOVE CA-ACCOUNT-DETAILS (OWNER-SLOT)
                   TO ACCOUNT-DETAILS (NUMBER-OF-ACCOUNTS)
                 MOVE 'H' TO JA-HOLDING-TYPE (NUMBER-OF-ACCOUNTS)
                 MOVE JI-OWNER-CUST-NO
                   TO JA-OWNER-CUST-NO (NUMBER-OF-ACCOUNTS)
                 MOVE JH-SIGNING-AUTHORITY
                   TO JA-SIGNING-AUTHORITY (NUMBER-OF-ACCOUNTS)
               END-IF
             END-IF
           END-IF
           .

       END PROGRAM 'ACCTCURR'.
