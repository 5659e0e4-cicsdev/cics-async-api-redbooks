      * description names the other account - so the transfer reads as
      * a pair on both customers' statements.
      *
      * A transfer over the DUALAUTH threshold on the PARMMAST
      * registry is not posted by the operator who keys it: once
      * both accounts resolve it is parked on the AUTHPEND queue for
      * a second operator with the supervisor role to approve or
      * reject through the AUTW transaction (AUTHWORK), which posts
      * the same matched pair.
      *
      * Driven via CICS terminal using the transaction 'TRNF' in the
      * form:
      * TRNF ffffffff tttttttt amount
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  02-09-2026 Original version
      *  15-10-2026 A transfer over the DUALAUTH threshold is parked
      *             on AUTHPEND for a supervisor, not posted
      *  15-10-2026 Name the operator and transfer channel on both
      *             legs, for the TXNHIST stamp
      *  15-10-2026 A parked item whose AUTHPEND id is already taken
      *             is retried with the id stepped on, not refused
      ******************************************************************

       IDENTIFICATION DIVISION.
      * to find each side's owning customer
       COPY ACCTIDX.

      * Pending-authorisation queue a high-value transfer is parked
      * on, and the commarea for the PARMREAD registry lookup of the
      * threshold
       COPY AUTHPEND.
       COPY PARMRDCA.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.
       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

       1 FILE-NAMES.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.
         2 AUTHPEND-FILE          PIC X(8) VALUE 'AUTHPEND'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * Two items parked inside the same 1/100 second would get the
      * same AUTHPEND key - the write is retried with the id's last
      * two digits stepped on a few times before giving up
       1 PENDING-ID               PIC X(16) VALUE SPACES.
       1 PENDING-ID-PARTS REDEFINES PENDING-ID.
         2 PENDING-ID-STEM        PIC X(14).
         2 PENDING-ID-SEQUENCE    PIC 9(2).
       1 WRITE-RETRY-COUNT        PIC S9(4) COMP VALUE 0.

      * Amount above which a transfer needs a second operator - the
      * DUALAUTH parameter, in whole currency units
       1 DUAL-AUTH-THRESHOLD      PIC S9(7)V99 COMP-3 VALUE 0.

      * The two sides of the transfer, resolved before anything is
      * posted so a bad account number rejects cleanly up front
                             RESP2      ( COMMAND-RESP2 )
           END-EXEC

           EXEC CICS ASSIGN USERID ( OPERATOR-ID )
           END-EXEC

           MOVE INPUTFROM TO ACCOUNT-NUM

           IF INPUTFROM = SPACES OR INPUTTO = SPACES OR
             EXEC CICS RETURN END-EXEC
           END-IF

      * Over the threshold the keying operator may not move the
      * money alone - park the transfer for a supervisor instead
           PERFORM GET-DUAL-AUTH-THRESHOLD

           IF TRANSFER-AMOUNT > DUAL-AUTH-THRESHOLD
             PERFORM PARK-FOR-AUTHORISATION
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * The two postings - one unit of work, committed or backed
      * out as one, so the money can never leave one account
      * without arriving in the other
           END-IF
           .

      * The dual authorisation threshold off the PARMMAST registry;
      * 10,000.00 until the registry is seeded
       GET-DUAL-AUTH-THRESHOLD.
           MOVE 10000      TO DUAL-AUTH-THRESHOLD
           MOVE 'DUALAUTH' TO PR-PARM-NAME
           MOVE SPACES     TO PR-VALUE
           MOVE 'N'        TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE DUAL-AUTH-THRESHOLD = FUNCTION NUMVAL(PR-VALUE)
           END-IF
           .

      * Park the resolved transfer on AUTHPEND with this operator
      * as the maker - neither side is posted until a supervisor
      * approves it
       PARK-FOR-AUTHORISATION.
           INITIALIZE AUTHPEND-RECORD
           MOVE FUNCTION CURRENT-DATE TO PENDING-ID
           MOVE 'T'               TO AP-ITEM-TYPE
           MOVE FROM-CUST-NO      TO AP-CUST-NO
           MOVE FROM-ACCT-NUMBER  TO AP-ACCT-NUMBER
           MOVE TO-CUST-NO        TO AP-TO-CUST-NO
           MOVE TO-ACCT-NUMBER    TO AP-TO-ACCT-NUMBER
           MOVE 'TRANSFER  '      TO AP-TX-TYPE
           MOVE TRANSFER-AMOUNT   TO AP-TX-AMOUNT
           STRING 'TRANSFER TO '  DELIMITED BY SIZE
                  TO-ACCT-NUMBER  DELIMITED BY SIZE
                INTO AP-TX-DESCRIPTION
           MOVE OPERATOR-ID       TO AP-MAKER-ID
           MOVE 'P'               TO AP-STATUS

           MOVE 0 TO WRITE-RETRY-COUNT
           PERFORM WRITE-AUTHPEND-ONCE
           PERFORM WRITE-AUTHPEND-ONCE
                   UNTIL COMMAND-RESP NOT = DFHRESP(DUPREC)
                      OR WRITE-RETRY-COUNT > 5

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'AWAITING SUPERVISOR APPROVAL' TO CURRENT-STATUS

             MOVE TRANSFER-AMOUNT TO AMOUNT-DISPLAY
             INITIALIZE STATUS-MSG
             STRING 'Parked ' DELIMITED BY SIZE
                    AP-PENDING-ID DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    FROM-ACCT-NUMBER DELIMITED BY SIZE
                    '>' DELIMITED BY SIZE
                    TO-ACCT-NUMBER DELIMITED BY SIZE
                    ' by ' DELIMITED BY SIZE
                    OPERATOR-ID DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             MOVE 'ERROR PARKING FOR APPROVAL' TO CURRENT-STATUS
           END-IF
           .

       WRITE-AUTHPEND-ONCE.
           IF WRITE-RETRY-COUNT > 0
             ADD 1 TO PENDING-ID-SEQUENCE
           END-IF
           ADD 1 TO WRITE-RETRY-COUNT
           MOVE PENDING-ID TO AP-PENDING-ID

           EXEC CICS WRITE FILE   ( AUTHPEND-FILE )
                           FROM   ( AUTHPEND-RECORD )
                           RIDFLD ( AP-PENDING-ID )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC
           .

      * Post the debit side through the shared routine - the
      * description names the receiving account, so the pair can be
      * matched from either statement
           MOVE FROM-CUST-NO      TO TP-CUST-NO
           MOVE FROM-ACCT-NUMBER  TO TP-ACCT-NUMBER
           MOVE 'TRANSFER  '      TO TP-TX-TYPE
           MOVE OPERATOR-ID       TO TP-OPERATOR-ID
           MOVE 'XFR'             TO TP-CHANNEL-CODE
           COMPUTE TP-TX-AMOUNT = 0 - TRANSFER-AMOUNT
           STRING 'TRANSFER TO '  DELIMITED BY SIZE
                  TO-ACCT-NUMBER  DELIMITED BY SIZE
           MOVE TO-CUST-NO        TO TP-CUST-NO
           MOVE TO-ACCT-NUMBER    TO TP-ACCT-NUMBER
           MOVE 'TRANSFER  '      TO TP-TX-TYPE
           MOVE OPERATOR-ID       TO TP-OPERATOR-ID
           MOVE 'XFR'             TO TP-CHANNEL-CODE
           MOVE TRANSFER-AMOUNT   TO TP-TX-AMOUNT
           STRING 'TRANSFER FROM '  DELIMITED BY SIZE
                  FROM-ACCT-NUMBER  DELIMITED BY SIZE
