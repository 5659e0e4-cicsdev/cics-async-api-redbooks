      * backs out both, so WEBHOME can never show a balance and a
      * history that disagree because of a half-posted item.
      *
      * A posting whose amount, credit or debit, is over the DUALAUTH
      * threshold on the PARMMAST registry is not posted by the
      * operator who keys it: it is parked on the AUTHPEND queue
      * for a second operator with the supervisor role to approve
      * or reject through the AUTW transaction (AUTHWORK).
      *
      * Driven via CICS terminal using the transaction 'TPST' in the
      * form:
      * TPST nnnn aaaaaaaa tttttttttt amount description
      * eg:
      * 'TPST 0001 00010001 DEPOSIT    250.00 COUNTER DEPOSIT'
      * 'TPST 0001 00010001 WITHDRAWAL -75.50 ATM WITHDRAWAL'
      * 'TPST 0001 00010001 CHQ-DEP    400.00 CHEQUE 000123'
      *
      ******************************************************************
      * Modification history
      *  02-09-2026 A posting keyed while the date roll has
      *             posting quiesced comes back 'Q' - queued on
      *             POSTPEND for the new business date
      *  15-10-2026 A cheque deposit (CHQ-DEP) must be a credit, and
      *             shows the clearing hold TXNAPPLY placed on it
      *  15-10-2026 A posting over the DUALAUTH threshold is parked
      *             on AUTHPEND for a supervisor, not posted
      *  15-10-2026 Name the operator and teller channel on the
      *             posting, for the TXNHIST stamp
      *  15-10-2026 Name a posting refused under an ACCTRSTR
      *             restriction (status 'F') as such
      *  15-10-2026 A parked item whose AUTHPEND id is already taken
      *             is retried with the id stepped on, not refused
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

      * Pending-authorisation queue a high-value posting is parked
      * on, and the commarea for the PARMREAD registry lookup of the
      * threshold
       COPY AUTHPEND.
       COPY PARMRDCA.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.
       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

       1 FILE-NAMES.
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

      * Amount above which a posting needs a second operator - the
      * DUALAUTH parameter, in whole currency units
       1 DUAL-AUTH-THRESHOLD      PIC S9(7)V99 COMP-3 VALUE 0.

      * Maps the terminal input
       1 READ-INPUT.
                             RESP2      ( COMMAND-RESP2 )
           END-EXEC

           EXEC CICS ASSIGN USERID ( OPERATOR-ID )
           END-EXEC

           MOVE INPUTACCNUM TO ACCOUNT-NUM

           IF INPUTACCNUM NOT NUMERIC OR INPUTACCNUM = '    ' OR
             EXEC CICS RETURN END-EXEC
           END-IF

      * A cheque paid in can only ever be a credit - the clearing
      * hold TXNAPPLY places on it fences off money coming in
           MOVE INPUTTYPE TO TP-TX-TYPE
           IF TP-CHEQUE-DEPOSIT AND SIGN-COUNT > 0
             MOVE 'CHEQUE DEPOSIT MUST BE CREDIT' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * Hand the validated transaction to the shared posting
      * routine - history write and balance update happen together
      * inside this task's unit of work
           COMPUTE TP-TX-AMOUNT =
                   FUNCTION NUMVAL(INPUTAMOUNT(1:INPUTAMOUNT-LENGTH))
           MOVE INPUTDESC   TO TP-TX-DESCRIPTION
           MOVE OPERATOR-ID TO TP-OPERATOR-ID
           MOVE 'TLR'       TO TP-CHANNEL-CODE

      * Over the threshold, either way, the keying operator may not
      * post it alone - park it for a supervisor instead
           PERFORM GET-DUAL-AUTH-THRESHOLD

           IF TP-TX-AMOUNT > DUAL-AUTH-THRESHOLD OR
              TP-TX-AMOUNT < 0 - DUAL-AUTH-THRESHOLD
             PERFORM PARK-FOR-AUTHORISATION
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS LINK PROGRAM  ( TXNAPPLY-PROGRAM )
                          COMMAREA ( TXNPOST-COMMAREA )

           EVALUATE TRUE
             WHEN TP-POSTED
               IF TP-HOLD-ID = SPACES
                 MOVE 'POSTED' TO CURRENT-STATUS
               ELSE
                 STRING 'POSTED - CLEARING HOLD ' DELIMITED BY SIZE
                        TP-HOLD-ID                DELIMITED BY SIZE
                        INTO CURRENT-STATUS
                 END-STRING
               END-IF
               PERFORM LOG-POSTED-TRANSACTION
             WHEN TP-CUSTOMER-NOT-FOUND
               MOVE 'CUSTOMER NOT ON CUSTACCT' TO CURRENT-STATUS
               MOVE 'NO USABLE FX RATE - REFUSED'
                 TO CURRENT-STATUS
               PERFORM BACK-OUT-POSTING
             WHEN TP-ACCOUNT-RESTRICTED
               MOVE 'ACCOUNT RESTRICTED - REFUSED'
                 TO CURRENT-STATUS
               PERFORM BACK-OUT-POSTING
             WHEN OTHER
               MOVE 'POSTING FAILED - BACKED OUT' TO CURRENT-STATUS
               PERFORM BACK-OUT-POSTING
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

      * Park the validated posting on AUTHPEND with this operator
      * as the maker - nothing reaches TXNHIST or CUSTACCT until a
      * supervisor approves it
       PARK-FOR-AUTHORISATION.
           INITIALIZE AUTHPEND-RECORD
           MOVE FUNCTION CURRENT-DATE TO PENDING-ID
           MOVE 'P'               TO AP-ITEM-TYPE
           MOVE TP-CUST-NO        TO AP-CUST-NO
           MOVE TP-ACCT-NUMBER    TO AP-ACCT-NUMBER
           MOVE TP-TX-TYPE        TO AP-TX-TYPE
           MOVE TP-TX-AMOUNT      TO AP-TX-AMOUNT
           MOVE TP-TX-DESCRIPTION TO AP-TX-DESCRIPTION
           MOVE OPERATOR-ID       TO AP-MAKER-ID
           MOVE 'P'               TO AP-STATUS

           MOVE 0 TO WRITE-RETRY-COUNT
           PERFORM WRITE-AUTHPEND-ONCE
           PERFORM WRITE-AUTHPEND-ONCE
                   UNTIL COMMAND-RESP NOT = DFHRESP(DUPREC)
                      OR WRITE-RETRY-COUNT > 5

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'AWAITING SUPERVISOR APPROVAL' TO CURRENT-STATUS

             MOVE TP-TX-AMOUNT TO AMOUNT-DISPLAY
             INITIALIZE STATUS-MSG
             STRING 'Parked ' DELIMITED BY SIZE
                    AP-PENDING-ID DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' acct ' DELIMITED BY SIZE
                    TP-ACCT-NUMBER DELIMITED BY SIZE
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

      * The shared routine leaves any partial work uncommitted in
      * this task's unit of work - back it out so nothing half-
      * posted can ever reach the files
