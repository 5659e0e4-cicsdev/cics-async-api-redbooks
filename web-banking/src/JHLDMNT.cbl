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
      *  JHLDMNT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * JHLDMNT - Joint holder maintenance. An account lives under
      * exactly one customer's CUSTACCT record, so an account two
      * people legally own together could only ever be seen, and
      * shown on a statement, for one of them. This transaction
      * keeps the JOINTHLD file of an account's additional holders
      * and their signing authority (E either to sign, A all to
      * sign, V view only), with the JOINTIDX reverse index from
      * each holder to the account, in one unit of work:
      *
      *   ADD    - the account must be a current account on ACCTIDX,
      *            the holder a customer on CUSTACCT and not the
      *            account's owner, and the account may carry at
      *            most nine joint holders besides its owner. A
      *            holder taken off earlier is simply reinstated
      *   CHANGE - sets an active holder's signing authority
      *   REMOVE - ends the holding; the record stays on JOINTHLD,
      *            marked removed, so who held the account and when
      *            remains visible
      *   LIST   - the owner and every holder, active or ended
      *
      * Closing the account through ACCM ends all its holdings.
      *
      * Driven via CICS terminal using the transaction 'JHLD' in
      * the forms:
      * JHLD A aaaaaaaa nnnn s   add customer nnnn to account
      *                          aaaaaaaa with signing authority s
      * JHLD C aaaaaaaa nnnn s   change holder nnnn's authority to s
      * JHLD R aaaaaaaa nnnn     remove holder nnnn from the account
      * JHLD L aaaaaaaa          list the account's holders
      * eg:
      * 'JHLD A 00010001 0002 E'
      * 'JHLD C 00010001 0002 A'
      * 'JHLD L 00010001'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. JHLDMNT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the joint-holder file and its reverse
      * index, kept in step
       COPY JOINTHLD.
       COPY JOINTIDX.

      * Reverse index, used to confirm the account exists and find
      * its owning customer
       COPY ACCTIDX.

      * The customer master, to confirm the holder is a customer
       COPY CUSTACCT.

       1 FILE-NAMES.
         2 JOINTHLD-FILE          PIC X(8) VALUE 'JOINTHLD'.
         2 JOINTIDX-FILE          PIC X(8) VALUE 'JOINTIDX'.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.

      * The most joint holders one account may carry besides its
      * owner - the owner and nine others fill a household's view
       1 MAX-JOINT-HOLDERS        PIC S9(4) COMP VALUE 9.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * Set on when the holder has a JOINTHLD record already - an
      * ended one is reinstated rather than written again
       1 HOLDING-ON-FILE-SWITCH   PIC X(1) VALUE 'N'.
         88 HOLDING-ON-FILE                VALUE 'Y'.

       1 ACTIVE-HOLDER-COUNT      PIC S9(4) COMP VALUE 0.
       1 HOLDERS-LISTED           PIC 9(3) VALUE 0.

      * Maps the terminal input
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTACCT             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTHOLDER           PIC X(4) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTAUTHORITY        PIC X(1) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 22.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'JHLDMNT '.
         2 FILLER                 PIC X(5)  VALUE ' CMD#'.
         2 COMMAND-DISPLAY        PIC X(1)  VALUE ' '.
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

           MOVE INPUTCMD TO COMMAND-DISPLAY

           IF INPUTACCT = SPACES OR
              ( INPUTCMD NOT = 'L' AND
                ( INPUTHOLDER NOT NUMERIC OR INPUTHOLDER = '0000' ) )
             MOVE 'INVALID - SEE JHLD USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      *    Every command needs the account's owner off the index -
      *    only a current account can be held jointly
           MOVE INPUTACCT TO AX-ACCT-NUMBER
           EXEC CICS READ FILE    ( ACCTIDX-FILE )
                          INTO    ( ACCTIDX-RECORD )
                          RIDFLD  ( AX-ACCT-NUMBER )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'ACCOUNT NOT ON INDEX' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF AX-SOURCE-SYSTEM NOT = 'ACCTCURR'
             MOVE 'NOT A CURRENT ACCOUNT' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE INPUTCMD
             WHEN 'A'
               PERFORM ADD-JOINT-HOLDER
             WHEN 'C'
               PERFORM CHANGE-SIGNING-AUTHORITY
             WHEN 'R'
               PERFORM REMOVE-JOINT-HOLDER
             WHEN 'L'
               PERFORM LIST-ACCOUNT-HOLDERS
             WHEN OTHER
               MOVE 'INVALID - USE: JHLD A/C/R/L' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Validate and add one joint holder to the account, writing
      * the JOINTHLD record and its JOINTIDX entry together
       ADD-JOINT-HOLDER.
           MOVE INPUTAUTHORITY TO JH-SIGNING-AUTHORITY
           IF NOT JH-AUTHORITY-VALID
             MOVE 'AUTHORITY MUST BE E, A OR V' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTHOLDER = AX-CUST-NO
             MOVE 'HOLDER IS THE ACCOUNT OWNER' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTHOLDER TO CA-CUST-NO
           EXEC CICS READ FILE     ( CUSTACCT-FILE )
                           INTO    ( CUSTACCT-RECORD )
                           RIDFLD  ( CA-CUST-NO )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'HOLDER NOT ON CUSTACCT' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM COUNT-ACTIVE-HOLDERS

           IF ACTIVE-HOLDER-COUNT >= MAX-JOINT-HOLDERS
             MOVE 'TOO MANY JOINT HOLDERS' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      *    A holder taken off before still has an ended record -
      *    reinstate it rather than lose its history
           MOVE 'N'         TO HOLDING-ON-FILE-SWITCH
           MOVE INPUTACCT   TO JH-ACCT-NUMBER
           MOVE INPUTHOLDER TO JH-HOLDER-CUST-NO
           EXEC CICS READ FILE    ( JOINTHLD-FILE )
                          INTO    ( JOINTHLD-RECORD )
                          RIDFLD  ( JH-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO HOLDING-ON-FILE-SWITCH
             IF JH-STATUS-ACTIVE
               EXEC CICS UNLOCK FILE ( JOINTHLD-FILE ) END-EXEC
               MOVE 'ALREADY A JOINT HOLDER' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

           MOVE INPUTACCT      TO JH-ACCT-NUMBER
           MOVE INPUTHOLDER    TO JH-HOLDER-CUST-NO
           MOVE AX-CUST-NO     TO JH-OWNER-CUST-NO
           MOVE INPUTAUTHORITY TO JH-SIGNING-AUTHORITY
           MOVE 'A'            TO JH-STATUS
           MOVE SPACES         TO JH-END-REASON
           MOVE OPERATOR-ID    TO JH-ADDED-OPER
           MOVE FUNCTION CURRENT-DATE TO JH-ADDED-TS
           MOVE SPACES         TO JH-CHANGED-OPER
           MOVE SPACES         TO JH-CHANGED-TS
           MOVE SPACES         TO JH-ENDED-OPER
           MOVE SPACES         TO JH-ENDED-TS

           IF HOLDING-ON-FILE
             EXEC CICS REWRITE FILE ( JOINTHLD-FILE )
                               FROM ( JOINTHLD-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS WRITE FILE   ( JOINTHLD-FILE )
                             FROM   ( JOINTHLD-RECORD )
                             RIDFLD ( JH-KEY )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             INITIALIZE JOINTIDX-RECORD
             MOVE INPUTHOLDER TO JI-HOLDER-CUST-NO
             MOVE INPUTACCT   TO JI-ACCT-NUMBER
             MOVE AX-CUST-NO  TO JI-OWNER-CUST-NO

             EXEC CICS WRITE FILE   ( JOINTIDX-FILE )
                             FROM   ( JOINTIDX-RECORD )
                             RIDFLD ( JI-KEY )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC

      *      A stray entry left by an earlier holding already
      *      points the right way
             IF COMMAND-RESP = DFHRESP(DUPREC)
               MOVE DFHRESP(NORMAL) TO COMMAND-RESP
             END-IF
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             MOVE 'JOINT HOLDER ADDED' TO CURRENT-STATUS

             INITIALIZE STATUS-MSG
             STRING 'Joint holder '    DELIMITED BY SIZE
                    JH-HOLDER-CUST-NO  DELIMITED BY SIZE
                    ' added to '       DELIMITED BY SIZE
                    JH-ACCT-NUMBER     DELIMITED BY SIZE
                    ' (owner '         DELIMITED BY SIZE
                    JH-OWNER-CUST-NO   DELIMITED BY SIZE
                    ') authority '     DELIMITED BY SIZE
                    JH-SIGNING-AUTHORITY DELIMITED BY SIZE
                    ' by '             DELIMITED BY SIZE
                    OPERATOR-ID        DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             MOVE 'ERROR ADDING JOINT HOLDER' TO CURRENT-STATUS
           END-IF
           .

      * Set an active holder's signing authority - the mandate is
      * changed in place, with who changed it and when
       CHANGE-SIGNING-AUTHORITY.
           MOVE INPUTAUTHORITY TO JH-SIGNING-AUTHORITY
           IF NOT JH-AUTHORITY-VALID
             MOVE 'AUTHORITY MUST BE E, A OR V' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM READ-HOLDING-FOR-UPDATE

           MOVE INPUTAUTHORITY TO JH-SIGNING-AUTHORITY
           MOVE OPERATOR-ID    TO JH-CHANGED-OPER
           MOVE FUNCTION CURRENT-DATE TO JH-CHANGED-TS

           EXEC CICS REWRITE FILE ( JOINTHLD-FILE )
                             FROM ( JOINTHLD-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'SIGNING AUTHORITY CHANGED' TO CURRENT-STATUS

             INITIALIZE STATUS-MSG
             STRING 'Joint holder '    DELIMITED BY SIZE
                    JH-HOLDER-CUST-NO  DELIMITED BY SIZE
                    ' of '             DELIMITED BY SIZE
                    JH-ACCT-NUMBER     DELIMITED BY SIZE
                    ' now authority '  DELIMITED BY SIZE
                    JH-SIGNING-AUTHORITY DELIMITED BY SIZE
                    ' by '             DELIMITED BY SIZE
                    OPERATOR-ID        DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             MOVE 'ERROR UPDATING JOINT HOLDER' TO CURRENT-STATUS
           END-IF
           .

      * End the holding: the JOINTHLD record is kept, marked
      * removed, and the JOINTIDX entry goes in the same unit of
      * work, so the account drops off the holder's view
       REMOVE-JOINT-HOLDER.
           PERFORM READ-HOLDING-FOR-UPDATE

           MOVE 'E'         TO JH-STATUS
           MOVE 'R'         TO JH-END-REASON
           MOVE OPERATOR-ID TO JH-ENDED-OPER
           MOVE FUNCTION CURRENT-DATE TO JH-ENDED-TS

           EXEC CICS REWRITE FILE ( JOINTHLD-FILE )
                             FROM ( JOINTHLD-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE INPUTHOLDER TO JI-HOLDER-CUST-NO
             MOVE INPUTACCT   TO JI-ACCT-NUMBER

             EXEC CICS DELETE FILE   ( JOINTIDX-FILE )
                              RIDFLD ( JI-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NOTFND)
               MOVE DFHRESP(NORMAL) TO COMMAND-RESP
             END-IF
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             MOVE 'JOINT HOLDER REMOVED' TO CURRENT-STATUS

             INITIALIZE STATUS-MSG
             STRING 'Joint holder '    DELIMITED BY SIZE
                    JH-HOLDER-CUST-NO  DELIMITED BY SIZE
                    ' removed from '   DELIMITED BY SIZE
                    JH-ACCT-NUMBER     DELIMITED BY SIZE
                    ' by '             DELIMITED BY SIZE
                    OPERATOR-ID        DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             MOVE 'ERROR REMOVING JOINT HOLDER' TO CURRENT-STATUS
           END-IF
           .

      * Read the named holding with update intent - one not on file,
      * or already ended, ends the transaction there
       READ-HOLDING-FOR-UPDATE.
           MOVE INPUTACCT   TO JH-ACCT-NUMBER
           MOVE INPUTHOLDER TO JH-HOLDER-CUST-NO

           EXEC CICS READ FILE    ( JOINTHLD-FILE )
                          INTO    ( JOINTHLD-RECORD )
                          RIDFLD  ( JH-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'NOT A JOINT HOLDER' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT JH-STATUS-ACTIVE
             EXEC CICS UNLOCK FILE ( JOINTHLD-FILE ) END-EXEC
             MOVE 'HOLDING ALREADY ENDED' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      * How many active joint holders the account has now
       COUNT-ACTIVE-HOLDERS.
           MOVE 0   TO ACTIVE-HOLDER-COUNT
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
             PERFORM COUNT-NEXT-HOLDER UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( JOINTHLD-FILE ) END-EXEC
           END-IF
           .

       COUNT-NEXT-HOLDER.
           EXEC CICS READNEXT FILE ( JOINTHLD-FILE )
                              INTO ( JOINTHLD-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              JH-ACCT-NUMBER NOT = INPUTACCT
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF JH-STATUS-ACTIVE
               ADD 1 TO ACTIVE-HOLDER-COUNT
             END-IF
           END-IF
           .

      * List the account's owner, then every joint holder it has
      * had, active or ended, one log line each
       LIST-ACCOUNT-HOLDERS.
           MOVE 0   TO HOLDERS-LISTED
           MOVE 'N' TO END-OF-FILE-SWITCH

           INITIALIZE STATUS-MSG
           STRING 'Account '   DELIMITED BY SIZE
                  INPUTACCT    DELIMITED BY SIZE
                  ' owner '    DELIMITED BY SIZE
                  AX-CUST-NO   DELIMITED BY SIZE
                INTO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           MOVE INPUTACCT  TO JH-ACCT-NUMBER
           MOVE LOW-VALUES TO JH-HOLDER-CUST-NO

           EXEC CICS STARTBR FILE   ( JOINTHLD-FILE )
                             RIDFLD ( JH-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-HOLDER UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( JOINTHLD-FILE ) END-EXEC
           END-IF

           STRING 'JOINT HOLDERS LISTED: ' DELIMITED BY SIZE
                  HOLDERS-LISTED           DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

      * One step of the holders browse - display the next one while
      * it still belongs to the requested account
       SHOW-NEXT-HOLDER.
           EXEC CICS READNEXT FILE ( JOINTHLD-FILE )
                              INTO ( JOINTHLD-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              JH-ACCT-NUMBER NOT = INPUTACCT
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO HOLDERS-LISTED

             INITIALIZE STATUS-MSG
             STRING 'Holder '             DELIMITED BY SIZE
                    JH-HOLDER-CUST-NO     DELIMITED BY SIZE
                    ' auth:'              DELIMITED BY SIZE
                    JH-SIGNING-AUTHORITY  DELIMITED BY SIZE
                    ' st:'                DELIMITED BY SIZE
                    JH-STATUS             DELIMITED BY SIZE
                    JH-END-REASON         DELIMITED BY SIZE
                    ' added '             DELIMITED BY SIZE
                    JH-ADDED-TS(1:8)      DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    JH-ADDED-OPER         DELIMITED BY SPACE
                    ' ended '             DELIMITED BY SIZE
                    JH-ENDED-TS(1:8)      DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    JH-ENDED-OPER         DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
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

       END PROGRAM 'JHLDMNT'.
