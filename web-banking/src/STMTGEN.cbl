      *             it, and close the entry as FAILED on the
      *             orderly failure exits - the ledger now always
      *             matches what the run actually did
      *  15-10-2026 Term deposits section: one line per active
      *             TERMDEP fixed-term deposit with its principal,
      *             rate, maturity date and maturity instruction,
      *             and the deposits' principal counted in the net
      *             worth total
      *  15-10-2026 Joint accounts: ask ACCTCURR for the customer's
      *             JOINTHLD joint holdings too, so every holder's
      *             statement carries the account, with a line under
      *             each joint account naming its owner and every
      *             holder's signing authority
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Archived copy of every statement line, keyed for reprints
       COPY STMTARCH.

      * Record layout of the TERMDEP fixed-term deposit master
       COPY TERMDEP.

      * Record layout of the JOINTHLD joint-holder file
       COPY JOINTHLD.

      * The joint-holding request and answer containers exchanged
      * with ACCTCURR
       COPY JOINTACC.

       1 FILE-NAMES.
         2 ACCTLIST-FILE          PIC X(8) VALUE 'ACCTLIST'.
         2 STMTOUT-FILE           PIC X(8) VALUE 'STMTOUT'.
         2 STMTPERD-FILE          PIC X(8) VALUE 'STMTPERD'.
         2 TXNHIST-FILE           PIC X(8) VALUE 'TXNHIST'.
         2 STMTARCH-FILE          PIC X(8) VALUE 'STMTARCH'.
         2 TERMDEP-FILE           PIC X(8) VALUE 'TERMDEP'.
         2 JOINTHLD-FILE          PIC X(8) VALUE 'JOINTHLD'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

      * Today's date - the statement date the archive is keyed on
       1 HISTORY-RESP             PIC S9(8) COMP.
       1 HISTORY-RESP2            PIC S9(8) COMP.

      * Building the holders line of a joint account - its own
      * RESP fields, as it browses JOINTHLD inside the ACCTLIST loop
       1 JOINT-RESP               PIC S9(8) COMP.
       1 JOINT-RESP2              PIC S9(8) COMP.
       1 JOINT-ACCT-NUMBER        PIC X(8) VALUE SPACES.
       1 JOINT-LINE-POINTER       PIC S9(4) COMP-5 SYNC VALUE 0.

       1 ACCOUNT-NUMBER-IN.
         2 CUST-NO-IN             PIC X(4).

       1 OVERDRAFT-DISPLAY         PIC -9999999.99.
       1 NET-WORTH-DISPLAY         PIC -9999999.99.

      * The customer's active term deposits - their principal is
      * totalled as the lines are written and counted in the net
      * worth
       1 TERM-DEPOSIT-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       1 DEPOSIT-RATE-DISPLAY      PIC ZZ9.9999.
       1 DEPOSIT-INSTR-TEXT        PIC X(8) VALUE SPACES.
       1 DEPOSIT-BROWSE-SWITCH     PIC X(1) VALUE 'N'.
         88 DEPOSIT-BROWSE-DONE            VALUE 'Y'.
       1 DEPOSIT-HEADING-SWITCH    PIC X(1) VALUE 'N'.
         88 DEPOSIT-HEADING-WRITTEN        VALUE 'Y'.

      * Commarea for the shared FXCONV currency conversion routine,
      * used to bring partner-bank balances into home-currency terms
      * before they are printed or summed into the net worth
         2 ACCTPTNR-CONTAINER    PIC X(16) VALUE 'ACCTPTNRCONT    '.
         2 GETLOAN-CONTAINER     PIC X(16) VALUE 'GETLOANCONTAINER'.
         2 ACCOUNTS-CONTAINER    PIC X(16) VALUE 'ALLCUSTACCOUNTS '.
         2 JOINT-REQUEST-CONTAINER
                                 PIC X(16) VALUE 'JOINTREQUEST    '.
         2 JOINT-CONTAINER       PIC X(16) VALUE 'ACCTJOINTCONT   '.

       1 MYCHANNEL               PIC X(16) VALUE 'MYCHANNEL       '.

           MOVE SPACES TO CUSTOMER-NAME
           MOVE SPACES TO CUSTOMER-LOAN-RATE
           INITIALIZE CUSTOMER-ACCOUNTS
           INITIALIZE JOINT-HOLDINGS

           EXEC CICS PUT CONTAINER ( INPUT-CONTAINER )
                           FROM    ( ACCOUNT-NUMBER-IN )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

      * Every holder's statement carries the accounts they hold
      * jointly on another customer's record too
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
                   END-EXEC
                   IF COMMAND-RESP = DFHRESP(NORMAL)
                     MOVE 'Y' TO ACCTCURR-SWITCH
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
      * Format the combined GETNAME/ACCTCURR/ACCTPTNR/GETLOAN result
      * into a print-ready statement of several STMTOUT lines - a
      * header, one line per current account, one line per partner
      * account, one line per term deposit, the loan rate, the net
      * worth total, and a trailing blank line to separate this
      * statement from the next
       FORMAT-STATEMENT.
           MOVE 0 TO ARCHIVE-LINE-NO
           PERFORM WRITE-STATEMENT-HEADER
           END-IF

           PERFORM WRITE-PARTNER-ACCOUNT-LINES
           PERFORM WRITE-TERM-DEPOSIT-LINES
           PERFORM WRITE-LOAN-RATE-LINE
           PERFORM WRITE-NET-WORTH-LINE
           PERFORM WRITE-BLANK-LINE
                    INTO SO-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE

               IF NOT JA-HELD-ALONE (COUNTER)
                 PERFORM WRITE-JOINT-HOLDER-LINE
               END-IF

               ADD 1 TO COUNTER
             END-PERFORM
           END-IF
           .

      * Under a joint current account, name everyone who holds it:
      * the owner, then each active JOINTHLD holder with their
      * signing authority (E either-to-sign, A all-to-sign, V view
      * only) - the same line on every holder's statement
       WRITE-JOINT-HOLDER-LINE.
           MOVE ACCT-NUMBER OF CURRENT-ACCOUNTS (COUNTER)
             TO JOINT-ACCT-NUMBER
           MOVE SPACES TO STMTOUT-RECORD
           MOVE 1      TO JOINT-LINE-POINTER

           IF JA-HELD-JOINTLY (COUNTER)
             STRING '    JOINT ACCOUNT - HOLDERS: '
                    DELIMITED BY SIZE
                    JA-OWNER-CUST-NO (COUNTER)
                    DELIMITED BY SIZE
                    ' (OWNER)'
                    DELIMITED BY SIZE
                  INTO SO-PRINT-LINE
                  WITH POINTER JOINT-LINE-POINTER
           ELSE
             STRING '    JOINT ACCOUNT - HOLDERS: '
                    DELIMITED BY SIZE
                    CUST-NO-IN
                    DELIMITED BY SIZE
                    ' (OWNER)'
                    DELIMITED BY SIZE
                  INTO SO-PRINT-LINE
                  WITH POINTER JOINT-LINE-POINTER
           END-IF

           MOVE JOINT-ACCT-NUMBER TO JH-ACCT-NUMBER
           MOVE LOW-VALUES        TO JH-HOLDER-CUST-NO

           EXEC CICS STARTBR FILE   ( JOINTHLD-FILE )
                             RIDFLD ( JH-KEY )
                             GTEQ
                             RESP   ( JOINT-RESP )
                             RESP2  ( JOINT-RESP2 )
           END-EXEC

           IF JOINT-RESP = DFHRESP(NORMAL)
             PERFORM ADD-NEXT-JOINT-HOLDER
                     UNTIL JOINT-RESP NOT = DFHRESP(NORMAL)
             EXEC CICS ENDBR FILE ( JOINTHLD-FILE ) END-EXEC
           END-IF

           PERFORM WRITE-STATEMENT-LINE
           .

      * One step of the holder browse - it ends at the first record
      * belonging to another account, or when the line is full
       ADD-NEXT-JOINT-HOLDER.
           EXEC CICS READNEXT FILE ( JOINTHLD-FILE )
                              INTO ( JOINTHLD-RECORD )
                              RESP ( JOINT-RESP )
                              RESP2( JOINT-RESP2 )
           END-EXEC

           IF JOINT-RESP = DFHRESP(NORMAL)
             IF JH-ACCT-NUMBER NOT = JOINT-ACCT-NUMBER OR
                JOINT-LINE-POINTER > 120
               MOVE DFHRESP(ENDFILE) TO JOINT-RESP
             ELSE
               IF JH-STATUS-ACTIVE
                 STRING ', '                 DELIMITED BY SIZE
                        JH-HOLDER-CUST-NO    DELIMITED BY SIZE
                        ' ('                 DELIMITED BY SIZE
                        JH-SIGNING-AUTHORITY DELIMITED BY SIZE
                        ')'                  DELIMITED BY SIZE
                      INTO SO-PRINT-LINE
                      WITH POINTER JOINT-LINE-POINTER
               END-IF
             END-IF
           END-IF
           .

      * One line per partner-bank account, led by how current the
      * partner data is - the as-of timestamp ACCTPTNR returns for
      * cached or live balances
           END-IF
           .

      * One line per active fixed-term deposit, under a heading
      * written only when the customer holds one - the customer's
      * part of TERMDEP is browsed from the first deposit key
       WRITE-TERM-DEPOSIT-LINES.
           MOVE 0   TO TERM-DEPOSIT-TOTAL
           MOVE 'N' TO DEPOSIT-BROWSE-SWITCH
           MOVE 'N' TO DEPOSIT-HEADING-SWITCH

           MOVE CUST-NO-IN TO TD-CUST-NO
           MOVE LOW-VALUES TO TD-DEPOSIT-ACCT

           EXEC CICS STARTBR FILE   ( TERMDEP-FILE )
                             RIDFLD ( TD-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM WRITE-NEXT-TERM-DEPOSIT UNTIL DEPOSIT-BROWSE-DONE
             EXEC CICS ENDBR FILE ( TERMDEP-FILE ) END-EXEC
           END-IF
           .

      * One step of the deposit browse - it ends at the first
      * record belonging to another customer
       WRITE-NEXT-TERM-DEPOSIT.
           EXEC CICS READNEXT FILE   ( TERMDEP-FILE )
                              INTO   ( TERMDEP-RECORD )
                              RIDFLD ( TD-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              TD-CUST-NO NOT = CUST-NO-IN
             MOVE 'Y' TO DEPOSIT-BROWSE-SWITCH
           ELSE
             IF TD-STATUS-ACTIVE
               IF NOT DEPOSIT-HEADING-WRITTEN
                 MOVE SPACES TO STMTOUT-RECORD
                 MOVE '  TERM DEPOSITS' TO SO-PRINT-LINE
                 PERFORM WRITE-STATEMENT-LINE
                 MOVE 'Y' TO DEPOSIT-HEADING-SWITCH
               END-IF

               ADD TD-PRINCIPAL TO TERM-DEPOSIT-TOTAL
               MOVE TD-PRINCIPAL TO BALANCE-DISPLAY
               MOVE TD-RATE      TO DEPOSIT-RATE-DISPLAY
               IF TD-INSTR-ROLL-OVER
                 MOVE 'ROLLOVER' TO DEPOSIT-INSTR-TEXT
               ELSE
                 MOVE 'PAY OUT ' TO DEPOSIT-INSTR-TEXT
               END-IF

               MOVE SPACES TO STMTOUT-RECORD
               STRING '  TERM DEP: '       DELIMITED BY SIZE
                      TD-DEPOSIT-ACCT      DELIMITED BY SIZE
                      '  PRINCIPAL: '      DELIMITED BY SIZE
                      BALANCE-DISPLAY      DELIMITED BY SIZE
                      '  RATE: '           DELIMITED BY SIZE
                      DEPOSIT-RATE-DISPLAY DELIMITED BY SIZE
                      '%  MATURES: '       DELIMITED BY SIZE
                      TD-MATURITY-DATE     DELIMITED BY SIZE
                      '  AT MATURITY: '    DELIMITED BY SIZE
                      DEPOSIT-INSTR-TEXT   DELIMITED BY SIZE
                    INTO SO-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
             END-IF
           END-IF
           .

      * Personalised loan rate line
       WRITE-LOAN-RATE-LINE.
           MOVE SPACES TO STMTOUT-RECORD
           PERFORM WRITE-STATEMENT-LINE
           .

      * Household net worth total across both account tables and
      * the term deposits
       WRITE-NET-WORTH-LINE.
           MOVE 0 TO NET-WORTH
           IF NUMBER-OF-ACCOUNTS OF CURRENT-ACCOUNTS > 0
             END-PERFORM
           END-IF

           ADD TERM-DEPOSIT-TOTAL TO NET-WORTH

           MOVE NET-WORTH TO NET-WORTH-DISPLAY
           MOVE SPACES TO STMTOUT-RECORD
           STRING '  NET WORTH: '
