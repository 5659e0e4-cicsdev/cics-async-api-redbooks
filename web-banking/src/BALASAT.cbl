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
      *  BALASAT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * BALASAT - As-at-date balance inquiry. When a customer
      * disputes an old charge, or a solicitor asks for the balance
      * on a given date (probate, divorce), staff used to print the
      * statement archive and add the postings up by hand. This
      * transaction takes an account number and a date and returns
      * the balance as at close of business that day, then lists
      * the postings made on that date.
      *
      * The balance is worked from the account's BALOPEN opening
      * position, which holds every posting up to its as-of
      * timestamp:
      *
      *   - a date at or after the as-of point is the opening
      *     balance plus the TXNHIST postings after the as-of point
      *     up to the close of the date
      *   - a date before it (the date falls before the latest
      *     TXNARCH archive cut) is the opening balance less the
      *     postings after the close of the date up to the as-of
      *     point, read back from the TXNHARCH archive (and from
      *     TXNHIST for an account whose opening was seeded with
      *     history still on file)
      *
      * An account with no BALOPEN record has never been archived
      * and is summed from a zero opening across its whole history.
      * The date's postings are listed from the archive and the
      * live history alike.
      *
      * The account is looked up on ACCTIDX for its owner and the
      * same entitlement gate BALINQ applies is passed for that
      * customer. A closed account is no longer on ACCTIDX, so its
      * former owner's customer number is keyed after the date, and
      * must match the owner on the account's close record on the
      * ACCTMLOG account maintenance log.
      *
      * A date after the current business date is refused.
      *
      * Driven via CICS terminal using the transaction 'ASAT' in the
      * forms:
      * ASAT aaaaaaaa yyyymmdd        open account
      * ASAT aaaaaaaa yyyymmdd nnnn   closed account, former owner
      * eg:
      * 'ASAT 00010001 20260815'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. BALASAT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read
       COPY ACCTIDX.
       COPY CUSTACCT.
       COPY BALOPEN.
       COPY TXNHIST.
       COPY TXNHARCH.
       COPY ENTLMT.
       COPY ENTROLE.
       COPY ENTOPRL.
       COPY SECEVLOG.
       COPY ACCTMLOG.
       COPY BUSDATE.

       1 FILE-NAMES.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 BALOPEN-FILE           PIC X(8) VALUE 'BALOPEN'.
         2 TXNHIST-FILE           PIC X(8) VALUE 'TXNHIST'.
         2 TXNHARCH-FILE          PIC X(8) VALUE 'TXNHARCH'.
         2 ENTLMT-FILE            PIC X(8) VALUE 'ENTLMT'.
         2 ENTROLE-FILE           PIC X(8) VALUE 'ENTROLE'.
         2 ENTOPRL-FILE           PIC X(8) VALUE 'ENTOPRL'.
         2 SECEVLOG-FILE          PIC X(8) VALUE 'SECEVLOG'.
         2 ACCTMLOG-FILE          PIC X(8) VALUE 'ACCTMLOG'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 HOME-CURRENCY            PIC X(3) VALUE 'USD'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * The customer who owns (or owned) the account
       1 OWNER-CUST-NO            PIC X(4) VALUE SPACES.
       1 ACCOUNT-CURRENCY         PIC X(3) VALUE SPACES.

      * The owner on the latest ACCTMLOG close record for the
      * account - spaces when it was never closed through ACCM
       1 CLOSED-OWNER-CUST-NO     PIC X(4) VALUE SPACES.

      * Set off when the signed-on operator is not entitled to
      * view the requested customer - default is to deny
       1 ENTITLEMENT-SWITCH       PIC X(1) VALUE 'Y'.
         88 CUSTOMER-ENTITLED             VALUE 'Y'.

      * Separate RESP fields for the ENTROLE read inside the
      * ENTOPRL browse, same as WEBHOME
       1 ROLE-READ-RESP           PIC S9(8) COMP.
       1 ROLE-READ-RESP2          PIC S9(8) COMP.

       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.

       1 TODAYS-DATE              PIC X(8) VALUE SPACES.
       1 DATE-NUMERIC             PIC 9(8) VALUE 0.

      * The last timestamp of the date asked for - close of
      * business is every posting made on or before the date
       1 DAY-END-TS.
         2 DAY-END-DATE           PIC X(8) VALUE SPACES.
         2 FILLER                 PIC X(8) VALUE '99999999'.

      * The account's opening position - a zero opening before any
      * posting when it has no BALOPEN record
       1 OPENING-BALANCE          PIC S9(9)V99 COMP-3 VALUE 0.
       1 OPENING-AS-OF-TS         PIC X(16) VALUE LOW-VALUES.

      * The window of postings summed - after RANGE-LOW-TS, up to
      * and including RANGE-HIGH-TS - and their sum
       1 RANGE-LOW-TS             PIC X(16) VALUE LOW-VALUES.
       1 RANGE-HIGH-TS            PIC X(16) VALUE LOW-VALUES.
       1 RANGE-TOTAL              PIC S9(9)V99 COMP-3 VALUE 0.

       1 BALANCE-AS-AT            PIC S9(9)V99 COMP-3 VALUE 0.

      * The date of the earliest posting still on file for the
      * account - a date before it is answered from the opening
      * position alone, and the staff member is told so
       1 EARLIEST-POSTING-DATE    PIC X(8) VALUE HIGH-VALUES.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

       1 POSTINGS-LISTED          PIC 9(3) VALUE 0.

       1 BALANCE-DISPLAY          PIC -999999999.99.
       1 HISTORY-AMOUNT-DISPLAY   PIC -9999999.99.

      * Maps the terminal input - account, date and, for a closed
      * account, the former owner's customer number
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACCT             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTDATE             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTCUST             PIC X(4) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 27.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'BALASAT '.
         2 FILLER                 PIC X(5)  VALUE ' ACC#'.
         2 ACCOUNT-NUM            PIC X(8)  VALUE '        '.
         2 FILLER                 PIC X(9)  VALUE ' STATUS( '.
         2 CURRENT-STATUS         PIC X(38) VALUE 'RUNNING'.
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

           MOVE INPUTACCT TO ACCOUNT-NUM
           PERFORM GET-BUSINESS-DATE

           IF INPUTACCT = SPACES OR INPUTDATE NOT NUMERIC
             MOVE 'INVALID - USE: ASAT aaaaaaaa yyyymmdd'
               TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTDATE TO DATE-NUMERIC
           IF FUNCTION TEST-DATE-YYYYMMDD ( DATE-NUMERIC ) NOT = 0
             MOVE 'INVALID DATE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTDATE > TODAYS-DATE
             MOVE 'DATE IS IN THE FUTURE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FIND-ACCOUNT-OWNER

           IF OWNER-CUST-NO = SPACES
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * The same entitlement gate BALINQ applies, for the owner
           PERFORM CHECK-ENTITLEMENT

           IF NOT CUSTOMER-ENTITLED
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FIND-ACCOUNT-CURRENCY
           PERFORM READ-OPENING-POSITION
           PERFORM FIND-EARLIEST-POSTING

           MOVE INPUTDATE TO DAY-END-DATE

           IF DAY-END-TS NOT < OPENING-AS-OF-TS
      *      Forward from the opening position to the date's close
             MOVE OPENING-AS-OF-TS TO RANGE-LOW-TS
             MOVE DAY-END-TS       TO RANGE-HIGH-TS
             MOVE 0 TO RANGE-TOTAL
             PERFORM SUM-HISTORY-POSTINGS
             COMPUTE BALANCE-AS-AT = OPENING-BALANCE + RANGE-TOTAL
           ELSE
      *      Back from the opening position to the date's close -
      *      the postings in between are archived, or for a seeded
      *      opening may still be on the live history
             MOVE DAY-END-TS       TO RANGE-LOW-TS
             MOVE OPENING-AS-OF-TS TO RANGE-HIGH-TS
             MOVE 0 TO RANGE-TOTAL
             PERFORM SUM-ARCHIVE-POSTINGS
             PERFORM SUM-HISTORY-POSTINGS
             COMPUTE BALANCE-AS-AT = OPENING-BALANCE - RANGE-TOTAL
           END-IF

           PERFORM SHOW-BALANCE-AS-AT

           PERFORM LIST-ARCHIVE-POSTINGS
           PERFORM LIST-HISTORY-POSTINGS

           MOVE BALANCE-AS-AT TO BALANCE-DISPLAY
           MOVE SPACES TO CURRENT-STATUS
           STRING 'BAL '          DELIMITED BY SIZE
                  INPUTDATE       DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  BALANCE-DISPLAY DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ACCOUNT-CURRENCY DELIMITED BY SIZE
                INTO CURRENT-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * The account's owner off the ACCTIDX reverse index. A closed
      * account has left the index, and its former owner must be
      * keyed in; a customer keyed for an open account must be the
      * one the index holds
       FIND-ACCOUNT-OWNER.
           MOVE SPACES    TO OWNER-CUST-NO
           MOVE INPUTACCT TO AX-ACCT-NUMBER

           EXEC CICS READ FILE    ( ACCTIDX-FILE )
                          INTO    ( ACCTIDX-RECORD )
                          RIDFLD  ( AX-ACCT-NUMBER )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NORMAL) AND
                  ( INPUTCUST = SPACES OR INPUTCUST = AX-CUST-NO )
               MOVE AX-CUST-NO TO OWNER-CUST-NO
             WHEN COMMAND-RESP = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT HELD BY THAT CUSTOMER'
                 TO CURRENT-STATUS
             WHEN INPUTCUST NOT NUMERIC
               MOVE 'NOT ON INDEX - KEY FORMER OWNER'
                 TO CURRENT-STATUS
             WHEN OTHER
               PERFORM FIND-CLOSED-ACCOUNT-OWNER
               EVALUATE TRUE
                 WHEN CLOSED-OWNER-CUST-NO = SPACES
                   MOVE 'ACCOUNT NOT FOUND' TO CURRENT-STATUS
                 WHEN CLOSED-OWNER-CUST-NO = INPUTCUST
                   MOVE INPUTCUST TO OWNER-CUST-NO
                 WHEN OTHER
                   MOVE 'ACCOUNT NOT HELD BY THAT CUSTOMER'
                     TO CURRENT-STATUS
               END-EVALUATE
           END-EVALUATE
           .

      * The owner a closed account had, off its close record on the
      * ACCTMLOG log - the latest one should the number have been
      * reused and closed again
       FIND-CLOSED-ACCOUNT-OWNER.
           MOVE SPACES TO CLOSED-OWNER-CUST-NO
           MOVE 'N'    TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( ACCTMLOG-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM NOTE-NEXT-ACCOUNT-CLOSE UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( ACCTMLOG-FILE ) END-EXEC
           END-IF
           .

       NOTE-NEXT-ACCOUNT-CLOSE.
           EXEC CICS READNEXT FILE ( ACCTMLOG-FILE )
                              INTO ( ACCTMLOG-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF AM-ACTION-CLOSE AND AM-ACCT-NUMBER = INPUTACCT
               MOVE AM-CUST-NO TO CLOSED-OWNER-CUST-NO
             END-IF
           END-IF
           .

      * The account's currency off the owner's CUSTACCT record -
      * a closed account is shown in home currency
       FIND-ACCOUNT-CURRENCY.
           MOVE HOME-CURRENCY TO ACCOUNT-CURRENCY
           MOVE OWNER-CUST-NO TO CA-CUST-NO

           EXEC CICS READ FILE    ( CUSTACCT-FILE )
                          INTO    ( CUSTACCT-RECORD )
                          RIDFLD  ( CA-CUST-NO )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 1 TO ACCT-COUNTER
             PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                        OR ACCT-COUNTER > 10
               IF CA-ACCT-NUMBER ( ACCT-COUNTER ) = INPUTACCT
                 IF CA-CURRENCY-CODE ( ACCT-COUNTER ) NOT = SPACES
                   MOVE CA-CURRENCY-CODE ( ACCT-COUNTER )
                     TO ACCOUNT-CURRENCY
                 END-IF
                 MOVE 11 TO ACCT-COUNTER
               ELSE
                 ADD 1 TO ACCT-COUNTER
               END-IF
             END-PERFORM
           END-IF
           .

      * The stored opening position, if the account has one
       READ-OPENING-POSITION.
           MOVE 0          TO OPENING-BALANCE
           MOVE LOW-VALUES TO OPENING-AS-OF-TS
           MOVE INPUTACCT  TO BO-ACCT-NUMBER

           EXEC CICS READ FILE    ( BALOPEN-FILE )
                          INTO    ( BALOPEN-RECORD )
                          RIDFLD  ( BO-ACCT-NUMBER )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE BO-OPENING-BALANCE TO OPENING-BALANCE
             MOVE BO-AS-OF-TIMESTAMP TO OPENING-AS-OF-TS
           END-IF
           .

      * The date of the account's earliest posting on file - the
      * first in the archive, or failing that on the live history
       FIND-EARLIEST-POSTING.
           MOVE HIGH-VALUES TO EARLIEST-POSTING-DATE

           MOVE INPUTACCT  TO HA-ACCT-NUMBER
           MOVE LOW-VALUES TO HA-TX-TIMESTAMP
           EXEC CICS STARTBR FILE   ( TXNHARCH-FILE )
                             RIDFLD ( HA-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EXEC CICS READNEXT FILE ( TXNHARCH-FILE )
                                INTO ( TXNHARCH-RECORD )
                                RESP ( COMMAND-RESP )
                                RESP2( COMMAND-RESP2 )
             END-EXEC
             IF COMMAND-RESP = DFHRESP(NORMAL) AND
                HA-ACCT-NUMBER = INPUTACCT
               MOVE HA-TX-TIMESTAMP(1:8) TO EARLIEST-POSTING-DATE
             END-IF
             EXEC CICS ENDBR FILE ( TXNHARCH-FILE ) END-EXEC
           END-IF

           IF EARLIEST-POSTING-DATE = HIGH-VALUES
             MOVE INPUTACCT  TO TH-ACCT-NUMBER
             MOVE LOW-VALUES TO TH-TX-TIMESTAMP
             EXEC CICS STARTBR FILE   ( TXNHIST-FILE )
                               RIDFLD ( TH-KEY )
                               GTEQ
                               RESP   ( COMMAND-RESP )
                               RESP2  ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE ( TXNHIST-FILE )
                                  INTO ( TXNHIST-RECORD )
                                  RESP ( COMMAND-RESP )
                                  RESP2( COMMAND-RESP2 )
               END-EXEC
               IF COMMAND-RESP = DFHRESP(NORMAL) AND
                  TH-ACCT-NUMBER = INPUTACCT
                 MOVE TH-TX-TIMESTAMP(1:8) TO EARLIEST-POSTING-DATE
               END-IF
               EXEC CICS ENDBR FILE ( TXNHIST-FILE ) END-EXEC
             END-IF
           END-IF
           .

      * Sum the account's live history postings after RANGE-LOW-TS
      * up to and including RANGE-HIGH-TS into RANGE-TOTAL
       SUM-HISTORY-POSTINGS.
           MOVE 'N'          TO END-OF-FILE-SWITCH
           MOVE INPUTACCT    TO TH-ACCT-NUMBER
           MOVE RANGE-LOW-TS TO TH-TX-TIMESTAMP

           EXEC CICS STARTBR FILE   ( TXNHIST-FILE )
                             RIDFLD ( TH-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SUM-NEXT-HISTORY-POSTING UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( TXNHIST-FILE ) END-EXEC
           END-IF
           .

       SUM-NEXT-HISTORY-POSTING.
           EXEC CICS READNEXT FILE ( TXNHIST-FILE )
                              INTO ( TXNHIST-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              TH-ACCT-NUMBER NOT = INPUTACCT OR
              TH-TX-TIMESTAMP > RANGE-HIGH-TS
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF TH-TX-TIMESTAMP > RANGE-LOW-TS
               ADD TH-TX-AMOUNT TO RANGE-TOTAL
             END-IF
           END-IF
           .

      * The same over the TXNHARCH archive
       SUM-ARCHIVE-POSTINGS.
           MOVE 'N'          TO END-OF-FILE-SWITCH
           MOVE INPUTACCT    TO HA-ACCT-NUMBER
           MOVE RANGE-LOW-TS TO HA-TX-TIMESTAMP

           EXEC CICS STARTBR FILE   ( TXNHARCH-FILE )
                             RIDFLD ( HA-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SUM-NEXT-ARCHIVE-POSTING UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( TXNHARCH-FILE ) END-EXEC
           END-IF
           .

       SUM-NEXT-ARCHIVE-POSTING.
           EXEC CICS READNEXT FILE ( TXNHARCH-FILE )
                              INTO ( TXNHARCH-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              HA-ACCT-NUMBER NOT = INPUTACCT OR
              HA-TX-TIMESTAMP > RANGE-HIGH-TS
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF HA-TX-TIMESTAMP > RANGE-LOW-TS
               ADD HA-TX-AMOUNT TO RANGE-TOTAL
             END-IF
           END-IF
           .

      * The answer, with the opening position it was worked from
       SHOW-BALANCE-AS-AT.
           MOVE BALANCE-AS-AT TO BALANCE-DISPLAY
           INITIALIZE STATUS-MSG
           STRING 'Acc: '            DELIMITED BY SIZE
                  INPUTACCT          DELIMITED BY SIZE
                  ' Cust: '          DELIMITED BY SIZE
                  OWNER-CUST-NO      DELIMITED BY SIZE
                  ' Bal at close of ' DELIMITED BY SIZE
                  INPUTDATE          DELIMITED BY SIZE
                  ': '               DELIMITED BY SIZE
                  BALANCE-DISPLAY    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ACCOUNT-CURRENCY   DELIMITED BY SIZE
                INTO MSG-TEXT
           PERFORM PRINT-STATUS-MESSAGE

           MOVE OPENING-BALANCE TO BALANCE-DISPLAY
           INITIALIZE STATUS-MSG
           IF OPENING-AS-OF-TS = LOW-VALUES
             MOVE '    Worked from a zero opening - no BALOPEN record'
               TO MSG-TEXT
           ELSE
             STRING '    Worked from opening ' DELIMITED BY SIZE
                    BALANCE-DISPLAY            DELIMITED BY SIZE
                    ' as of '                  DELIMITED BY SIZE
                    OPENING-AS-OF-TS           DELIMITED BY SIZE
                  INTO MSG-TEXT
           END-IF
           PERFORM PRINT-STATUS-MESSAGE

           IF INPUTDATE < EARLIEST-POSTING-DATE
             INITIALIZE STATUS-MSG
             IF EARLIEST-POSTING-DATE = HIGH-VALUES
               MOVE '    No postings on file for this account'
                 TO MSG-TEXT
             ELSE
               STRING '    Date is before the earliest posting on '
                                               DELIMITED BY SIZE
                      'file, '                 DELIMITED BY SIZE
                      EARLIEST-POSTING-DATE    DELIMITED BY SIZE
                    INTO MSG-TEXT
             END-IF
             PERFORM PRINT-STATUS-MESSAGE
           END-IF
           .

      * The postings made on the date, from the archive ...
       LIST-ARCHIVE-POSTINGS.
           MOVE 'N'        TO END-OF-FILE-SWITCH
           MOVE INPUTACCT  TO HA-ACCT-NUMBER
           MOVE LOW-VALUES TO HA-TX-TIMESTAMP
           MOVE INPUTDATE  TO HA-TX-TIMESTAMP(1:8)

           EXEC CICS STARTBR FILE   ( TXNHARCH-FILE )
                             RIDFLD ( HA-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM LIST-NEXT-ARCHIVE-POSTING UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( TXNHARCH-FILE ) END-EXEC
           END-IF
           .

       LIST-NEXT-ARCHIVE-POSTING.
           EXEC CICS READNEXT FILE ( TXNHARCH-FILE )
                              INTO ( TXNHARCH-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              HA-ACCT-NUMBER NOT = INPUTACCT OR
              HA-TX-TIMESTAMP(1:8) NOT = INPUTDATE
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             MOVE HA-TX-AMOUNT TO HISTORY-AMOUNT-DISPLAY
             INITIALIZE STATUS-MSG
             STRING '    Posting: '        DELIMITED BY SIZE
                    HA-TX-TIMESTAMP(9:6)   DELIMITED BY SIZE
                    ' '                    DELIMITED BY SIZE
                    HA-TX-TYPE             DELIMITED BY SPACE
                    ' '                    DELIMITED BY SIZE
                    HISTORY-AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' '                    DELIMITED BY SIZE
                    HA-TX-DESCRIPTION      DELIMITED BY SIZE
                    ' (archived)'          DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
             ADD 1 TO POSTINGS-LISTED
           END-IF
           .

      * ... and from the live history
       LIST-HISTORY-POSTINGS.
           MOVE 'N'        TO END-OF-FILE-SWITCH
           MOVE INPUTACCT  TO TH-ACCT-NUMBER
           MOVE LOW-VALUES TO TH-TX-TIMESTAMP
           MOVE INPUTDATE  TO TH-TX-TIMESTAMP(1:8)

           EXEC CICS STARTBR FILE   ( TXNHIST-FILE )
                             RIDFLD ( TH-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM LIST-NEXT-HISTORY-POSTING UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( TXNHIST-FILE ) END-EXEC
           END-IF

           IF POSTINGS-LISTED = 0
             INITIALIZE STATUS-MSG
             MOVE '    No postings on the date' TO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           END-IF
           .

       LIST-NEXT-HISTORY-POSTING.
           EXEC CICS READNEXT FILE ( TXNHIST-FILE )
                              INTO ( TXNHIST-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              TH-ACCT-NUMBER NOT = INPUTACCT OR
              TH-TX-TIMESTAMP(1:8) NOT = INPUTDATE
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             MOVE TH-TX-AMOUNT TO HISTORY-AMOUNT-DISPLAY
             INITIALIZE STATUS-MSG
             STRING '    Posting: '        DELIMITED BY SIZE
                    TH-TX-TIMESTAMP(9:6)   DELIMITED BY SIZE
                    ' '                    DELIMITED BY SIZE
                    TH-TX-TYPE             DELIMITED BY SPACE
                    ' '                    DELIMITED BY SIZE
                    HISTORY-AMOUNT-DISPLAY DELIMITED BY SIZE
                    ' '                    DELIMITED BY SIZE
                    TH-TX-DESCRIPTION      DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
             ADD 1 TO POSTINGS-LISTED
           END-IF
           .

      * The same deny-by-default entitlement gate as BALINQ and
      * WEBHOME: an individual ENTLMT record, or failing that a
      * role on ENTOPRL whose ENTROLE customer range covers the
      * owner. A denial lands on SECEVLOG exactly as theirs do
       CHECK-ENTITLEMENT.
           EXEC CICS ASSIGN USERID ( OPERATOR-ID )
           END-EXEC

           MOVE OPERATOR-ID   TO EN-OPERATOR-ID
           MOVE OWNER-CUST-NO TO EN-CUST-NO

           EXEC CICS READ FILE    ( ENTLMT-FILE )
                          INTO    ( ENTITLE-RECORD )
                          RIDFLD  ( EN-KEY )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND
              EN-ENTITLED-FLAG = 'Y'
             MOVE 'Y' TO ENTITLEMENT-SWITCH
           ELSE
             MOVE 'N' TO ENTITLEMENT-SWITCH
             PERFORM CHECK-ROLE-ENTITLEMENT
           END-IF

           IF NOT CUSTOMER-ENTITLED
             MOVE 'DENIED' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN

             INITIALIZE SECEVLOG-RECORD
             MOVE FUNCTION CURRENT-DATE TO SE-TIMESTAMP
             MOVE OPERATOR-ID           TO SE-OPERATOR-ID
             MOVE OWNER-CUST-NO         TO SE-CUST-NO
             MOVE 'DENIED  '            TO SE-EVENT-TYPE
             MOVE 'NOT ENTITLED TO CUSTOMER' TO SE-REASON

             EXEC CICS WRITE FILE   ( SECEVLOG-FILE )
                             FROM   ( SECEVLOG-RECORD )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               DISPLAY '*** BALASAT: Error ' COMMAND-RESP
                       ' writing SECEVLOG for ' OPERATOR-ID
             END-IF
           END-IF
           .

      * Browse the operator's role grants, as WEBHOME does
       CHECK-ROLE-ENTITLEMENT.
           MOVE OPERATOR-ID TO EO-OPERATOR-ID
           MOVE SPACES      TO EO-ROLE-NAME

           EXEC CICS STARTBR FILE   ( ENTOPRL-FILE )
                             RIDFLD ( EO-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM CHECK-NEXT-ROLE-GRANT
                     UNTIL COMMAND-RESP NOT = DFHRESP(NORMAL)
                        OR EO-OPERATOR-ID NOT = OPERATOR-ID
                        OR CUSTOMER-ENTITLED

             EXEC CICS ENDBR FILE ( ENTOPRL-FILE ) END-EXEC
           END-IF
           .

       CHECK-NEXT-ROLE-GRANT.
           EXEC CICS READNEXT FILE ( ENTOPRL-FILE )
                              INTO ( ENTOPRL-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND
              EO-OPERATOR-ID = OPERATOR-ID AND
              EO-GRANTED-FLAG = 'Y'

             MOVE EO-ROLE-NAME TO ER-ROLE-NAME

             EXEC CICS READ FILE    ( ENTROLE-FILE )
                            INTO    ( ENTROLE-RECORD )
                            RIDFLD  ( ER-ROLE-NAME )
                            RESP    ( ROLE-READ-RESP )
                            RESP2   ( ROLE-READ-RESP2 )
             END-EXEC

             IF ROLE-READ-RESP = DFHRESP(NORMAL) AND
                OWNER-CUST-NO >= ER-CUST-NO-LOW AND
                OWNER-CUST-NO <= ER-CUST-NO-HIGH
               MOVE 'Y' TO ENTITLEMENT-SWITCH
             END-IF
           END-IF
           .

      * The business date off the DROL-maintained BUSDATE control
      * record - a region with no record yet runs on the calendar
      * date
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
           MOVE 'BUSDATE ' TO BD-CONTROL-ID

           EXEC CICS READ FILE    ( BUSDATE-FILE )
                          INTO    ( BUSDATE-RECORD )
                          RIDFLD  ( BD-CONTROL-ID )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE BD-BUSINESS-DATE TO TODAYS-DATE
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

       END PROGRAM 'BALASAT'.
