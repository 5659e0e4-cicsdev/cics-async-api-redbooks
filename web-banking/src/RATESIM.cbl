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
      *  RATESIM
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * RATESIM - Rate change impact simulation. A rate change used
      * to go straight onto INTRATES or LOANTIER with a future
      * effective date, and nobody could say what it would do to
      * the book until it had taken effect. The proposed set is now
      * loaded onto the RATESTG staging file first, and this what-if
      * job projects one month of the current book under both the
      * rates in force today and the proposed ones:
      *
      *   interest credited - each positive CUSTACCT balance, for
      *       the projection period (the RSIMDAYS registry parameter,
      *       30 days when the registry has no value), accrued the
      *       way INTACCRU does at the INTRATES credit rate
      *   interest charged  - each overdrawn balance likewise at the
      *       INTRATES debit rate. Accounts priced by their PRODMAST
      *       product do not move with INTRATES and are counted, not
      *       projected
      *   loan quote tier   - the tier and rate GETLOAN would quote
      *       the customer under each LOANTIER set, from the same
      *       total balance and overdraft, and one month's interest
      *       on the customer's active LOANMAST balance at each quote
      *       rate. Booked loans keep their contractual rate, so this
      *       is shown as a repricing indication, apart from the net
      *       income effect on the book
      *
      * Each customer whose month changes gets a line on the
      * RATESMRP report, with the difference, and the run closes
      * with the totals under each set. Nothing is posted and no
      * live rate file is touched.
      *
      * Driven on request via the CICS batch bridge, transaction
      * 'RSIM' - see jcl/RATESIM.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. RATESIM.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY CUSTACCT.
       COPY LOANMAST.
       COPY INTRATES.
       COPY LOANTIER.
       COPY PRODMAST.
       COPY RATESTG.
       COPY RATESMRP.

       1 FILE-NAMES.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 LOANMAST-FILE          PIC X(8) VALUE 'LOANMAST'.
         2 INTRATES-FILE          PIC X(8) VALUE 'INTRATES'.
         2 LOANTIER-FILE          PIC X(8) VALUE 'LOANTIER'.
         2 PRODMAST-FILE          PIC X(8) VALUE 'PRODMAST'.
         2 RATESTG-FILE           PIC X(8) VALUE 'RATESTG'.
         2 RATESMRP-FILE          PIC X(8) VALUE 'RATESMRP'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.

      * Days of interest the projection covers
       1 PROJECTION-DAYS          PIC S9(4) COMP VALUE 30.

      * The two rate sets compared - entry 1 the set in force
      * today, entry 2 the proposed set off RATESTG. Each holds the
      * INTRATES rates and a LOANTIER set of up to ten tiers, as
      * GETLOAN loads it
       1 RATE-SETS.
         2 RATE-SET OCCURS 2 TIMES.
           3 SET-CREDIT-RATE      PIC S9(3)V9999 COMP-3.
           3 SET-DEBIT-RATE       PIC S9(3)V9999 COMP-3.
           3 SET-RATE-DATE        PIC X(8).
           3 SET-TIER-DATE        PIC X(8).
           3 SET-TIER-COUNT       PIC S9(4) COMP.
           3 TIER-ENTRY OCCURS 10 TIMES.
             4 TT-TIER-NO         PIC X(2).
             4 TT-THRESHOLD       PIC S9(9)V99 COMP-3.
             4 TT-RATE            PIC X(8).
             4 TT-RATE-VALUE      PIC S9(3)V9999 COMP-3.
       1 SET-INDEX                PIC S9(4) COMP-5 SYNC VALUE 0.
       1 TIER-INDEX               PIC S9(4) COMP-5 SYNC VALUE 0.

      * Where each part of the two sets came from
       1 CURRENT-RATES-SWITCH     PIC X(1) VALUE 'N'.
         88 CURRENT-RATES-FOUND            VALUE 'Y'.
       1 CURRENT-TIERS-SWITCH     PIC X(1) VALUE 'N'.
         88 CURRENT-TIERS-FOUND            VALUE 'Y'.
       1 STAGED-RATES-SWITCH      PIC X(1) VALUE 'N'.
         88 STAGED-RATES                   VALUE 'Y'.
       1 STAGED-TIERS-SWITCH      PIC X(1) VALUE 'N'.
         88 STAGED-TIERS                   VALUE 'Y'.
       1 PROPOSED-DATE            PIC X(8) VALUE SPACES.
       1 STAGED-TIERS-IGNORED     PIC S9(4) COMP VALUE 0.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * Every active loan, collected before the customer pass so
      * each customer's loan balance can be found without a second
      * browse
       1 LOAN-TABLE.
         2 LOAN-ENTRY OCCURS 5000 TIMES.
           3 LN-CUST-NO           PIC X(4).
           3 LN-BALANCE           PIC S9(9)V99 COMP-3.
           3 LN-MATCHED-SWITCH    PIC X(1).
             88 LN-MATCHED                 VALUE 'Y'.
       1 LOAN-COUNT               PIC S9(8) COMP-5 SYNC VALUE 0.
       1 LOAN-INDEX               PIC S9(8) COMP-5 SYNC VALUE 0.

      * Set when more loans are active than the table holds - the
      * contractual interest total still includes them all
       1 TABLE-FULL-SWITCH        PIC X(1) VALUE 'N'.
         88 TABLE-FULL                     VALUE 'Y'.

      * One customer's position, as GETLOAN totals it, and the
      * customer's active loan balance
       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.
       1 TOTAL-BALANCE            PIC S9(9)V99 COMP-3 VALUE 0.
       1 TOTAL-OVERDRAFT          PIC S9(9)V99 COMP-3 VALUE 0.
       1 CUSTOMER-LOAN-BALANCE    PIC S9(11)V99 COMP-3 VALUE 0.
       1 BEST-THRESHOLD           PIC S9(9)V99 COMP-3 VALUE 0.
       1 RATE-CHOSEN-SWITCH       PIC X(1) VALUE 'N'.
         88 RATE-CHOSEN                    VALUE 'Y'.

      * Whether the account being projected moves with INTRATES
       1 STANDARD-PRICED-SWITCH   PIC X(1) VALUE 'N'.
         88 STANDARD-PRICED                VALUE 'Y'.

      * One customer's projected month under each set
       1 CUSTOMER-RESULTS.
         2 CUSTOMER-RESULT OCCURS 2 TIMES.
           3 CU-CREDITED          PIC S9(9)V99 COMP-3.
           3 CU-CHARGED           PIC S9(9)V99 COMP-3.
           3 CU-LOAN-QUOTE        PIC S9(9)V99 COMP-3.
           3 CU-TIER-NO           PIC X(2).
           3 CU-RATE              PIC X(8).
           3 CU-RATE-VALUE        PIC S9(3)V9999 COMP-3.
       1 PROJECTED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.

      * The customer's differences, proposed less current. The net
      * income effect is the bank's: more charged, less credited
       1 DIFF-CREDITED            PIC S9(9)V99 COMP-3 VALUE 0.
       1 DIFF-CHARGED             PIC S9(9)V99 COMP-3 VALUE 0.
       1 DIFF-LOAN-QUOTE          PIC S9(9)V99 COMP-3 VALUE 0.
       1 DIFF-NET-INCOME          PIC S9(9)V99 COMP-3 VALUE 0.

      * Run totals under each set
       1 RUN-TOTALS.
         2 RUN-TOTAL OCCURS 2 TIMES.
           3 RT-CREDITED          PIC S9(11)V99 COMP-3.
           3 RT-CHARGED           PIC S9(11)V99 COMP-3.
           3 RT-LOAN-QUOTE        PIC S9(11)V99 COMP-3.
       1 LOAN-CONTRACT-INTEREST   PIC S9(11)V99 COMP-3 VALUE 0.
       1 UNMATCHED-LOAN-BALANCE   PIC S9(11)V99 COMP-3 VALUE 0.
       1 CUSTOMERS-READ           PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CUSTOMERS-CHANGED        PIC S9(8) COMP-5 SYNC VALUE 0.
       1 QUOTE-RATE-UP-COUNT      PIC S9(8) COMP-5 SYNC VALUE 0.
       1 QUOTE-RATE-DOWN-COUNT    PIC S9(8) COMP-5 SYNC VALUE 0.
       1 STANDARD-PRICED-COUNT    PIC S9(8) COMP-5 SYNC VALUE 0.
       1 PRODUCT-PRICED-COUNT     PIC S9(8) COMP-5 SYNC VALUE 0.
       1 LOANS-READ               PIC S9(8) COMP-5 SYNC VALUE 0.
       1 LOANS-UNMATCHED          PIC S9(8) COMP-5 SYNC VALUE 0.

      * Column headings and one customer's line of the report
       1 HEADING-LINE-1.
         2 FILLER                 PIC X(8) VALUE '  CUST  '.
         2 FILLER                 PIC X(35) VALUE
                  '----------- INTEREST CREDITED -----'.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 FILLER                 PIC X(35) VALUE
                  '----------- INTEREST CHARGED ------'.
         2 FILLER                 PIC X(22) VALUE
                  '  QUOTE  QUOTE RATE   '.
         2 FILLER                 PIC X(24) VALUE
                  ' LOAN QUOTE   NET INCOME'.
       1 HEADING-LINE-2.
         2 FILLER                 PIC X(8) VALUE SPACES.
         2 FILLER                 PIC X(35) VALUE
                  '    CURRENT    PROPOSED  DIFFERENCE'.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 FILLER                 PIC X(35) VALUE
                  '    CURRENT    PROPOSED  DIFFERENCE'.
         2 FILLER                 PIC X(22) VALUE
                  '  TIER    CUR   NEW   '.
         2 FILLER                 PIC X(24) VALUE
                  ' DIFFERENCE   DIFFERENCE'.
       1 DETAIL-LINE.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-CUST-NO             PIC X(4).
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-CREDITED-CURRENT    PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-CREDITED-PROPOSED   PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-CREDITED-DIFF       PIC -(7)9.99.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-CHARGED-CURRENT     PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-CHARGED-PROPOSED    PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-CHARGED-DIFF        PIC -(7)9.99.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-TIER-CURRENT        PIC X(2).
         2 FILLER                 PIC X(1) VALUE '>'.
         2 DL-TIER-PROPOSED       PIC X(2).
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-RATE-CURRENT        PIC X(5).
         2 FILLER                 PIC X(1) VALUE '>'.
         2 DL-RATE-PROPOSED       PIC X(5).
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-LOAN-QUOTE-DIFF     PIC -(7)9.99.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-NET-INCOME-DIFF     PIC -(7)9.99.

       1 AMOUNT-DISPLAY           PIC -99999999999.99.
       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 RATE-DISPLAY             PIC ZZ9.9999.
       1 DAYS-DISPLAY             PIC ZZZ9.

      * Commarea for the shared PARMREAD registry routine - the
      * projection period comes from the registry
       COPY PARMRDCA.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

      * Commarea for the shared RUNCTLR run-control routine - this
      * job records itself on the RUNCTL ledger
       COPY RUNCTLCA.

       1 RUNCTLR-PROGRAM          PIC X(8) VALUE 'RUNCTLR'.

      * What the ledger entry closes with - an orderly failure exit
      * flips it to FAILED before RECORD-RUN-END
       1 RUN-OUTCOME-VALUE         PIC X(8) VALUE 'ENDED-OK'.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

        LINKAGE SECTION.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------

      * The run's ledger entry first
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             DISPLAY '*** RATESIM: Run-control ledger error - '
                     'run refused'
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'RATESIM: Starting rate change impact simulation'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

           PERFORM GET-PROJECTION-DAYS

           INITIALIZE RATE-SETS
           INITIALIZE RUN-TOTALS

      *    The current set - the rates INTACCRU and GETLOAN would
      *    use today - then the proposed set off the staging file
           PERFORM FIND-RATES-IN-FORCE
           PERFORM LOAD-CURRENT-TIERS
           PERFORM LOAD-STAGED-RATES

           IF NOT STAGED-RATES AND NOT STAGED-TIERS
             DISPLAY '*** RATESIM: Nothing staged on RATESTG - '
                     'no simulation run'
             PERFORM WRITE-REPORT-HEADER
             MOVE SPACES TO RATESMRP-RECORD
             STRING '  *** NO PROPOSED RATES ON RATESTG - NOTHING '
                                                    DELIMITED BY SIZE
                    'SIMULATED'                     DELIMITED BY SIZE
                  INTO RM-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
             PERFORM RECORD-RUN-END
             EXEC CICS RETURN END-EXEC
           END-IF

      *    Whatever the proposal leaves alone is simulated as it
      *    stands today
           IF NOT STAGED-RATES
             MOVE SET-CREDIT-RATE (1) TO SET-CREDIT-RATE (2)
             MOVE SET-DEBIT-RATE (1)  TO SET-DEBIT-RATE (2)
             MOVE SET-RATE-DATE (1)   TO SET-RATE-DATE (2)
           END-IF
           IF NOT STAGED-TIERS
             MOVE 1 TO TIER-INDEX
             PERFORM COPY-CURRENT-TIER
                     UNTIL TIER-INDEX > SET-TIER-COUNT (1)
             MOVE SET-TIER-COUNT (1) TO SET-TIER-COUNT (2)
             MOVE SET-TIER-DATE (1)  TO SET-TIER-DATE (2)
           END-IF

           PERFORM COLLECT-ACTIVE-LOANS

           PERFORM WRITE-REPORT-HEADER

           PERFORM SIMULATE-CUSTOMERS

      *    Loans whose customer has no current accounts on file were
      *    never priced against a position - they are counted apart
           MOVE 1 TO LOAN-INDEX
           PERFORM COUNT-UNMATCHED-LOAN
                   UNTIL LOAN-INDEX > LOAN-COUNT

           PERFORM WRITE-RUN-TOTALS

           DISPLAY 'RATESIM: Completed - customers: ' CUSTOMERS-READ
                   ' changed: ' CUSTOMERS-CHANGED

      * Close the ledger entry - the job came out clean
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * How many days of interest the projection covers, off the
      * parameter registry - 30 when the registry has no value
       GET-PROJECTION-DAYS.
           MOVE 'RSIMDAYS' TO PR-PARM-NAME
           MOVE SPACES     TO PR-VALUE
           MOVE 'N'        TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE PROJECTION-DAYS = FUNCTION NUMVAL(PR-VALUE)
           END-IF

           IF PROJECTION-DAYS NOT > 0
             MOVE 30 TO PROJECTION-DAYS
           END-IF
           .

      * The INTRATES set in force today, found with the same
      * backwards browse INTACCRU uses. With none in force INTACCRU
      * accrues nothing, so the current set is simulated at zero
       FIND-RATES-IN-FORCE.
           MOVE 'N' TO CURRENT-RATES-SWITCH
           MOVE TODAYS-DATE TO IR-EFFECTIVE-DATE

           EXEC CICS STARTBR FILE   ( INTRATES-FILE )
                             RIDFLD ( IR-EFFECTIVE-DATE )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

      *    Nothing sorts at or after today - the set in force may
      *    still be the last record on the file
           IF COMMAND-RESP = DFHRESP(NOTFND)
             MOVE HIGH-VALUES TO IR-EFFECTIVE-DATE

             EXEC CICS STARTBR FILE   ( INTRATES-FILE )
                               RIDFLD ( IR-EFFECTIVE-DATE )
                               GTEQ
                               RESP   ( COMMAND-RESP )
                               RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EXEC CICS READPREV FILE ( INTRATES-FILE )
                                INTO ( INTRATES-RECORD )
                                RESP ( COMMAND-RESP )
                                RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL) AND
                IR-EFFECTIVE-DATE <= TODAYS-DATE
               MOVE 'Y' TO CURRENT-RATES-SWITCH
               MOVE IR-CREDIT-RATE    TO SET-CREDIT-RATE (1)
               MOVE IR-DEBIT-RATE     TO SET-DEBIT-RATE (1)
               MOVE IR-EFFECTIVE-DATE TO SET-RATE-DATE (1)
             END-IF

             EXEC CICS ENDBR FILE ( INTRATES-FILE ) END-EXEC
           END-IF
           .

      * The LOANTIER set in force today, found as GETLOAN finds it.
      * With none in force GETLOAN quotes from its built-in
      * fallback tiers, so those become the current set
       LOAD-CURRENT-TIERS.
           MOVE 'N' TO CURRENT-TIERS-SWITCH
           MOVE 1 TO SET-INDEX

           MOVE TODAYS-DATE TO LT-EFFECTIVE-DATE
           MOVE '99'        TO LT-TIER-NO

           EXEC CICS STARTBR FILE   ( LOANTIER-FILE )
                             RIDFLD ( LT-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NOTFND)
             MOVE HIGH-VALUES TO LT-KEY

             EXEC CICS STARTBR FILE   ( LOANTIER-FILE )
                               RIDFLD ( LT-KEY )
                               GTEQ
                               RESP   ( COMMAND-RESP )
                               RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EXEC CICS READPREV FILE ( LOANTIER-FILE )
                                INTO ( LOANTIER-RECORD )
                                RESP ( COMMAND-RESP )
                                RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL) AND
                LT-EFFECTIVE-DATE <= TODAYS-DATE
               MOVE 'Y' TO CURRENT-TIERS-SWITCH
               MOVE LT-EFFECTIVE-DATE TO SET-TIER-DATE (1)
               PERFORM LOAD-PREVIOUS-TIER
                       UNTIL COMMAND-RESP NOT = DFHRESP(NORMAL)
                          OR LT-EFFECTIVE-DATE NOT = SET-TIER-DATE (1)
                          OR SET-TIER-COUNT (1) >= 10
             END-IF

             EXEC CICS ENDBR FILE ( LOANTIER-FILE ) END-EXEC
           END-IF

           IF NOT CURRENT-TIERS-FOUND
             MOVE '00000000' TO SET-TIER-DATE (1)
             MOVE '00'   TO LT-TIER-NO
             MOVE 0      TO LT-THRESHOLD
             MOVE '9.99' TO LT-RATE
             PERFORM ADD-TIER-TO-SET
             MOVE '01'   TO LT-TIER-NO
             MOVE 10000  TO LT-THRESHOLD
             MOVE '1.25' TO LT-RATE
             PERFORM ADD-TIER-TO-SET
             MOVE '02'   TO LT-TIER-NO
             MOVE 1000   TO LT-THRESHOLD
             MOVE '4.50' TO LT-RATE
             PERFORM ADD-TIER-TO-SET
             MOVE '03'   TO LT-TIER-NO
             MOVE 0      TO LT-THRESHOLD
             MOVE '7.20' TO LT-RATE
             PERFORM ADD-TIER-TO-SET
           END-IF
           .

      * One step of the backwards browse over the set in force -
      * keep the tier just read, then read the one before it
       LOAD-PREVIOUS-TIER.
           PERFORM ADD-TIER-TO-SET

           EXEC CICS READPREV FILE ( LOANTIER-FILE )
                              INTO ( LOANTIER-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC
           .

      * Add the tier in LOANTIER-RECORD to the set SET-INDEX names,
      * with its rate text turned into a number once for the sums
       ADD-TIER-TO-SET.
           ADD 1 TO SET-TIER-COUNT ( SET-INDEX )
           MOVE SET-TIER-COUNT ( SET-INDEX ) TO TIER-INDEX
           MOVE LT-TIER-NO   TO TT-TIER-NO ( SET-INDEX, TIER-INDEX )
           MOVE LT-THRESHOLD TO TT-THRESHOLD ( SET-INDEX, TIER-INDEX )
           MOVE LT-RATE      TO TT-RATE ( SET-INDEX, TIER-INDEX )
           COMPUTE TT-RATE-VALUE ( SET-INDEX, TIER-INDEX ) =
                   FUNCTION NUMVAL ( LT-RATE )
           .

      * The proposed set off RATESTG - the type I record carries
      * the proposed INTRATES rates, each type T record a proposed
      * LOANTIER tier
       LOAD-STAGED-RATES.
           MOVE 'N' TO STAGED-RATES-SWITCH
           MOVE 'N' TO STAGED-TIERS-SWITCH
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE 2 TO SET-INDEX
           MOVE LOW-VALUES TO RG-KEY

           EXEC CICS STARTBR FILE   ( RATESTG-FILE )
                             RIDFLD ( RG-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM READ-NEXT-STAGED UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( RATESTG-FILE ) END-EXEC
           END-IF
           .

       READ-NEXT-STAGED.
           EXEC CICS READNEXT FILE   ( RATESTG-FILE )
                              INTO   ( RATESTG-RECORD )
                              RIDFLD ( RG-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF PROPOSED-DATE = SPACES
               MOVE RG-EFFECTIVE-DATE TO PROPOSED-DATE
             END-IF

             EVALUATE TRUE
               WHEN RG-TYPE-INTEREST
                 MOVE 'Y' TO STAGED-RATES-SWITCH
                 MOVE RG-CREDIT-RATE    TO SET-CREDIT-RATE (2)
                 MOVE RG-DEBIT-RATE     TO SET-DEBIT-RATE (2)
                 MOVE RG-EFFECTIVE-DATE TO SET-RATE-DATE (2)
               WHEN RG-TYPE-TIER
      *          No more than ten tiers, as GETLOAN loads
                 IF SET-TIER-COUNT (2) >= 10
                   ADD 1 TO STAGED-TIERS-IGNORED
                 ELSE
                   MOVE 'Y' TO STAGED-TIERS-SWITCH
                   MOVE RG-EFFECTIVE-DATE TO SET-TIER-DATE (2)
                   MOVE RG-TIER-NO        TO LT-TIER-NO
                   MOVE RG-THRESHOLD      TO LT-THRESHOLD
                   MOVE RG-RATE           TO LT-RATE
                   PERFORM ADD-TIER-TO-SET
                 END-IF
               WHEN OTHER
                 DISPLAY '*** RATESIM: Unknown RATESTG record type '
                         RG-RECORD-TYPE ' ignored'
             END-EVALUATE
           END-IF
           .

      * An unstaged tier set is simulated as the current one
       COPY-CURRENT-TIER.
           MOVE TIER-ENTRY ( 1, TIER-INDEX )
             TO TIER-ENTRY ( 2, TIER-INDEX )
           ADD 1 TO TIER-INDEX
           .

      * Every active loan's customer and balance, and one month of
      * its interest at the contractual rate LOANSERV charges -
      * the same under both sets
       COLLECT-ACTIVE-LOANS.
           MOVE 0   TO LOAN-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE LOW-VALUES TO LM-LOAN-ACCT

           EXEC CICS STARTBR FILE   ( LOANMAST-FILE )
                             RIDFLD ( LM-LOAN-ACCT )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM COLLECT-NEXT-LOAN UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( LOANMAST-FILE ) END-EXEC
           END-IF
           .

       COLLECT-NEXT-LOAN.
           EXEC CICS READNEXT FILE   ( LOANMAST-FILE )
                              INTO   ( LOANMAST-RECORD )
                              RIDFLD ( LM-LOAN-ACCT )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF LM-STATUS-ACTIVE AND LM-BALANCE > 0
               ADD 1 TO LOANS-READ
               COMPUTE PROJECTED-AMOUNT ROUNDED =
                       LM-BALANCE * FUNCTION NUMVAL ( LM-LOAN-RATE )
                       / 1200
               ADD PROJECTED-AMOUNT TO LOAN-CONTRACT-INTEREST

               IF LOAN-COUNT >= 5000
                 MOVE 'Y' TO TABLE-FULL-SWITCH
               ELSE
                 ADD 1 TO LOAN-COUNT
                 MOVE LM-CUST-NO TO LN-CUST-NO ( LOAN-COUNT )
                 MOVE LM-BALANCE TO LN-BALANCE ( LOAN-COUNT )
                 MOVE 'N'        TO LN-MATCHED-SWITCH ( LOAN-COUNT )
               END-IF
             END-IF
           END-IF
           .

      * Browse every customer on CUSTACCT - nothing is updated, so
      * the projection runs straight off the browse
       SIMULATE-CUSTOMERS.
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE LOW-VALUES TO CA-CUST-NO

           EXEC CICS STARTBR FILE   ( CUSTACCT-FILE )
                             RIDFLD ( CA-CUST-NO )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SIMULATE-NEXT-CUSTOMER UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( CUSTACCT-FILE ) END-EXEC
           END-IF
           .

       SIMULATE-NEXT-CUSTOMER.
           EXEC CICS READNEXT FILE   ( CUSTACCT-FILE )
                              INTO   ( CUSTACCT-RECORD )
                              RIDFLD ( CA-CUST-NO )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO CUSTOMERS-READ
             PERFORM SIMULATE-ONE-CUSTOMER
           END-IF
           .

      * One customer's month under each set: the accounts' interest,
      * the quote tier from their total position, and a month of
      * interest on their loan balance at each quote rate
       SIMULATE-ONE-CUSTOMER.
           INITIALIZE CUSTOMER-RESULTS
           MOVE 0 TO TOTAL-BALANCE
           MOVE 0 TO TOTAL-OVERDRAFT

           MOVE 1 TO ACCT-COUNTER
           PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                      OR ACCT-COUNTER > 10
             ADD CA-BALANCE ( ACCT-COUNTER )   TO TOTAL-BALANCE
             ADD CA-OVERDRAFT ( ACCT-COUNTER ) TO TOTAL-OVERDRAFT
             PERFORM PROJECT-ONE-ACCOUNT
             ADD 1 TO ACCT-COUNTER
           END-PERFORM

           MOVE 0 TO CUSTOMER-LOAN-BALANCE
           MOVE 1 TO LOAN-INDEX
           PERFORM MATCH-CUSTOMER-LOAN
                   UNTIL LOAN-INDEX > LOAN-COUNT

           MOVE 1 TO SET-INDEX
           PERFORM PROJECT-QUOTE-TIER
           MOVE 2 TO SET-INDEX
           PERFORM PROJECT-QUOTE-TIER

           ADD CU-CREDITED (1)   TO RT-CREDITED (1)
           ADD CU-CREDITED (2)   TO RT-CREDITED (2)
           ADD CU-CHARGED (1)    TO RT-CHARGED (1)
           ADD CU-CHARGED (2)    TO RT-CHARGED (2)
           ADD CU-LOAN-QUOTE (1) TO RT-LOAN-QUOTE (1)
           ADD CU-LOAN-QUOTE (2) TO RT-LOAN-QUOTE (2)

           COMPUTE DIFF-CREDITED = CU-CREDITED (2) - CU-CREDITED (1)
           COMPUTE DIFF-CHARGED  = CU-CHARGED (2)  - CU-CHARGED (1)
           COMPUTE DIFF-LOAN-QUOTE =
                   CU-LOAN-QUOTE (2) - CU-LOAN-QUOTE (1)
           COMPUTE DIFF-NET-INCOME = DIFF-CHARGED - DIFF-CREDITED

           EVALUATE TRUE
             WHEN CU-RATE-VALUE (2) > CU-RATE-VALUE (1)
               ADD 1 TO QUOTE-RATE-UP-COUNT
             WHEN CU-RATE-VALUE (2) < CU-RATE-VALUE (1)
               ADD 1 TO QUOTE-RATE-DOWN-COUNT
           END-EVALUATE

      *    Only a customer whose month changes is listed
           IF DIFF-CREDITED NOT = 0 OR
              DIFF-CHARGED NOT = 0 OR
              DIFF-LOAN-QUOTE NOT = 0 OR
              CU-TIER-NO (2) NOT = CU-TIER-NO (1) OR
              CU-RATE (2) NOT = CU-RATE (1)
             ADD 1 TO CUSTOMERS-CHANGED
             PERFORM WRITE-CUSTOMER-LINE
           END-IF
           .

      * One account's projected interest under each set. Only an
      * account priced from INTRATES moves with a rate change - one
      * on a PRODMAST product keeps its product's rates
       PROJECT-ONE-ACCOUNT.
           PERFORM CHECK-ACCOUNT-PRICING

           IF STANDARD-PRICED
             MOVE 1 TO SET-INDEX
             PERFORM PROJECT-ACCOUNT-INTEREST
             MOVE 2 TO SET-INDEX
             PERFORM PROJECT-ACCOUNT-INTEREST
           END-IF
           .

      * An account with no product code, or one not on PRODMAST, is
      * priced from INTRATES, as INTACCRU prices it
       CHECK-ACCOUNT-PRICING.
           MOVE 'Y' TO STANDARD-PRICED-SWITCH

           IF CA-PRODUCT-CODE ( ACCT-COUNTER ) NOT = SPACES AND
              CA-PRODUCT-CODE ( ACCT-COUNTER ) NOT = LOW-VALUES
             MOVE CA-PRODUCT-CODE ( ACCT-COUNTER ) TO PD-PRODUCT-CODE
             EXEC CICS READ FILE    ( PRODMAST-FILE )
                            INTO    ( PRODMAST-RECORD )
                            RIDFLD  ( PD-PRODUCT-CODE )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO STANDARD-PRICED-SWITCH
             END-IF
           END-IF

           IF STANDARD-PRICED
             ADD 1 TO STANDARD-PRICED-COUNT
           ELSE
             ADD 1 TO PRODUCT-PRICED-COUNT
           END-IF
           .

      * The period's interest on the balance at the set's rates -
      * credited on a positive balance, charged on an overdrawn one
       PROJECT-ACCOUNT-INTEREST.
           EVALUATE TRUE
             WHEN CA-BALANCE ( ACCT-COUNTER ) > 0
               COMPUTE PROJECTED-AMOUNT ROUNDED =
                       CA-BALANCE ( ACCT-COUNTER )
                       * SET-CREDIT-RATE ( SET-INDEX )
                       * PROJECTION-DAYS / 36500
               ADD PROJECTED-AMOUNT TO CU-CREDITED ( SET-INDEX )
             WHEN CA-BALANCE ( ACCT-COUNTER ) < 0
               COMPUTE PROJECTED-AMOUNT ROUNDED =
                       0 - CA-BALANCE ( ACCT-COUNTER )
                       * SET-DEBIT-RATE ( SET-INDEX )
                       * PROJECTION-DAYS / 36500
               ADD PROJECTED-AMOUNT TO CU-CHARGED ( SET-INDEX )
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * Add the loan to the customer's loan balance when it is theirs
       MATCH-CUSTOMER-LOAN.
           IF LN-CUST-NO ( LOAN-INDEX ) = CA-CUST-NO
             ADD LN-BALANCE ( LOAN-INDEX ) TO CUSTOMER-LOAN-BALANCE
             MOVE 'Y' TO LN-MATCHED-SWITCH ( LOAN-INDEX )
           END-IF

           ADD 1 TO LOAN-INDEX
           .

      * The tier and rate the set would quote the customer, chosen
      * as GETLOAN chooses - tier 00 whenever the customer is in
      * overdraft, otherwise the balance tier with the highest
      * threshold the total balance meets, and GETLOAN's own
      * fallbacks where the set has no such tier - and a month of
      * interest on the customer's loan balance at that rate
       PROJECT-QUOTE-TIER.
           MOVE 'N' TO RATE-CHOSEN-SWITCH

           IF TOTAL-OVERDRAFT > 0
             MOVE 1 TO TIER-INDEX
             PERFORM UNTIL TIER-INDEX > SET-TIER-COUNT ( SET-INDEX )
                        OR RATE-CHOSEN
               IF TT-TIER-NO ( SET-INDEX, TIER-INDEX ) = '00'
                 PERFORM CHOOSE-TIER
               END-IF
               ADD 1 TO TIER-INDEX
             END-PERFORM

             IF NOT RATE-CHOSEN
               MOVE '00'   TO CU-TIER-NO ( SET-INDEX )
               MOVE '9.99' TO CU-RATE ( SET-INDEX )
               MOVE 9.99   TO CU-RATE-VALUE ( SET-INDEX )
             END-IF
           ELSE
             MOVE 0 TO BEST-THRESHOLD
             MOVE 1 TO TIER-INDEX
             PERFORM UNTIL TIER-INDEX > SET-TIER-COUNT ( SET-INDEX )
               IF TT-TIER-NO ( SET-INDEX, TIER-INDEX ) NOT = '00' AND
                  TOTAL-BALANCE >=
                  TT-THRESHOLD ( SET-INDEX, TIER-INDEX )
                 IF NOT RATE-CHOSEN OR
                    TT-THRESHOLD ( SET-INDEX, TIER-INDEX )
                    > BEST-THRESHOLD
                   PERFORM CHOOSE-TIER
                   MOVE TT-THRESHOLD ( SET-INDEX, TIER-INDEX )
                     TO BEST-THRESHOLD
                 END-IF
               END-IF
               ADD 1 TO TIER-INDEX
             END-PERFORM

             IF NOT RATE-CHOSEN
               MOVE '99'   TO CU-TIER-NO ( SET-INDEX )
               MOVE '7.20' TO CU-RATE ( SET-INDEX )
               MOVE 7.20   TO CU-RATE-VALUE ( SET-INDEX )
             END-IF
           END-IF

           COMPUTE CU-LOAN-QUOTE ( SET-INDEX ) ROUNDED =
                   CUSTOMER-LOAN-BALANCE * CU-RATE-VALUE ( SET-INDEX )
                   / 1200
           .

       CHOOSE-TIER.
           MOVE TT-TIER-NO ( SET-INDEX, TIER-INDEX )
             TO CU-TIER-NO ( SET-INDEX )
           MOVE TT-RATE ( SET-INDEX, TIER-INDEX )
             TO CU-RATE ( SET-INDEX )
           MOVE TT-RATE-VALUE ( SET-INDEX, TIER-INDEX )
             TO CU-RATE-VALUE ( SET-INDEX )
           MOVE 'Y' TO RATE-CHOSEN-SWITCH
           .

       COUNT-UNMATCHED-LOAN.
           IF NOT LN-MATCHED ( LOAN-INDEX )
             ADD 1 TO LOANS-UNMATCHED
             ADD LN-BALANCE ( LOAN-INDEX ) TO UNMATCHED-LOAN-BALANCE
           END-IF

           ADD 1 TO LOAN-INDEX
           .

       WRITE-CUSTOMER-LINE.
           MOVE CA-CUST-NO          TO DL-CUST-NO
           MOVE CU-CREDITED (1)     TO DL-CREDITED-CURRENT
           MOVE CU-CREDITED (2)     TO DL-CREDITED-PROPOSED
           MOVE DIFF-CREDITED       TO DL-CREDITED-DIFF
           MOVE CU-CHARGED (1)      TO DL-CHARGED-CURRENT
           MOVE CU-CHARGED (2)      TO DL-CHARGED-PROPOSED
           MOVE DIFF-CHARGED        TO DL-CHARGED-DIFF
           MOVE CU-TIER-NO (1)      TO DL-TIER-CURRENT
           MOVE CU-TIER-NO (2)      TO DL-TIER-PROPOSED
           MOVE CU-RATE (1)         TO DL-RATE-CURRENT
           MOVE CU-RATE (2)         TO DL-RATE-PROPOSED
           MOVE DIFF-LOAN-QUOTE     TO DL-LOAN-QUOTE-DIFF
           MOVE DIFF-NET-INCOME     TO DL-NET-INCOME-DIFF

           MOVE SPACES TO RATESMRP-RECORD
           MOVE DETAIL-LINE TO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * Run header - the two sets compared and the period - then
      * the column headings
       WRITE-REPORT-HEADER.
           MOVE PROJECTION-DAYS TO DAYS-DISPLAY

           MOVE SPACES TO RATESMRP-RECORD
           STRING 'RATE CHANGE IMPACT SIMULATION ' DELIMITED BY SIZE
                  RUN-TIMESTAMP                    DELIMITED BY SIZE
                  '  PROPOSED EFFECTIVE '          DELIMITED BY SIZE
                  PROPOSED-DATE                    DELIMITED BY SIZE
                  '  PROJECTION DAYS '             DELIMITED BY SIZE
                  DAYS-DISPLAY                     DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO SET-INDEX
           PERFORM WRITE-SET-HEADER
           MOVE 2 TO SET-INDEX
           PERFORM WRITE-SET-HEADER

           IF STAGED-TIERS-IGNORED > 0
             MOVE STAGED-TIERS-IGNORED TO COUNT-DISPLAY
             MOVE SPACES TO RATESMRP-RECORD
             STRING '  *** '                    DELIMITED BY SIZE
                    COUNT-DISPLAY               DELIMITED BY SIZE
                    ' STAGED TIERS BEYOND THE TENTH IGNORED'
                                                DELIMITED BY SIZE
                  INTO RM-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO RATESMRP-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RATESMRP-RECORD
           MOVE HEADING-LINE-1 TO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RATESMRP-RECORD
           MOVE HEADING-LINE-2 TO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * One set's INTRATES rates and LOANTIER tiers, and where each
      * came from
       WRITE-SET-HEADER.
           MOVE SPACES TO RATESMRP-RECORD
           IF SET-INDEX = 1
             STRING '  CURRENT  INTRATES ' DELIMITED BY SIZE
                  INTO RM-PRINT-LINE
           ELSE
             STRING '  PROPOSED INTRATES ' DELIMITED BY SIZE
                  INTO RM-PRINT-LINE
           END-IF
           EVALUATE TRUE
             WHEN SET-INDEX = 1 AND NOT CURRENT-RATES-FOUND
               MOVE 'NONE IN FORCE - NO INTEREST ACCRUES'
                 TO RM-PRINT-LINE(22:40)
             WHEN SET-INDEX = 2 AND NOT STAGED-RATES
               MOVE 'NONE STAGED - CURRENT SET KEPT'
                 TO RM-PRINT-LINE(22:40)
             WHEN OTHER
               MOVE SET-RATE-DATE ( SET-INDEX ) TO RM-PRINT-LINE(22:8)
               MOVE SET-CREDIT-RATE ( SET-INDEX ) TO RATE-DISPLAY
               MOVE '  CREDIT '   TO RM-PRINT-LINE(30:9)
               MOVE RATE-DISPLAY  TO RM-PRINT-LINE(39:8)
               MOVE SET-DEBIT-RATE ( SET-INDEX ) TO RATE-DISPLAY
               MOVE '  DEBIT '    TO RM-PRINT-LINE(47:8)
               MOVE RATE-DISPLAY  TO RM-PRINT-LINE(55:8)
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RATESMRP-RECORD
           IF SET-INDEX = 1
             STRING '  CURRENT  LOANTIER ' DELIMITED BY SIZE
                  INTO RM-PRINT-LINE
           ELSE
             STRING '  PROPOSED LOANTIER ' DELIMITED BY SIZE
                  INTO RM-PRINT-LINE
           END-IF
           EVALUATE TRUE
             WHEN SET-INDEX = 1 AND NOT CURRENT-TIERS-FOUND
               MOVE 'NONE IN FORCE - GETLOAN BUILT-IN TIERS'
                 TO RM-PRINT-LINE(22:40)
             WHEN SET-INDEX = 2 AND NOT STAGED-TIERS
               MOVE 'NONE STAGED - CURRENT SET KEPT'
                 TO RM-PRINT-LINE(22:40)
             WHEN OTHER
               MOVE SET-TIER-DATE ( SET-INDEX ) TO RM-PRINT-LINE(22:8)
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO TIER-INDEX
           PERFORM WRITE-TIER-LINE
                   UNTIL TIER-INDEX > SET-TIER-COUNT ( SET-INDEX )
           .

       WRITE-TIER-LINE.
           MOVE TT-THRESHOLD ( SET-INDEX, TIER-INDEX )
             TO AMOUNT-DISPLAY

           MOVE SPACES TO RATESMRP-RECORD
           STRING '    TIER '               DELIMITED BY SIZE
                  TT-TIER-NO ( SET-INDEX, TIER-INDEX )
                                            DELIMITED BY SIZE
                  '  THRESHOLD '            DELIMITED BY SIZE
                  AMOUNT-DISPLAY            DELIMITED BY SIZE
                  '  RATE '                 DELIMITED BY SIZE
                  TT-RATE ( SET-INDEX, TIER-INDEX )
                                            DELIMITED BY SPACE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO TIER-INDEX
           .

      * The totals under each set, the net income effect on the
      * book, and the loan repricing indication beside it
       WRITE-RUN-TOTALS.
           MOVE SPACES TO RATESMRP-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RATESMRP-RECORD
           STRING 'TOTALS FOR THE PROJECTION PERIOD' DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO DIFF-CREDITED
           MOVE 0 TO DIFF-CHARGED
           MOVE 0 TO DIFF-LOAN-QUOTE
           MOVE 0 TO DIFF-NET-INCOME
           COMPUTE DIFF-CREDITED = RT-CREDITED (2) - RT-CREDITED (1)
           COMPUTE DIFF-CHARGED  = RT-CHARGED (2)  - RT-CHARGED (1)
           COMPUTE DIFF-LOAN-QUOTE =
                   RT-LOAN-QUOTE (2) - RT-LOAN-QUOTE (1)
           COMPUTE DIFF-NET-INCOME = DIFF-CHARGED - DIFF-CREDITED

           MOVE RT-CREDITED (1) TO AMOUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  INTEREST CREDITED - CURRENT:   ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                      DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RT-CREDITED (2) TO AMOUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  INTEREST CREDITED - PROPOSED:  ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                      DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RT-CHARGED (1) TO AMOUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  INTEREST CHARGED  - CURRENT:   ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                      DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RT-CHARGED (2) TO AMOUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  INTEREST CHARGED  - PROPOSED:  ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                      DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DIFF-NET-INCOME TO AMOUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  NET INCOME EFFECT ON THE BOOK: ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                      DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOAN-CONTRACT-INTEREST TO AMOUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  LOAN INTEREST AT CONTRACT RATES'
                                                      DELIMITED BY SIZE
                  ' (UNCHANGED): '                    DELIMITED BY SIZE
                  AMOUNT-DISPLAY                      DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RT-LOAN-QUOTE (1) TO AMOUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  LOANS AT QUOTE RATE - CURRENT: ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                      DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RT-LOAN-QUOTE (2) TO AMOUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  LOANS AT QUOTE RATE - PROPOSED:' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                      DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DIFF-LOAN-QUOTE TO AMOUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  LOAN REPRICING INDICATION:     ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY                      DELIMITED BY SIZE
                  '  (NEW QUOTES ONLY - BOOKED LOANS KEEP THEIR'
                                                      DELIMITED BY SIZE
                  ' CONTRACT RATE)'                   DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CUSTOMERS-READ TO COUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  CUSTOMERS READ:                ' DELIMITED BY SIZE
                  COUNT-DISPLAY                       DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CUSTOMERS-CHANGED TO COUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  CUSTOMERS WHOSE MONTH CHANGES: ' DELIMITED BY SIZE
                  COUNT-DISPLAY                       DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE QUOTE-RATE-UP-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  QUOTE RATE GOES UP:            ' DELIMITED BY SIZE
                  COUNT-DISPLAY                       DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE QUOTE-RATE-DOWN-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  QUOTE RATE GOES DOWN:          ' DELIMITED BY SIZE
                  COUNT-DISPLAY                       DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE STANDARD-PRICED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  ACCOUNTS AT STANDARD RATES:    ' DELIMITED BY SIZE
                  COUNT-DISPLAY                       DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE PRODUCT-PRICED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  ACCOUNTS AT PRODUCT RATES:     ' DELIMITED BY SIZE
                  COUNT-DISPLAY                       DELIMITED BY SIZE
                  '  (NOT AFFECTED BY INTRATES)'      DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LOANS-READ TO COUNT-DISPLAY
           MOVE SPACES TO RATESMRP-RECORD
           STRING '  ACTIVE LOANS:                  ' DELIMITED BY SIZE
                  COUNT-DISPLAY                       DELIMITED BY SIZE
                INTO RM-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF LOANS-UNMATCHED > 0
             MOVE LOANS-UNMATCHED TO COUNT-DISPLAY
             MOVE UNMATCHED-LOAN-BALANCE TO AMOUNT-DISPLAY
             MOVE SPACES TO RATESMRP-RECORD
             STRING '  LOANS WITH NO CURRENT ACCOUNTS:'
                                                      DELIMITED BY SIZE
                    COUNT-DISPLAY                     DELIMITED BY SIZE
                    '  BALANCE '                      DELIMITED BY SIZE
                    AMOUNT-DISPLAY                    DELIMITED BY SIZE
                    '  (NOT REPRICED)'                DELIMITED BY SIZE
                  INTO RM-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF TABLE-FULL
             MOVE SPACES TO RATESMRP-RECORD
             STRING '  *** MORE THAN 5000 ACTIVE LOANS - REPRICING'
                                                 DELIMITED BY SIZE
                    ' IS INCOMPLETE, CONTRACT INTEREST IS NOT'
                                                 DELIMITED BY SIZE
                  INTO RM-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( RATESMRP-FILE )
                           FROM ( RATESMRP-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** RATESIM: Error ' COMMAND-RESP
                     ' writing RATESMRP report line'
           END-IF
           .

      * The run's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the simulation depends on no other
      * job
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'RSIM' TO RN-JOB-ID
           PERFORM LINK-TO-RUNCTLR

      *    Commit the RUNNING record on its own at once
           IF RN-OK
             EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      * Close the ledger entry with the outcome the run reports
       RECORD-RUN-END.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'E'        TO RN-FUNCTION
           MOVE 'RSIM'     TO RN-JOB-ID
           MOVE RUN-OUTCOME-VALUE TO RN-OUTCOME
           PERFORM LINK-TO-RUNCTLR
           .

      * One LINK to the shared run-control routine
       LINK-TO-RUNCTLR.
           EXEC CICS LINK PROGRAM  ( RUNCTLR-PROGRAM )
                          COMMAREA ( RUNCTL-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO RN-STATUS
           END-IF
           .

       END PROGRAM 'RATESIM'.
