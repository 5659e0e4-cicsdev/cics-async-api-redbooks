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
      *  CUSTPRFT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * CUSTPRFT - Month-end customer profitability. Everything
      * needed to say which customers make or lose the bank money
      * was already on file - interest and fees on TXNHIST, the
      * loan book on LOANMAST and LOANSCHD, quotes on LOANQUOT -
      * but nothing put it together. This job walks every CUSTACCT
      * customer and builds their month, from its first day through
      * the business date:
      *
      *   interest credited (INT-CREDIT) and overdraft interest
      *   charged (INT-DEBIT) on TXNHIST, and the interest LOANSERV
      *   charged on their loans off the LOANSCHD instalments that
      *   fell due - giving the interest margin
      *   fee income (FEE-MAINT, FEE-ACTIV and FEE-RETCHQ), and for
      *   a customer flagged on FEEWAIVE the fees waived - what
      *   FEEASSES would have charged, priced the way it prices
      *   them from PRODMAST or FEESCHED
      *   the day-weighted average net balance, worked back from
      *   today's CUSTACCT balances through the month's postings
      *   loan quote conversion - quotes issued on LOANQUOT against
      *   loans drawn on LOANMAST, and how many draws came from a
      *   quote issued in the month
      *
      * Every account's figures are turned into home currency at
      * the business date's rate through the shared FXCONV routine,
      * as SCVBUILD and OVEREXCP convert. An account whose currency
      * has no usable rate is left out of the month, logged, and
      * counted on the report.
      *
      * Contribution is the interest margin plus fee income. Each
      * customer's month is written to PROFMTH, members of a
      * HOUSEHLD household are rolled up into a household record
      * beside it, and both are ranked by contribution. The PROFRPT
      * report lists the highest and lowest contributors - the
      * PRFTTOP registry parameter, 25 of each when the registry
      * has no value - customers first, then households, with the
      * month's totals.
      *
      * Customers and households are held in tables as CUSTACCT is
      * read and ranked in place, without a sort. A rerun of the
      * month deletes the records the earlier run wrote before it
      * saves its own, so none is left from a customer or household
      * no longer profiled.
      *
      * Driven from the month-end batch schedule via the CICS batch
      * bridge, transaction 'PRFT' - see jcl/CUSTPRFT.jcl.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTPRFT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the files read and written
       COPY CUSTACCT.
       COPY TXNHIST.
       COPY LOANMAST.
       COPY LOANSCHD.
       COPY LOANQUOT.
       COPY HOUSEHLD.
       COPY FEEWAIVE.
       COPY FEESCHED.
       COPY PRODMAST.
       COPY PROFMTH.
       COPY PROFRPT.

       1 FILE-NAMES.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 TXNHIST-FILE           PIC X(8) VALUE 'TXNHIST'.
         2 LOANMAST-FILE          PIC X(8) VALUE 'LOANMAST'.
         2 LOANSCHD-FILE          PIC X(8) VALUE 'LOANSCHD'.
         2 LOANQUOT-FILE          PIC X(8) VALUE 'LOANQUOT'.
         2 HOUSEHLD-FILE          PIC X(8) VALUE 'HOUSEHLD'.
         2 FEEWAIVE-FILE          PIC X(8) VALUE 'FEEWAIVE'.
         2 FEESCHED-FILE          PIC X(8) VALUE 'FEESCHED'.
         2 PRODMAST-FILE          PIC X(8) VALUE 'PRODMAST'.
         2 PROFMTH-FILE           PIC X(8) VALUE 'PROFMTH'.
         2 PROFRPT-FILE           PIC X(8) VALUE 'PROFRPT'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 RUN-TIMESTAMP            PIC X(16) VALUE SPACES.
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.
       1 HOME-CURRENCY            PIC X(3) VALUE 'USD'.

      * The month reported - its first day through the business
      * date - and its length in days for the average balance
       1 PERIOD-START             PIC X(8) VALUE SPACES.
       1 PERIOD-START-NUM REDEFINES PERIOD-START PIC 9(8).
       1 PERIOD-END               PIC X(8) VALUE SPACES.
       1 PERIOD-END-NUM REDEFINES PERIOD-END PIC 9(8).
       1 PERIOD-START-DAY         PIC S9(8) COMP VALUE 0.
       1 PERIOD-DAYS              PIC S9(8) COMP VALUE 0.
       1 POSTING-DATE             PIC X(8) VALUE SPACES.
       1 POSTING-DATE-NUM REDEFINES POSTING-DATE PIC 9(8).
       1 POSTING-DAY-OFFSET       PIC S9(8) COMP VALUE 0.

      * How many of the highest and lowest contributors are listed
       1 RANK-LIMIT               PIC S9(4) COMP VALUE 25.

      * The FEESCHED schedule in force, for pricing waived fees
       1 SCHEDULE-FOUND-SWITCH    PIC X(1) VALUE 'N'.
         88 SCHEDULE-FOUND                 VALUE 'Y'.
       1 MAINT-FEE                PIC S9(5)V99 COMP-3 VALUE 0.
       1 ACTIVITY-FEE             PIC S9(3)V99 COMP-3 VALUE 0.
       1 FREE-TXN-COUNT           PIC S9(4) COMP VALUE 0.
       1 ACCOUNT-MAINT-FEE        PIC S9(5)V99 COMP-3 VALUE 0.
       1 ACCOUNT-ACTIVITY-FEE     PIC S9(3)V99 COMP-3 VALUE 0.
       1 ACCOUNT-FREE-COUNT       PIC S9(4) COMP VALUE 0.
       1 BILLABLE-TXN-COUNT       PIC S9(4) COMP VALUE 0.
       1 CHARGEABLE-TXN-COUNT     PIC S9(4) COMP VALUE 0.

       1 FEE-WAIVED-SWITCH        PIC X(1) VALUE 'N'.
         88 FEES-WAIVED                    VALUE 'Y'.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * The separate RESP pair for the inner browses, so they never
      * disturb the RESP the CUSTACCT browse is testing
       1 HISTORY-RESP             PIC S9(8) COMP.
       1 HISTORY-RESP2            PIC S9(8) COMP.

      * Every loan on LOANMAST, collected before the customer pass
      * so each customer's loans can be found without a browse
       1 LOAN-TABLE.
         2 LOAN-ENTRY OCCURS 5000 TIMES.
           3 LN-LOAN-ACCT         PIC X(8).
           3 LN-CUST-NO           PIC X(4).
           3 LN-STATUS            PIC X(1).
           3 LN-BALANCE           PIC S9(9)V99 COMP-3.
           3 LN-DRAWDOWN-DATE     PIC X(8).
           3 LN-QUOTE-DATE        PIC X(8).
       1 LOAN-COUNT               PIC S9(8) COMP-5 SYNC VALUE 0.
       1 LOAN-INDEX               PIC S9(8) COMP-5 SYNC VALUE 0.

      * One account's postings: what moved after the period, and
      * each in-period movement weighted by the day it landed on
       1 ACCT-COUNTER             PIC S9(4) COMP-5 SYNC VALUE 0.
       1 AFTER-PERIOD-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.
       1 WEIGHTED-MOVEMENT        PIC S9(13)V99 COMP-3 VALUE 0.
       1 PERIOD-CLOSING-BALANCE   PIC S9(9)V99 COMP-3 VALUE 0.
       1 CUSTOMER-BALANCE-DAYS    PIC S9(13)V99 COMP-3 VALUE 0.

      * One account's month in its own currency, and the rate that
      * takes it into home currency - 1 for a home-currency account
       1 ACCOUNT-INT-CREDITED     PIC S9(9)V99 COMP-3 VALUE 0.
       1 ACCOUNT-INT-CHARGED      PIC S9(9)V99 COMP-3 VALUE 0.
       1 ACCOUNT-FEE-INCOME       PIC S9(9)V99 COMP-3 VALUE 0.
       1 ACCOUNT-FEES-WAIVED      PIC S9(9)V99 COMP-3 VALUE 0.
       1 ACCOUNT-BALANCE-DAYS     PIC S9(13)V99 COMP-3 VALUE 0.
       1 ACCOUNT-RATE             PIC S9(3)V9999 COMP-3 VALUE 0.

      * The customers profiled, held for the ranking - the entry
      * past the last is where a customer the table has no room
      * for is profiled, for the totals only
       1 CUSTOMER-TABLE.
         2 CUSTOMER-ENTRY OCCURS 5001 TIMES.
           3 PN-CUST-NO           PIC X(4).
           3 PN-HOUSEHOLD-ID      PIC X(4).
           3 PN-INT-CREDITED      PIC S9(9)V99 COMP-3.
           3 PN-INT-CHARGED       PIC S9(9)V99 COMP-3.
           3 PN-LOAN-INTEREST     PIC S9(9)V99 COMP-3.
           3 PN-FEE-INCOME        PIC S9(9)V99 COMP-3.
           3 PN-FEES-WAIVED       PIC S9(9)V99 COMP-3.
           3 PN-AVG-BALANCE       PIC S9(9)V99 COMP-3.
           3 PN-LOAN-BALANCE      PIC S9(9)V99 COMP-3.
           3 PN-QUOTES-ISSUED     PIC S9(4) COMP.
           3 PN-LOANS-DRAWN       PIC S9(4) COMP.
           3 PN-QUOTES-CONVERTED  PIC S9(4) COMP.
           3 PN-CONTRIBUTION      PIC S9(9)V99 COMP-3.
       1 CUSTOMER-COUNT           PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CUSTOMER-INDEX           PIC S9(8) COMP-5 SYNC VALUE 0.

      * The households rolled up from their members
       1 HOUSEHOLD-TABLE.
         2 HOUSEHOLD-ENTRY OCCURS 5000 TIMES.
           3 HT-HOUSEHOLD-ID      PIC X(4).
           3 HT-MEMBER-COUNT      PIC S9(4) COMP.
           3 HT-INT-CREDITED      PIC S9(9)V99 COMP-3.
           3 HT-INT-CHARGED       PIC S9(9)V99 COMP-3.
           3 HT-LOAN-INTEREST     PIC S9(9)V99 COMP-3.
           3 HT-FEE-INCOME        PIC S9(9)V99 COMP-3.
           3 HT-FEES-WAIVED       PIC S9(9)V99 COMP-3.
           3 HT-AVG-BALANCE       PIC S9(9)V99 COMP-3.
           3 HT-LOAN-BALANCE      PIC S9(9)V99 COMP-3.
           3 HT-QUOTES-ISSUED     PIC S9(4) COMP.
           3 HT-LOANS-DRAWN       PIC S9(4) COMP.
           3 HT-QUOTES-CONVERTED  PIC S9(4) COMP.
           3 HT-CONTRIBUTION      PIC S9(9)V99 COMP-3.
       1 HOUSEHOLD-COUNT          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 HOUSEHOLD-INDEX          PIC S9(8) COMP-5 SYNC VALUE 0.

      * Set when more customers or households are profiled than
      * the tables hold - the totals still include them all
       1 TABLE-FULL-SWITCH        PIC X(1) VALUE 'N'.
         88 TABLE-FULL                     VALUE 'Y'.

      * The rank order of each table - entry numbers, highest
      * contribution first - built by insertion as each entry is
      * ranked
       1 CUSTOMER-RANK-TABLE.
         2 CUSTOMER-RANK          PIC S9(4) COMP OCCURS 5000 TIMES.
       1 HOUSEHOLD-RANK-TABLE.
         2 HOUSEHOLD-RANK         PIC S9(4) COMP OCCURS 5000 TIMES.
       1 RANK-POSITION            PIC S9(8) COMP-5 SYNC VALUE 0.
       1 RANK-STOP                PIC S9(8) COMP-5 SYNC VALUE 0.
       1 SORT-POSITION            PIC S9(8) COMP-5 SYNC VALUE 0.
       1 SORT-ENTRY               PIC S9(8) COMP-5 SYNC VALUE 0.
       1 SORT-PLACED-SWITCH       PIC X(1) VALUE 'N'.
         88 SORT-PLACED                    VALUE 'Y'.
       1 SORT-CONTRIBUTION        PIC S9(9)V99 COMP-3 VALUE 0.

      * Month totals over every customer profiled
       1 TOTAL-INT-CREDITED       PIC S9(11)V99 COMP-3 VALUE 0.
       1 TOTAL-INT-CHARGED        PIC S9(11)V99 COMP-3 VALUE 0.
       1 TOTAL-LOAN-INTEREST      PIC S9(11)V99 COMP-3 VALUE 0.
       1 TOTAL-FEE-INCOME         PIC S9(11)V99 COMP-3 VALUE 0.
       1 TOTAL-FEES-WAIVED        PIC S9(11)V99 COMP-3 VALUE 0.
       1 TOTAL-CONTRIBUTION       PIC S9(11)V99 COMP-3 VALUE 0.
       1 TOTAL-QUOTES-ISSUED      PIC S9(8) COMP-5 SYNC VALUE 0.
       1 TOTAL-LOANS-DRAWN        PIC S9(8) COMP-5 SYNC VALUE 0.
       1 TOTAL-QUOTES-CONVERTED   PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CUSTOMERS-READ           PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CUSTOMERS-LOSING         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CUSTOMERS-WAIVED         PIC S9(8) COMP-5 SYNC VALUE 0.
       1 RECORDS-WRITTEN          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 RECORDS-SINCE-COMMIT     PIC S9(8) COMP-5 SYNC VALUE 0.
       1 RECORD-FAILURES          PIC S9(8) COMP-5 SYNC VALUE 0.
       1 ACCOUNTS-UNPRICED        PIC S9(8) COMP-5 SYNC VALUE 0.

      * The keys of an earlier run's records for the month, gathered
      * a batch at a time off a browse and then deleted
       1 PURGE-KEY-TABLE.
         2 PURGE-KEY              PIC X(11) OCCURS 200 TIMES.
       1 PURGE-KEY-COUNT          PIC S9(4) COMP VALUE 0.
       1 PURGE-KEY-INDEX          PIC S9(4) COMP VALUE 0.
       1 PURGE-DONE-SWITCH        PIC X(1) VALUE 'N'.
         88 PURGE-DONE                     VALUE 'Y'.
       1 RECORDS-PURGED           PIC S9(8) COMP-5 SYNC VALUE 0.
       1 CONVERSION-PCT           PIC S9(4) COMP VALUE 0.

      * Column headings and one customer's or household's line
       1 PROFIT-HEADING-1.
         2 FILLER                 PIC X(15) VALUE
                  ' RANK  ID  HHLD'.
         2 FILLER                 PIC X(24) VALUE
                  '    INTEREST    INTEREST'.
         2 FILLER                 PIC X(24) VALUE
                  '        LOAN    INTEREST'.
         2 FILLER                 PIC X(24) VALUE
                  '         FEE        FEES'.
         2 FILLER                 PIC X(24) VALUE
                  '     AVERAGE   CONTRIBU-'.
         2 FILLER                 PIC X(19) VALUE
                  '  QUOTES DRAWN CONV'.
       1 PROFIT-HEADING-2.
         2 FILLER                 PIC X(15) VALUE
                  '           /MBR'.
         2 FILLER                 PIC X(24) VALUE
                  '    CREDITED     CHARGED'.
         2 FILLER                 PIC X(24) VALUE
                  '    INTEREST      MARGIN'.
         2 FILLER                 PIC X(24) VALUE
                  '      INCOME      WAIVED'.
         2 FILLER                 PIC X(24) VALUE
                  '     BALANCE        TION'.
         2 FILLER                 PIC X(19) VALUE
                  '  ISSUED        PCT'.
       1 DETAIL-LINE.
         2 DL-RANK                PIC ZZZZ9.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-ENTITY-ID           PIC X(4).
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-HOUSEHOLD           PIC X(4).
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-INT-CREDITED        PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-INT-CHARGED         PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-LOAN-INTEREST       PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-INT-MARGIN          PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-FEE-INCOME          PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-FEES-WAIVED         PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-AVG-BALANCE         PIC -(7)9.99.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-CONTRIBUTION        PIC -(7)9.99.
         2 FILLER                 PIC X(2) VALUE SPACES.
         2 DL-QUOTES-ISSUED       PIC ZZZZZ9.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-LOANS-DRAWN         PIC ZZZZ9.
         2 FILLER                 PIC X(1) VALUE SPACES.
         2 DL-CONVERSION-PCT      PIC ZZZ9.
       1 MEMBER-DISPLAY           PIC ZZZ9.

       1 AMOUNT-DISPLAY           PIC -99999999999.99.
       1 COUNT-DISPLAY            PIC ZZZZZZZ9.
       1 LIMIT-DISPLAY            PIC ZZZ9.

      * The DROL-maintained business-date control record, read so
      * this job cuts the month on the business date rather than
      * the wall clock
       COPY BUSDATE.

      * Commarea for the shared PARMREAD registry routine - how
      * many contributors to list comes from the registry
       COPY PARMRDCA.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

      * Commarea for the shared FXCONV currency conversion routine
       COPY FXCONVCA.

       1 FXCONV-PROGRAM           PIC X(8) VALUE 'FXCONV  '.

      * Commarea for the shared RUNCTLR run-control routine - this
      * job records itself on the RUNCTL ledger and proves its
      * prerequisites completed before it reads anything
       COPY RUNCTLCA.

       1 RUNCTLR-PROGRAM          PIC X(8) VALUE 'RUNCTLR'.

      * What tonight's ledger entry closes with - an orderly
      * failure exit flips it to FAILED before RECORD-RUN-END
       1 RUN-OUTCOME-VALUE         PIC X(8) VALUE 'ENDED-OK'.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

        LINKAGE SECTION.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------

      * Tonight's ledger entry first - the month is only profiled
      * once tonight's interest accrual and loan servicing are in
           PERFORM RECORD-RUN-START

           IF NOT RN-OK
             IF RN-PREREQ-MISSING
               DISPLAY '*** CUSTPRFT: Prerequisite ' RN-FAILED-PREREQ
                       ' has not completed tonight - run refused'
             ELSE
               DISPLAY '*** CUSTPRFT: Run-control ledger error - '
                       'run refused'
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF
           DISPLAY 'CUSTPRFT: Starting month-end customer '
                   'profitability'

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8)    TO TODAYS-DATE

      *    The business date, not the wall clock, closes the month
           PERFORM GET-BUSINESS-DATE
           MOVE TODAYS-DATE TO PERIOD-END
           MOVE TODAYS-DATE TO PERIOD-START
           MOVE '01'        TO PERIOD-START(7:2)
           COMPUTE PERIOD-START-DAY =
                   FUNCTION INTEGER-OF-DATE ( PERIOD-START-NUM )
           COMPUTE PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE ( PERIOD-END-NUM )
                 - PERIOD-START-DAY + 1

           PERFORM GET-RANK-LIMIT
           PERFORM FIND-SCHEDULE-IN-FORCE

           PERFORM COLLECT-LOANS
           PERFORM PROFILE-CUSTOMERS

      *    Rank both tables by contribution, highest first
           MOVE 1 TO SORT-POSITION
           PERFORM RANK-ONE-CUSTOMER
                   UNTIL SORT-POSITION > CUSTOMER-COUNT
           MOVE 1 TO SORT-POSITION
           PERFORM RANK-ONE-HOUSEHOLD
                   UNTIL SORT-POSITION > HOUSEHOLD-COUNT

           PERFORM SAVE-PROFIT-RECORDS

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-CUSTOMER-RANKING
           PERFORM WRITE-HOUSEHOLD-RANKING
           PERFORM WRITE-REPORT-TOTALS

           IF RECORD-FAILURES > 0
             MOVE 'FAILED  ' TO RUN-OUTCOME-VALUE
           END-IF

           DISPLAY 'CUSTPRFT: Completed - customers: ' CUSTOMERS-READ
                   ' households: ' HOUSEHOLD-COUNT

      * Close tonight's ledger entry
           PERFORM RECORD-RUN-END

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * How many of the highest and lowest contributors the report
      * lists, off the parameter registry - 25 when the registry
      * has no value
       GET-RANK-LIMIT.
           MOVE 'PRFTTOP' TO PR-PARM-NAME
           MOVE SPACES    TO PR-VALUE
           MOVE 'N'       TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE RANK-LIMIT = FUNCTION NUMVAL(PR-VALUE)
           END-IF

           IF RANK-LIMIT NOT > 0
             MOVE 25 TO RANK-LIMIT
           END-IF
           .

      * The FEESCHED schedule in force, found as FEEASSES finds it -
      * waived fees are priced from it for an account with no
      * product
       FIND-SCHEDULE-IN-FORCE.
           MOVE 'N' TO SCHEDULE-FOUND-SWITCH
           MOVE TODAYS-DATE TO FS-EFFECTIVE-DATE

           EXEC CICS STARTBR FILE   ( FEESCHED-FILE )
                             RIDFLD ( FS-EFFECTIVE-DATE )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

      *    Nothing sorts at or after today - the schedule in force
      *    may still be the last record on the file
           IF COMMAND-RESP = DFHRESP(NOTFND)
             MOVE HIGH-VALUES TO FS-EFFECTIVE-DATE

             EXEC CICS STARTBR FILE   ( FEESCHED-FILE )
                               RIDFLD ( FS-EFFECTIVE-DATE )
                               GTEQ
                               RESP   ( COMMAND-RESP )
                               RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EXEC CICS READPREV FILE ( FEESCHED-FILE )
                                INTO ( FEESCHED-RECORD )
                                RESP ( COMMAND-RESP )
                                RESP2( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL) AND
                FS-EFFECTIVE-DATE <= TODAYS-DATE
               MOVE 'Y' TO SCHEDULE-FOUND-SWITCH
               MOVE FS-MAINT-FEE       TO MAINT-FEE
               MOVE FS-ACTIVITY-FEE    TO ACTIVITY-FEE
               MOVE FS-FREE-TXN-COUNT  TO FREE-TXN-COUNT
             END-IF

             EXEC CICS ENDBR FILE ( FEESCHED-FILE ) END-EXEC
           END-IF
           .

      * Every loan on LOANMAST - closed ones too, since a loan paid
      * off this month still charged interest in it
       COLLECT-LOANS.
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
             IF LOAN-COUNT >= 5000
               MOVE 'Y' TO TABLE-FULL-SWITCH
             ELSE
               ADD 1 TO LOAN-COUNT
               MOVE LM-LOAN-ACCT     TO LN-LOAN-ACCT ( LOAN-COUNT )
               MOVE LM-CUST-NO       TO LN-CUST-NO ( LOAN-COUNT )
               MOVE LM-STATUS        TO LN-STATUS ( LOAN-COUNT )
               MOVE LM-BALANCE       TO LN-BALANCE ( LOAN-COUNT )
               MOVE LM-DRAWDOWN-DATE TO LN-DRAWDOWN-DATE ( LOAN-COUNT )
               MOVE LM-QUOTE-TS(1:8) TO LN-QUOTE-DATE ( LOAN-COUNT )
             END-IF
           END-IF
           .

      * Browse every customer on CUSTACCT - nothing here is updated,
      * so the month is profiled straight off the browse
       PROFILE-CUSTOMERS.
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE LOW-VALUES TO CA-CUST-NO

           EXEC CICS STARTBR FILE   ( CUSTACCT-FILE )
                             RIDFLD ( CA-CUST-NO )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM PROFILE-NEXT-CUSTOMER UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( CUSTACCT-FILE ) END-EXEC
           END-IF
           .

       PROFILE-NEXT-CUSTOMER.
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
             IF CUSTOMER-COUNT >= 5000
               MOVE 'Y' TO TABLE-FULL-SWITCH
               MOVE 5001 TO CUSTOMER-INDEX
             ELSE
               ADD 1 TO CUSTOMER-COUNT
               MOVE CUSTOMER-COUNT TO CUSTOMER-INDEX
             END-IF
             PERFORM PROFILE-ONE-CUSTOMER
           END-IF
           .

      * One customer's month
       PROFILE-ONE-CUSTOMER.
           INITIALIZE CUSTOMER-ENTRY ( CUSTOMER-INDEX )
           MOVE CA-CUST-NO TO PN-CUST-NO ( CUSTOMER-INDEX )
           MOVE 0 TO CUSTOMER-BALANCE-DAYS

           PERFORM CHECK-FEE-WAIVER

           MOVE 1 TO ACCT-COUNTER
           PERFORM UNTIL ACCT-COUNTER > CA-NUMBER-OF-ACCOUNTS
                      OR ACCT-COUNTER > 10
             PERFORM PROFILE-ONE-ACCOUNT
             ADD 1 TO ACCT-COUNTER
           END-PERFORM

           COMPUTE PN-AVG-BALANCE ( CUSTOMER-INDEX ) ROUNDED =
                   CUSTOMER-BALANCE-DAYS / PERIOD-DAYS

           MOVE 1 TO LOAN-INDEX
           PERFORM PROFILE-CUSTOMER-LOAN
                   UNTIL LOAN-INDEX > LOAN-COUNT

           PERFORM COUNT-CUSTOMER-QUOTES

           COMPUTE PN-CONTRIBUTION ( CUSTOMER-INDEX ) =
                   PN-INT-CHARGED ( CUSTOMER-INDEX )
                 + PN-LOAN-INTEREST ( CUSTOMER-INDEX )
                 - PN-INT-CREDITED ( CUSTOMER-INDEX )
                 + PN-FEE-INCOME ( CUSTOMER-INDEX )

           ADD PN-INT-CREDITED ( CUSTOMER-INDEX ) TO TOTAL-INT-CREDITED
           ADD PN-INT-CHARGED ( CUSTOMER-INDEX )  TO TOTAL-INT-CHARGED
           ADD PN-LOAN-INTEREST ( CUSTOMER-INDEX )
             TO TOTAL-LOAN-INTEREST
           ADD PN-FEE-INCOME ( CUSTOMER-INDEX )   TO TOTAL-FEE-INCOME
           ADD PN-FEES-WAIVED ( CUSTOMER-INDEX )  TO TOTAL-FEES-WAIVED
           ADD PN-CONTRIBUTION ( CUSTOMER-INDEX )
             TO TOTAL-CONTRIBUTION
           ADD PN-QUOTES-ISSUED ( CUSTOMER-INDEX )
             TO TOTAL-QUOTES-ISSUED
           ADD PN-LOANS-DRAWN ( CUSTOMER-INDEX )  TO TOTAL-LOANS-DRAWN
           ADD PN-QUOTES-CONVERTED ( CUSTOMER-INDEX )
             TO TOTAL-QUOTES-CONVERTED
           IF PN-CONTRIBUTION ( CUSTOMER-INDEX ) < 0
             ADD 1 TO CUSTOMERS-LOSING
           END-IF

      *    A customer past the table is in the totals only
           IF CUSTOMER-INDEX <= 5000
             PERFORM ROLL-UP-HOUSEHOLD
           END-IF
           .

      * Whether FEEASSES skipped the customer as waived - their fees
      * are then priced as waived rather than found on TXNHIST
       CHECK-FEE-WAIVER.
           MOVE 'N' TO FEE-WAIVED-SWITCH
           MOVE CA-CUST-NO TO FW-CUST-NO

           EXEC CICS READ FILE    ( FEEWAIVE-FILE )
                          INTO    ( FEEWAIVE-RECORD )
                          RIDFLD  ( FW-CUST-NO )
                          RESP    ( HISTORY-RESP )
                          RESP2   ( HISTORY-RESP2 )
           END-EXEC

           IF HISTORY-RESP = DFHRESP(NORMAL) AND
              FW-WAIVER-FLAG = 'Y'
             MOVE 'Y' TO FEE-WAIVED-SWITCH
             ADD 1 TO CUSTOMERS-WAIVED
           END-IF
           .

      * One account's month, in home currency - an account with no
      * usable rate for its currency is left out and counted
       PROFILE-ONE-ACCOUNT.
           PERFORM GET-ACCOUNT-RATE

           IF FC-RATE-USABLE
             PERFORM PROFILE-PRICED-ACCOUNT
           ELSE
             DISPLAY '*** CUSTPRFT: No FX rate for ' FC-CURRENCY-CODE
                     ' - account ' CA-ACCT-NUMBER ( ACCT-COUNTER )
                     ' left out of the month'
             ADD 1 TO ACCOUNTS-UNPRICED
           END-IF
           .

      * The business date's rate for the account's currency via the
      * shared FXCONV routine - an account with no currency code is
      * in home currency
       GET-ACCOUNT-RATE.
           INITIALIZE FXCONV-COMMAREA
           MOVE CA-CURRENCY-CODE ( ACCT-COUNTER ) TO FC-CURRENCY-CODE
           IF FC-CURRENCY-CODE = SPACES
             MOVE HOME-CURRENCY TO FC-CURRENCY-CODE
           END-IF
           MOVE PERIOD-END TO FC-AS-OF-DATE

           EXEC CICS LINK PROGRAM  ( FXCONV-PROGRAM )
                          COMMAREA ( FXCONV-COMMAREA )
                          RESP     ( HISTORY-RESP )
                          RESP2    ( HISTORY-RESP2 )
           END-EXEC

           IF HISTORY-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO FC-STATUS
           END-IF

           MOVE 1 TO ACCOUNT-RATE
           IF FC-RATE-USABLE AND NOT FC-RATE-HOME
             MOVE FC-RATE TO ACCOUNT-RATE
           END-IF

           IF FC-RATE-STALE
             DISPLAY '*** CUSTPRFT: Stale FX rate used for '
                     FC-CURRENCY-CODE ' - account '
                     CA-ACCT-NUMBER ( ACCT-COUNTER )
           END-IF
           .

      * The account's month off TXNHIST: interest and fees by type,
      * the billable count for a waived customer's fees, and the
      * day-weighted balance - today's balance less anything posted
      * after the month, times the days in it, less each in-month
      * movement times the days of the month before it landed. All
      * in the account's currency, then added to the customer's
      * month at ACCOUNT-RATE
       PROFILE-PRICED-ACCOUNT.
           MOVE 0 TO AFTER-PERIOD-TOTAL
           MOVE 0 TO WEIGHTED-MOVEMENT
           MOVE 0 TO BILLABLE-TXN-COUNT
           MOVE 0 TO ACCOUNT-INT-CREDITED
           MOVE 0 TO ACCOUNT-INT-CHARGED
           MOVE 0 TO ACCOUNT-FEE-INCOME
           MOVE 0 TO ACCOUNT-FEES-WAIVED

           MOVE CA-ACCT-NUMBER ( ACCT-COUNTER ) TO TH-ACCT-NUMBER
           MOVE PERIOD-START                    TO TH-TX-TIMESTAMP

           EXEC CICS STARTBR FILE   ( TXNHIST-FILE )
                             RIDFLD ( TH-KEY )
                             GTEQ
                             RESP   ( HISTORY-RESP )
                             RESP2  ( HISTORY-RESP2 )
           END-EXEC

           IF HISTORY-RESP = DFHRESP(NORMAL)
             PERFORM READ-NEXT-POSTING
                     UNTIL HISTORY-RESP NOT = DFHRESP(NORMAL)
                        OR TH-ACCT-NUMBER NOT =
                           CA-ACCT-NUMBER ( ACCT-COUNTER )

             EXEC CICS ENDBR FILE ( TXNHIST-FILE ) END-EXEC
           END-IF

           COMPUTE PERIOD-CLOSING-BALANCE =
                   CA-BALANCE ( ACCT-COUNTER ) - AFTER-PERIOD-TOTAL
           COMPUTE ACCOUNT-BALANCE-DAYS =
                   PERIOD-CLOSING-BALANCE * PERIOD-DAYS
                 - WEIGHTED-MOVEMENT

           IF FEES-WAIVED
             PERFORM PRICE-WAIVED-FEES
           END-IF

           COMPUTE CUSTOMER-BALANCE-DAYS ROUNDED =
                   CUSTOMER-BALANCE-DAYS
                 + ACCOUNT-BALANCE-DAYS * ACCOUNT-RATE
           COMPUTE PN-INT-CREDITED ( CUSTOMER-INDEX ) ROUNDED =
                   PN-INT-CREDITED ( CUSTOMER-INDEX )
                 + ACCOUNT-INT-CREDITED * ACCOUNT-RATE
           COMPUTE PN-INT-CHARGED ( CUSTOMER-INDEX ) ROUNDED =
                   PN-INT-CHARGED ( CUSTOMER-INDEX )
                 + ACCOUNT-INT-CHARGED * ACCOUNT-RATE
           COMPUTE PN-FEE-INCOME ( CUSTOMER-INDEX ) ROUNDED =
                   PN-FEE-INCOME ( CUSTOMER-INDEX )
                 + ACCOUNT-FEE-INCOME * ACCOUNT-RATE
           COMPUTE PN-FEES-WAIVED ( CUSTOMER-INDEX ) ROUNDED =
                   PN-FEES-WAIVED ( CUSTOMER-INDEX )
                 + ACCOUNT-FEES-WAIVED * ACCOUNT-RATE
           .

       READ-NEXT-POSTING.
           EXEC CICS READNEXT FILE ( TXNHIST-FILE )
                              INTO ( TXNHIST-RECORD )
                              RESP ( HISTORY-RESP )
                              RESP2( HISTORY-RESP2 )
           END-EXEC

           IF HISTORY-RESP = DFHRESP(NORMAL) AND
              TH-ACCT-NUMBER = CA-ACCT-NUMBER ( ACCT-COUNTER )
             IF TH-TX-TIMESTAMP(1:8) > PERIOD-END
               ADD TH-TX-AMOUNT TO AFTER-PERIOD-TOTAL
             ELSE
               PERFORM TAKE-PERIOD-POSTING
             END-IF
           END-IF
           .

      * One posting inside the month - the bank's own postings,
      * those the loan, sweep and term deposit jobs make, and
      * garnishment seizures, returned payments and account-close
      * sweeps are not billable activity, as in FEEASSES
       TAKE-PERIOD-POSTING.
           MOVE TH-TX-TIMESTAMP(1:8) TO POSTING-DATE
           IF POSTING-DATE IS NUMERIC
             COMPUTE POSTING-DAY-OFFSET =
                     FUNCTION INTEGER-OF-DATE ( POSTING-DATE-NUM )
                   - PERIOD-START-DAY
             COMPUTE WEIGHTED-MOVEMENT = WEIGHTED-MOVEMENT
                   + TH-TX-AMOUNT * POSTING-DAY-OFFSET
           END-IF

           EVALUATE TH-TX-TYPE
             WHEN 'INT-CREDIT'
               ADD TH-TX-AMOUNT TO ACCOUNT-INT-CREDITED
             WHEN 'INT-DEBIT '
               SUBTRACT TH-TX-AMOUNT FROM ACCOUNT-INT-CHARGED
             WHEN 'FEE-MAINT '
             WHEN 'FEE-ACTIV '
             WHEN 'FEE-RETCHQ'
               SUBTRACT TH-TX-AMOUNT FROM ACCOUNT-FEE-INCOME
             WHEN 'CHQ-RETURN'
             WHEN 'LOAN-REPAY'
             WHEN 'LOAN-ARRS '
             WHEN 'SWEEP     '
             WHEN 'TD-OPEN   '
             WHEN 'TD-MATURE '
             WHEN 'GARNISH   '
             WHEN 'PAY-RETURN'
             WHEN 'ACCT-CLOSE'
               CONTINUE
             WHEN OTHER
               ADD 1 TO BILLABLE-TXN-COUNT
           END-EVALUATE
           .

      * The fees FEEASSES would have charged the account had the
      * customer not been waived - the maintenance fee and the
      * activity fee past the free allowance, at the account's
      * product fees or the FEESCHED schedule
       PRICE-WAIVED-FEES.
           MOVE MAINT-FEE      TO ACCOUNT-MAINT-FEE
           MOVE ACTIVITY-FEE   TO ACCOUNT-ACTIVITY-FEE
           MOVE FREE-TXN-COUNT TO ACCOUNT-FREE-COUNT

           IF CA-PRODUCT-CODE ( ACCT-COUNTER ) NOT = SPACES AND
              CA-PRODUCT-CODE ( ACCT-COUNTER ) NOT = LOW-VALUES
             MOVE CA-PRODUCT-CODE ( ACCT-COUNTER ) TO PD-PRODUCT-CODE
             EXEC CICS READ FILE    ( PRODMAST-FILE )
                            INTO    ( PRODMAST-RECORD )
                            RIDFLD  ( PD-PRODUCT-CODE )
                            RESP    ( HISTORY-RESP )
                            RESP2   ( HISTORY-RESP2 )
             END-EXEC

             IF HISTORY-RESP = DFHRESP(NORMAL)
               MOVE PD-MAINT-FEE      TO ACCOUNT-MAINT-FEE
               MOVE PD-ACTIVITY-FEE   TO ACCOUNT-ACTIVITY-FEE
               MOVE PD-FREE-TXN-COUNT TO ACCOUNT-FREE-COUNT
             END-IF
           END-IF

           IF ACCOUNT-MAINT-FEE > 0
             ADD ACCOUNT-MAINT-FEE TO ACCOUNT-FEES-WAIVED
           END-IF

           COMPUTE CHARGEABLE-TXN-COUNT =
                   BILLABLE-TXN-COUNT - ACCOUNT-FREE-COUNT
           IF CHARGEABLE-TXN-COUNT > 0 AND ACCOUNT-ACTIVITY-FEE > 0
             COMPUTE ACCOUNT-FEES-WAIVED = ACCOUNT-FEES-WAIVED
                   + CHARGEABLE-TXN-COUNT * ACCOUNT-ACTIVITY-FEE
           END-IF
           .

      * One loan off the table, when it is the customer's: its
      * balance if still active, whether it was drawn this month
      * and from a quote issued this month, and the interest its
      * instalments charged in the month
       PROFILE-CUSTOMER-LOAN.
           IF LN-CUST-NO ( LOAN-INDEX ) = CA-CUST-NO
             IF LN-STATUS ( LOAN-INDEX ) = 'A'
               ADD LN-BALANCE ( LOAN-INDEX )
                 TO PN-LOAN-BALANCE ( CUSTOMER-INDEX )
             END-IF

             IF LN-DRAWDOWN-DATE ( LOAN-INDEX ) >= PERIOD-START AND
                LN-DRAWDOWN-DATE ( LOAN-INDEX ) <= PERIOD-END
               ADD 1 TO PN-LOANS-DRAWN ( CUSTOMER-INDEX )
               IF LN-QUOTE-DATE ( LOAN-INDEX ) >= PERIOD-START AND
                  LN-QUOTE-DATE ( LOAN-INDEX ) <= PERIOD-END
                 ADD 1 TO PN-QUOTES-CONVERTED ( CUSTOMER-INDEX )
               END-IF
             END-IF

             PERFORM SUM-LOAN-INTEREST
           END-IF

           ADD 1 TO LOAN-INDEX
           .

      * The interest charged on the loan's instalments that fell
      * due this month - collected or missed, LOANSERV stamps the
      * interest it charged on the instalment either way
       SUM-LOAN-INTEREST.
           MOVE LN-LOAN-ACCT ( LOAN-INDEX ) TO LS-LOAN-ACCT
           MOVE 0                           TO LS-INSTALMENT-NO

           EXEC CICS STARTBR FILE   ( LOANSCHD-FILE )
                             RIDFLD ( LS-KEY )
                             GTEQ
                             RESP   ( HISTORY-RESP )
                             RESP2  ( HISTORY-RESP2 )
           END-EXEC

           IF HISTORY-RESP = DFHRESP(NORMAL)
             PERFORM READ-NEXT-INSTALMENT
                     UNTIL HISTORY-RESP NOT = DFHRESP(NORMAL)
                        OR LS-LOAN-ACCT NOT =
                           LN-LOAN-ACCT ( LOAN-INDEX )

             EXEC CICS ENDBR FILE ( LOANSCHD-FILE ) END-EXEC
           END-IF
           .

       READ-NEXT-INSTALMENT.
           EXEC CICS READNEXT FILE ( LOANSCHD-FILE )
                              INTO ( LOANSCHD-RECORD )
                              RESP ( HISTORY-RESP )
                              RESP2( HISTORY-RESP2 )
           END-EXEC

           IF HISTORY-RESP = DFHRESP(NORMAL) AND
              LS-LOAN-ACCT = LN-LOAN-ACCT ( LOAN-INDEX ) AND
              ( LS-STATUS-COLLECTED OR LS-STATUS-MISSED ) AND
              LS-DUE-DATE >= PERIOD-START AND
              LS-DUE-DATE <= PERIOD-END
             ADD LS-INTEREST-CHARGED
               TO PN-LOAN-INTEREST ( CUSTOMER-INDEX )
           END-IF
           .

      * The customer's quotes on LOANQUOT issued this month
       COUNT-CUSTOMER-QUOTES.
           MOVE CA-CUST-NO   TO LQ-CUST-NO
           MOVE PERIOD-START TO LQ-TIMESTAMP

           EXEC CICS STARTBR FILE   ( LOANQUOT-FILE )
                             RIDFLD ( LQ-KEY )
                             GTEQ
                             RESP   ( HISTORY-RESP )
                             RESP2  ( HISTORY-RESP2 )
           END-EXEC

           IF HISTORY-RESP = DFHRESP(NORMAL)
             PERFORM READ-NEXT-QUOTE
                     UNTIL HISTORY-RESP NOT = DFHRESP(NORMAL)
                        OR LQ-CUST-NO NOT = CA-CUST-NO
                        OR LQ-TIMESTAMP(1:8) > PERIOD-END

             EXEC CICS ENDBR FILE ( LOANQUOT-FILE ) END-EXEC
           END-IF
           .

       READ-NEXT-QUOTE.
           EXEC CICS READNEXT FILE ( LOANQUOT-FILE )
                              INTO ( LOANQUOT-RECORD )
                              RESP ( HISTORY-RESP )
                              RESP2( HISTORY-RESP2 )
           END-EXEC

           IF HISTORY-RESP = DFHRESP(NORMAL) AND
              LQ-CUST-NO = CA-CUST-NO AND
              LQ-TIMESTAMP(1:8) <= PERIOD-END
             ADD 1 TO PN-QUOTES-ISSUED ( CUSTOMER-INDEX )
           END-IF
           .

      * Fold the customer into their HOUSEHLD household, when they
      * have one - one READ finds it from any member's number
       ROLL-UP-HOUSEHOLD.
           MOVE CA-CUST-NO TO HH-CUST-NO

           EXEC CICS READ FILE    ( HOUSEHLD-FILE )
                          INTO    ( HOUSEHLD-RECORD )
                          RIDFLD  ( HH-CUST-NO )
                          RESP    ( HISTORY-RESP )
                          RESP2   ( HISTORY-RESP2 )
           END-EXEC

           IF HISTORY-RESP = DFHRESP(NORMAL) AND
              HH-HOUSEHOLD-ID NOT = SPACES
             MOVE HH-HOUSEHOLD-ID TO PN-HOUSEHOLD-ID ( CUSTOMER-INDEX )

             MOVE 1 TO HOUSEHOLD-INDEX
             PERFORM UNTIL HOUSEHOLD-INDEX > HOUSEHOLD-COUNT
                        OR HT-HOUSEHOLD-ID ( HOUSEHOLD-INDEX ) =
                           HH-HOUSEHOLD-ID
               ADD 1 TO HOUSEHOLD-INDEX
             END-PERFORM

             IF HOUSEHOLD-INDEX > HOUSEHOLD-COUNT
               IF HOUSEHOLD-COUNT >= 5000
                 MOVE 'Y' TO TABLE-FULL-SWITCH
                 MOVE 0 TO HOUSEHOLD-INDEX
               ELSE
                 ADD 1 TO HOUSEHOLD-COUNT
                 MOVE HOUSEHOLD-COUNT TO HOUSEHOLD-INDEX
                 INITIALIZE HOUSEHOLD-ENTRY ( HOUSEHOLD-INDEX )
                 MOVE HH-HOUSEHOLD-ID
                   TO HT-HOUSEHOLD-ID ( HOUSEHOLD-INDEX )
               END-IF
             END-IF

             IF HOUSEHOLD-INDEX > 0
               PERFORM ADD-CUSTOMER-TO-HOUSEHOLD
             END-IF
           END-IF
           .

       ADD-CUSTOMER-TO-HOUSEHOLD.
           ADD 1 TO HT-MEMBER-COUNT ( HOUSEHOLD-INDEX )
           ADD PN-INT-CREDITED ( CUSTOMER-INDEX )
             TO HT-INT-CREDITED ( HOUSEHOLD-INDEX )
           ADD PN-INT-CHARGED ( CUSTOMER-INDEX )
             TO HT-INT-CHARGED ( HOUSEHOLD-INDEX )
           ADD PN-LOAN-INTEREST ( CUSTOMER-INDEX )
             TO HT-LOAN-INTEREST ( HOUSEHOLD-INDEX )
           ADD PN-FEE-INCOME ( CUSTOMER-INDEX )
             TO HT-FEE-INCOME ( HOUSEHOLD-INDEX )
           ADD PN-FEES-WAIVED ( CUSTOMER-INDEX )
             TO HT-FEES-WAIVED ( HOUSEHOLD-INDEX )
           ADD PN-AVG-BALANCE ( CUSTOMER-INDEX )
             TO HT-AVG-BALANCE ( HOUSEHOLD-INDEX )
           ADD PN-LOAN-BALANCE ( CUSTOMER-INDEX )
             TO HT-LOAN-BALANCE ( HOUSEHOLD-INDEX )
           ADD PN-QUOTES-ISSUED ( CUSTOMER-INDEX )
             TO HT-QUOTES-ISSUED ( HOUSEHOLD-INDEX )
           ADD PN-LOANS-DRAWN ( CUSTOMER-INDEX )
             TO HT-LOANS-DRAWN ( HOUSEHOLD-INDEX )
           ADD PN-QUOTES-CONVERTED ( CUSTOMER-INDEX )
             TO HT-QUOTES-CONVERTED ( HOUSEHOLD-INDEX )
           ADD PN-CONTRIBUTION ( CUSTOMER-INDEX )
             TO HT-CONTRIBUTION ( HOUSEHOLD-INDEX )
           .

      * Insert the next customer into the rank order - every entry
      * ahead of it with a lower contribution moves down one place
       RANK-ONE-CUSTOMER.
           MOVE PN-CONTRIBUTION ( SORT-POSITION ) TO SORT-CONTRIBUTION
           MOVE SORT-POSITION TO RANK-POSITION
           MOVE 'N' TO SORT-PLACED-SWITCH

           PERFORM SHIFT-CUSTOMER-RANK
                   UNTIL SORT-PLACED OR RANK-POSITION = 1

           MOVE SORT-POSITION TO CUSTOMER-RANK ( RANK-POSITION )
           ADD 1 TO SORT-POSITION
           .

       SHIFT-CUSTOMER-RANK.
           MOVE CUSTOMER-RANK ( RANK-POSITION - 1 ) TO SORT-ENTRY
           IF PN-CONTRIBUTION ( SORT-ENTRY ) < SORT-CONTRIBUTION
             MOVE SORT-ENTRY TO CUSTOMER-RANK ( RANK-POSITION )
             SUBTRACT 1 FROM RANK-POSITION
           ELSE
             MOVE 'Y' TO SORT-PLACED-SWITCH
           END-IF
           .

       RANK-ONE-HOUSEHOLD.
           MOVE HT-CONTRIBUTION ( SORT-POSITION ) TO SORT-CONTRIBUTION
           MOVE SORT-POSITION TO RANK-POSITION
           MOVE 'N' TO SORT-PLACED-SWITCH

           PERFORM SHIFT-HOUSEHOLD-RANK
                   UNTIL SORT-PLACED OR RANK-POSITION = 1

           MOVE SORT-POSITION TO HOUSEHOLD-RANK ( RANK-POSITION )
           ADD 1 TO SORT-POSITION
           .

       SHIFT-HOUSEHOLD-RANK.
           MOVE HOUSEHOLD-RANK ( RANK-POSITION - 1 ) TO SORT-ENTRY
           IF HT-CONTRIBUTION ( SORT-ENTRY ) < SORT-CONTRIBUTION
             MOVE SORT-ENTRY TO HOUSEHOLD-RANK ( RANK-POSITION )
             SUBTRACT 1 FROM RANK-POSITION
           ELSE
             MOVE 'Y' TO SORT-PLACED-SWITCH
           END-IF
           .

      * The month's PROFMTH records in rank order - customers, then
      * households - committed every 500 records, once whatever an
      * earlier run of the month left has gone
       SAVE-PROFIT-RECORDS.
           PERFORM PURGE-PERIOD-RECORDS

           MOVE 1 TO RANK-POSITION
           PERFORM SAVE-CUSTOMER-RECORD
                   UNTIL RANK-POSITION > CUSTOMER-COUNT

           MOVE 1 TO RANK-POSITION
           PERFORM SAVE-HOUSEHOLD-RECORD
                   UNTIL RANK-POSITION > HOUSEHOLD-COUNT

           EXEC CICS SYNCPOINT END-EXEC
           .

       SAVE-CUSTOMER-RECORD.
           MOVE CUSTOMER-RANK ( RANK-POSITION ) TO CUSTOMER-INDEX

           INITIALIZE PROFMTH-RECORD
           MOVE 'C'                                TO PB-RECORD-TYPE
           MOVE PN-CUST-NO ( CUSTOMER-INDEX )      TO PB-ENTITY-ID
           MOVE PN-HOUSEHOLD-ID ( CUSTOMER-INDEX ) TO PB-HOUSEHOLD-ID
           MOVE 1                                  TO PB-MEMBER-COUNT
           MOVE PN-INT-CREDITED ( CUSTOMER-INDEX ) TO PB-INT-CREDITED
           MOVE PN-INT-CHARGED ( CUSTOMER-INDEX )  TO PB-INT-CHARGED
           MOVE PN-LOAN-INTEREST ( CUSTOMER-INDEX )
             TO PB-LOAN-INTEREST
           MOVE PN-FEE-INCOME ( CUSTOMER-INDEX )   TO PB-FEE-INCOME
           MOVE PN-FEES-WAIVED ( CUSTOMER-INDEX )  TO PB-FEES-WAIVED
           MOVE PN-AVG-BALANCE ( CUSTOMER-INDEX )  TO PB-AVG-BALANCE
           MOVE PN-LOAN-BALANCE ( CUSTOMER-INDEX ) TO PB-LOAN-BALANCE
           MOVE PN-QUOTES-ISSUED ( CUSTOMER-INDEX )
             TO PB-QUOTES-ISSUED
           MOVE PN-LOANS-DRAWN ( CUSTOMER-INDEX )  TO PB-LOANS-DRAWN
           MOVE PN-QUOTES-CONVERTED ( CUSTOMER-INDEX )
             TO PB-QUOTES-CONVERTED
           MOVE PN-CONTRIBUTION ( CUSTOMER-INDEX ) TO PB-CONTRIBUTION
           PERFORM SAVE-PROFIT-RECORD

           ADD 1 TO RANK-POSITION
           .

       SAVE-HOUSEHOLD-RECORD.
           MOVE HOUSEHOLD-RANK ( RANK-POSITION ) TO HOUSEHOLD-INDEX

           INITIALIZE PROFMTH-RECORD
           MOVE 'H'                                 TO PB-RECORD-TYPE
           MOVE HT-HOUSEHOLD-ID ( HOUSEHOLD-INDEX ) TO PB-ENTITY-ID
           MOVE HT-HOUSEHOLD-ID ( HOUSEHOLD-INDEX ) TO PB-HOUSEHOLD-ID
           MOVE HT-MEMBER-COUNT ( HOUSEHOLD-INDEX ) TO PB-MEMBER-COUNT
           MOVE HT-INT-CREDITED ( HOUSEHOLD-INDEX ) TO PB-INT-CREDITED
           MOVE HT-INT-CHARGED ( HOUSEHOLD-INDEX )  TO PB-INT-CHARGED
           MOVE HT-LOAN-INTEREST ( HOUSEHOLD-INDEX )
             TO PB-LOAN-INTEREST
           MOVE HT-FEE-INCOME ( HOUSEHOLD-INDEX )   TO PB-FEE-INCOME
           MOVE HT-FEES-WAIVED ( HOUSEHOLD-INDEX )  TO PB-FEES-WAIVED
           MOVE HT-AVG-BALANCE ( HOUSEHOLD-INDEX )  TO PB-AVG-BALANCE
           MOVE HT-LOAN-BALANCE ( HOUSEHOLD-INDEX ) TO PB-LOAN-BALANCE
           MOVE HT-QUOTES-ISSUED ( HOUSEHOLD-INDEX )
             TO PB-QUOTES-ISSUED
           MOVE HT-LOANS-DRAWN ( HOUSEHOLD-INDEX )  TO PB-LOANS-DRAWN
           MOVE HT-QUOTES-CONVERTED ( HOUSEHOLD-INDEX )
             TO PB-QUOTES-CONVERTED
           MOVE HT-CONTRIBUTION ( HOUSEHOLD-INDEX ) TO PB-CONTRIBUTION
           PERFORM SAVE-PROFIT-RECORD

           ADD 1 TO RANK-POSITION
           .

      * Delete every record an earlier run of the month wrote, so a
      * customer or household not profiled this time does not keep
      * its old figures. The keys are gathered a batch at a time
      * off a browse and deleted once it has ended, as AUDARCH
      * purges WEBAUDIT. A delete that fails stops the purge - the
      * record it left is reported when its write fails
       PURGE-PERIOD-RECORDS.
           MOVE 0   TO RECORDS-PURGED
           MOVE 'N' TO PURGE-DONE-SWITCH

           PERFORM PURGE-ONE-BATCH UNTIL PURGE-DONE

           IF RECORDS-PURGED > 0
             DISPLAY 'CUSTPRFT: Deleted ' RECORDS-PURGED
                     ' PROFMTH records of an earlier run of '
                     PERIOD-START(1:6)
           END-IF
           .

       PURGE-ONE-BATCH.
           MOVE 0   TO PURGE-KEY-COUNT
           MOVE 'N' TO END-OF-FILE-SWITCH
           MOVE LOW-VALUES        TO PB-KEY
           MOVE PERIOD-START(1:6) TO PB-MONTH

           EXEC CICS STARTBR FILE   ( PROFMTH-FILE )
                             RIDFLD ( PB-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM NOTE-NEXT-PERIOD-RECORD
                     UNTIL END-OF-FILE
                        OR PURGE-KEY-COUNT >= 200
             EXEC CICS ENDBR FILE ( PROFMTH-FILE ) END-EXEC
           END-IF

           IF PURGE-KEY-COUNT = 0
             MOVE 'Y' TO PURGE-DONE-SWITCH
           ELSE
             MOVE 1 TO PURGE-KEY-INDEX
             PERFORM DELETE-PERIOD-RECORD
                     UNTIL PURGE-KEY-INDEX > PURGE-KEY-COUNT
                        OR PURGE-DONE
             EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

       NOTE-NEXT-PERIOD-RECORD.
           EXEC CICS READNEXT FILE ( PROFMTH-FILE )
                              INTO ( PROFMTH-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              PB-MONTH NOT = PERIOD-START(1:6)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO PURGE-KEY-COUNT
             MOVE PB-KEY TO PURGE-KEY ( PURGE-KEY-COUNT )
           END-IF
           .

       DELETE-PERIOD-RECORD.
           MOVE PURGE-KEY ( PURGE-KEY-INDEX ) TO PB-KEY

           EXEC CICS DELETE FILE   ( PROFMTH-FILE )
                            RIDFLD ( PB-KEY )
                            RESP   ( COMMAND-RESP )
                            RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             ADD 1 TO RECORDS-PURGED
           ELSE
             MOVE 'Y' TO PURGE-DONE-SWITCH
             DISPLAY '*** CUSTPRFT: Error ' COMMAND-RESP
                     ' deleting PROFMTH record ' PB-KEY
           END-IF

           ADD 1 TO PURGE-KEY-INDEX
           .

      * Write the record built in PROFMTH-RECORD
       SAVE-PROFIT-RECORD.
           MOVE PERIOD-START(1:6) TO PB-MONTH
           MOVE PERIOD-START      TO PB-PERIOD-START
           MOVE PERIOD-END        TO PB-PERIOD-END
           MOVE RANK-POSITION     TO PB-RANK
           MOVE RUN-TIMESTAMP     TO PB-RUN-TS
           COMPUTE PB-INT-MARGIN = PB-INT-CHARGED + PB-LOAN-INTEREST
                                 - PB-INT-CREDITED

           EXEC CICS WRITE FILE   ( PROFMTH-FILE )
                           FROM   ( PROFMTH-RECORD )
                           RIDFLD ( PB-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             ADD 1 TO RECORDS-WRITTEN
             ADD 1 TO RECORDS-SINCE-COMMIT
             IF RECORDS-SINCE-COMMIT >= 500
               EXEC CICS SYNCPOINT END-EXEC
               MOVE 0 TO RECORDS-SINCE-COMMIT
             END-IF
           ELSE
             ADD 1 TO RECORD-FAILURES
             DISPLAY '*** CUSTPRFT: Error ' COMMAND-RESP
                     ' writing PROFMTH record ' PB-KEY
           END-IF
           .

      * One customer's line of the report
       WRITE-CUSTOMER-LINE.
           MOVE CUSTOMER-RANK ( RANK-POSITION ) TO CUSTOMER-INDEX

           MOVE RANK-POSITION                      TO DL-RANK
           MOVE PN-CUST-NO ( CUSTOMER-INDEX )      TO DL-ENTITY-ID
           MOVE PN-HOUSEHOLD-ID ( CUSTOMER-INDEX ) TO DL-HOUSEHOLD
           MOVE PN-INT-CREDITED ( CUSTOMER-INDEX ) TO DL-INT-CREDITED
           MOVE PN-INT-CHARGED ( CUSTOMER-INDEX )  TO DL-INT-CHARGED
           MOVE PN-LOAN-INTEREST ( CUSTOMER-INDEX )
             TO DL-LOAN-INTEREST
           COMPUTE DL-INT-MARGIN = PN-INT-CHARGED ( CUSTOMER-INDEX )
                 + PN-LOAN-INTEREST ( CUSTOMER-INDEX )
                 - PN-INT-CREDITED ( CUSTOMER-INDEX )
           MOVE PN-FEE-INCOME ( CUSTOMER-INDEX )   TO DL-FEE-INCOME
           MOVE PN-FEES-WAIVED ( CUSTOMER-INDEX )  TO DL-FEES-WAIVED
           MOVE PN-AVG-BALANCE ( CUSTOMER-INDEX )  TO DL-AVG-BALANCE
           MOVE PN-CONTRIBUTION ( CUSTOMER-INDEX ) TO DL-CONTRIBUTION
           MOVE PN-QUOTES-ISSUED ( CUSTOMER-INDEX )
             TO DL-QUOTES-ISSUED
           MOVE PN-LOANS-DRAWN ( CUSTOMER-INDEX )  TO DL-LOANS-DRAWN

           MOVE 0 TO CONVERSION-PCT
           IF PN-QUOTES-ISSUED ( CUSTOMER-INDEX ) > 0
             COMPUTE CONVERSION-PCT ROUNDED =
                     PN-QUOTES-CONVERTED ( CUSTOMER-INDEX ) * 100
                   / PN-QUOTES-ISSUED ( CUSTOMER-INDEX )
           END-IF
           MOVE CONVERSION-PCT TO DL-CONVERSION-PCT

           MOVE SPACES TO PROFRPT-RECORD
           MOVE DETAIL-LINE TO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO RANK-POSITION
           .

      * One household's line of the report - the member count in
      * place of the household
       WRITE-HOUSEHOLD-LINE.
           MOVE HOUSEHOLD-RANK ( RANK-POSITION ) TO HOUSEHOLD-INDEX

           MOVE RANK-POSITION                       TO DL-RANK
           MOVE HT-HOUSEHOLD-ID ( HOUSEHOLD-INDEX ) TO DL-ENTITY-ID
           MOVE HT-MEMBER-COUNT ( HOUSEHOLD-INDEX ) TO MEMBER-DISPLAY
           MOVE MEMBER-DISPLAY                      TO DL-HOUSEHOLD
           MOVE HT-INT-CREDITED ( HOUSEHOLD-INDEX ) TO DL-INT-CREDITED
           MOVE HT-INT-CHARGED ( HOUSEHOLD-INDEX )  TO DL-INT-CHARGED
           MOVE HT-LOAN-INTEREST ( HOUSEHOLD-INDEX )
             TO DL-LOAN-INTEREST
           COMPUTE DL-INT-MARGIN = HT-INT-CHARGED ( HOUSEHOLD-INDEX )
                 + HT-LOAN-INTEREST ( HOUSEHOLD-INDEX )
                 - HT-INT-CREDITED ( HOUSEHOLD-INDEX )
           MOVE HT-FEE-INCOME ( HOUSEHOLD-INDEX )   TO DL-FEE-INCOME
           MOVE HT-FEES-WAIVED ( HOUSEHOLD-INDEX )  TO DL-FEES-WAIVED
           MOVE HT-AVG-BALANCE ( HOUSEHOLD-INDEX )  TO DL-AVG-BALANCE
           MOVE HT-CONTRIBUTION ( HOUSEHOLD-INDEX ) TO DL-CONTRIBUTION
           MOVE HT-QUOTES-ISSUED ( HOUSEHOLD-INDEX )
             TO DL-QUOTES-ISSUED
           MOVE HT-LOANS-DRAWN ( HOUSEHOLD-INDEX )  TO DL-LOANS-DRAWN

           MOVE 0 TO CONVERSION-PCT
           IF HT-QUOTES-ISSUED ( HOUSEHOLD-INDEX ) > 0
             COMPUTE CONVERSION-PCT ROUNDED =
                     HT-QUOTES-CONVERTED ( HOUSEHOLD-INDEX ) * 100
                   / HT-QUOTES-ISSUED ( HOUSEHOLD-INDEX )
           END-IF
           MOVE CONVERSION-PCT TO DL-CONVERSION-PCT

           MOVE SPACES TO PROFRPT-RECORD
           MOVE DETAIL-LINE TO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO RANK-POSITION
           .

       WRITE-REPORT-HEADER.
           MOVE RANK-LIMIT TO LIMIT-DISPLAY

           MOVE SPACES TO PROFRPT-RECORD
           STRING 'CUSTOMER PROFITABILITY '   DELIMITED BY SIZE
                  RUN-TIMESTAMP               DELIMITED BY SIZE
                  '  MONTH '                  DELIMITED BY SIZE
                  PERIOD-START                DELIMITED BY SIZE
                  ' TO '                      DELIMITED BY SIZE
                  PERIOD-END                  DELIMITED BY SIZE
                  '  LISTING '                DELIMITED BY SIZE
                  LIMIT-DISPLAY               DELIMITED BY SIZE
                  ' HIGHEST AND LOWEST'       DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PROFRPT-RECORD
           STRING '  CONTRIBUTION = INTEREST MARGIN (CHARGED PLUS '
                                              DELIMITED BY SIZE
                  'LOAN INTEREST, LESS CREDITED) PLUS FEE INCOME'
                                              DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The customers with the highest contribution, then those
      * with the lowest - each listed once when there are fewer
      * customers than the two lists would hold
       WRITE-CUSTOMER-RANKING.
           MOVE SPACES TO PROFRPT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PROFRPT-RECORD
           STRING 'CUSTOMERS - HIGHEST CONTRIBUTION' DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS

           MOVE RANK-LIMIT TO RANK-STOP
           IF RANK-STOP > CUSTOMER-COUNT
             MOVE CUSTOMER-COUNT TO RANK-STOP
           END-IF
           MOVE 1 TO RANK-POSITION
           PERFORM WRITE-CUSTOMER-LINE
                   UNTIL RANK-POSITION > RANK-STOP

           IF CUSTOMER-COUNT > RANK-LIMIT
             MOVE SPACES TO PROFRPT-RECORD
             PERFORM WRITE-REPORT-LINE

             MOVE SPACES TO PROFRPT-RECORD
             STRING 'CUSTOMERS - LOWEST CONTRIBUTION' DELIMITED BY SIZE
                  INTO PU-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
             PERFORM WRITE-COLUMN-HEADINGS

             COMPUTE RANK-POSITION = CUSTOMER-COUNT - RANK-LIMIT + 1
             IF RANK-POSITION <= RANK-LIMIT
               COMPUTE RANK-POSITION = RANK-LIMIT + 1
             END-IF
             PERFORM WRITE-CUSTOMER-LINE
                     UNTIL RANK-POSITION > CUSTOMER-COUNT
           END-IF
           .

       WRITE-HOUSEHOLD-RANKING.
           MOVE SPACES TO PROFRPT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PROFRPT-RECORD
           STRING 'HOUSEHOLDS - HIGHEST CONTRIBUTION'
                                              DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS

           MOVE RANK-LIMIT TO RANK-STOP
           IF RANK-STOP > HOUSEHOLD-COUNT
             MOVE HOUSEHOLD-COUNT TO RANK-STOP
           END-IF
           MOVE 1 TO RANK-POSITION
           PERFORM WRITE-HOUSEHOLD-LINE
                   UNTIL RANK-POSITION > RANK-STOP

           IF HOUSEHOLD-COUNT > RANK-LIMIT
             MOVE SPACES TO PROFRPT-RECORD
             PERFORM WRITE-REPORT-LINE

             MOVE SPACES TO PROFRPT-RECORD
             STRING 'HOUSEHOLDS - LOWEST CONTRIBUTION'
                                              DELIMITED BY SIZE
                  INTO PU-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
             PERFORM WRITE-COLUMN-HEADINGS

             COMPUTE RANK-POSITION = HOUSEHOLD-COUNT - RANK-LIMIT + 1
             IF RANK-POSITION <= RANK-LIMIT
               COMPUTE RANK-POSITION = RANK-LIMIT + 1
             END-IF
             PERFORM WRITE-HOUSEHOLD-LINE
                     UNTIL RANK-POSITION > HOUSEHOLD-COUNT
           END-IF
           .

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO PROFRPT-RECORD
           MOVE PROFIT-HEADING-1 TO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PROFRPT-RECORD
           MOVE PROFIT-HEADING-2 TO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .

      * The month's totals over every customer profiled
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PROFRPT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PROFRPT-RECORD
           STRING 'MONTH TOTALS' DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-INT-CREDITED TO AMOUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  INTEREST CREDITED:     ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY              DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-INT-CHARGED TO AMOUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  INTEREST CHARGED:      ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY              DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-LOAN-INTEREST TO AMOUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  LOAN INTEREST:         ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY              DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-FEE-INCOME TO AMOUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  FEE INCOME:            ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY              DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-FEES-WAIVED TO AMOUNT-DISPLAY
           MOVE CUSTOMERS-WAIVED TO COUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  FEES WAIVED:           ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY              DELIMITED BY SIZE
                  '  CUSTOMERS '              DELIMITED BY SIZE
                  COUNT-DISPLAY               DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-CONTRIBUTION TO AMOUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  CONTRIBUTION:          ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY              DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-QUOTES-ISSUED TO COUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  LOAN QUOTES ISSUED:    ' DELIMITED BY SIZE
                  COUNT-DISPLAY               DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TOTAL-LOANS-DRAWN TO COUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  LOANS DRAWN:           ' DELIMITED BY SIZE
                  COUNT-DISPLAY               DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO CONVERSION-PCT
           IF TOTAL-QUOTES-ISSUED > 0
             COMPUTE CONVERSION-PCT ROUNDED =
                     TOTAL-QUOTES-CONVERTED * 100 / TOTAL-QUOTES-ISSUED
           END-IF
           MOVE TOTAL-QUOTES-CONVERTED TO COUNT-DISPLAY
           MOVE CONVERSION-PCT TO LIMIT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  DRAWN FROM THIS MONTH''S QUOTES: '
                                              DELIMITED BY SIZE
                  COUNT-DISPLAY               DELIMITED BY SIZE
                  '  CONVERSION PCT '         DELIMITED BY SIZE
                  LIMIT-DISPLAY               DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CUSTOMERS-READ TO COUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  CUSTOMERS PROFILED:    ' DELIMITED BY SIZE
                  COUNT-DISPLAY               DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ACCOUNTS-UNPRICED TO COUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  ACCOUNTS LEFT OUT (FX):' DELIMITED BY SIZE
                  COUNT-DISPLAY               DELIMITED BY SIZE
                  '  NO USABLE RATE FOR THE ACCOUNT CURRENCY'
                                              DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE CUSTOMERS-LOSING TO COUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  CUSTOMERS LOSING MONEY:' DELIMITED BY SIZE
                  COUNT-DISPLAY               DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE HOUSEHOLD-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  HOUSEHOLDS:            ' DELIMITED BY SIZE
                  COUNT-DISPLAY               DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RECORDS-WRITTEN TO COUNT-DISPLAY
           MOVE SPACES TO PROFRPT-RECORD
           STRING '  PROFMTH RECORDS:       ' DELIMITED BY SIZE
                  COUNT-DISPLAY               DELIMITED BY SIZE
                INTO PU-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF RECORDS-PURGED > 0
             MOVE RECORDS-PURGED TO COUNT-DISPLAY
             MOVE SPACES TO PROFRPT-RECORD
             STRING '  EARLIER RUN RECORDS DELETED: '
                                              DELIMITED BY SIZE
                    COUNT-DISPLAY             DELIMITED BY SIZE
                  INTO PU-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF RECORD-FAILURES > 0
             MOVE RECORD-FAILURES TO COUNT-DISPLAY
             MOVE SPACES TO PROFRPT-RECORD
             STRING '  *** PROFMTH RECORDS NOT WRITTEN: '
                                              DELIMITED BY SIZE
                    COUNT-DISPLAY             DELIMITED BY SIZE
                  INTO PU-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF

           IF TABLE-FULL
             MOVE SPACES TO PROFRPT-RECORD
             STRING '  *** MORE THAN 5000 CUSTOMERS, HOUSEHOLDS OR '
                                              DELIMITED BY SIZE
                    'LOANS - SOME ARE LEFT OUT OF THE RANKING'
                                              DELIMITED BY SIZE
                  INTO PU-PRINT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           .

       WRITE-REPORT-LINE.
           EXEC CICS WRITE FILE ( PROFRPT-FILE )
                           FROM ( PROFRPT-RECORD )
                           RESP ( COMMAND-RESP )
                           RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             DISPLAY '*** CUSTPRFT: Error ' COMMAND-RESP
                     ' writing PROFRPT report line'
           END-IF
           .

      * The business date off the DROL-maintained BUSDATE control
      * record - a region with no record yet runs on the calendar
      * date
       GET-BUSINESS-DATE.
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

      * Tonight's entry on the RUNCTL run-control ledger, via the
      * shared RUNCTLR routine - the start call also proves
      * tonight's INTACCRU accrual and LOANSERV servicing runs
      * completed, so the month's last interest is on file
       RECORD-RUN-START.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'S'    TO RN-FUNCTION
           MOVE 'PRFT' TO RN-JOB-ID
           MOVE 'IACR' TO RN-PREREQ-ID (1)
           MOVE 'LSRV' TO RN-PREREQ-ID (2)
           PERFORM LINK-TO-RUNCTLR

      *    Commit the RUNNING record on its own at once
           IF RN-OK
             EXEC CICS SYNCPOINT END-EXEC
           END-IF
           .

      * Close tonight's ledger entry with the outcome the run
      * reports
       RECORD-RUN-END.
           INITIALIZE RUNCTL-COMMAREA
           MOVE 'E'        TO RN-FUNCTION
           MOVE 'PRFT'     TO RN-JOB-ID
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

       END PROGRAM 'CUSTPRFT'.
