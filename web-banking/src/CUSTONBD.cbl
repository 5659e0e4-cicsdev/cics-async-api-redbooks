      * failing backs every other write out, so a customer either
      * exists completely or not at all.
      *
      * The customer's KYC profile - date of birth, risk rating,
      * identity document, address - is captured in the same
      * command and written to CUSTPROF in the same unit of work.
      * Onboarding counts as the first KYC review: the next review
      * falls due after the period the registry sets for the risk
      * rating (KYCREVH/KYCREVM/KYCREVL, months). The new profile
      * is logged to CUSTPLOG as CREATED.
      *
      * Before anything is written the customer's name is screened
      * against the SANCLIST sanctions watchlist through the shared
      * SANCMTCH routine. A potential match creates nothing: the
      * whole input is held on ONBDPEND and the hits go on the
      * SANCHIT register for compliance to dispose of through
      * SANW. Once every hit is cleared the held onboarding is
      * approved, and 'ONBD nnnn RELEASE' creates the customer from
      * the held input without screening again; an escalated hit
      * refuses it. A watchlist that cannot be read refuses the
      * onboarding rather than let the name through unscreened.
      *
      * The initial account is opened on a product from the PRODMAST
      * catalogue, which then prices its interest and fees. The
      * product must be open for sale and the customer eligible for
      * it - old enough, not past its maximum age, and not High risk
      * where the product excludes that - and the account takes the
      * product's default overdraft limit.
      *
      * The entitlement grant is written directly (the setup must be
      * atomic) and logged to ENTCHLOG flagged as an onboarding
      * grant, so the entitlement audit trail stays complete even
      *
      * Driven via CICS terminal using the transaction 'ONBD' in the
      * form:
      * ONBD nnnn aaaaaaaa pppp oooooooo ssss yyyymmdd r tttttttt
      *      iiiiiiiiiiii Full Name/Address 1/Address 2/Postcode
      *   nnnn     - new customer number
      *   aaaaaaaa - initial account number (opened at zero)
      *   pppp     - PRODMAST product the account is opened on
      *   oooooooo - operator to be entitled to the customer
      *   ssss     - partner-bank SYSID to link, or ---- for none
      *   yyyymmdd - date of birth
      *   r        - KYC risk rating H, M or L
      *   tttttttt - identity document type PASSPORT, DRIVLIC or
      *              NATID
      *   iiiiiiiiiiii - identity document reference
      *   the name and address follow as one field separated by
      *   '/' - address line 2 may be left empty
      * eg:
      * 'ONBD 0021 00210001 CURR TELLER01 PTNR 19800412 M PASSPORT
      *  P1234567     Pat Q Customer/1 High St/Leeds/LS1 4AB'
      * 'ONBD 0022 00220001 STUD TELLER01 ---- 19751130 L DRIVLIC
      *  SMITH751130S Sam T Customer/9 Low Rd//YO1 7HH'
      * or, once compliance has approved a held onboarding:
      * ONBD nnnn RELEASE
      * eg:
      * 'ONBD 0023 RELEASE'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  22-08-2026 Original version
      *  15-10-2026 Capture the customer's KYC profile (date of
      *             birth, risk rating, identity document, address)
      *             and write it to the new CUSTPROF file in the
      *             same unit of work, with the first review date
      *             set from the risk rating; the name and address
      *             now follow the identity fields as one
      *             '/'-separated field
      *  15-10-2026 Screen the name against the sanctions
      *             watchlist before writing; a potential match
      *             holds the onboarding on ONBDPEND with its hits
      *             on SANCHIT, and 'ONBD nnnn RELEASE' onboards it
      *             once compliance has approved it
      *  15-10-2026 Open the initial account on a PRODMAST product,
      *             entered after the account number: the product
      *             must be open for sale and the customer eligible
      *             by age and risk rating, and the account takes
      *             the product code and its default overdraft
      *  15-10-2026 Log when a held name has more sanctions hits
      *             than SANCMTCH returns and the register holds
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Reverse index from account number to customer number
       COPY ACCTIDX.

      * Record layouts of the customer profile and its change log
       COPY CUSTPROF.
       COPY CUSTPLOG.

      * Commarea for the shared PARMREAD registry routine - the
      * KYC review period for each risk rating comes from the
      * registry
       COPY PARMRDCA.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

      * Record layouts of the held onboardings and the sanctions
      * hit register
       COPY ONBDPEND.
       COPY SANCHIT.

      * The account product catalogue - the initial account's
      * product, its eligibility rules and default overdraft
       COPY PRODMAST.

      * Commarea for the shared SANCMTCH name-screening routine
       COPY SANCMTCA.

       1 SANCMTCH-PROGRAM         PIC X(8) VALUE 'SANCMTCH'.

       1 FILE-NAMES.
         2 CUSTNAME-FILE          PIC X(8) VALUE 'CUSTNAME'.
         2 CUSTACCT-FILE          PIC X(8) VALUE 'CUSTACCT'.
         2 PTNRXWLK-FILE          PIC X(8) VALUE 'PTNRXWLK'.
         2 ENTCHLOG-FILE          PIC X(8) VALUE 'ENTCHLOG'.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX'.
         2 CUSTPROF-FILE          PIC X(8) VALUE 'CUSTPROF'.
         2 CUSTPLOG-FILE          PIC X(8) VALUE 'CUSTPLOG'.
         2 ONBDPEND-FILE          PIC X(8) VALUE 'ONBDPEND'.
         2 SANCHIT-FILE           PIC X(8) VALUE 'SANCHIT'.
         2 PRODMAST-FILE          PIC X(8) VALUE 'PRODMAST'.

      * Default partner program for a linked partner bank - the
      * same default ACCTPTNR itself uses

       1 FAILED-STEP-TEXT         PIC X(24) VALUE SPACES.

      * Set when an approved held onboarding is being released -
      * the input comes off ONBDPEND and is not screened again
       1 RELEASE-SWITCH           PIC X(1) VALUE 'N'.
         88 RELEASING                     VALUE 'Y'.

       1 HIT-INDEX                PIC S9(4) COMP VALUE 0.
       1 HIT-COUNT-DISPLAY        PIC 9(2) VALUE 0.

      * Maps the terminal input
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTACCT             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTPROD             PIC X(4) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTOPER             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTSYSID            PIC X(4) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTDOB              PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTRISK             PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTIDTYPE           PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTIDREF            PIC X(12) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTDETAILS          PIC X(140) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 211.

      * The name and address, split out of INPUTDETAILS
       1 ONBOARD-DETAILS.
         2 INPUTNAME             PIC X(65) VALUE ' '.
         2 INPUTADDR1            PIC X(30) VALUE ' '.
         2 INPUTADDR2            PIC X(30) VALUE ' '.
         2 INPUTPOSTCODE         PIC X(10) VALUE ' '.

      * The date of birth broken into its parts for the edit
       1 BIRTH-DATE               PIC X(8) VALUE SPACES.
       1 BIRTH-DATE-PARTS REDEFINES BIRTH-DATE.
         2 BIRTH-YEAR             PIC 9(4).
         2 BIRTH-MONTH            PIC 9(2).
         2 BIRTH-DAY              PIC 9(2).

      * Today, and the first KYC review date worked out from it -
      * the review period in months for the customer's risk
      * rating, the day held back to the 28th so every month has it
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.
       1 REVIEW-MONTHS            PIC S9(4) COMP VALUE 0.
       1 REVIEW-DATE-PARTS.
         2 REVIEW-YEAR            PIC 9(4).
         2 REVIEW-MONTH           PIC 9(2).
         2 REVIEW-DAY             PIC 9(2).
       1 REVIEW-DATE-TEXT REDEFINES REVIEW-DATE-PARTS PIC X(8).
       1 MONTHS-SINCE-ZERO        PIC S9(8) COMP VALUE 0.

      * The customer's age in whole years today, for the product's
      * eligibility rules
       1 CUSTOMER-AGE             PIC S9(4) COMP VALUE 0.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
           END-EXEC

           MOVE INPUTACCNUM TO ACCOUNT-NUM
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE

      * A release carries on with the input held for compliance
           IF INPUTACCT = 'RELEASE '
             PERFORM GET-RELEASED-ONBOARDING
           END-IF

           MOVE SPACES TO ONBOARD-DETAILS
           UNSTRING INPUTDETAILS DELIMITED BY '/'
                    INTO INPUTNAME INPUTADDR1 INPUTADDR2 INPUTPOSTCODE
           END-UNSTRING

      * Validate the lot before anything is written
           IF INPUTACCNUM NOT NUMERIC OR INPUTACCNUM = '    ' OR
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM EDIT-PROFILE-INPUT
           PERFORM EDIT-PRODUCT-INPUT

      * An existing customer is an update job for CMNT and the
      * maintenance facilities, not an onboarding
           MOVE INPUTACCNUM TO CN-CUST-NO
             EXEC CICS RETURN END-EXEC
           END-IF

      * Screen the name - a potential match holds the onboarding
      * for compliance and writes nothing else
           IF NOT RELEASING
             PERFORM CHECK-HELD-ONBOARDING
             PERFORM SCREEN-CUSTOMER-NAME
           END-IF

      * The four writes - one unit of work, backed out as one
           PERFORM WRITE-NAME-RECORD
           IF SETUP-OK
              INPUTSYSID NOT = SPACES AND INPUTSYSID NOT = '----'
             PERFORM WRITE-PARTNER-LINK-RECORD
           END-IF
           IF SETUP-OK
             PERFORM WRITE-PROFILE-RECORD
           END-IF
           IF SETUP-OK AND RELEASING
             PERFORM MARK-ONBOARDING-DONE
           END-IF

           IF SETUP-OK
             EXEC CICS SYNCPOINT
           .

      * The customer's master record with its one initial account,
      * opened at zero in home currency on its product, with the
      * product's default overdraft
       WRITE-ACCOUNT-RECORD.
           INITIALIZE CUSTACCT-RECORD
           MOVE INPUTACCNUM TO CA-CUST-NO
           MOVE 1           TO CA-NUMBER-OF-ACCOUNTS
           MOVE INPUTACCT   TO CA-ACCT-NUMBER (1)
           MOVE 0           TO CA-BALANCE (1)
           MOVE PD-DEFAULT-OVERDRAFT TO CA-OVERDRAFT (1)
           MOVE 'USD'       TO CA-CURRENCY-CODE (1)
           MOVE INPUTPROD   TO CA-PRODUCT-CODE (1)

           EXEC CICS WRITE FILE   ( CUSTACCT-FILE )
                           FROM   ( CUSTACCT-RECORD )
           END-IF
           .

      * The KYC profile fields must all be present and sensible -
      * a real date of birth in the past, a known risk rating and
      * document type, a document reference, the first address
      * line and a postcode
       EDIT-PROFILE-INPUT.
           MOVE INPUTDOB TO BIRTH-DATE

           IF BIRTH-DATE NOT NUMERIC
             MOVE 'INVALID DATE OF BIRTH' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF BIRTH-MONTH < 1 OR BIRTH-MONTH > 12 OR
              BIRTH-DAY < 1 OR BIRTH-DAY > 31 OR
              BIRTH-DATE NOT < TODAYS-DATE
             MOVE 'INVALID DATE OF BIRTH' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTRISK TO CP-RISK-RATING
           IF NOT CP-RISK-VALID
             MOVE 'RISK RATING MUST BE H, M OR L' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTIDTYPE TO CP-ID-DOC-TYPE
           IF NOT CP-ID-DOC-VALID OR INPUTIDREF = SPACES
             MOVE 'INVALID IDENTITY DOCUMENT' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTADDR1 = SPACES OR INPUTPOSTCODE = SPACES
             MOVE 'ADDRESS AND POSTCODE REQUIRED' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      * The initial account's product must be on the catalogue and
      * open for sale, and the customer eligible for it - age in
      * whole years today inside the product's range, and not High
      * risk where the product excludes that
       EDIT-PRODUCT-INPUT.
           IF INPUTPROD = SPACES
             MOVE 'PRODUCT CODE REQUIRED' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTPROD TO PD-PRODUCT-CODE
           EXEC CICS READ FILE    ( PRODMAST-FILE )
                          INTO    ( PRODMAST-RECORD )
                          RIDFLD  ( PD-PRODUCT-CODE )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'UNKNOWN PRODUCT CODE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT PD-STATUS-OPEN
             MOVE 'PRODUCT NOT OPEN FOR SALE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           COMPUTE CUSTOMER-AGE = FUNCTION NUMVAL(TODAYS-DATE(1:4))
                                - BIRTH-YEAR
           IF TODAYS-DATE(5:4) < BIRTH-DATE(5:4)
             SUBTRACT 1 FROM CUSTOMER-AGE
           END-IF

           IF CUSTOMER-AGE < PD-MIN-AGE
             MOVE 'BELOW PRODUCT MINIMUM AGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF PD-MAX-AGE > 0 AND CUSTOMER-AGE > PD-MAX-AGE
             MOVE 'ABOVE PRODUCT MAXIMUM AGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTRISK = 'H' AND NOT PD-HIGH-RISK-ALLOWED
             MOVE 'PRODUCT NOT FOR HIGH RISK' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      * The customer's KYC profile on CUSTPROF - onboarding is the
      * first review, so the next one falls due a full review
      * period from today - logged to CUSTPLOG as created
       WRITE-PROFILE-RECORD.
           INITIALIZE CUSTPROF-RECORD
           MOVE INPUTACCNUM   TO CP-CUST-NO
           MOVE BIRTH-DATE    TO CP-DATE-OF-BIRTH
           MOVE INPUTADDR1    TO CP-ADDRESS-LINE-1
           MOVE INPUTADDR2    TO CP-ADDRESS-LINE-2
           MOVE INPUTPOSTCODE TO CP-POSTCODE
           MOVE INPUTIDTYPE   TO CP-ID-DOC-TYPE
           MOVE INPUTIDREF    TO CP-ID-DOC-REF
           MOVE INPUTRISK     TO CP-RISK-RATING
           MOVE TODAYS-DATE   TO CP-LAST-REVIEW-DATE

           PERFORM GET-REVIEW-MONTHS
           PERFORM COMPUTE-NEXT-REVIEW-DATE
           MOVE REVIEW-DATE-TEXT TO CP-NEXT-REVIEW-DATE

           MOVE FUNCTION CURRENT-DATE TO CP-CREATED-TS
           MOVE OPERATOR-ID           TO CP-CREATED-BY
           MOVE CP-CREATED-TS         TO CP-LAST-CHANGE-TS
           MOVE OPERATOR-ID           TO CP-LAST-CHANGE-BY

           EXEC CICS WRITE FILE   ( CUSTPROF-FILE )
                           FROM   ( CUSTPROF-RECORD )
                           RIDFLD ( CP-CUST-NO )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO SETUP-OK-SWITCH
             MOVE 'CUSTPROF WRITE FAILED' TO FAILED-STEP-TEXT
           ELSE
             INITIALIZE CUSTPLOG-RECORD
             MOVE CP-CREATED-TS       TO CG-TIMESTAMP
             MOVE OPERATOR-ID         TO CG-OPERATOR-ID
             MOVE INPUTACCNUM         TO CG-CUST-NO
             MOVE 'CREATED '          TO CG-FIELD-NAME
             MOVE SPACES              TO CG-OLD-VALUE
             STRING 'RISK '               DELIMITED BY SIZE
                    CP-RISK-RATING        DELIMITED BY SIZE
                    ' NEXT REVIEW '       DELIMITED BY SIZE
                    CP-NEXT-REVIEW-DATE   DELIMITED BY SIZE
                  INTO CG-NEW-VALUE

             EXEC CICS WRITE FILE   ( CUSTPLOG-FILE )
                             FROM   ( CUSTPLOG-RECORD )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO SETUP-OK-SWITCH
               MOVE 'CUSTPLOG WRITE FAILED' TO FAILED-STEP-TEXT
             END-IF
           END-IF
           .

      * The review period for the customer's risk rating, in
      * months, off the parameter registry - falling back to
      * yearly for high risk, every three years for medium and
      * every five for low when the registry has no value
       GET-REVIEW-MONTHS.
           EVALUATE TRUE
             WHEN CP-RISK-HIGH
               MOVE 'KYCREVH' TO PR-PARM-NAME
               MOVE 12        TO REVIEW-MONTHS
             WHEN CP-RISK-MEDIUM
               MOVE 'KYCREVM' TO PR-PARM-NAME
               MOVE 36        TO REVIEW-MONTHS
             WHEN OTHER
               MOVE 'KYCREVL' TO PR-PARM-NAME
               MOVE 60        TO REVIEW-MONTHS
           END-EVALUATE

           MOVE SPACES TO PR-VALUE
           MOVE 'N'    TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE REVIEW-MONTHS = FUNCTION NUMVAL(PR-VALUE)
           END-IF
           .

      * Today stepped on REVIEW-MONTHS months, on today's day of
      * the month (the 28th at the latest)
       COMPUTE-NEXT-REVIEW-DATE.
           MOVE TODAYS-DATE TO REVIEW-DATE-TEXT

           COMPUTE MONTHS-SINCE-ZERO = REVIEW-YEAR * 12
                   + REVIEW-MONTH - 1 + REVIEW-MONTHS
           COMPUTE REVIEW-YEAR  = MONTHS-SINCE-ZERO / 12
           COMPUTE REVIEW-MONTH = MONTHS-SINCE-ZERO
                   - ( REVIEW-YEAR * 12 ) + 1

           IF REVIEW-DAY > 28
             MOVE 28 TO REVIEW-DAY
           END-IF
           .

      * The held input of an onboarding compliance has approved -
      * anything else is refused with the reason
       GET-RELEASED-ONBOARDING.
           MOVE INPUTACCNUM TO OB-CUST-NO

           EXEC CICS READ FILE    ( ONBDPEND-FILE )
                          INTO    ( ONBDPEND-RECORD )
                          RIDFLD  ( OB-CUST-NO )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'NO HELD ONBOARDING' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT OB-STATUS-APPROVED
             EVALUATE TRUE
               WHEN OB-STATUS-HELD
                 MOVE 'ONBOARDING HELD - COMPLIANCE' TO CURRENT-STATUS
               WHEN OB-STATUS-REFUSED
                 MOVE 'ONBOARDING REFUSED' TO CURRENT-STATUS
               WHEN OTHER
                 MOVE 'ONBOARDING ALREADY RELEASED' TO CURRENT-STATUS
             END-EVALUATE
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE OB-ONBOARD-INPUT TO READ-INPUT
           MOVE 'Y' TO RELEASE-SWITCH

           MOVE SPACES TO ONBOARD-DETAILS
           UNSTRING INPUTDETAILS DELIMITED BY '/'
                    INTO INPUTNAME INPUTADDR1 INPUTADDR2 INPUTPOSTCODE
           END-UNSTRING
           .

      * A customer number already held for compliance cannot be
      * onboarded afresh - it is settled through SANW and RELEASE
       CHECK-HELD-ONBOARDING.
           MOVE INPUTACCNUM TO OB-CUST-NO

           EXEC CICS READ FILE    ( ONBDPEND-FILE )
                          INTO    ( ONBDPEND-RECORD )
                          RIDFLD  ( OB-CUST-NO )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             EVALUATE TRUE
               WHEN OB-STATUS-HELD
                 MOVE 'ONBOARDING HELD - COMPLIANCE' TO CURRENT-STATUS
               WHEN OB-STATUS-APPROVED
                 MOVE 'APPROVED - USE ONBD RELEASE' TO CURRENT-STATUS
               WHEN OB-STATUS-REFUSED
                 MOVE 'ONBOARDING REFUSED' TO CURRENT-STATUS
               WHEN OTHER
                 MOVE 'ONBOARDING ALREADY RELEASED' TO CURRENT-STATUS
             END-EVALUATE
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      * The name against the sanctions watchlist - an unreadable
      * list refuses the onboarding, a potential match holds it
       SCREEN-CUSTOMER-NAME.
           INITIALIZE SANCMTCH-COMMAREA
           MOVE INPUTNAME TO SM-CUSTOMER-NAME
           MOVE 0         TO SM-THRESHOLD

           EXEC CICS LINK PROGRAM  ( SANCMTCH-PROGRAM )
                          COMMAREA ( SANCMTCH-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR SM-LIST-ERROR
             MOVE 'SCREENING UNAVAILABLE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF SM-HIT-COUNT > 0
             PERFORM HOLD-ONBOARDING
           END-IF
           .

      * Hold the whole input on ONBDPEND and put each hit on the
      * SANCHIT register - one unit of work - and go no further
       HOLD-ONBOARDING.
           INITIALIZE ONBDPEND-RECORD
           MOVE INPUTACCNUM           TO OB-CUST-NO
           MOVE 'H'                   TO OB-STATUS
           MOVE FUNCTION CURRENT-DATE TO OB-HELD-TS
           MOVE OPERATOR-ID           TO OB-HELD-BY
           MOVE READ-INPUT            TO OB-ONBOARD-INPUT

           EXEC CICS WRITE FILE   ( ONBDPEND-FILE )
                           FROM   ( ONBDPEND-RECORD )
                           RIDFLD ( OB-CUST-NO )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO SETUP-OK-SWITCH
             MOVE 'ONBDPEND WRITE FAILED' TO FAILED-STEP-TEXT
           END-IF

           MOVE 1 TO HIT-INDEX
           PERFORM WRITE-ONBOARD-HIT
                   UNTIL HIT-INDEX > SM-HIT-COUNT OR NOT SETUP-OK

           IF SETUP-OK
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             MOVE 'HELD FOR SANCTIONS REVIEW' TO CURRENT-STATUS
             MOVE SM-HIT-COUNT TO HIT-COUNT-DISPLAY

             INITIALIZE STATUS-MSG
             STRING 'Onboarding of ' DELIMITED BY SIZE
                    INPUTACCNUM      DELIMITED BY SIZE
                    ' held - '       DELIMITED BY SIZE
                    HIT-COUNT-DISPLAY DELIMITED BY SIZE
                    ' sanctions hit(s) by ' DELIMITED BY SIZE
                    OPERATOR-ID      DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE

      *      The register holds only the first hits SANCMTCH could
      *      return - compliance must know the list goes further
             IF SM-MORE-HITS
               INITIALIZE STATUS-MSG
               STRING 'Onboarding of ' DELIMITED BY SIZE
                      INPUTACCNUM      DELIMITED BY SIZE
                      ' has more hits than shown - only '
                                       DELIMITED BY SIZE
                      HIT-COUNT-DISPLAY DELIMITED BY SIZE
                      ' registered'    DELIMITED BY SIZE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
             END-IF
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             STRING 'BACKED OUT - ' DELIMITED BY SIZE
                    FAILED-STEP-TEXT DELIMITED BY SIZE
                  INTO CURRENT-STATUS
           END-IF

           PERFORM PRINT-TEXT-TO-SCREEN
           EXEC CICS RETURN END-EXEC
           .

      * One potential match on the register, open
       WRITE-ONBOARD-HIT.
           INITIALIZE SANCHIT-RECORD
           MOVE INPUTACCNUM                  TO SH-CUST-NO
           MOVE SM-ENTRY-ID ( HIT-INDEX )    TO SH-ENTRY-ID
           MOVE 'ONBOARD '                   TO SH-SOURCE
           MOVE INPUTNAME                    TO SH-CUSTOMER-NAME
           MOVE SM-ENTRY-NAME ( HIT-INDEX )  TO SH-ENTRY-NAME
           MOVE SM-LIST-SOURCE ( HIT-INDEX ) TO SH-LIST-SOURCE
           MOVE SM-CHANGED-VERSION ( HIT-INDEX )
                                             TO SH-LIST-VERSION
           MOVE SM-MATCH-SCORE ( HIT-INDEX ) TO SH-MATCH-SCORE
           MOVE OB-HELD-TS                   TO SH-RAISED-TS
           MOVE 'O'                          TO SH-DISPOSITION

           EXEC CICS WRITE FILE   ( SANCHIT-FILE )
                           FROM   ( SANCHIT-RECORD )
                           RIDFLD ( SH-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO SETUP-OK-SWITCH
             MOVE 'SANCHIT WRITE FAILED' TO FAILED-STEP-TEXT
           END-IF

           ADD 1 TO HIT-INDEX
           .

      * The released onboarding marked done, in the same unit of
      * work as the customer's records
       MARK-ONBOARDING-DONE.
           MOVE INPUTACCNUM TO OB-CUST-NO

           EXEC CICS READ FILE    ( ONBDPEND-FILE )
                          INTO    ( ONBDPEND-RECORD )
                          RIDFLD  ( OB-CUST-NO )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'D' TO OB-STATUS

             EXEC CICS REWRITE FILE ( ONBDPEND-FILE )
                               FROM ( ONBDPEND-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO SETUP-OK-SWITCH
             MOVE 'ONBDPEND UPDATE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * Print status message
       PRINT-STATUS-MESSAGE.
           MOVE FUNCTION CURRENT-DATE(13:2) TO MSG-SEC
