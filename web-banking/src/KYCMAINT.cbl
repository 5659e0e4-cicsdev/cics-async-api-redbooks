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
      *  KYCMAINT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * KYCMAINT - Maintenance of the CUSTPROF customer profile and
      * KYC master. CUSTONBD captures the profile when a customer is
      * onboarded; this transaction lets branch staff look at it,
      * amend it one field at a time, and record a completed KYC
      * review. Every change is validated before it is applied and
      * logged to CUSTPLOG with the operator and the old and new
      * values (the PARMLOG convention), in one unit of work with
      * the profile update.
      *
      * Changing the risk rating moves the next review date to a
      * full review period for the new rating from the last review
      * - the KYCREVH/KYCREVM/KYCREVL registry parameters, months.
      * Recording a review stamps today as the last review and sets
      * the next one the same way.
      *
      * A customer set up before CUSTPROF existed has no profile;
      * the first update for such a customer creates one (the
      * customer must be on CUSTNAME), with no review recorded, so
      * it stays due for review until a review is recorded.
      *
      * Driven via CICS terminal using the transaction 'KYCM' in
      * the forms:
      * KYCM I nnnn                     show the customer's profile
      * KYCM U nnnn ffffffff value      set field f to value
      * KYCM R nnnn                     record a completed review
      *   fields: ADDR1 ADDR2 POSTCODE DOB IDTYPE IDREF RISK
      * eg:
      * 'KYCM U 0021 ADDR1    14 Park Lane'
      * 'KYCM U 0021 RISK     H'
      * 'KYCM R 0021'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. KYCMAINT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the profile, its change log and the
      * customer name file a new profile must match
       COPY CUSTPROF.
       COPY CUSTPLOG.
       COPY CUSTNAME.

      * Commarea for the shared PARMREAD registry routine - the
      * KYC review period for each risk rating comes from the
      * registry
       COPY PARMRDCA.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

       1 FILE-NAMES.
         2 CUSTPROF-FILE          PIC X(8) VALUE 'CUSTPROF'.
         2 CUSTPLOG-FILE          PIC X(8) VALUE 'CUSTPLOG'.
         2 CUSTNAME-FILE          PIC X(8) VALUE 'CUSTNAME'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * Set when the customer had no profile and this update is
      * creating one
       1 NEW-PROFILE-SWITCH       PIC X(1) VALUE 'N'.
         88 NEW-PROFILE                    VALUE 'Y'.

      * Set off as soon as any step of a change fails, so the
      * profile update and the change log commit or back out
      * together
       1 CHANGE-OK-SWITCH         PIC X(1) VALUE 'Y'.
         88 CHANGE-OK                      VALUE 'Y'.

      * Short enough to follow 'BACKED OUT - ' on the screen
       1 FAILED-STEP-TEXT         PIC X(16) VALUE SPACES.

      * The field's value before and after the change, for the log
       1 OLD-FIELD-VALUE          PIC X(30) VALUE SPACES.
       1 NEW-FIELD-VALUE          PIC X(30) VALUE SPACES.

      * Maps the terminal input
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTACCNUM           PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTFIELD            PIC X(8) VALUE ' '.
           88 FIELD-IS-ADDRESS-1         VALUE 'ADDR1   '.
           88 FIELD-IS-ADDRESS-2         VALUE 'ADDR2   '.
           88 FIELD-IS-POSTCODE          VALUE 'POSTCODE'.
           88 FIELD-IS-BIRTH-DATE        VALUE 'DOB     '.
           88 FIELD-IS-ID-TYPE           VALUE 'IDTYPE  '.
           88 FIELD-IS-ID-REF            VALUE 'IDREF   '.
           88 FIELD-IS-RISK              VALUE 'RISK    '.
         2 FILLER                PIC X(1).
         2 INPUTVALUE            PIC X(30) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 51.

      * The date of birth broken into its parts for the edit
       1 BIRTH-DATE               PIC X(8) VALUE SPACES.
       1 BIRTH-DATE-PARTS REDEFINES BIRTH-DATE.
         2 BIRTH-YEAR             PIC 9(4).
         2 BIRTH-MONTH            PIC 9(2).
         2 BIRTH-DAY              PIC 9(2).

      * Today, and the next KYC review date worked out from the
      * last review - the review period in months for the risk
      * rating, the day held back to the 28th so every month has it
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.
       1 REVIEW-MONTHS            PIC S9(4) COMP VALUE 0.
       1 REVIEW-DATE-PARTS.
         2 REVIEW-YEAR            PIC 9(4).
         2 REVIEW-MONTH           PIC 9(2).
         2 REVIEW-DAY             PIC 9(2).
       1 REVIEW-DATE-TEXT REDEFINES REVIEW-DATE-PARTS PIC X(8).
       1 MONTHS-SINCE-ZERO        PIC S9(8) COMP VALUE 0.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'KYCMAINT'.
         2 FILLER                 PIC X(5)  VALUE ' ACC#'.
         2 ACCOUNT-NUM            PIC X(4)  VALUE '    '.
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

           MOVE INPUTACCNUM TO ACCOUNT-NUM
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE

           IF INPUTACCNUM NOT NUMERIC
             MOVE 'INVALID - SEE KYCM USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE INPUTCMD
             WHEN 'I'
               PERFORM SHOW-PROFILE
             WHEN 'U'
               PERFORM UPDATE-PROFILE-FIELD
             WHEN 'R'
               PERFORM RECORD-REVIEW
             WHEN OTHER
               MOVE 'INVALID - SEE KYCM USAGE' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Show the profile on the log, one line per group of fields
       SHOW-PROFILE.
           MOVE INPUTACCNUM TO CP-CUST-NO

           EXEC CICS READ FILE    ( CUSTPROF-FILE )
                          INTO    ( CUSTPROF-RECORD )
                          RIDFLD  ( CP-CUST-NO )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'NO PROFILE ON FILE' TO CURRENT-STATUS
           ELSE
             INITIALIZE STATUS-MSG
             STRING 'Profile ' DELIMITED BY SIZE
                    CP-CUST-NO DELIMITED BY SIZE
                    ' dob:' DELIMITED BY SIZE
                    CP-DATE-OF-BIRTH DELIMITED BY SIZE
                    ' risk:' DELIMITED BY SIZE
                    CP-RISK-RATING DELIMITED BY SIZE
                    ' id:' DELIMITED BY SIZE
                    CP-ID-DOC-TYPE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CP-ID-DOC-REF DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE

             INITIALIZE STATUS-MSG
             STRING 'Address ' DELIMITED BY SIZE
                    CP-ADDRESS-LINE-1 DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CP-ADDRESS-LINE-2 DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CP-POSTCODE DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE

             INITIALIZE STATUS-MSG
             STRING 'Reviewed ' DELIMITED BY SIZE
                    CP-LAST-REVIEW-DATE DELIMITED BY SIZE
                    ' next due ' DELIMITED BY SIZE
                    CP-NEXT-REVIEW-DATE DELIMITED BY SIZE
                    ' changed ' DELIMITED BY SIZE
                    CP-LAST-CHANGE-TS DELIMITED BY SIZE
                    ' by ' DELIMITED BY SIZE
                    CP-LAST-CHANGE-BY DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE

             IF CP-NEXT-REVIEW-DATE = SPACES OR
                CP-NEXT-REVIEW-DATE < TODAYS-DATE
               MOVE 'PROFILE SHOWN - REVIEW DUE' TO CURRENT-STATUS
             ELSE
               MOVE 'PROFILE SHOWN ON LOG' TO CURRENT-STATUS
             END-IF
           END-IF
           .

      * One field changed: read the profile with update intent (or
      * start one for a customer who has none), validate and apply
      * the new value, and log the change - all one unit of work
       UPDATE-PROFILE-FIELD.
           MOVE 'Y' TO CHANGE-OK-SWITCH
           PERFORM READ-PROFILE-FOR-UPDATE

           EVALUATE TRUE
             WHEN FIELD-IS-ADDRESS-1
               IF INPUTVALUE = SPACES
                 PERFORM REJECT-FIELD-VALUE
               END-IF
               MOVE CP-ADDRESS-LINE-1 TO OLD-FIELD-VALUE
               MOVE INPUTVALUE        TO CP-ADDRESS-LINE-1

             WHEN FIELD-IS-ADDRESS-2
               MOVE CP-ADDRESS-LINE-2 TO OLD-FIELD-VALUE
               MOVE INPUTVALUE        TO CP-ADDRESS-LINE-2

             WHEN FIELD-IS-POSTCODE
               IF INPUTVALUE = SPACES OR INPUTVALUE(11:20) NOT = SPACES
                 PERFORM REJECT-FIELD-VALUE
               END-IF
               MOVE CP-POSTCODE       TO OLD-FIELD-VALUE
               MOVE INPUTVALUE        TO CP-POSTCODE

             WHEN FIELD-IS-BIRTH-DATE
               MOVE INPUTVALUE(1:8) TO BIRTH-DATE
               IF INPUTVALUE(9:22) NOT = SPACES OR
                  BIRTH-DATE NOT NUMERIC
                 PERFORM REJECT-FIELD-VALUE
               END-IF
               IF BIRTH-MONTH < 1 OR BIRTH-MONTH > 12 OR
                  BIRTH-DAY < 1 OR BIRTH-DAY > 31 OR
                  BIRTH-DATE NOT < TODAYS-DATE
                 PERFORM REJECT-FIELD-VALUE
               END-IF
               MOVE CP-DATE-OF-BIRTH  TO OLD-FIELD-VALUE
               MOVE BIRTH-DATE        TO CP-DATE-OF-BIRTH

             WHEN FIELD-IS-ID-TYPE
               MOVE CP-ID-DOC-TYPE    TO OLD-FIELD-VALUE
               MOVE INPUTVALUE        TO CP-ID-DOC-TYPE
               IF NOT CP-ID-DOC-VALID OR
                  INPUTVALUE(9:22) NOT = SPACES
                 PERFORM REJECT-FIELD-VALUE
               END-IF

             WHEN FIELD-IS-ID-REF
               IF INPUTVALUE = SPACES OR INPUTVALUE(21:10) NOT = SPACES
                 PERFORM REJECT-FIELD-VALUE
               END-IF
               MOVE CP-ID-DOC-REF     TO OLD-FIELD-VALUE
               MOVE INPUTVALUE        TO CP-ID-DOC-REF

             WHEN FIELD-IS-RISK
               MOVE CP-RISK-RATING    TO OLD-FIELD-VALUE
               MOVE INPUTVALUE        TO CP-RISK-RATING
               IF NOT CP-RISK-VALID OR
                  INPUTVALUE(2:29) NOT = SPACES
                 PERFORM REJECT-FIELD-VALUE
               END-IF
      *        A new rating reschedules the next review from the
      *        last one - a profile never reviewed stays due
               IF CP-LAST-REVIEW-DATE NOT = SPACES
                 PERFORM SET-NEXT-REVIEW-DATE
               END-IF

             WHEN OTHER
               MOVE 'UNKNOWN FIELD - SEE USAGE' TO CURRENT-STATUS
               PERFORM ABANDON-CHANGE
           END-EVALUATE

           MOVE INPUTVALUE TO NEW-FIELD-VALUE
           PERFORM SAVE-PROFILE-AND-LOG
           .

      * A completed KYC review: today becomes the last review and
      * the next falls due a full review period on
       RECORD-REVIEW.
           MOVE 'Y' TO CHANGE-OK-SWITCH
           PERFORM READ-PROFILE-FOR-UPDATE

           IF NEW-PROFILE OR NOT CP-RISK-VALID
             MOVE 'SET RISK RATING BEFORE REVIEW' TO CURRENT-STATUS
             PERFORM ABANDON-CHANGE
           END-IF

           MOVE 'REVIEWED' TO INPUTFIELD
           MOVE CP-LAST-REVIEW-DATE TO OLD-FIELD-VALUE
           MOVE TODAYS-DATE         TO CP-LAST-REVIEW-DATE
           PERFORM SET-NEXT-REVIEW-DATE

           MOVE SPACES TO NEW-FIELD-VALUE
           STRING TODAYS-DATE          DELIMITED BY SIZE
                  ' NEXT '             DELIMITED BY SIZE
                  CP-NEXT-REVIEW-DATE  DELIMITED BY SIZE
                INTO NEW-FIELD-VALUE
           PERFORM SAVE-PROFILE-AND-LOG
           .

      * The profile with update intent. A customer with no profile
      * gets a new one built in storage - provided they are a
      * customer at all
       READ-PROFILE-FOR-UPDATE.
           MOVE 'N' TO NEW-PROFILE-SWITCH
           MOVE INPUTACCNUM TO CP-CUST-NO

           EXEC CICS READ FILE    ( CUSTPROF-FILE )
                          INTO    ( CUSTPROF-RECORD )
                          RIDFLD  ( CP-CUST-NO )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE INPUTACCNUM TO CN-CUST-NO

             EXEC CICS READ FILE    ( CUSTNAME-FILE )
                            INTO    ( CUSTNAME-RECORD )
                            RIDFLD  ( CN-CUST-NO )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON CUSTNAME' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF

             MOVE 'Y' TO NEW-PROFILE-SWITCH
             INITIALIZE CUSTPROF-RECORD
             MOVE INPUTACCNUM           TO CP-CUST-NO
             MOVE FUNCTION CURRENT-DATE TO CP-CREATED-TS
             MOVE OPERATOR-ID           TO CP-CREATED-BY
           END-IF
           .

      * The next review date from the last review and the risk
      * rating now on the profile
       SET-NEXT-REVIEW-DATE.
           PERFORM GET-REVIEW-MONTHS
           MOVE CP-LAST-REVIEW-DATE TO REVIEW-DATE-TEXT
           PERFORM COMPUTE-NEXT-REVIEW-DATE
           MOVE REVIEW-DATE-TEXT TO CP-NEXT-REVIEW-DATE
           .

      * Write or rewrite the profile and log the change - the
      * stamp of who last changed it goes on the profile too
       SAVE-PROFILE-AND-LOG.
           MOVE FUNCTION CURRENT-DATE TO CP-LAST-CHANGE-TS
           MOVE OPERATOR-ID           TO CP-LAST-CHANGE-BY

           IF NEW-PROFILE
             EXEC CICS WRITE FILE   ( CUSTPROF-FILE )
                             FROM   ( CUSTPROF-RECORD )
                             RIDFLD ( CP-CUST-NO )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS REWRITE FILE ( CUSTPROF-FILE )
                               FROM ( CUSTPROF-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO CHANGE-OK-SWITCH
             MOVE 'CUSTPROF UPDATE' TO FAILED-STEP-TEXT
           END-IF

           IF CHANGE-OK
             INITIALIZE CUSTPLOG-RECORD
             MOVE CP-LAST-CHANGE-TS TO CG-TIMESTAMP
             MOVE OPERATOR-ID       TO CG-OPERATOR-ID
             MOVE CP-CUST-NO        TO CG-CUST-NO
             MOVE INPUTFIELD        TO CG-FIELD-NAME
             MOVE OLD-FIELD-VALUE   TO CG-OLD-VALUE
             MOVE NEW-FIELD-VALUE   TO CG-NEW-VALUE

             EXEC CICS WRITE FILE   ( CUSTPLOG-FILE )
                             FROM   ( CUSTPLOG-RECORD )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO CHANGE-OK-SWITCH
               MOVE 'CUSTPLOG WRITE' TO FAILED-STEP-TEXT
             END-IF
           END-IF

           IF CHANGE-OK
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             IF INPUTCMD = 'R'
               MOVE 'KYC REVIEW RECORDED' TO CURRENT-STATUS
             ELSE
               MOVE 'PROFILE UPDATED' TO CURRENT-STATUS
             END-IF

             INITIALIZE STATUS-MSG
             STRING 'Profile ' DELIMITED BY SIZE
                    CP-CUST-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    INPUTFIELD DELIMITED BY SPACE
                    ' from ' DELIMITED BY SIZE
                    OLD-FIELD-VALUE DELIMITED BY '  '
                    ' to ' DELIMITED BY SIZE
                    NEW-FIELD-VALUE DELIMITED BY '  '
                    ' by ' DELIMITED BY SIZE
                    OPERATOR-ID DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             STRING 'BACKED OUT - ' DELIMITED BY SIZE
                    FAILED-STEP-TEXT DELIMITED BY SIZE
                  INTO CURRENT-STATUS
           END-IF
           .

      * A value that fails its edit is rejected and nothing changes
       REJECT-FIELD-VALUE.
           MOVE 'INVALID VALUE FOR FIELD' TO CURRENT-STATUS
           PERFORM ABANDON-CHANGE
           .

      * Drop the change - release the profile if it was read for
      * update - and end the transaction with the status set
       ABANDON-CHANGE.
           IF NOT NEW-PROFILE
             EXEC CICS UNLOCK FILE ( CUSTPROF-FILE ) END-EXEC
           END-IF
           PERFORM PRINT-TEXT-TO-SCREEN
           EXEC CICS RETURN END-EXEC
           .

      * The review period for the profile's risk rating, in
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

      * REVIEW-DATE-TEXT stepped on REVIEW-MONTHS months, on the
      * same day of the month (the 28th at the latest)
       COMPUTE-NEXT-REVIEW-DATE.
           COMPUTE MONTHS-SINCE-ZERO = REVIEW-YEAR * 12
                   + REVIEW-MONTH - 1 + REVIEW-MONTHS
           COMPUTE REVIEW-YEAR  = MONTHS-SINCE-ZERO / 12
           COMPUTE REVIEW-MONTH = MONTHS-SINCE-ZERO
                   - ( REVIEW-YEAR * 12 ) + 1

           IF REVIEW-DAY > 28
             MOVE 28 TO REVIEW-DAY
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

       END PROGRAM 'KYCMAINT'.
