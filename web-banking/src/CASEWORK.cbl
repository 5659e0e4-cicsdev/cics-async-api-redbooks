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
      *  CASEWORK
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * CASEWORK - Complaints case worklist over the CMPLCASE case
      * file. Complaints taken by phone, in branch or by letter
      * were tracked in a spreadsheet with no link to the posting
      * or loan quote complained about and no view of how long
      * each had been open. This transaction opens a case against
      * the customer - naming the TXNHIST posting or LOANQUOT quote
      * it is about, which must be on file - and lets the case be
      * worked to a close:
      *
      *   open     - log the complaint; the opening operator owns
      *              it and the final-response deadline is set from
      *              the COMPDAYS registry parameter
      *   note     - record a progress note
      *   reassign - hand the case to another owner (or take it)
      *   redress  - record a reversal already posted through TREV
      *              as redress on the case, by the original
      *              posting's key on the REVLOG register
      *   close    - close the case with an outcome code
      *
      * Every action is stamped on the case and logged to CASELOG
      * with the operator, in one unit of work - the same worklist
      * shape as COLWORK over the arrears file. The weekly CASEAGER
      * report ages the open cases against their deadline.
      *
      * Driven via CICS terminal using the transaction 'CASE' in
      * the forms:
      * CASE O cccc gggg h t kkkkkkkkkkkkkkkkkkkkkkkk narrative
      *                       open a case for customer cccc:
      *                       category gggg, channel h (P phone,
      *                       B branch, L letter), link type t
      *                       (T posting, Q loan quote, - none)
      *                       and the posting or quote key
      * CASE U cccc nnnn note                  progress note
      * CASE A cccc nnnn oooooooo              reassign to operator
      *                                        (blank - to me)
      * CASE R cccc nnnn aaaaaaaa tttttttttttttttt
      *                       record the TREV reversal of posting
      *                       aaaaaaaa/tttttttttttttttt as redress
      * CASE C cccc nnnn oooooooo note         close with outcome
      * CASE L                                 list every open case
      * CASE M                                 list my open cases
      * CASE H cccc nnnn                       action history
      * eg:
      * 'CASE O 0001 FEES P T 000100012026090214301207 CHARGED TWICE'
      * 'CASE R 0001 0003 00010001 2026090214301207'
      *
      * Categories:    FEES TXN LOAN SERV FRAU OTHR
      * Outcome codes: UPHELD PARTUPHD REJECTED WITHDRWN
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CASEWORK.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layouts of the case file and its action log
       COPY CMPLCASE.
       COPY CASELOG.

      * The customer, posting, loan quote and reversal register a
      * case is checked against
       COPY CUSTNAME.
       COPY TXNHIST.
       COPY LOANQUOT.
       COPY REVLOG.
       COPY ACCTIDX.

      * The DROL-maintained business-date control record - a case
      * is opened, and aged, on the business date
       COPY BUSDATE.

      * Commarea for the shared PARMREAD registry routine - the
      * final-response period comes from the registry
       COPY PARMRDCA.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

       1 FILE-NAMES.
         2 CMPLCASE-FILE          PIC X(8) VALUE 'CMPLCASE'.
         2 CASELOG-FILE           PIC X(8) VALUE 'CASELOG '.
         2 CUSTNAME-FILE          PIC X(8) VALUE 'CUSTNAME'.
         2 TXNHIST-FILE           PIC X(8) VALUE 'TXNHIST '.
         2 LOANQUOT-FILE          PIC X(8) VALUE 'LOANQUOT'.
         2 REVLOG-FILE            PIC X(8) VALUE 'REVLOG  '.
         2 ACCTIDX-FILE           PIC X(8) VALUE 'ACCTIDX '.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE '.

       1 CUSTNAME-KEYLEN          PIC S9(4) COMP-5 SYNC VALUE 4.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

      * The business date as YYYYMMDD - today's date when no
      * BUSDATE record exists yet
       1 TODAYS-DATE              PIC X(8) VALUE SPACES.
       1 TODAYS-DATE-NUM REDEFINES TODAYS-DATE PIC 9(8).

      * Calendar days from opening to the final-response deadline
       1 RESPONSE-DAYS            PIC S9(4) COMP VALUE 56.
       1 DEADLINE-DATE-NUM        PIC 9(8) VALUE 0.
       1 DAYS-TO-DEADLINE         PIC S9(8) COMP VALUE 0.

      * The highest case number the customer has so far
       1 CASE-NUMBER              PIC 9(4) VALUE 0.
       1 CASES-SCANNED-SWITCH     PIC X(1) VALUE 'N'.
         88 CASES-SCANNED                  VALUE 'Y'.

      * Set off as soon as any step of an action fails, so the
      * case update and the action log commit or back out together
       1 ACTION-OK-SWITCH         PIC X(1) VALUE 'Y'.
         88 ACTION-OK                      VALUE 'Y'.

       1 FAILED-STEP-TEXT         PIC X(29) VALUE SPACES.

      * Maps the terminal input - the arguments after the customer
      * number depend on the command
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTCUST             PIC X(4) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTARGS             PIC X(74) VALUE ' '.
         2 OPEN-ARGS REDEFINES INPUTARGS.
           3 ARG-CATEGORY        PIC X(4).
           3 FILLER              PIC X(1).
           3 ARG-CHANNEL         PIC X(1).
           3 FILLER              PIC X(1).
           3 ARG-LINK-TYPE       PIC X(1).
           3 FILLER              PIC X(1).
           3 ARG-LINK-KEY        PIC X(24).
           3 FILLER              PIC X(1).
           3 ARG-NARRATIVE       PIC X(40).
         2 CASE-ARGS REDEFINES INPUTARGS.
           3 ARG-CASE-NO         PIC X(4).
           3 FILLER              PIC X(1).
           3 ARG-CASE-TEXT       PIC X(69).
           3 NOTE-ARGS REDEFINES ARG-CASE-TEXT.
             4 ARG-NOTE          PIC X(40).
             4 FILLER            PIC X(29).
           3 REASSIGN-ARGS REDEFINES ARG-CASE-TEXT.
             4 ARG-NEW-OWNER     PIC X(8).
             4 FILLER            PIC X(61).
           3 REDRESS-ARGS REDEFINES ARG-CASE-TEXT.
             4 ARG-REDRESS-ACCT  PIC X(8).
             4 FILLER            PIC X(1).
             4 ARG-REDRESS-TS    PIC X(16).
             4 FILLER            PIC X(44).
           3 CLOSE-ARGS REDEFINES ARG-CASE-TEXT.
             4 ARG-OUTCOME       PIC X(8).
             4 FILLER            PIC X(1).
             4 ARG-CLOSE-NOTE    PIC X(40).
             4 FILLER            PIC X(20).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 86.

      * The outcome codes a case may be closed with
       1 OUTCOME-CODE             PIC X(8) VALUE SPACES.
         88 VALID-OUTCOME         VALUE 'UPHELD  ' 'PARTUPHD'
                                        'REJECTED' 'WITHDRWN'.

      * The redress being recorded - the reversal of the original
      * posting, so the opposite sign of RV-ORIG-AMOUNT
       1 REDRESS-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'CASEWORK'.
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

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * Set for CASE M, so the list only shows this operator's
      * cases
       1 MY-CASES-ONLY-SWITCH     PIC X(1) VALUE 'N'.
         88 MY-CASES-ONLY                  VALUE 'Y'.

       1 BREACHED-TEXT            PIC X(9) VALUE SPACES.

       1 CASES-LISTED             PIC 9(3) VALUE 0.
       1 HISTORY-LINES-SHOWN      PIC 9(3) VALUE 0.
       1 HISTORY-LINES-TO-SHOW    PIC 9(3) VALUE 20.
       1 AMOUNT-DISPLAY           PIC -9999999.99.
       1 DAYS-DISPLAY             PIC -ZZZ9.

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

           PERFORM GET-BUSINESS-DATE

           EVALUATE INPUTCMD
             WHEN 'L'
               MOVE 'N' TO MY-CASES-ONLY-SWITCH
               PERFORM LIST-OPEN-CASES
             WHEN 'M'
               MOVE 'Y' TO MY-CASES-ONLY-SWITCH
               PERFORM LIST-OPEN-CASES
             WHEN 'O'
               PERFORM OPEN-CASE
             WHEN 'U'
               PERFORM RECORD-CASE-ACTION
             WHEN 'A'
               PERFORM RECORD-CASE-ACTION
             WHEN 'R'
               PERFORM RECORD-CASE-ACTION
             WHEN 'C'
               PERFORM RECORD-CASE-ACTION
             WHEN 'H'
               PERFORM LIST-CASE-HISTORY
             WHEN OTHER
               MOVE 'INVALID - USE: CASE LMOUARCH' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Open a new case: edit the input, prove the customer and the
      * linked posting or quote exist, take the customer's next
      * case number, then write the case and its OPEN action - one
      * unit of work
       OPEN-CASE.
           MOVE 'Y' TO ACTION-OK-SWITCH

           MOVE ARG-CATEGORY TO CS-CATEGORY
           MOVE ARG-CHANNEL  TO CS-CHANNEL

           EVALUATE TRUE
             WHEN INPUTCUST NOT NUMERIC
               MOVE 'INVALID - SEE CASE USAGE' TO CURRENT-STATUS
             WHEN NOT CS-CATEGORY-VALID
               MOVE 'INVALID CATEGORY' TO CURRENT-STATUS
             WHEN NOT CS-CHANNEL-VALID
               MOVE 'CHANNEL MUST BE P, B OR L' TO CURRENT-STATUS
             WHEN ARG-LINK-TYPE NOT = 'T' AND
                  ARG-LINK-TYPE NOT = 'Q' AND
                  ARG-LINK-TYPE NOT = '-'
               MOVE 'LINK TYPE MUST BE T, Q OR -' TO CURRENT-STATUS
             WHEN ARG-NARRATIVE = SPACES
               MOVE 'NARRATIVE REQUIRED' TO CURRENT-STATUS
           END-EVALUATE

           IF CURRENT-STATUS NOT = 'RUNNING'
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTCUST TO CN-CUST-NO
           EXEC CICS READ FILE    ( CUSTNAME-FILE )
                          INTO    ( CUSTNAME-RECORD )
                          RIDFLD  ( CN-CUST-NO )
                          KEYLENGTH ( CUSTNAME-KEYLEN )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'CUSTOMER NOT ON FILE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM CHECK-CASE-LINK

           PERFORM GET-RESPONSE-DAYS
           PERFORM FIND-NEXT-CASE-NO

           IF CASE-NUMBER > 9998
             MOVE 'CUSTOMER HAS 9999 CASES' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           ADD 1 TO CASE-NUMBER

           INITIALIZE CMPLCASE-RECORD
           MOVE INPUTCUST       TO CS-CUST-NO
           MOVE CASE-NUMBER     TO CS-CASE-NO
           MOVE ARG-CATEGORY    TO CS-CATEGORY
           MOVE ARG-CHANNEL     TO CS-CHANNEL
           IF ARG-LINK-TYPE = '-'
             MOVE SPACE         TO CS-LINK-TYPE
             MOVE SPACES        TO CS-LINK-KEY
           ELSE
             MOVE ARG-LINK-TYPE TO CS-LINK-TYPE
             MOVE ARG-LINK-KEY  TO CS-LINK-KEY
           END-IF
           MOVE ARG-NARRATIVE   TO CS-NARRATIVE
           MOVE OPERATOR-ID     TO CS-OWNER
           MOVE 'O'             TO CS-STATUS
           MOVE TODAYS-DATE     TO CS-OPENED-DATE
           MOVE FUNCTION CURRENT-DATE TO CS-OPENED-TS
           MOVE OPERATOR-ID     TO CS-OPENED-BY

           COMPUTE DEADLINE-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   ( FUNCTION INTEGER-OF-DATE ( TODAYS-DATE-NUM )
                     + RESPONSE-DAYS )
           MOVE DEADLINE-DATE-NUM TO CS-DEADLINE-DATE

           MOVE 'OPEN    '      TO CS-LAST-ACTION
           MOVE CS-OPENED-TS    TO CS-LAST-ACTION-TS

           EXEC CICS WRITE FILE   ( CMPLCASE-FILE )
                           FROM   ( CMPLCASE-RECORD )
                           RIDFLD ( CS-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO ACTION-OK-SWITCH
             MOVE 'CMPLCASE WRITE FAILED' TO FAILED-STEP-TEXT
           END-IF

           IF ACTION-OK
             INITIALIZE CASELOG-RECORD
             MOVE CS-CUST-NO    TO CW-CUST-NO
             MOVE CS-CASE-NO    TO CW-CASE-NO
             MOVE CS-OPENED-TS  TO CW-TIMESTAMP
             MOVE OPERATOR-ID   TO CW-OPERATOR-ID
             MOVE 'OPEN    '    TO CW-ACTION
             MOVE CS-CATEGORY   TO CW-RESULT-CODE
             MOVE CS-NARRATIVE  TO CW-DETAIL
             PERFORM WRITE-ACTION-LOG
           END-IF

           IF ACTION-OK
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             STRING 'CASE OPENED '  DELIMITED BY SIZE
                    CS-CUST-NO      DELIMITED BY SIZE
                    '/'             DELIMITED BY SIZE
                    CS-CASE-NO      DELIMITED BY SIZE
                  INTO CURRENT-STATUS

             INITIALIZE STATUS-MSG
             STRING 'Case ' DELIMITED BY SIZE
                    CS-CUST-NO DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    CS-CASE-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CS-CATEGORY DELIMITED BY SIZE
                    ' opened by ' DELIMITED BY SIZE
                    OPERATOR-ID DELIMITED BY SPACE
                    ' respond by ' DELIMITED BY SIZE
                    CS-DEADLINE-DATE DELIMITED BY SIZE
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

      * The posting or quote the complaint is about must be on
      * file. A posting on an account the index still holds must
      * be on one of this customer's accounts; a quote must be one
      * quoted to this customer
       CHECK-CASE-LINK.
           EVALUATE ARG-LINK-TYPE
             WHEN 'T'
               MOVE ARG-LINK-KEY TO TH-KEY
               EXEC CICS READ FILE    ( TXNHIST-FILE )
                              INTO    ( TXNHIST-RECORD )
                              RIDFLD  ( TH-KEY )
                              RESP    ( COMMAND-RESP )
                              RESP2   ( COMMAND-RESP2 )
               END-EXEC

               IF COMMAND-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'POSTING NOT ON TXNHIST' TO CURRENT-STATUS
               ELSE
                 MOVE TH-ACCT-NUMBER TO AX-ACCT-NUMBER
                 EXEC CICS READ FILE    ( ACCTIDX-FILE )
                                INTO    ( ACCTIDX-RECORD )
                                RIDFLD  ( AX-ACCT-NUMBER )
                                RESP    ( COMMAND-RESP )
                                RESP2   ( COMMAND-RESP2 )
                 END-EXEC

                 IF COMMAND-RESP = DFHRESP(NORMAL) AND
                    AX-CUST-NO NOT = INPUTCUST
                   MOVE 'POSTING NOT ON CUSTOMER ACCT'
                     TO CURRENT-STATUS
                 END-IF
               END-IF
             WHEN 'Q'
               MOVE ARG-LINK-KEY(1:20) TO LQ-KEY
               EXEC CICS READ FILE    ( LOANQUOT-FILE )
                              INTO    ( LOANQUOT-RECORD )
                              RIDFLD  ( LQ-KEY )
                              RESP    ( COMMAND-RESP )
                              RESP2   ( COMMAND-RESP2 )
               END-EXEC

               EVALUATE TRUE
                 WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'QUOTE NOT ON LOANQUOT' TO CURRENT-STATUS
                 WHEN LQ-CUST-NO NOT = INPUTCUST
                   MOVE 'QUOTE NOT FOR THIS CUSTOMER'
                     TO CURRENT-STATUS
               END-EVALUATE
           END-EVALUATE

           IF CURRENT-STATUS NOT = 'RUNNING'
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      * Browse the customer's cases for the highest case number so
      * far - a customer with none starts at 0001
       FIND-NEXT-CASE-NO.
           MOVE 0   TO CASE-NUMBER
           MOVE 'N' TO CASES-SCANNED-SWITCH

           MOVE INPUTCUST  TO CS-CUST-NO
           MOVE LOW-VALUES TO CS-CASE-NO

           EXEC CICS STARTBR FILE   ( CMPLCASE-FILE )
                             RIDFLD ( CS-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SCAN-NEXT-CASE UNTIL CASES-SCANNED
             EXEC CICS ENDBR FILE ( CMPLCASE-FILE ) END-EXEC
           END-IF
           .

       SCAN-NEXT-CASE.
           EXEC CICS READNEXT FILE ( CMPLCASE-FILE )
                              INTO ( CMPLCASE-RECORD )
                              RIDFLD ( CS-KEY )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              CS-CUST-NO NOT = INPUTCUST
             MOVE 'Y' TO CASES-SCANNED-SWITCH
           ELSE
             IF CS-CASE-NO NUMERIC
               MOVE CS-CASE-NO TO CASE-NUMBER
             END-IF
           END-IF
           .

      * One action on an open case: edit the input, read the case
      * with update intent, stamp the action on it and log it -
      * all one unit of work
       RECORD-CASE-ACTION.
           MOVE 'Y' TO ACTION-OK-SWITCH

           IF INPUTCUST NOT NUMERIC OR ARG-CASE-NO NOT NUMERIC
             MOVE 'INVALID - SEE CASE USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE INPUTCMD
             WHEN 'U'
               IF ARG-NOTE = SPACES
                 MOVE 'NOTE REQUIRED' TO CURRENT-STATUS
               END-IF
             WHEN 'C'
               MOVE ARG-OUTCOME TO OUTCOME-CODE
               IF NOT VALID-OUTCOME
                 MOVE 'INVALID OUTCOME CODE' TO CURRENT-STATUS
               END-IF
             WHEN 'R'
               PERFORM CHECK-REDRESS-REVERSAL
           END-EVALUATE

           IF CURRENT-STATUS NOT = 'RUNNING'
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE INPUTCUST   TO CS-CUST-NO
           MOVE ARG-CASE-NO TO CS-CASE-NO

           EXEC CICS READ FILE    ( CMPLCASE-FILE )
                          INTO    ( CMPLCASE-RECORD )
                          RIDFLD  ( CS-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'CASE NOT ON FILE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT CS-STATUS-OPEN
             MOVE 'CASE IS CLOSED' TO CURRENT-STATUS
             EXEC CICS UNLOCK FILE ( CMPLCASE-FILE ) END-EXEC
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * The same reversal is recorded on a case once
           IF INPUTCMD = 'R' AND CS-REDRESS-KEY = RV-KEY
             MOVE 'REDRESS ALREADY RECORDED' TO CURRENT-STATUS
             EXEC CICS UNLOCK FILE ( CMPLCASE-FILE ) END-EXEC
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           INITIALIZE CASELOG-RECORD
           MOVE CS-CUST-NO            TO CW-CUST-NO
           MOVE CS-CASE-NO            TO CW-CASE-NO
           MOVE FUNCTION CURRENT-DATE TO CW-TIMESTAMP
           MOVE OPERATOR-ID           TO CW-OPERATOR-ID

           EVALUATE INPUTCMD
             WHEN 'U'
               MOVE 'NOTE    '      TO CW-ACTION
               MOVE ARG-NOTE        TO CW-DETAIL
               MOVE ARG-NOTE        TO CS-LAST-NOTE
             WHEN 'A'
               MOVE 'REASSIGN'      TO CW-ACTION
               STRING 'FROM '       DELIMITED BY SIZE
                      CS-OWNER      DELIMITED BY SIZE
                    INTO CW-DETAIL
               IF ARG-NEW-OWNER = SPACES
                 MOVE OPERATOR-ID   TO CS-OWNER
               ELSE
                 MOVE ARG-NEW-OWNER TO CS-OWNER
               END-IF
               MOVE CS-OWNER        TO CW-RESULT-CODE
             WHEN 'R'
               MOVE 'REDRESS '      TO CW-ACTION
               MOVE RV-REASON-CODE  TO CW-RESULT-CODE
               MOVE REDRESS-AMOUNT  TO CW-AMOUNT
               MOVE RV-KEY          TO CW-DETAIL
               MOVE RV-KEY          TO CS-REDRESS-KEY
               MOVE RV-REVERSAL-TS  TO CS-REDRESS-TS
               MOVE REDRESS-AMOUNT  TO CS-REDRESS-AMOUNT
               ADD REDRESS-AMOUNT   TO CS-REDRESS-TOTAL
             WHEN 'C'
               MOVE 'CLOSE   '      TO CW-ACTION
               MOVE OUTCOME-CODE    TO CW-RESULT-CODE
               MOVE ARG-CLOSE-NOTE  TO CW-DETAIL
               MOVE ARG-CLOSE-NOTE  TO CS-LAST-NOTE
               MOVE OUTCOME-CODE    TO CS-OUTCOME
               MOVE 'C'             TO CS-STATUS
               MOVE TODAYS-DATE     TO CS-CLOSED-DATE
               MOVE OPERATOR-ID     TO CS-CLOSED-BY
           END-EVALUATE

           MOVE CW-TIMESTAMP TO CS-LAST-ACTION-TS
           MOVE CW-ACTION    TO CS-LAST-ACTION

           EXEC CICS REWRITE FILE ( CMPLCASE-FILE )
                             FROM ( CMPLCASE-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO ACTION-OK-SWITCH
             MOVE 'CMPLCASE UPDATE FAILED' TO FAILED-STEP-TEXT
           END-IF

           IF ACTION-OK
             PERFORM WRITE-ACTION-LOG
           END-IF

           IF ACTION-OK
             EXEC CICS SYNCPOINT
                       RESP  ( COMMAND-RESP )
                       RESP2 ( COMMAND-RESP2 )
             END-EXEC

             STRING CW-ACTION     DELIMITED BY SPACE
                    ' RECORDED'   DELIMITED BY SIZE
                  INTO CURRENT-STATUS

             INITIALIZE STATUS-MSG
             STRING 'Case ' DELIMITED BY SIZE
                    CS-CUST-NO DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    CS-CASE-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CW-ACTION DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    CW-RESULT-CODE DELIMITED BY SIZE
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

      * The redress must already have been posted through TREV -
      * the original posting's key must be on the REVLOG register,
      * and on one of this customer's accounts. The redress is the
      * reversal itself, the opposite sign of the original amount
       CHECK-REDRESS-REVERSAL.
           MOVE ARG-REDRESS-ACCT TO RV-ORIG-ACCT
           MOVE ARG-REDRESS-TS   TO RV-ORIG-TIMESTAMP

           EXEC CICS READ FILE    ( REVLOG-FILE )
                          INTO    ( REVLOG-RECORD )
                          RIDFLD  ( RV-KEY )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'NO TREV REVERSAL ON REVLOG' TO CURRENT-STATUS
           ELSE
             COMPUTE REDRESS-AMOUNT = 0 - RV-ORIG-AMOUNT

             MOVE RV-ORIG-ACCT TO AX-ACCT-NUMBER
             EXEC CICS READ FILE    ( ACCTIDX-FILE )
                            INTO    ( ACCTIDX-RECORD )
                            RIDFLD  ( AX-ACCT-NUMBER )
                            RESP    ( COMMAND-RESP )
                            RESP2   ( COMMAND-RESP2 )
             END-EXEC

             IF COMMAND-RESP = DFHRESP(NORMAL) AND
                AX-CUST-NO NOT = INPUTCUST
               MOVE 'REVERSAL NOT ON CUSTOMER ACCT'
                 TO CURRENT-STATUS
             END-IF
           END-IF
           .

      * Every action is logged with who took it - the history the
      * next owner reads before calling the customer back
       WRITE-ACTION-LOG.
           EXEC CICS WRITE FILE   ( CASELOG-FILE )
                           FROM   ( CASELOG-RECORD )
                           RIDFLD ( CW-KEY )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'N' TO ACTION-OK-SWITCH
             MOVE 'CASELOG WRITE FAILED' TO FAILED-STEP-TEXT
           END-IF
           .

      * List every open case, one log line each, with the days left
      * to its final-response deadline - the complaints worklist
       LIST-OPEN-CASES.
           MOVE 0   TO CASES-LISTED
           MOVE 'N' TO END-OF-FILE-SWITCH

           EXEC CICS STARTBR FILE ( CMPLCASE-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-CASE UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( CMPLCASE-FILE ) END-EXEC
           END-IF

           STRING 'OPEN CASES: ' DELIMITED BY SIZE
                  CASES-LISTED   DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

       SHOW-NEXT-CASE.
           EXEC CICS READNEXT FILE ( CMPLCASE-FILE )
                              INTO ( CMPLCASE-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             IF CS-STATUS-OPEN AND
                (NOT MY-CASES-ONLY OR CS-OWNER = OPERATOR-ID)
               ADD 1 TO CASES-LISTED

               MOVE CS-DEADLINE-DATE TO DEADLINE-DATE-NUM
               COMPUTE DAYS-TO-DEADLINE =
                       FUNCTION INTEGER-OF-DATE ( DEADLINE-DATE-NUM )
                     - FUNCTION INTEGER-OF-DATE ( TODAYS-DATE-NUM )
               MOVE DAYS-TO-DEADLINE TO DAYS-DISPLAY

               MOVE SPACES TO BREACHED-TEXT
               IF DAYS-TO-DEADLINE < 0
                 MOVE ' BREACHED' TO BREACHED-TEXT
               END-IF

               INITIALIZE STATUS-MSG
               STRING 'Case ' DELIMITED BY SIZE
                      CS-CUST-NO DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      CS-CASE-NO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CS-CATEGORY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CS-OWNER DELIMITED BY SIZE
                      ' opened ' DELIMITED BY SIZE
                      CS-OPENED-DATE DELIMITED BY SIZE
                      ' due ' DELIMITED BY SIZE
                      CS-DEADLINE-DATE DELIMITED BY SIZE
                      ' days:' DELIMITED BY SIZE
                      DAYS-DISPLAY DELIMITED BY SIZE
                      BREACHED-TEXT DELIMITED BY SIZE
                    INTO MSG-TEXT
               PERFORM PRINT-STATUS-MESSAGE
             END-IF
           END-IF
           .

      * The case's action history, newest first. The browse starts
      * past the highest possible key so READPREV walks back from
      * the latest action - the same technique COLWORK uses.
       LIST-CASE-HISTORY.
           MOVE INPUTCUST   TO CW-CUST-NO
           MOVE ARG-CASE-NO TO CW-CASE-NO
           MOVE HIGH-VALUES TO CW-TIMESTAMP
           MOVE 0           TO HISTORY-LINES-SHOWN

           EXEC CICS STARTBR FILE   ( CASELOG-FILE )
                             RIDFLD ( CW-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-ACTION
                     UNTIL COMMAND-RESP NOT = DFHRESP(NORMAL)
                        OR CW-CUST-NO NOT = INPUTCUST
                        OR CW-CASE-NO NOT = ARG-CASE-NO
                        OR HISTORY-LINES-SHOWN >= HISTORY-LINES-TO-SHOW

             EXEC CICS ENDBR FILE ( CASELOG-FILE ) END-EXEC
           END-IF

           STRING 'ACTIONS SHOWN: '   DELIMITED BY SIZE
                  HISTORY-LINES-SHOWN DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

       SHOW-NEXT-ACTION.
           EXEC CICS READPREV FILE ( CASELOG-FILE )
                              INTO ( CASELOG-RECORD )
                              RIDFLD ( CW-KEY )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND
              CW-CUST-NO = INPUTCUST AND CW-CASE-NO = ARG-CASE-NO

             ADD 1 TO HISTORY-LINES-SHOWN
             INITIALIZE STATUS-MSG

             IF CW-ACTION-REDRESS
               MOVE CW-AMOUNT TO AMOUNT-DISPLAY
               STRING CW-TIMESTAMP(1:12) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CW-OPERATOR-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CW-ACTION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CW-DETAIL(1:24) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AMOUNT-DISPLAY DELIMITED BY SIZE
                    INTO MSG-TEXT
             ELSE
               STRING CW-TIMESTAMP(1:12) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CW-OPERATOR-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CW-ACTION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CW-RESULT-CODE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CW-DETAIL DELIMITED BY SIZE
                    INTO MSG-TEXT
             END-IF

             PERFORM PRINT-STATUS-MESSAGE
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

      * Calendar days from opening to the final-response deadline,
      * off the parameter registry - 56 when it has no value
       GET-RESPONSE-DAYS.
           MOVE 'COMPDAYS' TO PR-PARM-NAME
           MOVE SPACES     TO PR-VALUE
           MOVE 'N'        TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE RESPONSE-DAYS = FUNCTION NUMVAL(PR-VALUE)
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

       END PROGRAM 'CASEWORK'.
