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
      *  BUSCMNT
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * BUSCMNT - Business-day calendar maintenance. Operations
      * load each currency's holidays on the BUSCAL calendar ahead
      * of time - next year's once they are published - and the
      * shared BUSCALR routine then keeps DATEROLL and the
      * scheduled postings off them:
      *
      *   HOLIDAY     - marks a Monday to Friday closed for the
      *                 currency
      *   WORKING DAY - marks a Saturday or Sunday open for the
      *                 currency
      *   REMOVE      - takes an entry off again; the record stays
      *                 on BUSCAL, marked removed, so the calendar
      *                 the bank ran on can always be seen. Adding
      *                 the date again reinstates it
      *   LIST        - every entry for the currency in one year,
      *                 active or removed
      *   TEST        - whether a date is a business day, and the
      *                 next one, as BUSCALR answers it
      *
      * Only dates after the current business date can be added or
      * removed - a day already run on cannot be changed after the
      * event.
      *
      * Driven via CICS terminal using the transaction 'BCAL' in
      * the forms:
      * BCAL H ccc yyyymmdd desc   add holiday yyyymmdd for ccc
      * BCAL W ccc yyyymmdd desc   add weekend working day
      * BCAL R ccc yyyymmdd        remove the entry for yyyymmdd
      * BCAL L ccc yyyy            list ccc's entries for yyyy
      * BCAL T ccc yyyymmdd        test yyyymmdd against ccc
      * eg:
      * 'BCAL H USD 20271225 CHRISTMAS DAY'
      * 'BCAL L USD 2027'
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. BUSCMNT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layout of the business-day calendar
       COPY BUSCAL.

      * The business-date control record - entries may only be
      * changed for dates still to come
       COPY BUSDATE.

      * Commarea for the shared BUSCALR calendar routine
       COPY BUSCALCA.

       1 BUSCALR-PROGRAM          PIC X(8) VALUE 'BUSCALR'.

       1 FILE-NAMES.
         2 BUSCAL-FILE            PIC X(8) VALUE 'BUSCAL'.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

       1 OPERATOR-ID              PIC X(8) VALUE SPACES.

       1 CURRENT-BUSINESS-DATE    PIC X(8) VALUE SPACES.

       1 END-OF-FILE-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-FILE                    VALUE 'Y'.

      * Set on when the date has a BUSCAL record already - a
      * removed one is reinstated rather than written again
       1 ENTRY-ON-FILE-SWITCH     PIC X(1) VALUE 'N'.
         88 ENTRY-ON-FILE                  VALUE 'Y'.

      * The keyed date checked, and its day of the week - day 1 of
      * the integer calendar, 1601-01-01, was a Monday
       1 DATE-NUMERIC             PIC 9(8) VALUE 0.
       1 WEEKDAY-NUMBER           PIC 9(1) VALUE 0.
         88 WEEKEND-DAY                    VALUE 6 7.

       1 ENTRIES-LISTED           PIC 9(3) VALUE 0.

      * Maps the terminal input
       1 READ-INPUT.
         2 TRANID                PIC X(4) VALUE '    '.
         2 FILLER                PIC X(1).
         2 INPUTCMD              PIC X(1) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTCCY              PIC X(3) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTDATE             PIC X(8) VALUE ' '.
         2 FILLER                PIC X(1).
         2 INPUTDESC             PIC X(30) VALUE ' '.
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 50.

      * For messages sent back to the terminal
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'BUSCMNT '.
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

           IF INPUTCCY = SPACES
             MOVE 'INVALID - SEE BCAL USAGE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      *    Every command but the list names one whole date
           IF INPUTCMD NOT = 'L'
             MOVE 0 TO DATE-NUMERIC
             IF INPUTDATE NUMERIC
               MOVE INPUTDATE TO DATE-NUMERIC
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD ( DATE-NUMERIC ) NOT = 0
               MOVE 'INVALID DATE - USE yyyymmdd' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

           EVALUATE INPUTCMD
             WHEN 'H'
               PERFORM ADD-CALENDAR-ENTRY
             WHEN 'W'
               PERFORM ADD-CALENDAR-ENTRY
             WHEN 'R'
               PERFORM REMOVE-CALENDAR-ENTRY
             WHEN 'L'
               PERFORM LIST-CALENDAR-YEAR
             WHEN 'T'
               PERFORM TEST-CALENDAR-DATE
             WHEN OTHER
               MOVE 'INVALID - USE: BCAL H/W/R/L/T' TO CURRENT-STATUS
           END-EVALUATE

           PERFORM PRINT-TEXT-TO-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Validate and add one holiday or weekend working day. A
      * holiday only means something on a weekday, a working day
      * only at the weekend
       ADD-CALENDAR-ENTRY.
           IF INPUTDESC = SPACES
             MOVE 'DESCRIPTION REQUIRED' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM CHECK-DATE-IN-FUTURE

           COMPUTE WEEKDAY-NUMBER = FUNCTION MOD (
                   FUNCTION INTEGER-OF-DATE ( DATE-NUMERIC ) - 1,
                   7 ) + 1

           IF INPUTCMD = 'H' AND WEEKEND-DAY
             MOVE 'DATE IS ALREADY A WEEKEND' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF INPUTCMD = 'W' AND NOT WEEKEND-DAY
             MOVE 'DATE IS ALREADY A WEEKDAY' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

      *    An entry taken off before is still on file - reinstate
      *    it rather than lose its history
           MOVE 'N'       TO ENTRY-ON-FILE-SWITCH
           MOVE INPUTCCY  TO BC-CURRENCY-CODE
           MOVE INPUTDATE TO BC-CAL-DATE
           EXEC CICS READ FILE    ( BUSCAL-FILE )
                          INTO    ( BUSCAL-RECORD )
                          RIDFLD  ( BC-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO ENTRY-ON-FILE-SWITCH
             IF BC-STATUS-ACTIVE
               EXEC CICS UNLOCK FILE ( BUSCAL-FILE ) END-EXEC
               MOVE 'ALREADY ON CALENDAR' TO CURRENT-STATUS
               PERFORM PRINT-TEXT-TO-SCREEN
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

           MOVE INPUTCCY      TO BC-CURRENCY-CODE
           MOVE INPUTDATE     TO BC-CAL-DATE
           MOVE INPUTCMD      TO BC-DAY-TYPE
           MOVE INPUTDESC     TO BC-DESCRIPTION
           MOVE 'A'           TO BC-STATUS
           MOVE OPERATOR-ID   TO BC-ADDED-OPER
           MOVE FUNCTION CURRENT-DATE TO BC-ADDED-TS
           MOVE SPACES        TO BC-REMOVED-OPER
           MOVE SPACES        TO BC-REMOVED-TS

           IF ENTRY-ON-FILE
             EXEC CICS REWRITE FILE ( BUSCAL-FILE )
                               FROM ( BUSCAL-RECORD )
                               RESP ( COMMAND-RESP )
                               RESP2( COMMAND-RESP2 )
             END-EXEC
           ELSE
             EXEC CICS WRITE FILE   ( BUSCAL-FILE )
                             FROM   ( BUSCAL-RECORD )
                             RIDFLD ( BC-KEY )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF

           IF COMMAND-RESP = DFHRESP(NORMAL)
             IF BC-HOLIDAY
               MOVE 'HOLIDAY ADDED' TO CURRENT-STATUS
             ELSE
               MOVE 'WORKING DAY ADDED' TO CURRENT-STATUS
             END-IF

             INITIALIZE STATUS-MSG
             STRING 'Calendar '        DELIMITED BY SIZE
                    BC-CURRENCY-CODE   DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    BC-CAL-DATE        DELIMITED BY SIZE
                    ' type '           DELIMITED BY SIZE
                    BC-DAY-TYPE        DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    BC-DESCRIPTION     DELIMITED BY SIZE
                    ' added by '       DELIMITED BY SIZE
                    OPERATOR-ID        DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             MOVE 'ERROR ADDING CALENDAR ENTRY' TO CURRENT-STATUS
           END-IF
           .

      * Take an entry off the calendar - the record is kept,
      * marked removed, with who removed it and when
       REMOVE-CALENDAR-ENTRY.
           PERFORM CHECK-DATE-IN-FUTURE

           MOVE INPUTCCY  TO BC-CURRENCY-CODE
           MOVE INPUTDATE TO BC-CAL-DATE
           EXEC CICS READ FILE    ( BUSCAL-FILE )
                          INTO    ( BUSCAL-RECORD )
                          RIDFLD  ( BC-KEY )
                          UPDATE
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'NOT ON CALENDAR' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT BC-STATUS-ACTIVE
             EXEC CICS UNLOCK FILE ( BUSCAL-FILE ) END-EXEC
             MOVE 'ENTRY ALREADY REMOVED' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'R'         TO BC-STATUS
           MOVE OPERATOR-ID TO BC-REMOVED-OPER
           MOVE FUNCTION CURRENT-DATE TO BC-REMOVED-TS

           EXEC CICS REWRITE FILE ( BUSCAL-FILE )
                             FROM ( BUSCAL-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE 'CALENDAR ENTRY REMOVED' TO CURRENT-STATUS

             INITIALIZE STATUS-MSG
             STRING 'Calendar '        DELIMITED BY SIZE
                    BC-CURRENCY-CODE   DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    BC-CAL-DATE        DELIMITED BY SIZE
                    ' type '           DELIMITED BY SIZE
                    BC-DAY-TYPE        DELIMITED BY SIZE
                    ' removed by '     DELIMITED BY SIZE
                    OPERATOR-ID        DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           ELSE
             MOVE 'ERROR REMOVING CALENDAR ENTRY' TO CURRENT-STATUS
           END-IF
           .

      * Only a date after the current business date may change - a
      * region with no control record yet goes by the calendar
       CHECK-DATE-IN-FUTURE.
           MOVE 'BUSDATE ' TO BD-CONTROL-ID

           EXEC CICS READ FILE    ( BUSDATE-FILE )
                          INTO    ( BUSDATE-RECORD )
                          RIDFLD  ( BD-CONTROL-ID )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             MOVE BD-BUSINESS-DATE TO CURRENT-BUSINESS-DATE
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO CURRENT-BUSINESS-DATE
           END-IF

           IF INPUTDATE NOT > CURRENT-BUSINESS-DATE
             MOVE 'DATE NOT AFTER BUSINESS DATE' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF
           .

      * List the currency's entries for the year, active or
      * removed, one log line each
       LIST-CALENDAR-YEAR.
           IF INPUTDATE(1:4) NOT NUMERIC
             MOVE 'INVALID YEAR - USE yyyy' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 0   TO ENTRIES-LISTED
           MOVE 'N' TO END-OF-FILE-SWITCH

           MOVE INPUTCCY       TO BC-CURRENCY-CODE
           MOVE INPUTDATE(1:4) TO BC-CAL-DATE(1:4)
           MOVE '0101'         TO BC-CAL-DATE(5:4)

           EXEC CICS STARTBR FILE   ( BUSCAL-FILE )
                             RIDFLD ( BC-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-NEXT-ENTRY UNTIL END-OF-FILE
             EXEC CICS ENDBR FILE ( BUSCAL-FILE ) END-EXEC
           END-IF

           STRING 'CALENDAR ENTRIES LISTED: ' DELIMITED BY SIZE
                  ENTRIES-LISTED              DELIMITED BY SIZE
                INTO CURRENT-STATUS
           .

      * One step of the calendar browse - display the next entry
      * while it is still the requested currency and year
       SHOW-NEXT-ENTRY.
           EXEC CICS READNEXT FILE ( BUSCAL-FILE )
                              INTO ( BUSCAL-RECORD )
                              RESP ( COMMAND-RESP )
                              RESP2( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL) OR
              BC-CURRENCY-CODE NOT = INPUTCCY OR
              BC-CAL-DATE(1:4) NOT = INPUTDATE(1:4)
             MOVE 'Y' TO END-OF-FILE-SWITCH
           ELSE
             ADD 1 TO ENTRIES-LISTED

             INITIALIZE STATUS-MSG
             STRING BC-CAL-DATE           DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    BC-DAY-TYPE           DELIMITED BY SIZE
                    ' st:'                DELIMITED BY SIZE
                    BC-STATUS             DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    BC-DESCRIPTION        DELIMITED BY SIZE
                    ' added '             DELIMITED BY SIZE
                    BC-ADDED-OPER         DELIMITED BY SPACE
                    ' removed '           DELIMITED BY SIZE
                    BC-REMOVED-TS(1:8)    DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    BC-REMOVED-OPER       DELIMITED BY SPACE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           END-IF
           .

      * Ask BUSCALR about the date exactly as DATEROLL and the
      * scheduled postings will
       TEST-CALENDAR-DATE.
           INITIALIZE BUSCAL-COMMAREA
           MOVE 'N'       TO BK-FUNCTION
           MOVE INPUTCCY  TO BK-CURRENCY-CODE
           MOVE INPUTDATE TO BK-DATE

           EXEC CICS LINK PROGRAM  ( BUSCALR-PROGRAM )
                          COMMAREA ( BUSCAL-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO BK-STATUS
           END-IF

           EVALUATE TRUE
             WHEN NOT BK-OK
               MOVE 'CALENDAR ERROR' TO CURRENT-STATUS
             WHEN BK-IS-BUSINESS-DAY
               STRING 'BUSINESS DAY - NEXT ' DELIMITED BY SIZE
                      BK-RESULT-DATE         DELIMITED BY SIZE
                    INTO CURRENT-STATUS
             WHEN OTHER
               STRING 'CLOSED DAY - NEXT '   DELIMITED BY SIZE
                      BK-RESULT-DATE         DELIMITED BY SIZE
                    INTO CURRENT-STATUS
           END-EVALUATE
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

       END PROGRAM 'BUSCMNT'.
