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
      *  BUSCALR
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * BUSCALR - Shared business-day calendar routine. DATEROLL
      * would open any date it was given and the scheduled posting
      * jobs ran on whatever calendar day came up, so standing
      * orders went out on bank holidays and a mistyped roll could
      * open a Sunday. Every program that needs to know whether a
      * date is a business day - or which the next or previous one
      * is - now LINKs here with a BUSCALCA commarea, so there is
      * one answer everywhere.
      *
      * A date is a business day for a currency when it is a Monday
      * to Friday with no active holiday on that currency's BUSCAL
      * calendar, or a Saturday or Sunday the calendar keeps as a
      * working day. A currency with no entries at all simply runs
      * Monday to Friday.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. BUSCALR.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layout of the business-day calendar
       COPY BUSCAL.

       1 FILE-NAMES.
         2 BUSCAL-FILE            PIC X(8) VALUE 'BUSCAL'.

      * The calendar a caller gets when it names no currency
       1 HOME-CURRENCY            PIC X(3) VALUE 'USD'.

      * The furthest the search steps either way before giving up -
      * a calendar closed for a whole year is a loading error
       1 MAX-SEARCH-DAYS          PIC S9(4) COMP VALUE 366.

      * The date being examined, as a day number and as text
       1 DATE-NUMERIC             PIC 9(8) VALUE 0.
       1 START-DAY-NUMBER         PIC S9(8) COMP VALUE 0.
       1 WORK-DAY-NUMBER          PIC S9(8) COMP VALUE 0.
       1 WORK-DATE                PIC X(8) VALUE SPACES.
       1 SEARCH-STEP              PIC S9(4) COMP VALUE 0.
       1 DAYS-SEARCHED            PIC S9(4) COMP VALUE 0.

      * Day of the week of the date being examined - day 1 of the
      * integer calendar, 1601-01-01, was a Monday
       1 WEEKDAY-NUMBER           PIC 9(1) VALUE 0.
         88 WEEKEND-DAY                    VALUE 6 7.

       1 BUSINESS-DAY-SWITCH      PIC X(1) VALUE 'N'.
         88 BUSINESS-DAY                   VALUE 'Y'.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

        LINKAGE SECTION.

      * Commarea shared with every caller - see BUSCALCA
       COPY BUSCALCA REPLACING ==01  BUSCAL-COMMAREA.== BY
                               ==01  DFHCOMMAREA.==.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------
           MOVE 'Y'    TO BK-STATUS
           MOVE 'N'    TO BK-BUSINESS-DAY
           MOVE SPACES TO BK-RESULT-DATE
           MOVE 0      TO BK-DAYS-BETWEEN

           IF BK-CURRENCY-CODE = SPACES
             MOVE HOME-CURRENCY TO BK-CURRENCY-CODE
           END-IF

           MOVE 0 TO DATE-NUMERIC
           IF BK-DATE NUMERIC
             MOVE BK-DATE TO DATE-NUMERIC
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD ( DATE-NUMERIC ) NOT = 0
             MOVE 'I' TO BK-STATUS
             EXEC CICS RETURN END-EXEC
           END-IF

           COMPUTE START-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE ( DATE-NUMERIC )

      *    Every function needs to know about the date itself
           MOVE START-DAY-NUMBER TO WORK-DAY-NUMBER
           PERFORM TEST-BUSINESS-DAY
           IF BK-OK AND BUSINESS-DAY
             MOVE 'Y' TO BK-BUSINESS-DAY
           END-IF

           EVALUATE TRUE
             WHEN NOT BK-OK
               CONTINUE
             WHEN BK-FUNCTION-TEST
               MOVE BK-DATE TO BK-RESULT-DATE
             WHEN BK-FUNCTION-ADJUST
               IF BK-IS-BUSINESS-DAY
                 MOVE BK-DATE TO BK-RESULT-DATE
               ELSE
                 MOVE 1 TO SEARCH-STEP
                 PERFORM FIND-BUSINESS-DAY
               END-IF
             WHEN BK-FUNCTION-NEXT
               MOVE 1 TO SEARCH-STEP
               PERFORM FIND-BUSINESS-DAY
             WHEN BK-FUNCTION-PREVIOUS
               MOVE -1 TO SEARCH-STEP
               PERFORM FIND-BUSINESS-DAY
             WHEN OTHER
               MOVE 'I' TO BK-STATUS
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * Step a day at a time in the direction asked from BK-DATE
      * until a business day turns up, and hand it back with the
      * number of calendar days it lies away
       FIND-BUSINESS-DAY.
           MOVE START-DAY-NUMBER TO WORK-DAY-NUMBER
           MOVE 0   TO DAYS-SEARCHED
           MOVE 'N' TO BUSINESS-DAY-SWITCH

           PERFORM STEP-ONE-DAY
                   UNTIL BUSINESS-DAY
                      OR NOT BK-OK
                      OR DAYS-SEARCHED >= MAX-SEARCH-DAYS

           IF BK-OK
             IF BUSINESS-DAY
               MOVE WORK-DATE TO BK-RESULT-DATE
               COMPUTE BK-DAYS-BETWEEN =
                       WORK-DAY-NUMBER - START-DAY-NUMBER
             ELSE
               MOVE 'L' TO BK-STATUS
             END-IF
           END-IF
           .

       STEP-ONE-DAY.
           ADD SEARCH-STEP TO WORK-DAY-NUMBER
           ADD 1 TO DAYS-SEARCHED
           PERFORM TEST-BUSINESS-DAY
           .

      * Is the day numbered WORK-DAY-NUMBER a business day for the
      * currency? The weekday rule first, then any calendar entry
      * for the date overriding it
       TEST-BUSINESS-DAY.
           COMPUTE DATE-NUMERIC =
                   FUNCTION DATE-OF-INTEGER ( WORK-DAY-NUMBER )
           MOVE DATE-NUMERIC TO WORK-DATE

           COMPUTE WEEKDAY-NUMBER =
                   FUNCTION MOD ( WORK-DAY-NUMBER - 1, 7 ) + 1

           IF WEEKEND-DAY
             MOVE 'N' TO BUSINESS-DAY-SWITCH
           ELSE
             MOVE 'Y' TO BUSINESS-DAY-SWITCH
           END-IF

           MOVE BK-CURRENCY-CODE TO BC-CURRENCY-CODE
           MOVE WORK-DATE        TO BC-CAL-DATE

           EXEC CICS READ FILE    ( BUSCAL-FILE )
                          INTO    ( BUSCAL-RECORD )
                          RIDFLD  ( BC-KEY )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC

           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'E' TO BK-STATUS
             WHEN NOT BC-STATUS-ACTIVE
               CONTINUE
             WHEN BC-HOLIDAY
               MOVE 'N' TO BUSINESS-DAY-SWITCH
             WHEN BC-WORKING-DAY
               MOVE 'Y' TO BUSINESS-DAY-SWITCH
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       END PROGRAM 'BUSCALR'.
