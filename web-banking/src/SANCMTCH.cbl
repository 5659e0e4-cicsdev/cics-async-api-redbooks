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
      *  SANCMTCH
      *
      * This program is part of the CICS Asynchronous API Redbooks
      * Internet banking Example
      *
      * SANCMTCH - Shared sanctions name screening. Scores one name
      * against every active entry on the SANCLIST watchlist and
      * returns the entries that score at or above the match
      * threshold. Onboarding (CUSTONBD) and the rescreen of the
      * customer base (SANCRSCN) both LINK here with a SANCMTCA
      * commarea, so a name is judged the same way whichever path
      * screens it - the same reasoning that put the hold total
      * into the shared AVAILBAL routine.
      *
      * Both names are upper-cased, their punctuation blanked and
      * split into words; the score is twice the words the two
      * names share, as a percentage of all the words in both, so
      * word order and case do not matter and an exact match
      * scores 100. The threshold comes from the SANCTHR registry
      * parameter (80 when the registry has no value) unless the
      * caller passes one; the value used is returned, so a batch
      * caller looks the registry up only once. Only the first ten
      * entries to reach the threshold are returned; any more set
      * the commarea's SM-MORE-HITS flag.
      *
      ******************************************************************
      * Modification history
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  15-10-2026 Original version
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. SANCMTCH.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * Record layout of the SANCLIST watchlist
       COPY SANCLIST.

      * Commarea for the shared PARMREAD registry routine - the
      * match threshold comes from the registry
       COPY PARMRDCA.

       1 PARMREAD-PROGRAM         PIC X(8) VALUE 'PARMREAD'.

       1 FILE-NAMES.
         2 SANCLIST-FILE          PIC X(8) VALUE 'SANCLIST'.

       1 END-OF-LIST-SWITCH       PIC X(1) VALUE 'N'.
         88 END-OF-LIST                    VALUE 'Y'.

      * The name being split into words, upper-cased with its
      * punctuation blanked
       1 WORK-NAME                PIC X(65) VALUE SPACES.
       1 WORK-POINTER             PIC S9(4) COMP VALUE 0.
       1 ONE-WORD                 PIC X(20) VALUE SPACES.

      * The words of the name being split
       1 WORK-WORDS.
         2 WORK-WORD              PIC X(20) OCCURS 10 TIMES.
       1 WORK-WORD-COUNT          PIC S9(4) COMP VALUE 0.

      * The words of the name being screened, split once
       1 SCREEN-WORDS.
         2 SCREEN-WORD            PIC X(20) OCCURS 10 TIMES.
       1 SCREEN-WORD-COUNT        PIC S9(4) COMP VALUE 0.

      * Each entry word may be matched by only one screened word
       1 WORD-USED-FLAGS.
         2 WORD-USED              PIC X(1) OCCURS 10 TIMES.

       1 SCREEN-INDEX             PIC S9(4) COMP VALUE 0.
       1 ENTRY-INDEX              PIC S9(4) COMP VALUE 0.
       1 SHARED-WORDS             PIC S9(4) COMP VALUE 0.
       1 MATCH-SCORE              PIC 9(3) VALUE 0.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

        LINKAGE SECTION.

      * Commarea shared with every caller - see SANCMTCA
       COPY SANCMTCA REPLACING ==01  SANCMTCH-COMMAREA.== BY
                               ==01  DFHCOMMAREA.==.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * --------------------------------------------------------------
      * Start of the main code execution
      * --------------------------------------------------------------
           MOVE 'Y' TO SM-STATUS
           MOVE 0   TO SM-HIT-COUNT
           MOVE 'N' TO SM-MORE-HITS-SWITCH

           IF SM-THRESHOLD = 0
             PERFORM GET-MATCH-THRESHOLD
           END-IF

           MOVE SM-CUSTOMER-NAME TO WORK-NAME
           PERFORM SPLIT-NAME-INTO-WORDS
           MOVE WORK-WORDS      TO SCREEN-WORDS
           MOVE WORK-WORD-COUNT TO SCREEN-WORD-COUNT

      *    A name with no words at all cannot match anything
           IF SCREEN-WORD-COUNT = 0
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO END-OF-LIST-SWITCH
           MOVE LOW-VALUES TO SL-ENTRY-ID

           EXEC CICS STARTBR FILE   ( SANCLIST-FILE )
                             RIDFLD ( SL-ENTRY-ID )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC

      *    An empty watchlist is not an error - nothing can match -
      *    but one that cannot be read must not pass the name
           IF COMMAND-RESP = DFHRESP(NORMAL)
             PERFORM SCORE-NEXT-ENTRY UNTIL END-OF-LIST
             EXEC CICS ENDBR FILE ( SANCLIST-FILE ) END-EXEC
           ELSE
             IF COMMAND-RESP NOT = DFHRESP(NOTFND)
               MOVE 'E' TO SM-STATUS
             END-IF
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .
      * --------------------------------------------------------------
      * End of the main code execution
      * --------------------------------------------------------------

      * One step of the watchlist browse - score the active entry
      * and keep it when it reaches the threshold, or flag that
      * there are more hits than the commarea holds
       SCORE-NEXT-ENTRY.
           EXEC CICS READNEXT FILE   ( SANCLIST-FILE )
                              INTO   ( SANCLIST-RECORD )
                              RIDFLD ( SL-ENTRY-ID )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             IF COMMAND-RESP NOT = DFHRESP(ENDFILE)
               MOVE 'E' TO SM-STATUS
             END-IF
             MOVE 'Y' TO END-OF-LIST-SWITCH
           ELSE
             IF SL-STATUS-ACTIVE
               PERFORM SCORE-ENTRY-NAME
               IF MATCH-SCORE >= SM-THRESHOLD AND SM-HIT-COUNT < 10
                 ADD 1 TO SM-HIT-COUNT
                 MOVE SL-ENTRY-ID
                   TO SM-ENTRY-ID ( SM-HIT-COUNT )
                 MOVE SL-ENTRY-NAME
                   TO SM-ENTRY-NAME ( SM-HIT-COUNT )
                 MOVE SL-LIST-SOURCE
                   TO SM-LIST-SOURCE ( SM-HIT-COUNT )
                 MOVE SL-CHANGED-VERSION
                   TO SM-CHANGED-VERSION ( SM-HIT-COUNT )
                 MOVE MATCH-SCORE
                   TO SM-MATCH-SCORE ( SM-HIT-COUNT )
               ELSE
                 IF MATCH-SCORE >= SM-THRESHOLD
                   MOVE 'Y' TO SM-MORE-HITS-SWITCH
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * Twice the words the screened name and the entry share, as
      * a percentage of the words in both
       SCORE-ENTRY-NAME.
           MOVE SL-ENTRY-NAME TO WORK-NAME
           PERFORM SPLIT-NAME-INTO-WORDS

           MOVE 0 TO SHARED-WORDS
           MOVE 0 TO MATCH-SCORE
           MOVE SPACES TO WORD-USED-FLAGS

           IF WORK-WORD-COUNT > 0
             MOVE 1 TO SCREEN-INDEX
             PERFORM UNTIL SCREEN-INDEX > SCREEN-WORD-COUNT
               MOVE 1 TO ENTRY-INDEX
               PERFORM UNTIL ENTRY-INDEX > WORK-WORD-COUNT
                 IF WORD-USED ( ENTRY-INDEX ) = SPACE AND
                    WORK-WORD ( ENTRY-INDEX ) =
                    SCREEN-WORD ( SCREEN-INDEX )
                   MOVE 'Y' TO WORD-USED ( ENTRY-INDEX )
                   ADD 1 TO SHARED-WORDS
                   MOVE WORK-WORD-COUNT TO ENTRY-INDEX
                 END-IF
                 ADD 1 TO ENTRY-INDEX
               END-PERFORM
               ADD 1 TO SCREEN-INDEX
             END-PERFORM

             COMPUTE MATCH-SCORE = SHARED-WORDS * 200
                     / ( SCREEN-WORD-COUNT + WORK-WORD-COUNT )
           END-IF
           .

      * WORK-NAME upper-cased, its punctuation blanked, and split
      * into WORK-WORD - up to ten words, the rest ignored
       SPLIT-NAME-INTO-WORDS.
           MOVE FUNCTION UPPER-CASE ( WORK-NAME ) TO WORK-NAME
           INSPECT WORK-NAME CONVERTING '.,-''/&()' TO '        '

           MOVE SPACES TO WORK-WORDS
           MOVE 0      TO WORK-WORD-COUNT
           MOVE 1      TO WORK-POINTER

           PERFORM TAKE-NEXT-WORD
                   UNTIL WORK-POINTER > 65 OR WORK-WORD-COUNT = 10
           .

       TAKE-NEXT-WORD.
           MOVE SPACES TO ONE-WORD
           UNSTRING WORK-NAME DELIMITED BY ALL SPACE
                    INTO ONE-WORD
                    WITH POINTER WORK-POINTER
           END-UNSTRING

           IF ONE-WORD NOT = SPACES
             ADD 1 TO WORK-WORD-COUNT
             MOVE ONE-WORD TO WORK-WORD ( WORK-WORD-COUNT )
           END-IF
           .

      * The match threshold off the parameter registry - 80 when
      * the registry has no value
       GET-MATCH-THRESHOLD.
           MOVE 80        TO SM-THRESHOLD
           MOVE 'SANCTHR' TO PR-PARM-NAME
           MOVE SPACES    TO PR-VALUE
           MOVE 'N'       TO PR-STATUS

           EXEC CICS LINK PROGRAM  ( PARMREAD-PROGRAM )
                          COMMAREA ( PARMREAD-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL) AND PR-FOUND
             COMPUTE SM-THRESHOLD = FUNCTION NUMVAL(PR-VALUE)
           END-IF
           .

       END PROGRAM 'SANCMTCH'.
