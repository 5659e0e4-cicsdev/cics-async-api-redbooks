      ******************************************************************
      * SANCMTCA
      *
      * Commarea exchanged with the SANCMTCH shared name-screening
      * routine. The caller fills in the name to screen; SANCMTCH
      * scores it against every active SANCLIST entry and returns
      * the entries scoring at or above the match threshold (the
      * SANCTHR registry parameter, 80 by default), up to ten,
      * with each entry's score. SM-MORE-HITS is set when further
      * entries reached the threshold than the ten returned, so
      * the caller can say the list it shows is not complete.
      *
      * The score compares the two names word by word, ignoring
      * case, punctuation and word order: twice the words they
      * share, as a percentage of the words in both - an exact
      * match scores 100.
      *
      * Used by SANCMTCH, CUSTONBD and SANCRSCN.
      ******************************************************************
       01  SANCMTCH-COMMAREA.
           05  SM-CUSTOMER-NAME      PIC X(65).
           05  SM-THRESHOLD          PIC 9(3).
           05  SM-HIT-COUNT          PIC S9(4) COMP.
           05  SM-HIT OCCURS 10 TIMES.
               10  SM-ENTRY-ID           PIC X(10).
               10  SM-ENTRY-NAME         PIC X(65).
               10  SM-LIST-SOURCE        PIC X(8).
               10  SM-CHANGED-VERSION    PIC X(8).
               10  SM-MATCH-SCORE        PIC 9(3).
           05  SM-STATUS             PIC X(1).
               88  SM-OK                      VALUE 'Y'.
               88  SM-LIST-ERROR              VALUE 'E'.
           05  SM-MORE-HITS-SWITCH   PIC X(1).
               88  SM-MORE-HITS               VALUE 'Y'.
