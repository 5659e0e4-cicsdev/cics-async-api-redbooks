      ******************************************************************
      * SANCHIT
      *
      * Record layout for the SANCHIT VSAM KSDS - the sanctions hit
      * register. One record for each customer name that scored a
      * potential match against a SANCLIST entry, keyed on the
      * customer number plus the entry, so the same pairing is
      * never registered twice: from onboarding (CUSTONBD, for a
      * customer not yet created) or from the SANCRSCN rescreen of
      * the customer base when a new list version is loaded.
      *
      * The record names the matched entry as it stood, the match
      * score (0-100) and the list version. Dispositions are
      * recorded through the SANW worklist in the COMPALRT
      * convention - the hit is kept with who disposed of it, how
      * and when, never deleted:
      *
      *   'C' cleared   - a false positive
      *   'E' escalated - a true or unresolved match
      *
      * An onboarding hit holds the customer's ONBDPEND record
      * until every hit on it is disposed.
      *
      * Used by CUSTONBD, SANCRSCN and SANWORK.
      ******************************************************************
       01  SANCHIT-RECORD.
           05  SH-KEY.
               10  SH-CUST-NO         PIC X(4).
               10  SH-ENTRY-ID        PIC X(10).
           05  SH-SOURCE              PIC X(8).
               88  SH-SOURCE-ONBOARD          VALUE 'ONBOARD '.
               88  SH-SOURCE-RESCREEN         VALUE 'RESCREEN'.
           05  SH-CUSTOMER-NAME       PIC X(65).
           05  SH-ENTRY-NAME          PIC X(65).
           05  SH-LIST-SOURCE         PIC X(8).
           05  SH-LIST-VERSION        PIC X(8).
           05  SH-MATCH-SCORE         PIC 9(3).
           05  SH-RAISED-TS           PIC X(16).
           05  SH-DISPOSITION         PIC X(1).
               88  SH-DISP-OPEN               VALUE 'O'.
               88  SH-DISP-CLEARED            VALUE 'C'.
               88  SH-DISP-ESCALATED          VALUE 'E'.
           05  SH-DISPOSED-BY         PIC X(8).
           05  SH-DISPOSED-TS         PIC X(16).
