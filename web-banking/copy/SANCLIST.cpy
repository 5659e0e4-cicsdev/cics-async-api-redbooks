      ******************************************************************
      * SANCLIST
      *
      * Record layout for the SANCLIST VSAM KSDS - the sanctions
      * watchlist customers are screened against. Keyed on the
      * entry identifier the issuing list assigns, so each list
      * entry is held once however many loads repeat it. Loaded
      * by compliance from the published sanctions lists through
      * the SANCLOAD run (SANCFEED input); never keyed online.
      *
      * An entry taken off a list is kept, marked delisted, so the
      * SANCHIT register can still show what a past hit matched.
      * SL-CHANGED-VERSION is the list version that last added or
      * amended the entry - the rescreen uses it to reopen a hit
      * cleared against an older version of the same entry.
      *
      * Used by SANCLOAD and SANCMTCH.
      ******************************************************************
       01  SANCLIST-RECORD.
           05  SL-ENTRY-ID            PIC X(10).
           05  SL-LIST-SOURCE         PIC X(8).
           05  SL-ENTRY-TYPE          PIC X(1).
               88  SL-TYPE-INDIVIDUAL         VALUE 'I'.
               88  SL-TYPE-ENTITY             VALUE 'E'.
           05  SL-ENTRY-NAME          PIC X(65).
           05  SL-DATE-OF-BIRTH       PIC X(8).
           05  SL-COUNTRY-CODE        PIC X(3).
           05  SL-STATUS              PIC X(1).
               88  SL-STATUS-ACTIVE           VALUE 'A'.
               88  SL-STATUS-DELISTED         VALUE 'D'.
           05  SL-ADDED-VERSION       PIC X(8).
           05  SL-CHANGED-VERSION     PIC X(8).
