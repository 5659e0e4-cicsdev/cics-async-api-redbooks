      ******************************************************************
      * SANCFEED
      *
      * Record layout for the SANCFEED VSAM ESDS - one version of
      * the sanctions lists, as compliance prepares it from the
      * published lists for the SANCLOAD run. The TXNFEED header/
      * trailer convention, so a truncated load is caught before a
      * single entry is applied:
      *
      *   'H' header  - first record; the list version (SF-LIST-
      *                 VERSION, a date-based stamp compliance
      *                 assigns, later versions sorting higher)
      *   'D' detail  - one list entry: 'A' add or amend it, 'D'
      *                 delist it
      *   'T' trailer - last record; repeats the version and
      *                 carries the detail count
      *
      * Used by SANCLOAD.
      ******************************************************************
       01  SANCFEED-RECORD.
           05  SF-RECORD-TYPE        PIC X(1).
               88  SF-HEADER                  VALUE 'H'.
               88  SF-DETAIL                  VALUE 'D'.
               88  SF-TRAILER                 VALUE 'T'.
           05  SF-DETAIL-DATA.
               10  SF-ACTION             PIC X(1).
                   88  SF-ACTION-ADD              VALUE 'A'.
                   88  SF-ACTION-DELIST           VALUE 'D'.
               10  SF-ENTRY-ID           PIC X(10).
               10  SF-LIST-SOURCE        PIC X(8).
               10  SF-ENTRY-TYPE         PIC X(1).
               10  SF-ENTRY-NAME         PIC X(65).
               10  SF-DATE-OF-BIRTH      PIC X(8).
               10  SF-COUNTRY-CODE       PIC X(3).
           05  SF-CONTROL-DATA REDEFINES SF-DETAIL-DATA.
               10  SF-LIST-VERSION       PIC X(8).
               10  SF-ITEM-COUNT         PIC S9(8) COMP-3.
               10  FILLER                PIC X(83).
