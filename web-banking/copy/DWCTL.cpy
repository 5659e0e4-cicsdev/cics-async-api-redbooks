      ******************************************************************
      * DWCTL
      *
      * Record layout for the DWCTL VSAM KSDS - the data warehouse
      * extract control file. One record per source file the DWEXTR
      * extract feeds to the warehouse (CUSTACCT, CUSTNAME,
      * LOANMAST, LOANQUOT, TXNHIST), keyed on the source file
      * name, plus one run record under the key 'RUN     ':
      *
      *   run record    - the identifier of the extract run now in
      *                   progress (status R) or last completed
      *                   (status C). A run that fails is resumed,
      *                   under the same identifier, by the next
      *                   DWEX run
      *   source record - the high-water mark of that source: the
      *                   cut of its last successful extract - the
      *                   last closed business date in (1:8), so
      *                   TXNHIST postings of business dates up to
      *                   it, and master changes up to then, are in
      *                   the warehouse - and while an extract of it is
      *                   in progress the cut it is working to, the
      *                   pass it is in and the last key committed,
      *                   with the rows and control total written so
      *                   far
      *
      * The source record is rewritten in the same unit of work as
      * every batch of extract rows, so the restart key always
      * matches what is on the extract file; a failed run picks up
      * after the last committed key and neither loses nor repeats
      * a row. The high-water mark only moves on once the whole
      * source has been extracted and its manifest row written.
      *
      * Used by DWEXTR.
      ******************************************************************
       01  DWCTL-RECORD.
           05  WX-SOURCE-FILE         PIC X(8).
           05  WX-STATUS              PIC X(1).
               88  WX-STATUS-COMPLETE         VALUE 'C'.
               88  WX-STATUS-IN-PROGRESS      VALUE 'R'.
           05  WX-RUN-ID              PIC X(16).
           05  WX-STARTED-TS          PIC X(16).
           05  WX-ENDED-TS            PIC X(16).
           05  WX-LAST-EXTRACT-TS     PIC X(16).
           05  WX-CUT-TS              PIC X(16).
           05  WX-PASS                PIC X(1).
               88  WX-PASS-SOURCE             VALUE 'S'.
               88  WX-PASS-DELETIONS          VALUE 'D'.
           05  WX-RESTART-KEY         PIC X(24).
           05  WX-ROW-COUNT           PIC S9(9) COMP-3.
           05  WX-INSERT-COUNT        PIC S9(9) COMP-3.
           05  WX-UPDATE-COUNT        PIC S9(9) COMP-3.
           05  WX-DELETE-COUNT        PIC S9(9) COMP-3.
           05  WX-CONTROL-TOTAL       PIC S9(13)V99 COMP-3.
