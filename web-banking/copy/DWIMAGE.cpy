      ******************************************************************
      * DWIMAGE
      *
      * Record layout for the DWIMAGE VSAM KSDS - the image of each
      * master record as it was last sent to the data warehouse by
      * the DWEXTR extract. CUSTACCT, CUSTNAME, LOANMAST and
      * LOANQUOT carry no last-changed stamp, so a master record
      * has changed since the last extract when it no longer
      * matches its image here: no image makes it an insert, a
      * different image an update, and an image whose master
      * record has gone a delete.
      *
      * Keyed on the source file name plus the master record's own
      * key. The image is the whole master record, space padded.
      *
      * Used by DWEXTR.
      ******************************************************************
       01  DWIMAGE-RECORD.
           05  WI-KEY.
               10  WI-SOURCE-FILE     PIC X(8).
               10  WI-RECORD-KEY      PIC X(24).
           05  WI-RUN-ID              PIC X(16).
           05  WI-IMAGE               PIC X(300).
