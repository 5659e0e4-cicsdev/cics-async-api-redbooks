      ******************************************************************
      * CASELOG
      *
      * Record layout for the CASELOG VSAM KSDS - the complaints
      * case action log. One record for every action taken on a
      * CMPLCASE case through the CASE transaction, keyed on the
      * case key and the time of the action so a case's whole
      * history reads back in order:
      *
      *   OPEN     - the complaint was logged
      *   NOTE     - a progress note
      *   REASSIGN - the case moved to a new owner (the detail
      *              names the new owner)
      *   REDRESS  - a TREV reversal recorded as redress, with its
      *              REVLOG key in the detail and its amount
      *   CLOSE    - the case was closed with an outcome code
      *
      * Used by CASEWORK.
      ******************************************************************
       01  CASELOG-RECORD.
           05  CW-KEY.
               10  CW-CUST-NO         PIC X(4).
               10  CW-CASE-NO         PIC X(4).
               10  CW-TIMESTAMP       PIC X(16).
           05  CW-OPERATOR-ID         PIC X(8).
           05  CW-ACTION              PIC X(8).
               88  CW-ACTION-OPEN             VALUE 'OPEN    '.
               88  CW-ACTION-NOTE             VALUE 'NOTE    '.
               88  CW-ACTION-REASSIGN         VALUE 'REASSIGN'.
               88  CW-ACTION-REDRESS          VALUE 'REDRESS '.
               88  CW-ACTION-CLOSE            VALUE 'CLOSE   '.
           05  CW-RESULT-CODE         PIC X(8).
           05  CW-AMOUNT              PIC S9(7)V99 COMP-3.
           05  CW-DETAIL              PIC X(40).
