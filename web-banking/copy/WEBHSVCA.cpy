      * channel knows exactly which pieces of a partial answer it
      * is holding.
      *
      * The current account table includes the customer's joint
      * holdings on other customers' accounts; WP-CURR-JOINT says,
      * slot for slot, whether each account is held alone, owned
      * jointly with others, or held jointly under another owner -
      * and for the last, who the owner is and this customer's
      * signing authority (see JOINTHLD). It sits at the end of
      * the response so existing callers' offsets are unchanged.
      *
      * Used by WEBHSRV and the channel front ends that DPL it.
      ******************************************************************
       01  WEBHSRV-REQUEST.
                   15  WP-PTNR-OVERDRAFT PIC S9(7)V99 COMP-3.
                   15  WP-PTNR-CCY       PIC X(3).
               10  WP-PARTNER-AS-OF-TS PIC X(16).
           05  WP-CURR-JOINT-DETAILS.
               10  WP-CURR-JOINT OCCURS 10 TIMES.
                   15  WP-CURR-HOLDING-TYPE   PIC X(1).
                   15  WP-CURR-OWNER-CUST-NO  PIC X(4).
                   15  WP-CURR-SIGNING-AUTH   PIC X(1).
