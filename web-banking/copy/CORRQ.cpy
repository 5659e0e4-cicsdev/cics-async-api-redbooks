      ******************************************************************
      * CORRQ
      *
      * Record layout for the CORRQ VSAM KSDS - the customer
      * correspondence queue. One record per event the customer
      * must be written to about, queued by the program that
      * raised the event inside that event's own unit of work, and
      * turned into a print-ready letter by the nightly CORRPRT
      * print run:
      *
      *   DORMANT  - DORMSCAN marked the account dormant
      *   ODESCAL  - OVEREXCP escalated an overdraft a band for
      *              its duration
      *   HOLDPLCD - a hold was placed through HOLDMNT
      *   SOSKIP   - STORDRUN skipped a standing order for want of
      *              funds
      *   REFRETN  - a credit officer returned a referred payment
      *              through REFWORK
      *
      * Keyed on customer number, event type, account and an event
      * reference each raiser fills so that the same event raised
      * twice lands on the same key - the second WRITE gets DUPREC
      * and the customer still receives one letter:
      *
      *   DORMANT  - the date the account was marked dormant
      *   ODESCAL  - the date the overdraft began plus the band
      *              reached, so each band is written about once
      *              per overdraft
      *   HOLDPLCD - the hold id plus the time it was placed
      *   SOSKIP   - the order number plus the date of the first
      *              skip
      *   REFRETN  - the referral's timestamp
      *
      * CO-AMOUNT and CO-DETAIL-TEXT carry what the letter quotes
      * (the hold amount and reason, the order amount and payee
      * account, the overdraft and its band, and so on). A queued
      * event is marked printed with the print run's identifier
      * once its letter is on the LETTERS file; an event whose
      * letter cannot be produced (no template, no name or address)
      * stays queued and is reported until the data is put right.
      *
      * Used by DORMSCAN, OVEREXCP, HOLDMNT, STORDRUN, REFWORK and
      * CORRPRT.
      ******************************************************************
       01  CORRQ-RECORD.
           05  CO-KEY.
               10  CO-CUST-NO         PIC X(4).
               10  CO-EVENT-TYPE      PIC X(8).
                   88  CO-EVENT-DORMANT       VALUE 'DORMANT '.
                   88  CO-EVENT-OD-ESCALATED  VALUE 'ODESCAL '.
                   88  CO-EVENT-HOLD-PLACED   VALUE 'HOLDPLCD'.
                   88  CO-EVENT-SO-SKIPPED    VALUE 'SOSKIP  '.
                   88  CO-EVENT-REF-RETURNED  VALUE 'REFRETN '.
               10  CO-ACCT-NUMBER     PIC X(8).
               10  CO-EVENT-REF       PIC X(16).
           05  CO-EVENT-DATE          PIC X(8).
           05  CO-AMOUNT              PIC S9(9)V99 COMP-3.
           05  CO-DETAIL-TEXT         PIC X(30).
           05  CO-RAISED-BY           PIC X(8).
           05  CO-QUEUED-TS           PIC X(16).
           05  CO-STATUS              PIC X(1).
               88  CO-STATUS-QUEUED           VALUE 'Q'.
               88  CO-STATUS-PRINTED          VALUE 'P'.
           05  CO-PRINT-RUN-ID        PIC X(16).
           05  CO-PRINTED-DATE        PIC X(8).
