      ******************************************************************
      * OUTPAY
      *
      * Record layout for the OUTPAY VSAM KSDS - the outbound
      * payment queue. One record per payment to a PAYEE at another
      * bank, written by PAYOUT in the same unit of work as the
      * TXNAPPLY debit of the paying account, and keyed on that
      * debit's own TXNHIST key (paying account plus the
      * TH-TX-TIMESTAMP TXNAPPLY returned), so every instruction
      * leads straight back to the posting that funded it.
      *
      * The payee's sort code, account and name are copied on at
      * the time of payment - a later change to the payee does not
      * alter an instruction already queued. An instruction moves:
      *
      *   'Q' queued   - debited, waiting for tonight's clearing
      *                  file
      *   'S' sent     - written to the clearing payment file named
      *                  in OP-CLEARING-FILE-ID by PAYCLEAR
      *   'R' returned - rejected by the clearing house; PAYRETN
      *                  credited the amount back to the paying
      *                  account (TXNHIST key OP-DEBIT-ACCT plus
      *                  OP-RETURN-TS) with the reason
      *
      * Used by PAYOUT, PAYCLEAR and PAYRETN.
      ******************************************************************
       01  OUTPAY-RECORD.
           05  OP-KEY.
               10  OP-DEBIT-ACCT      PIC X(8).
               10  OP-POSTED-TS       PIC X(16).
           05  OP-CUST-NO             PIC X(4).
           05  OP-PAYEE-NO            PIC X(2).
           05  OP-PAYEE-NAME          PIC X(30).
           05  OP-SORT-CODE           PIC X(6).
           05  OP-EXT-ACCOUNT         PIC X(8).
           05  OP-AMOUNT              PIC S9(7)V99 COMP-3.
           05  OP-CURRENCY-CODE       PIC X(3).
           05  OP-REFERENCE           PIC X(18).
           05  OP-STATUS              PIC X(1).
               88  OP-STATUS-QUEUED           VALUE 'Q'.
               88  OP-STATUS-SENT             VALUE 'S'.
               88  OP-STATUS-RETURNED         VALUE 'R'.
           05  OP-QUEUED-BY           PIC X(8).
           05  OP-QUEUED-DATE         PIC X(8).
           05  OP-CLEARING-FILE-ID    PIC X(16).
           05  OP-SENT-DATE           PIC X(8).
           05  OP-RETURN-CODE         PIC X(4).
           05  OP-RETURN-REASON       PIC X(30).
           05  OP-RETURN-TS           PIC X(16).
