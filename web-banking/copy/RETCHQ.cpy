      ******************************************************************
      * RETCHQ
      *
      * Record layout for the RETCHQ VSAM ESDS - the returned-cheque
      * file the clearing house sends back for deposited cheques
      * the paying bank would not honour (refer to drawer, account
      * closed, signature differs, and so on), loaded before the
      * CHQRETN run. The same header/trailer convention as TXNFEED
      * and CLRRTN:
      *
      *   'H' header  - first record; names the returned-cheque
      *                 file (CQ-FILE-ID, assigned by the clearing
      *                 house)
      *   'D' detail  - one returned cheque per record: the deposit
      *                 reference it was presented under - the
      *                 CHQ-DEP posting's TXNHIST key - the amount,
      *                 the cheque serial number, and the clearing
      *                 house's reason code and text
      *   'T' trailer - last record; repeats the file identifier
      *                 and carries the item count and hash total
      *
      * Used by CHQRETN.
      ******************************************************************
       01  RETCHQ-RECORD.
           05  CQ-RECORD-TYPE        PIC X(1).
               88  CQ-HEADER                  VALUE 'H'.
               88  CQ-DETAIL                  VALUE 'D'.
               88  CQ-TRAILER                 VALUE 'T'.
           05  CQ-DETAIL-DATA.
               10  CQ-DEPOSIT-ID.
                   15  CQ-ACCT-NUMBER    PIC X(8).
                   15  CQ-DEPOSIT-TS     PIC X(16).
               10  CQ-AMOUNT             PIC S9(7)V99 COMP-3.
               10  CQ-CHEQUE-NUMBER      PIC X(6).
               10  CQ-REASON-CODE        PIC X(4).
               10  CQ-REASON-TEXT        PIC X(30).
           05  CQ-CONTROL-DATA REDEFINES CQ-DETAIL-DATA.
               10  CQ-FILE-ID            PIC X(16).
               10  CQ-ITEM-COUNT         PIC S9(8) COMP-3.
               10  CQ-HASH-TOTAL         PIC S9(11)V99 COMP-3.
               10  FILLER                PIC X(41).
