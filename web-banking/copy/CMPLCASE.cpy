      ******************************************************************
      * CMPLCASE
      *
      * Record layout for the CMPLCASE VSAM KSDS - the complaints
      * case file. Complaints taken by phone, in branch or by
      * letter used to be tracked in a spreadsheet with no link to
      * the posting or loan quote complained about and no view of
      * how long each had been open. One record per complaint,
      * keyed on the customer number plus a four-digit case number
      * counted up per customer, so all of a customer's cases read
      * back with a forward browse.
      *
      * CS-LINK-TYPE / CS-LINK-KEY name what the complaint is about:
      *   T - a TXNHIST posting: account number plus the posting's
      *       TH-TX-TIMESTAMP (the full 24-byte TXNHIST key)
      *   Q - a LOANQUOT quote: customer number plus the quote's
      *       LQ-TIMESTAMP (the 20-byte LOANQUOT key)
      *   spaces - nothing on file in particular
      *
      * CS-DEADLINE-DATE is the regulatory final-response date -
      * the business date the case was opened plus the COMPDAYS
      * registry parameter (calendar days, 56 when the registry has
      * no value). The weekly CASEAGER report lists every open case
      * against it.
      *
      * Redress made by reversing a posting through TREV (TXNREVRS)
      * is recorded on the case by its REVLOG register key; the
      * last redress is kept here and the running total of all of
      * them, each one also on the CASELOG action log.
      *
      * Worked online through the CASE transaction (CASEWORK); a
      * closed case is kept on file, not deleted.
      *
      * Used by CASEWORK and CASEAGER.
      ******************************************************************
       01  CMPLCASE-RECORD.
           05  CS-KEY.
               10  CS-CUST-NO         PIC X(4).
               10  CS-CASE-NO         PIC X(4).
           05  CS-CATEGORY            PIC X(4).
               88  CS-CATEGORY-VALID          VALUE 'FEES' 'TXN '
                                                    'LOAN' 'SERV'
                                                    'FRAU' 'OTHR'.
           05  CS-CHANNEL             PIC X(1).
               88  CS-CHANNEL-VALID           VALUE 'P' 'B' 'L'.
           05  CS-LINK-TYPE           PIC X(1).
               88  CS-LINK-TXNHIST            VALUE 'T'.
               88  CS-LINK-LOANQUOT           VALUE 'Q'.
               88  CS-LINK-NONE               VALUE ' '.
           05  CS-LINK-KEY            PIC X(24).
           05  CS-NARRATIVE           PIC X(40).
           05  CS-OWNER               PIC X(8).
           05  CS-STATUS              PIC X(1).
               88  CS-STATUS-OPEN             VALUE 'O'.
               88  CS-STATUS-CLOSED           VALUE 'C'.
           05  CS-OPENED-DATE         PIC X(8).
           05  CS-OPENED-TS           PIC X(16).
           05  CS-OPENED-BY           PIC X(8).
           05  CS-DEADLINE-DATE       PIC X(8).
      * The latest action taken on the case, and its note
           05  CS-LAST-ACTION         PIC X(8).
           05  CS-LAST-ACTION-TS      PIC X(16).
           05  CS-LAST-NOTE           PIC X(40).
      * Redress posted through TREV - the REVLOG key of the latest
      * reversal recorded, its amount, and the total of all of them
           05  CS-REDRESS-KEY         PIC X(24).
           05  CS-REDRESS-TS          PIC X(16).
           05  CS-REDRESS-AMOUNT      PIC S9(7)V99 COMP-3.
           05  CS-REDRESS-TOTAL       PIC S9(9)V99 COMP-3.
      * How the case was closed
           05  CS-OUTCOME             PIC X(8).
           05  CS-CLOSED-DATE         PIC X(8).
           05  CS-CLOSED-BY           PIC X(8).
