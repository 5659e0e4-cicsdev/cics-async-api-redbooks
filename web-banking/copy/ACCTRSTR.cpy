      ******************************************************************
      * ACCTRSTR
      *
      * Record layout for the ACCTRSTR VSAM KSDS - account
      * restrictions and legal orders. One record per court order,
      * garnishment or fraud instruction placed on an account,
      * keyed on account number plus a two-digit restriction id, so
      * all of an account's restrictions can be found with a
      * forward browse (STARTBR GTEQ on the account number /
      * READNEXT while the account number still matches), the same
      * shape as ACCTHOLD.
      *
      * A hold only fences off part of the balance - debits still
      * run against whatever is left. A restriction stops the
      * posting itself. TXNAPPLY browses the account's restrictions
      * in force on the business date (active, or active with a lift
      * awaiting approval, between the start and end dates) and:
      *
      *   F freeze      - refuses every posting, with status 'F'
      *   C credit-only - refuses every debit, with status 'F'
      *   G garnishment - on the next credit, moves the amount still
      *                   to be seized (up to the credit) off the
      *                   account to the GARNSUSP suspense account
      *                   as a matched pair of GARNISH postings, and
      *                   adds it to RS-SEIZED-AMOUNT; the order is
      *                   satisfied (status 'S') once the full
      *                   RS-GARNISH-AMOUNT has been seized
      *
      * The bank's own postings - interest, fees and a returned
      * cheque's reversal - still land on a restricted account.
      *
      * Maintained online through the RSTR transaction (RSTRMNT).
      * Placing a restriction, and lifting one, both wait for a
      * second operator holding the SUPERVISOR role on ENTOPRL to
      * approve - never the operator who keyed it. A rejected,
      * lifted or satisfied restriction is kept on file, not
      * deleted, so the order's history stays visible.
      *
      * Used by RSTRMNT and TXNAPPLY.
      ******************************************************************
       01  ACCTRSTR-RECORD.
           05  RS-KEY.
               10  RS-ACCT-NUMBER     PIC X(8).
               10  RS-RESTR-ID        PIC X(2).
           05  RS-CUST-NO             PIC X(4).
           05  RS-TYPE                PIC X(1).
               88  RS-TYPE-FREEZE             VALUE 'F'.
               88  RS-TYPE-CREDIT-ONLY        VALUE 'C'.
               88  RS-TYPE-GARNISH            VALUE 'G'.
               88  RS-TYPE-VALID              VALUE 'F' 'C' 'G'.
      * The court or fraud case reference the order came under
           05  RS-REFERENCE           PIC X(20).
      * First and last business dates the restriction is in force -
      * spaces in the end date means until lifted
           05  RS-START-DATE          PIC X(8).
           05  RS-END-DATE            PIC X(8).
      * Garnishment only - the amount the order seizes and how much
      * of it has been moved to suspense so far, in the account's
      * currency; zero on a freeze or credit-only restriction
           05  RS-GARNISH-AMOUNT      PIC S9(7)V99 COMP-3.
           05  RS-SEIZED-AMOUNT       PIC S9(7)V99 COMP-3.
           05  RS-LAST-SEIZED-TS      PIC X(16).
           05  RS-STATUS              PIC X(1).
               88  RS-STATUS-PENDING          VALUE 'P'.
               88  RS-STATUS-ACTIVE           VALUE 'A'.
               88  RS-STATUS-LIFT-PENDING     VALUE 'Q'.
               88  RS-STATUS-LIFTED           VALUE 'L'.
               88  RS-STATUS-REJECTED         VALUE 'J'.
               88  RS-STATUS-SATISFIED        VALUE 'S'.
               88  RS-STATUS-IN-FORCE         VALUE 'A' 'Q'.
      * Who keyed the order and who approved (or rejected) it
           05  RS-PLACED-OPER         PIC X(8).
           05  RS-PLACED-TS           PIC X(16).
           05  RS-APPROVED-OPER       PIC X(8).
           05  RS-APPROVED-TS         PIC X(16).
      * Who asked for the order to be lifted, and who approved the
      * lift
           05  RS-LIFT-REQ-OPER       PIC X(8).
           05  RS-LIFT-REQ-TS         PIC X(16).
           05  RS-LIFTED-OPER         PIC X(8).
           05  RS-LIFTED-TS           PIC X(16).
