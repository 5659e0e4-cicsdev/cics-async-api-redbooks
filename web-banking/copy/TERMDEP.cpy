      ******************************************************************
      * TERMDEP
      *
      * Record layout for the TERMDEP VSAM KSDS - the fixed-term
      * deposit master file, one record per deposit opened through
      * the TDOP transaction. Keyed on the customer number then the
      * deposit account number, so every deposit a customer holds
      * is found with one generic browse the way WEBHOME and
      * STMTGEN list them; the deposit account is also indexed on
      * ACCTIDX like every other account, with TERMDEP as the
      * source system.
      *
      *   TD-PRINCIPAL is the amount on deposit - the opening
      *       amount debited from the funding account, plus any
      *       interest capitalised at a rollover
      *   TD-RATE is the annual percentage fixed for the term off
      *       the TDRATES set in force when the term started
      *   TD-MATURITY-INSTR says what the nightly TDMATUR run does
      *       on TD-MATURITY-DATE - pay principal and interest to
      *       TD-PAYOUT-ACCT, or roll the whole amount over for
      *       the same term at the rate in force on that date
      *   TD-PAYOUT-ACCT is the customer's current account the
      *       deposit was funded from, and the one it pays out to -
      *       ACCTMNT will not close it while the deposit is active,
      *       nor CUSTCLOS close a customer with an active deposit
      *
      * Interest is simple interest for the actual days of the
      * term on a 365-day year, paid or capitalised at maturity.
      *
      * Used by TDOPEN, TDMATUR, WEBHOME, STMTGEN, SCVBUILD, ACCTMNT
      * and CUSTCLOS.
      ******************************************************************
       01  TERMDEP-RECORD.
           05  TD-KEY.
               10  TD-CUST-NO         PIC X(4).
               10  TD-DEPOSIT-ACCT    PIC X(8).
           05  TD-PRINCIPAL           PIC S9(9)V99 COMP-3.
           05  TD-RATE                PIC S9(3)V9999 COMP-3.
           05  TD-TERM-MONTHS         PIC S9(4) COMP.
           05  TD-START-DATE          PIC X(8).
           05  TD-MATURITY-DATE       PIC X(8).
           05  TD-MATURITY-INSTR      PIC X(1).
               88  TD-INSTR-PAY-OUT           VALUE 'P'.
               88  TD-INSTR-ROLL-OVER         VALUE 'R'.
           05  TD-PAYOUT-ACCT         PIC X(8).
           05  TD-STATUS              PIC X(1).
               88  TD-STATUS-ACTIVE           VALUE 'A'.
               88  TD-STATUS-MATURED          VALUE 'M'.
           05  TD-OPENED-BY           PIC X(8).
           05  TD-OPENED-TS           PIC X(16).
      * Maturity - maintained by the nightly TDMATUR run
           05  TD-ROLLOVER-COUNT      PIC S9(4) COMP.
           05  TD-INTEREST-PAID       PIC S9(9)V99 COMP-3.
           05  TD-CLOSED-DATE         PIC X(8).
