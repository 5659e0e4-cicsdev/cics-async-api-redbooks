      * commits, so the history record and the balance change always
      * commit or back out together.
      *
      * A cheque deposit (type CHQ-DEP) is on the ledger at once but
      * TXNAPPLY fences it off with an ACCTHOLD clearing hold that
      * lapses by itself once the clearing period has run, and
      * hands back the hold id it used.
      *
      * A posting is refused outright (status 'F') when the account
      * is frozen, or is a debit to a credit-only account, under a
      * legal order on ACCTRSTR. A credit to an account under a
      * garnishment posts, and TXNAPPLY then moves the amount the
      * order still has to seize to the GARNSUSP suspense account
      * in the same unit of work.
      *
      * Every caller also names the operator and the channel the
      * posting originated from, so TXNHIST shows who or what made
      * each entry.
      *
      * Used by TXNAPPLY, TXNPOST, TXNFEEDR, CHQRETN, AUTHWORK and
      * every other program that posts through TXNAPPLY.
      ******************************************************************
       01  TXNPOST-COMMAREA.
           05  TP-CUST-NO            PIC X(4).
           05  TP-ACCT-NUMBER        PIC X(8).
           05  TP-TX-TYPE            PIC X(10).
      * The bank's own postings - interest accruals, fee
      * assessments, and the reversal and fee on a returned cheque
      * - are exempt from the dormancy referral and the available-
      * balance overdraft refusal in TXNAPPLY: the bank's own
      * charge never bounces
               88  TP-SYSTEM-GENERATED        VALUE 'INT-CREDIT'
                                                    'INT-DEBIT '
                                                    'FEE-MAINT '
                                                    'FEE-ACTIV '
                                                    'CHQ-RETURN'
                                                    'FEE-RETCHQ'.
               88  TP-CHEQUE-DEPOSIT          VALUE 'CHQ-DEP   '.
           05  TP-TX-AMOUNT          PIC S9(7)V99 COMP-3.
           05  TP-TX-DESCRIPTION     PIC X(30).
      * The ISO currency the amount is presented in - spaces means
               88  TP-REFERRED                VALUE 'R'.
               88  TP-QUEUED-DATED            VALUE 'Q'.
               88  TP-CURRENCY-MISMATCH       VALUE 'X'.
      * Refused under a freeze, or a debit under a credit-only
      * restriction, on the ACCTRSTR restrictions file
               88  TP-ACCOUNT-RESTRICTED      VALUE 'F'.
      * Returned by TXNAPPLY on a 'P' status: the TH-TX-TIMESTAMP
      * the history record was written under, so a caller that
      * must link to the posting it just made (the TXNREVRS
      * referring it straight back onto the queue it came from
           05  TP-OVERRIDE-FLAG      PIC X(1).
               88  TP-OVERDRAFT-OVERRIDE      VALUE 'Y'.
      * Returned by TXNAPPLY on a 'P' status of a cheque deposit:
      * the ACCTHOLD hold id the clearing hold was placed under
           05  TP-HOLD-ID            PIC X(2).
      * Who and what originated the posting, stamped by TXNAPPLY on
      * the TXNHIST record: the signed-on operator for an online
      * transaction, the program name for a batch job; and the
      * channel it came in through
           05  TP-OPERATOR-ID        PIC X(8).
           05  TP-CHANNEL-CODE       PIC X(3).
               88  TP-CHANNEL-TELLER          VALUE 'TLR'.
               88  TP-CHANNEL-FEED            VALUE 'FED'.
               88  TP-CHANNEL-STANDING-ORDER  VALUE 'STO'.
               88  TP-CHANNEL-INTEREST        VALUE 'INT'.
               88  TP-CHANNEL-FEE             VALUE 'FEE'.
               88  TP-CHANNEL-TRANSFER        VALUE 'XFR'.
               88  TP-CHANNEL-LOAN            VALUE 'LON'.
               88  TP-CHANNEL-REVERSAL        VALUE 'REV'.
               88  TP-CHANNEL-PAYMENT         VALUE 'PAY'.
               88  TP-CHANNEL-TERM-DEPOSIT    VALUE 'TDP'.
               88  TP-CHANNEL-SWEEP           VALUE 'SWP'.
