      ******************************************************************
      * LOANARR
      *
      * Record layout for the LOANARR VSAM KSDS - the arrears
      * position of every loan that has ever missed an instalment,
      * keyed on the loan account number. Written by the nightly
      * LOANSERV run the first time an instalment cannot be
      * collected (the repayment account cannot stand the debit,
      * TXNAPPLY refers it to REFERRLQ, or the account is dormant)
      * and kept up to date every night after:
      *
      *   LA-PAST-DUE-AMOUNT / LA-MISSED-COUNT - the instalments
      *       fallen due and not collected, which LOANSERV tries to
      *       collect as one debit each night
      *   LA-OLDEST-DUE-DATE - the due date of the oldest unpaid
      *       instalment; LA-DAYS-PAST-DUE is counted from it and
      *       sets the aging bucket (1-29, 30-59, 60-89, 90+ days)
      *
      * The collections team works the record through the COLW
      * worklist transaction - taking assignment, recording contact
      * attempts, promises to pay and outcomes, each action logged
      * to COLLACT. When the arrears are collected the record is
      * kept with status cleared rather than deleted, so the next
      * time the loan falls behind its history is still there.
      *
      * Used by LOANSERV, COLWORK and LOANARRS.
      ******************************************************************
       01  LOANARR-RECORD.
           05  LA-LOAN-ACCT           PIC X(8).
           05  LA-CUST-NO             PIC X(4).
           05  LA-STATUS              PIC X(1).
               88  LA-STATUS-IN-ARREARS       VALUE 'A'.
               88  LA-STATUS-CLEARED          VALUE 'C'.
           05  LA-PAST-DUE-AMOUNT     PIC S9(9)V99 COMP-3.
           05  LA-MISSED-COUNT        PIC S9(4) COMP.
           05  LA-OLDEST-DUE-DATE     PIC X(8).
           05  LA-DAYS-PAST-DUE       PIC S9(4) COMP.
           05  LA-BUCKET              PIC X(3).
               88  LA-BUCKET-CURRENT          VALUE 'CUR'.
               88  LA-BUCKET-1-29             VALUE '1  '.
               88  LA-BUCKET-30-59            VALUE '30 '.
               88  LA-BUCKET-60-89            VALUE '60 '.
               88  LA-BUCKET-90-PLUS          VALUE '90+'.
           05  LA-LAST-MISSED-DATE    PIC X(8).
           05  LA-LAST-REASON         PIC X(30).
           05  LA-CLEARED-DATE        PIC X(8).
      * Collections work - maintained through COLW
           05  LA-ASSIGNED-OPER       PIC X(8).
           05  LA-LAST-ACTION-TS      PIC X(16).
           05  LA-LAST-ACTION         PIC X(8).
           05  LA-PROMISE-DATE        PIC X(8).
           05  LA-PROMISE-AMOUNT      PIC S9(7)V99 COMP-3.
           05  LA-OUTCOME             PIC X(8).
