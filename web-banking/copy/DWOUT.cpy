      ******************************************************************
      * DWOUT
      *
      * Record layout shared by the VSAM ESDS files the DWEXTR data
      * warehouse extract writes - one per source file (DWCUSTAC,
      * DWCUSTNM, DWLOANMS, DWLOANQT, DWTXNHST) and the DWMANIF
      * manifest. Each record is one row of fields separated by
      * '|', trailing spaces dropped, amounts signed with an
      * explicit decimal point; the first row of each file is the
      * header row naming the columns.
      *
      * On the master files the first column is the change type -
      * I (new since the last extract), U (changed) or D (gone).
      * A CUSTACCT change is sent as one row per account the
      * customer holds, so the warehouse replaces all of the
      * customer's accounts. TXNHIST postings are only ever added.
      *
      * The manifest has one row per source per run: the run, the
      * source and its extract file, the business date, the window
      * extracted (exclusive from, inclusive to), the row count,
      * the insert, update and delete counts and the control total
      * - balances on CUSTACCT and LOANMAST, posting amounts on
      * TXNHIST, and a hash total of customer numbers on CUSTNAME
      * and LOANQUOT.
      *
      * Used by DWEXTR.
      ******************************************************************
       01  DWOUT-RECORD.
           05  WO-DATA-LINE            PIC X(400).
