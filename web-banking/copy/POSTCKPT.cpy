      ******************************************************************
      * POSTCKPT
      *
      * Record layout for the POSTCKPT VSAM KSDS - the posting
      * checkpoint of the batch jobs that post to customers one
      * unit of work at a time (INTACCRU - IACR, FEEASSES - FEES,
      * STORDRUN - STOR). One record per job per business date,
      * keyed on the job's 4-character transaction plus the
      * business date it posted for.
      *
      * Each unit of work the job commits - one customer's
      * postings, or one standing order - also moves PT-LAST-KEY on
      * to the key of the customer or order just posted, in the same
      * unit of work, so the checkpoint can never be ahead of or
      * behind what actually landed. A run that falls over part way
      * leaves the record RUNNING; the rerun for the same business
      * date resumes after PT-LAST-KEY, and a run that finished
      * leaves it COMPLETE so a rerun posts nothing at all - no
      * account is posted twice for the same date.
      *
      * Maintained only through the shared POSTCKPR routine.
      *
      * Used by POSTCKPR.
      ******************************************************************
       01  POSTCKPT-RECORD.
           05  PT-KEY.
               10  PT-JOB-ID          PIC X(4).
               10  PT-BUSINESS-DATE   PIC X(8).
           05  PT-STATUS              PIC X(1).
               88  PT-STATUS-RUNNING          VALUE 'R'.
               88  PT-STATUS-COMPLETE         VALUE 'C'.
      * The key of the last customer or order committed - low
      * values until the first commit
           05  PT-LAST-KEY            PIC X(16).
           05  PT-ITEMS-DONE          PIC S9(8) COMP.
      * How many times the run has been restarted for this date
           05  PT-RESTART-COUNT       PIC S9(4) COMP.
           05  PT-FIRST-START-TS      PIC X(16).
           05  PT-LAST-START-TS       PIC X(16).
           05  PT-LAST-COMMIT-TS      PIC X(16).
           05  PT-COMPLETED-TS        PIC X(16).
