      ******************************************************************
      * AUTHDCLG
      *
      * Record layout for the AUTHDCLG VSAM ESDS - the decision log
      * written every time a supervisor approves or rejects an
      * AUTHPEND item through the AUTW transaction, recording who
      * keyed the item, who decided it, what was decided and when -
      * the same convention REFWORK keeps on REFDECLG.
      *
      * Used by AUTHWORK.
      ******************************************************************
       01  AUTHDCLG-RECORD.
           05  AU-TIMESTAMP          PIC X(16).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AU-OPERATOR-ID        PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AU-DECISION           PIC X(8).
               88  AU-DECISION-APPROVED      VALUE 'APPROVED'.
               88  AU-DECISION-REJECTED      VALUE 'REJECTED'.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AU-PENDING-ID         PIC X(16).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AU-MAKER-ID           PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AU-ITEM-TYPE          PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AU-ACCT-NUMBER        PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AU-TX-AMOUNT          PIC S9(7)V99 COMP-3.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AU-REASON             PIC X(30).
