      ******************************************************************
      * TELLBRP
      *
      * Record layout for the TELLBRP VSAM ESDS - the end-of-day
      * teller balancing report. Each record is one print line, the
      * same convention as GLCTLRP: TELLBAL writes the run header,
      * one line per operator who posted over the counter on the
      * business date - count and total of cash in, cash out and
      * cheques taken in, and the net cash the till should have
      * moved by - and the branch totals.
      *
      * Used by TELLBAL.
      ******************************************************************
       01  TELLBRP-RECORD.
           05  TB-PRINT-LINE           PIC X(132).
