      ******************************************************************
      * LETTERS
      *
      * Record layout for the LETTERS VSAM ESDS - the print-ready
      * customer letters CORRPRT writes each night. Each record is
      * one print line preceded by an ASA carriage-control
      * character: '1' starts each letter on a new page, ' ' is a
      * single line, '0' a double. The file is copied off to the
      * print stream after the run.
      *
      * Used by CORRPRT.
      ******************************************************************
       01  LETTERS-RECORD.
           05  LO-CARRIAGE-CONTROL     PIC X(1).
           05  LO-PRINT-LINE           PIC X(132).
