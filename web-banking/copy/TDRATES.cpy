      ******************************************************************
      * TDRATES
      *
      * Record layout for the TDRATES VSAM KSDS - the effective-
      * dated rate card for fixed-term deposits, one record per
      * term offered per date the rate takes effect. Keyed on the
      * term in months then the effective date, so the rate in
      * force for a term on any date is found with the same
      * backwards browse INTACCRU uses on INTRATES. A term with no
      * record on or before the date is not offered. Rates are
      * annual percentages.
      *
      * Used by TDOPEN and TDMATUR.
      ******************************************************************
       01  TDRATES-RECORD.
           05  TE-KEY.
               10  TE-TERM-MONTHS     PIC 9(3).
               10  TE-EFFECTIVE-DATE  PIC X(8).
           05  TE-RATE                PIC S9(3)V9999 COMP-3.
