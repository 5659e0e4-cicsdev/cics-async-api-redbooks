      ******************************************************************
      * BUSCALCA
      *
      * Commarea exchanged with the BUSCALR shared business-day
      * calendar routine. The caller names a date and the currency
      * whose calendar applies (spaces for the home currency) and
      * one of:
      *
      *   function 'T' (test)     - is BK-DATE a business day?
      *   function 'A' (adjust)   - BK-DATE if it is a business
      *                             day, otherwise the next one
      *   function 'N' (next)     - the first business day after
      *                             BK-DATE
      *   function 'P' (previous) - the last business day before
      *                             BK-DATE
      *
      * BK-RESULT-DATE comes back with the business day found (BK-
      * DATE itself for a test), BK-DAYS-BETWEEN with the calendar
      * days from BK-DATE to it - negative for 'P' - and the
      * BK-BUSINESS-DAY flag with whether BK-DATE itself is one.
      *
      * Status 'I' means BK-DATE is not a valid yyyymmdd date, 'E'
      * that the BUSCAL calendar could not be read, and 'L' that no
      * business day was found within a year either way.
      *
      * Used by BUSCALR, BUSCMNT, DATEROLL, STORDRUN, FEEASSES and
      * INTACCRU.
      ******************************************************************
       01  BUSCAL-COMMAREA.
           05  BK-FUNCTION           PIC X(1).
               88  BK-FUNCTION-TEST           VALUE 'T'.
               88  BK-FUNCTION-ADJUST         VALUE 'A'.
               88  BK-FUNCTION-NEXT           VALUE 'N'.
               88  BK-FUNCTION-PREVIOUS       VALUE 'P'.
           05  BK-CURRENCY-CODE      PIC X(3).
           05  BK-DATE               PIC X(8).
           05  BK-RESULT-DATE        PIC X(8).
           05  BK-DAYS-BETWEEN       PIC S9(4) COMP.
           05  BK-BUSINESS-DAY       PIC X(1).
               88  BK-IS-BUSINESS-DAY         VALUE 'Y'.
           05  BK-STATUS             PIC X(1).
               88  BK-OK                      VALUE 'Y'.
               88  BK-INVALID-DATE            VALUE 'I'.
               88  BK-CALENDAR-ERROR          VALUE 'E'.
               88  BK-NOT-FOUND               VALUE 'L'.
