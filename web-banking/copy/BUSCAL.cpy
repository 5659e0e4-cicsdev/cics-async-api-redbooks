      ******************************************************************
      * BUSCAL
      *
      * Record layout for the BUSCAL VSAM KSDS - the business-day
      * and holiday calendar, one calendar per currency, keyed on
      * the currency code plus the date, so a currency's entries
      * for a year can be found with a forward browse (STARTBR GTEQ
      * on the currency and the year's first date / READNEXT while
      * the currency still matches and the year has not ended).
      *
      * Monday to Friday are business days and Saturday and Sunday
      * are not, unless the calendar says otherwise for that date:
      *
      *   H holiday      - a weekday on which the currency's
      *                    markets and this bank are closed
      *   W working day  - a Saturday or Sunday kept as a business
      *                    day (a moved bank holiday, say)
      *
      * Only these exceptions are held. The shared BUSCALR routine
      * answers every question about the calendar - is a date a
      * business day, what is the next or previous one - so
      * DATEROLL only opens a business day and the scheduled
      * postings (STORDRUN, FEEASSES, INTACCRU) move a due date
      * that falls on a non-business day to the next business day.
      *
      * Maintained online through the BCAL transaction (BUSCMNT),
      * where operations load each year's holidays ahead of time.
      * A removed entry is kept on file with its status, so the
      * calendar the bank ran on can always be seen.
      *
      * Used by BUSCALR and BUSCMNT.
      ******************************************************************
       01  BUSCAL-RECORD.
           05  BC-KEY.
               10  BC-CURRENCY-CODE   PIC X(3).
               10  BC-CAL-DATE        PIC X(8).
           05  BC-DAY-TYPE            PIC X(1).
               88  BC-HOLIDAY                 VALUE 'H'.
               88  BC-WORKING-DAY             VALUE 'W'.
           05  BC-DESCRIPTION         PIC X(30).
           05  BC-STATUS              PIC X(1).
               88  BC-STATUS-ACTIVE           VALUE 'A'.
               88  BC-STATUS-REMOVED          VALUE 'R'.
      * Who loaded the entry, and who took it off again
           05  BC-ADDED-OPER          PIC X(8).
           05  BC-ADDED-TS            PIC X(16).
           05  BC-REMOVED-OPER        PIC X(8).
           05  BC-REMOVED-TS          PIC X(16).
