      * A region with no record yet falls back to the calendar
      * date with posting open - the pre-business-date behaviour.
      *
      * Used by DATEROLL, TXNAPPLY, BUSCMNT and the end-of-day jobs.
      ******************************************************************
       01  BUSDATE-RECORD.
           05  BD-CONTROL-ID          PIC X(8).
