      ******************************************************************
      * PAYCLRRP
      *
      * Record layout for the PAYCLRRP VSAM ESDS - the outbound
      * payments clearing report. Each record is one print line,
      * the same convention as SANCLDRP: PAYCLEAR writes the clearing
      * file it built with its count and hash total, PAYRETN a line
      * per payment returned or refused and the returns totals - or
      * the reason a whole file was refused.
      *
      * Used by PAYCLEAR and PAYRETN.
      ******************************************************************
       01  PAYCLRRP-RECORD.
           05  PQ-PRINT-LINE           PIC X(132).
