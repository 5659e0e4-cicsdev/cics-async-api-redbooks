      ******************************************************************
      * CORRLOG
      *
      * Record layout for the CORRLOG VSAM KSDS - the
      * correspondence log. One record per letter CORRPRT puts on
      * the LETTERS print file, keyed on the CORRQ key of the
      * event it was written about, holding what was sent to whom
      * and when: the template reference, the name and address the
      * letter was printed to as they stood that night, the print
      * run's identifier and its position on that run's file.
      * Written in the same unit of work as the letter itself, so
      * the log never claims a letter the file does not hold.
      *
      * Used by CORRPRT.
      ******************************************************************
       01  CORRLOG-RECORD.
           05  LG-KEY.
               10  LG-CUST-NO         PIC X(4).
               10  LG-EVENT-TYPE      PIC X(8).
               10  LG-ACCT-NUMBER     PIC X(8).
               10  LG-EVENT-REF       PIC X(16).
           05  LG-EVENT-DATE          PIC X(8).
           05  LG-AMOUNT              PIC S9(9)V99 COMP-3.
           05  LG-TEMPLATE-REF        PIC X(8).
           05  LG-CUSTOMER-NAME       PIC X(65).
           05  LG-ADDRESS-LINE-1      PIC X(30).
           05  LG-ADDRESS-LINE-2      PIC X(30).
           05  LG-POSTCODE            PIC X(10).
           05  LG-PRINT-RUN-ID        PIC X(16).
           05  LG-LETTER-NUMBER       PIC 9(6).
           05  LG-PRINTED-DATE        PIC X(8).
           05  LG-PRINTED-TS          PIC X(16).
