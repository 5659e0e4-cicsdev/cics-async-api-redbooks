      ******************************************************************
      * SCVFILE
      *
      * Record layout for the SCVFILE VSAM ESDS - the single
      * customer view file for deposit insurance reporting, built
      * on demand by the SCVBUILD job and copied off for the
      * regulator by the job's transmission step. Every field is
      * fixed-width display, so the file can be read without
      * knowledge of packed formats.
      *
      * The file carries the header/trailer convention CLRPAY uses:
      *
      *   'H' header  - first record; the business date the view
      *                 was built for, the home currency every
      *                 amount is expressed in and the coverage cap
      *                 applied to each depositor
      *   'D' detail  - one record per depositor: name, date of
      *                 birth and address, every eligible deposit
      *                 held (own-bank accounts in credit and open
      *                 term deposits, each in its own currency and
      *                 in home currency), the aggregate, the amount
      *                 covered up to the cap and the amount over it
      *   'T' trailer - last record; the depositor count, the count
      *                 of records flagged for missing data and the
      *                 aggregate, covered and uncovered totals
      *
      * A detail's data-quality flags say what is missing -
      * VW-NO-NAME-FLAG no name on CUSTNAME, VW-NO-PROFILE-FLAG no
      * CUSTPROF address, VW-NO-RATE-FLAG a deposit in a currency
      * with no usable FXRATES rate (left out of the aggregate),
      * VW-TOO-MANY-FLAG more deposits than the record can list
      * (all are still in the aggregate) - and VW-DATA-COMPLETE-FLAG
      * is 'Y' only when none is set.
      *
      * Used by SCVBUILD.
      ******************************************************************
       01  SCVFILE-RECORD.
           05  VW-RECORD-TYPE        PIC X(1).
               88  VW-HEADER                  VALUE 'H'.
               88  VW-DETAIL                  VALUE 'D'.
               88  VW-TRAILER                 VALUE 'T'.
           05  VW-DETAIL-DATA.
               10  VW-CUST-NO            PIC X(4).
               10  VW-CUSTOMER-NAME      PIC X(65).
               10  VW-DATE-OF-BIRTH      PIC X(8).
               10  VW-ADDRESS-LINE-1     PIC X(30).
               10  VW-ADDRESS-LINE-2     PIC X(30).
               10  VW-POSTCODE           PIC X(10).
               10  VW-DEPOSIT-COUNT      PIC 9(2).
               10  VW-DEPOSIT OCCURS 20 TIMES.
                   15  VW-DEP-ACCT-NUMBER    PIC X(8).
                   15  VW-DEP-TYPE           PIC X(1).
                       88  VW-DEP-CURRENT-ACCOUNT VALUE 'C'.
                       88  VW-DEP-TERM-DEPOSIT    VALUE 'T'.
                   15  VW-DEP-CURRENCY-CODE  PIC X(3).
                   15  VW-DEP-BALANCE        PIC 9(9)V99.
                   15  VW-DEP-HOME-BALANCE   PIC 9(11)V99.
               10  VW-AGGREGATE-BALANCE  PIC 9(11)V99.
               10  VW-COVERED-AMOUNT     PIC 9(11)V99.
               10  VW-UNCOVERED-AMOUNT   PIC 9(11)V99.
               10  VW-NO-NAME-FLAG       PIC X(1).
               10  VW-NO-PROFILE-FLAG    PIC X(1).
               10  VW-NO-RATE-FLAG       PIC X(1).
               10  VW-TOO-MANY-FLAG      PIC X(1).
               10  VW-DATA-COMPLETE-FLAG PIC X(1).
                   88  VW-DATA-COMPLETE       VALUE 'Y'.
           05  VW-CONTROL-DATA REDEFINES VW-DETAIL-DATA.
               10  VW-BUSINESS-DATE      PIC X(8).
               10  VW-HOME-CURRENCY      PIC X(3).
               10  VW-COVERAGE-CAP       PIC 9(11)V99.
               10  VW-DEPOSITOR-COUNT    PIC 9(8).
               10  VW-FLAGGED-COUNT      PIC 9(8).
               10  VW-TOTAL-AGGREGATE    PIC 9(13)V99.
               10  VW-TOTAL-COVERED      PIC 9(13)V99.
               10  VW-TOTAL-UNCOVERED    PIC 9(13)V99.
               10  FILLER                PIC X(828).
