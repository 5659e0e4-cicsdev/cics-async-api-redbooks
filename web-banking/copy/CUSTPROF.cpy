      ******************************************************************
      * CUSTPROF
      *
      * Record layout for the CUSTPROF VSAM KSDS - the customer
      * profile and KYC master, keyed on customer number like
      * CUSTNAME. CUSTNAME only ever held the 65-byte name; the
      * address, date of birth, identity document, risk rating and
      * KYC review dates were kept on paper at the branch. One
      * record per customer:
      *
      *   CP-RISK-RATING   - the customer's KYC risk rating, High,
      *       Medium or Low, which sets how often the customer must
      *       be reviewed (the KYCREVH/KYCREVM/KYCREVL registry
      *       parameters, months)
      *   CP-LAST-REVIEW-DATE / CP-NEXT-REVIEW-DATE - when the KYC
      *       documents were last checked and when they are next
      *       due; the next date is worked out from the last review
      *       and the rating, and moves when either changes
      *
      * Written by CUSTONBD when a customer is onboarded (that
      * counts as the first review) and amended through the KYCM
      * maintenance transaction, every change logged to CUSTPLOG.
      * The nightly KYCREVW job lists the customers whose review is
      * overdue or falling due, and WEBHOME flags an overdue
      * customer on the teller's results screen. A customer set up
      * before this file existed has no record and is treated as
      * overdue until a profile is captured.
      *
      * Used by CUSTONBD, KYCMAINT, KYCREVW, WEBHOME, ACCTMNT,
      * SCVBUILD and CORRPRT.
      ******************************************************************
       01  CUSTPROF-RECORD.
           05  CP-CUST-NO             PIC X(4).
           05  CP-DATE-OF-BIRTH       PIC X(8).
           05  CP-ADDRESS-LINE-1      PIC X(30).
           05  CP-ADDRESS-LINE-2      PIC X(30).
           05  CP-POSTCODE            PIC X(10).
           05  CP-ID-DOC-TYPE         PIC X(8).
               88  CP-ID-DOC-VALID            VALUE 'PASSPORT'
                                                    'DRIVLIC '
                                                    'NATID   '.
           05  CP-ID-DOC-REF          PIC X(20).
           05  CP-RISK-RATING         PIC X(1).
               88  CP-RISK-HIGH               VALUE 'H'.
               88  CP-RISK-MEDIUM             VALUE 'M'.
               88  CP-RISK-LOW                VALUE 'L'.
               88  CP-RISK-VALID              VALUE 'H' 'M' 'L'.
           05  CP-LAST-REVIEW-DATE    PIC X(8).
           05  CP-NEXT-REVIEW-DATE    PIC X(8).
           05  CP-CREATED-TS          PIC X(16).
           05  CP-CREATED-BY          PIC X(8).
           05  CP-LAST-CHANGE-TS      PIC X(16).
           05  CP-LAST-CHANGE-BY      PIC X(8).
