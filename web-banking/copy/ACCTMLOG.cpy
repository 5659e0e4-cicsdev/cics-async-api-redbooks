      ******************************************************************
      * ACCTMLOG
      *
      * Record layout for the ACCTMLOG VSAM ESDS - the account
      * maintenance log written every time a single account is
      * opened for, or closed from, an existing customer through
      * the ACCM transaction, and for each account closed with a
      * customer through CLOS: who did it and when, the product an
      * opened account went on, and on a close any residual balance
      * swept out and the sibling account it went to. The CUSTACCT
      * slot and ACCTIDX entry of a closed account are removed, so
      * this log is what the auditors read afterwards. The same
      * convention as the CUSTCLOG closure log.
      *
      * A close keyed by a joint holder of the account (see
      * JOINTHLD) carries that holder in AM-REQUESTED-BY - AM-CUST-NO
      * is always the owner - and AM-JOINT-ENDED counts the joint
      * holdings the close ended. BALASAT reads the close records
      * to confirm who owned an account that has since gone.
      *
      * Used by ACCTMNT, CUSTCLOS and BALASAT.
      ******************************************************************
       01  ACCTMLOG-RECORD.
           05  AM-TIMESTAMP          PIC X(16).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AM-OPERATOR-ID        PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AM-ACTION             PIC X(5).
               88  AM-ACTION-OPEN            VALUE 'OPEN '.
               88  AM-ACTION-CLOSE           VALUE 'CLOSE'.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AM-CUST-NO            PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AM-ACCT-NUMBER        PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AM-PRODUCT-CODE       PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AM-SWEPT-AMOUNT       PIC -9(7).99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AM-SWEPT-TO-ACCT      PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AM-REQUESTED-BY       PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  AM-JOINT-ENDED        PIC 9(2).
