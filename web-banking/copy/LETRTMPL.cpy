      ******************************************************************
      * LETRTMPL
      *
      * Record layout for the LETRTMPL VSAM KSDS - the customer
      * letter templates, one per CORRQ event type and keyed on
      * it. CORRPRT merges each queued event into its template:
      * the customer's name and address block, the date and the
      * salutation are laid out by CORRPRT itself, followed by the
      * subject line and the body lines here, in which these
      * five-character placeholders are replaced from the event:
      *
      *   &NAME - the customer's name off CUSTNAME
      *   &ACCT - the account the event concerns
      *   &AMNT - the event's amount
      *   &DATE - the date of the event, dd/mm/yyyy
      *   &TEXT - the event's detail text
      *
      * LE-TEMPLATE-REF is printed on each letter as the bank's
      * reference and logged on CORRLOG with it, so the wording a
      * customer was sent can always be found; a changed wording
      * should carry a new reference. Only an active ('A')
      * template is used - an event whose template is missing or
      * withdrawn stays queued.
      *
      * Loaded and maintained from outside this application, the
      * same way CUSTACCT itself is externally maintained.
      *
      * Used by CORRPRT.
      ******************************************************************
       01  LETRTMPL-RECORD.
           05  LE-EVENT-TYPE          PIC X(8).
           05  LE-TEMPLATE-REF        PIC X(8).
           05  LE-STATUS              PIC X(1).
               88  LE-STATUS-ACTIVE           VALUE 'A'.
           05  LE-SUBJECT             PIC X(60).
           05  LE-LINE-COUNT          PIC 9(2).
           05  LE-BODY-LINE           PIC X(70) OCCURS 15 TIMES.
