      ******************************************************************
      * ONBDPEND
      *
      * Record layout for the ONBDPEND VSAM KSDS - onboardings held
      * for compliance approval. When CUSTONBD's sanctions screen
      * finds a potential match it creates nothing: the whole ONBD
      * input is kept here, keyed on the proposed customer number,
      * and the hits go on the SANCHIT register. As compliance
      * disposes of the hits through SANW the hold is settled:
      *
      *   'H' held     - hits still open
      *   'A' approved - every hit cleared; 'ONBD nnnn RELEASE'
      *                  creates the customer from the held input
      *   'R' refused  - a hit was escalated; the customer is not
      *                  created
      *   'D' done     - released and onboarded
      *
      * Used by CUSTONBD and SANWORK.
      ******************************************************************
       01  ONBDPEND-RECORD.
           05  OB-CUST-NO             PIC X(4).
           05  OB-STATUS              PIC X(1).
               88  OB-STATUS-HELD             VALUE 'H'.
               88  OB-STATUS-APPROVED         VALUE 'A'.
               88  OB-STATUS-REFUSED          VALUE 'R'.
               88  OB-STATUS-DONE             VALUE 'D'.
           05  OB-HELD-TS             PIC X(16).
           05  OB-HELD-BY             PIC X(8).
           05  OB-SETTLED-TS          PIC X(16).
           05  OB-SETTLED-BY          PIC X(8).
           05  OB-ONBOARD-INPUT       PIC X(211).
