      ******************************************************************
      * CUSTPLOG
      *
      * Record layout for the CUSTPLOG VSAM ESDS - the change log
      * written every time a CUSTPROF customer profile is created
      * or amended, recording who changed which field of whose
      * profile, when, and what it changed from and to - the same
      * convention PARMMNT keeps on PARMLOG. A profile created at
      * onboarding is logged as field CREATED; a completed KYC
      * review as field REVIEWED.
      *
      * Used by CUSTONBD and KYCMAINT.
      ******************************************************************
       01  CUSTPLOG-RECORD.
           05  CG-TIMESTAMP          PIC X(16).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CG-OPERATOR-ID        PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CG-CUST-NO            PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CG-FIELD-NAME         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CG-OLD-VALUE          PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CG-NEW-VALUE          PIC X(30).
