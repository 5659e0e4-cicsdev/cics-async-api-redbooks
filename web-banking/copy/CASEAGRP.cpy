      ******************************************************************
      * CASEAGRP
      *
      * Record layout for the CASEAGRP VSAM ESDS - the complaints
      * case aging report produced by each weekly CASEAGER run.
      * Each record is one print line, the same convention as
      * STMTOUT: the run header with the business date and warning
      * window, the open cases past their final-response deadline,
      * then those falling due within the window, then the rest,
      * and the closing counts by category.
      ******************************************************************
       01  CASEAGRP-RECORD.
           05  CV-PRINT-LINE           PIC X(132).
