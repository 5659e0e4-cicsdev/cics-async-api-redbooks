      * run-control ledger. One record per batch-bridge job per
      * night, keyed on the run date plus the 4-character
      * transaction the job runs under (ALGN, EODX, RCON, BAUD,
      * BWEB, STMT, IACR, TFED, AARC, OKPI, LSRV, LARR, KYCR,
      * SLOD, SRSC, TDMT, PCLR, PRTN, CQRT, TBAL, SWEP, OVEX,
      * FXRV, SCVB, CORR, DWEX, CAGE, RSIM, PRFT, DORM, STOR),
      * recording when the job started, when it ended and how it
      * came out.
      *
      * The overnight ordering rules used to live only in JCL
      * comments; now each job records itself here through the
