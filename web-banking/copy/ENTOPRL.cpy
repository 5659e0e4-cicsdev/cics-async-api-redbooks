      * ENTLMT so a revoked grant can be kept visible rather than
      * deleted.
      *
      * A live grant of the SUPERVISOR role is what AUTHWORK checks
      * before a second operator may approve or reject a high-value
      * item on the AUTHPEND queue, and RSTRMNT before one may
      * approve or reject an account restriction.
      *
      * Used by WEBHOME, ENTADMIN, AUTHWORK and RSTRMNT.
      ******************************************************************
       01  ENTOPRL-RECORD.
           05  EO-KEY.
