      ******************************************************************
      * POSTCKCA
      *
      * Commarea exchanged with the POSTCKPR shared posting
      * checkpoint routine. A posting job names itself and the
      * business date it is posting for on every call:
      *
      *   function 'S' (start) - before the posting pass. Comes
      *       back with the run state: 'F' a fresh run (the
      *       checkpoint has just been created), 'R' a restart of
      *       a run that fell over - resume after KC-LAST-KEY, with
      *       KC-ITEMS-DONE already committed - or 'D' the run
      *       already completed for this date and nothing may be
      *       posted. The caller must COMMIT straight after a fresh
      *       or restart start, as it does after the RUNCTLR start
      *
      *   function 'C' (checkpoint) - inside each unit of work,
      *       just before the caller's SYNCPOINT, with KC-LAST-KEY
      *       the customer or order key just posted. The update
      *       rides in the caller's unit of work; if it fails the
      *       caller must roll the unit of work back
      *
      *   function 'E' (end) - marks the run complete for the
      *       date; the caller commits it
      *
      * Status 'E' on any call means the checkpoint could not be
      * read or updated - the job must not post without it.
      *
      * Used by POSTCKPR, INTACCRU, FEEASSES and STORDRUN.
      ******************************************************************
       01  POSTCKPT-COMMAREA.
           05  KC-FUNCTION           PIC X(1).
               88  KC-FUNCTION-START          VALUE 'S'.
               88  KC-FUNCTION-CHECKPOINT     VALUE 'C'.
               88  KC-FUNCTION-END            VALUE 'E'.
           05  KC-JOB-ID             PIC X(4).
           05  KC-BUSINESS-DATE      PIC X(8).
           05  KC-LAST-KEY           PIC X(16).
           05  KC-RUN-STATE          PIC X(1).
               88  KC-FRESH-RUN               VALUE 'F'.
               88  KC-RESTARTED-RUN           VALUE 'R'.
               88  KC-ALREADY-COMPLETE        VALUE 'D'.
           05  KC-ITEMS-DONE         PIC S9(8) COMP.
           05  KC-RESTART-COUNT      PIC S9(4) COMP.
           05  KC-FIRST-START-TS     PIC X(16).
           05  KC-LAST-COMMIT-TS     PIC X(16).
           05  KC-STATUS             PIC X(1).
               88  KC-OK                      VALUE 'Y'.
               88  KC-CHECKPOINT-ERROR        VALUE 'E'.
