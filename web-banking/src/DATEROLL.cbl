      *             on POSTPEND by TXNAPPLY instead of applied,
      *             giving EODEXTR/RECONCIL/STMTGEN a clean,
      *             unmoving cutoff to run against
      *   open    - the new business date is set, posting
      *             reopens, and the queued postings are drained
      *             through TXNAPPLY onto the NEW date, each its
      *             own unit of work. The new date is always the
      *             next business day on the home currency's BUSCAL
      *             calendar, as the shared BUSCALR routine gives
      *             it - a keyed date is only a check that the
      *             operator expects the same day, and any other
      *             date is refused
      *
      * Driven via CICS terminal using the transaction 'DROL' in
      * the forms:
      * DROL S            show the business date and posting state
      * DROL Q            quiesce posting for the roll
      * DROL O            open the next business date and drain
      * DROL O yyyymmdd   open the next business date, confirming
      *                   it is yyyymmdd, and drain
      * eg:
      * 'DROL Q'
      * 'DROL O 20260903'
      *  DATE      COMMENT
      *  --------  ---------------------------------------------------
      *  02-09-2026 Original version
      *  15-10-2026 A drained posting keeps the operator and channel
      *             it was queued under
      *  15-10-2026 Only the next business day on the home calendar can
      *             be opened
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Commarea for the shared TXNAPPLY posting routine
       COPY TXNPOSTC.

      * Commarea for the shared BUSCALR calendar routine
       COPY BUSCALCA.

       1 TXNAPPLY-PROGRAM         PIC X(8) VALUE 'TXNAPPLY'.
       1 BUSCALR-PROGRAM          PIC X(8) VALUE 'BUSCALR'.

       1 FILE-NAMES.
         2 BUSDATE-FILE           PIC X(8) VALUE 'BUSDATE'.

      * The date being opened
       1 NEW-BUSINESS-DATE        PIC X(8) VALUE SPACES.

      * The queued posting keys collected before the drain pass
       1 PENDING-KEY-TABLE.
           END-IF
           .

      * Open the new business date - the next business day after
      * the closing date on the home calendar - and drain the
      * postings that queued during the quiesce onto it. A keyed
      * date must be that same day
       OPEN-NEW-DATE.
           IF INPUTDATE NOT = SPACES AND INPUTDATE NOT NUMERIC
             MOVE 'INVALID DATE - USE yyyymmdd' TO CURRENT-STATUS
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           INITIALIZE BUSCAL-COMMAREA
           MOVE 'N'              TO BK-FUNCTION
           MOVE SPACES           TO BK-CURRENCY-CODE
           MOVE BD-BUSINESS-DATE TO BK-DATE

           EXEC CICS LINK PROGRAM  ( BUSCALR-PROGRAM )
                          COMMAREA ( BUSCAL-COMMAREA )
                          RESP     ( COMMAND-RESP )
                          RESP2    ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             MOVE 'E' TO BK-STATUS
           END-IF

           IF NOT BK-OK
             MOVE 'CALENDAR ERROR - NOT ROLLED' TO CURRENT-STATUS
             DISPLAY '*** DATEROLL: BUSCALR status ' BK-STATUS
                     ' finding the business day after '
                     BD-BUSINESS-DATE
             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE BK-RESULT-DATE TO NEW-BUSINESS-DATE

           IF INPUTDATE NOT = SPACES AND
              INPUTDATE NOT = NEW-BUSINESS-DATE
             MOVE 'NOT NEXT BUSINESS DAY' TO CURRENT-STATUS

             INITIALIZE STATUS-MSG
             STRING 'Roll to ' DELIMITED BY SIZE
                    INPUTDATE DELIMITED BY SIZE
                    ' refused - the next business day is '
                                      DELIMITED BY SIZE
                    NEW-BUSINESS-DATE DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE

             PERFORM PRINT-TEXT-TO-SCREEN
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'O'               TO DESIRED-STATE
             MOVE PP-TX-AMOUNT      TO TP-TX-AMOUNT
             MOVE PP-TX-DESCRIPTION TO TP-TX-DESCRIPTION
             MOVE PP-CURRENCY-CODE  TO TP-CURRENCY-CODE
             MOVE PP-OPERATOR-ID    TO TP-OPERATOR-ID
             MOVE PP-CHANNEL-CODE   TO TP-CHANNEL-CODE

             EXEC CICS LINK PROGRAM  ( TXNAPPLY-PROGRAM )
                            COMMAREA ( TXNPOST-COMMAREA )
