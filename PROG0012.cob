      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-09-02  RA  INITIAL VERSION.
      * 2026-10-05  RA  APPENDS ITS STEP RECORD TO THE STREAM STEP LOG
      *                 THROUGH STEP-LOG (PROG0017) AS IT ENDS; A
      *                 RELOAD NAMES DATEHNEW AS ITS FILE TO RENAME.
      ******************************************************************

      *================================================================*
              10 WS-CUTOFF-KEY-MM      PIC X(2).
              10 WS-CUTOFF-KEY-DD      PIC X(2).

      *---- THIS STEP'S ENTRY ON THE STREAM STEP LOG (SEE STEP-LOG) ---*
       01 WS-STEP-LOG-REC.
           COPY STEPLGRC.

       01 WS-STEP-LOG-RC               PIC 9(2)  VALUE ZERO.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
                       "VERIFIED"
           END-IF

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "DATEHIST-REORG - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-WRITE-STEP-LOG.
      *----------------------------------------------------------------*
      *    APPENDS THIS STEP'S RECORD TO THE STREAM STEP LOG READ BY
      *    THE MORNING STATUS REPORT (STREAM-STATUS).  THE AS-OF DATE
      *    IS LEFT FOR STEP-LOG TO TAKE FROM DATECTL.
      *----------------------------------------------------------------*
           INITIALIZE WS-STEP-LOG-REC
           MOVE "DATEHIST-REORG"     TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP     TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE       TO STP-RETURN-CODE
           MOVE WS-RECORD-COUNT      TO STP-IN-COUNT
           IF WS-FUNCTION-RELOAD
               MOVE WS-LOADED-COUNT  TO STP-OUT-COUNT
               MOVE "DATEHNEW"       TO STP-RENAME-FILE
           ELSE
               MOVE WS-BACKED-UP-COUNT TO STP-OUT-COUNT
           END-IF
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

       END PROGRAM DATEHIST-REORG.
