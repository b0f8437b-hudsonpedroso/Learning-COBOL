      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-09-02  RA  INITIAL VERSION.
      * 2026-10-05  RA  APPENDS ITS STEP RECORD TO THE STREAM STEP LOG
      *                 THROUGH STEP-LOG (PROG0017) AS IT ENDS.
      ******************************************************************

      *================================================================*
           05 WT-VALUE                 PIC ZZZZZZ9.
           05 FILLER                   PIC X(51) VALUE SPACES.

      *---- THIS STEP'S ENTRY ON THE STREAM STEP LOG (SEE STEP-LOG) ---*
       01 WS-STEP-LOG-REC.
           COPY STEPLGRC.

       01 WS-STEP-LOG-RC               PIC 9(2)  VALUE ZERO.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
                   WS-RUNS-REPORTED
           DISPLAY "RUNLOG-TREND - RUNS FLAGGED     : "
                   WS-RUNS-FLAGGED

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "RUNLOG-TREND - ENDING WITH CONDITION CODE "
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
           MOVE "RUNLOG-TREND"       TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP     TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE       TO STP-RETURN-CODE
           MOVE WS-RECORD-COUNT      TO STP-IN-COUNT
           MOVE WS-RUNS-REPORTED     TO STP-OUT-COUNT
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-WRITE-REPORT-HEADINGS.
      *----------------------------------------------------------------*
