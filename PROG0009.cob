      *                 (00/04/12, SEE PURPOSE) SO THE SCHEDULER CAN
      *                 GATE THE HOLINEW RENAME ON A CLEAN RUN INSTEAD
      *                 OF ALWAYS SEEING 00.
      * 2026-10-05  RA  APPENDS ITS STEP RECORD TO THE STREAM STEP LOG
      *                 THROUGH STEP-LOG (PROG0017) AS IT ENDS.
      ******************************************************************

      *================================================================*
      *---- (SEE GETDAYSMO.CPY, PERFORMED FROM 4100-GET-DAYS-IN-MONTH)-*
       COPY DAYSINMO.

      *---- THIS STEP'S ENTRY ON THE STREAM STEP LOG (SEE STEP-LOG) ---*
       01 WS-STEP-LOG-REC.
           COPY STEPLGRC.

       01 WS-STEP-LOG-RC               PIC 9(2)  VALUE ZERO.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
                   WS-REJECTED-COUNT
           DISPLAY "HOLIDAY-MAINT - CALENDAR RECORDS OUT  : "
                   WS-WRITTEN-COUNT

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "HOLIDAY-MAINT - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-WRITE-STEP-LOG.
      *----------------------------------------------------------------*
      *    APPENDS THIS STEP'S RECORD TO THE STREAM STEP LOG READ BY
      *    THE MORNING STATUS REPORT (STREAM-STATUS).  THE AS-OF DATE
      *    IS LEFT FOR STEP-LOG TO TAKE FROM DATECTL.
      *----------------------------------------------------------------*
           INITIALIZE WS-STEP-LOG-REC
           MOVE "HOLIDAY-MAINT"      TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP     TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE       TO STP-RETURN-CODE
           MOVE WS-TRANS-COUNT       TO STP-IN-COUNT
           MOVE WS-WRITTEN-COUNT     TO STP-OUT-COUNT
           MOVE "HOLINEW"            TO STP-RENAME-FILE
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-VALIDATE-DATE / 4050-APPLY-CENTURY-WINDOW: VALIDATES
      *    THE DATE STAGED IN WS-DATE1, USING THE SAME CHECK PROG0001
