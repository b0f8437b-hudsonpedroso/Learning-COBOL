      *                 THE RECORD LAYOUT HERE IS KEPT IN STEP (THE
      *                 AMOUNT IS NOT RECONCILED - THE COUNT
      *                 COMPARISON IS THIS JOB'S CONTRACT).
      * 2026-09-21  RA  DATEOUT LAYOUT NOW TAKEN FROM CONVREC.CPY.  A
      *                 REVERSAL ENTRY TAKES ONE OFF ITS DATE'S
      *                 DATEHIST COUNT, SO EACH DATE'S DELTA IS NOW
      *                 CHECKED AGAINST CONVERSIONS LESS REVERSALS; THE
      *                 REVERSALS ARE SHOWN IN THEIR OWN COLUMN.  THE
      *                 FEED-VS-RUNLOG RECORD COUNT IS UNCHANGED (A
      *                 REVERSAL IS LOGGED AS VALID).
      * 2026-10-05  RA  APPENDS ITS STEP RECORD TO THE STREAM STEP LOG
      *                 THROUGH STEP-LOG (PROG0017) AS IT ENDS, UNDER
      *                 THE AS-OF DATE IT RECONCILED.
      ******************************************************************

      *================================================================*
      *----------------------------------------------------------------*
       FD  CONVERTED-FILE.
       01  CONVERTED-REC.
           COPY CONVREC.

       FD  DATE-HIST-FILE.
       01  DATE-HIST-REC.
           05 WS-ROLLUP-ENTRY          OCCURS 500 TIMES.
              10 WS-ROLL-DATE-NUM      PIC 9(8).
              10 WS-ROLL-FEED-COUNT    PIC 9(7).
              10 WS-ROLL-REV-COUNT     PIC 9(7).

      *---- PRIOR-UNLOAD COUNTS FOR DELTA COMPUTATION -----------------*
       01 WS-PRIOR-FIELDS.
           05 WS-CUR-HIST-COUNT        PIC 9(7)  VALUE ZERO.
           05 WS-HIST-DELTA            PIC S9(8) VALUE ZERO.
           05 WS-FEED-TOTAL            PIC 9(9)  VALUE ZERO.
           05 WS-FEED-NET              PIC S9(8) VALUE ZERO.
           05 WS-REV-TOTAL             PIC 9(9)  VALUE ZERO.

      *---- WORK FIELDS USED BY THE DATE-VALIDITY CHECK ---------------*
       01 WS-VALIDATE-WORK-FIELDS.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "DATE".
           05 FILLER                   PIC X(12) VALUE "FEED COUNT".
           05 FILLER                   PIC X(12) VALUE "REVERSED".
           05 FILLER                   PIC X(12) VALUE "HIST DELTA".
           05 FILLER                   PIC X(14) VALUE "STATUS".
           05 FILLER                   PIC X(18) VALUE SPACES.

       01 WS-HEADING-BLANK-LINE        PIC X(90) VALUE SPACES.

           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WD-FEED-COUNT            PIC ZZZZZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 WD-REV-COUNT             PIC ZZZZZZ9.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 WD-HIST-DELTA            PIC X(9).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WD-STATUS                PIC X(16).
           05 FILLER                   PIC X(16) VALUE SPACES.

       01 WS-EDIT-DELTA                PIC ZZZZZZZ9-.

      *---- (SEE GETDAYSMO.CPY, PERFORMED FROM 4100-GET-DAYS-IN-MONTH)-*
       COPY DAYSINMO.

      *---- THIS STEP'S ENTRY ON THE STREAM STEP LOG (SEE STEP-LOG) ---*
       01 WS-STEP-LOG-REC.
           COPY STEPLGRC.

       01 WS-STEP-LOG-RC               PIC 9(2)  VALUE ZERO.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
               UNTIL WS-ROLL-IX > WS-ROLLUP-COUNT
                  OR WS-ROLL-FOUND-IX > ZERO

           IF WS-ROLL-FOUND-IX = ZERO
               IF WS-ROLLUP-COUNT < WS-ROLLUP-MAX
                   ADD 1 TO WS-ROLLUP-COUNT
                   MOVE WS-ROLLUP-COUNT TO WS-ROLL-FOUND-IX
                   MOVE OUT-NUMERIC-DATE
                       TO WS-ROLL-DATE-NUM(WS-ROLLUP-COUNT)
                   MOVE ZERO TO WS-ROLL-FEED-COUNT(WS-ROLLUP-COUNT)
                   MOVE ZERO TO WS-ROLL-REV-COUNT(WS-ROLLUP-COUNT)
               ELSE
                   DISPLAY "RUN-RECONCILE - ROLLUP TABLE FULL AT "
                           WS-ROLLUP-MAX " DATES, RECORD "
               END-IF
           END-IF

      *    A REVERSAL ENTRY CARRIES THE ORIGINAL'S CONVERTED DATE AND
      *    TAKES ONE OFF THAT DATE'S HISTORY COUNT.
           IF WS-ROLL-FOUND-IX > ZERO
               IF OUT-REVERSAL
                   ADD 1 TO WS-ROLL-REV-COUNT(WS-ROLL-FOUND-IX)
               ELSE
                   ADD 1 TO WS-ROLL-FEED-COUNT(WS-ROLL-FOUND-IX)
               END-IF
           END-IF

           PERFORM 8000-READ-NEXT-RECORD THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
                   WS-ROLLUP-COUNT
           DISPLAY "RUN-RECONCILE - DISCREPANCIES     : "
                   WS-DISCREPANCY-COUNT

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "RUN-RECONCILE - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
      *----------------------------------------------------------------*
      *    COMPARES ONE ROLLED-UP DATE AGAINST THE HISTORY MASTER:
      *    WITH A PRIOR UNLOAD THE DELTA (CURRENT MINUS PRIOR COUNT)
      *    MUST EQUAL THE FEED COUNT LESS THE REVERSALS; WITHOUT ONE
      *    THE DATE MUST AT LEAST BE ON THE MASTER WITH A LAST-RUN
      *    STAMP NO OLDER THAN THE RUN'S PROCESSING DATE (A ZERO COUNT
      *    IS ONLY MISSING WHEN THE FEED ADDED MORE THAN IT REVERSED).
      *----------------------------------------------------------------*
           ADD WS-ROLL-FEED-COUNT(WS-ROLL-IX) TO WS-FEED-TOTAL
           ADD WS-ROLL-REV-COUNT(WS-ROLL-IX)  TO WS-FEED-TOTAL
           ADD WS-ROLL-REV-COUNT(WS-ROLL-IX)  TO WS-REV-TOTAL
           COMPUTE WS-FEED-NET = WS-ROLL-FEED-COUNT(WS-ROLL-IX)
                               - WS-ROLL-REV-COUNT(WS-ROLL-IX)

           MOVE WS-ROLL-DATE-NUM(WS-ROLL-IX)   TO WD-DATE-NUM
           MOVE WS-ROLL-FEED-COUNT(WS-ROLL-IX) TO WD-FEED-COUNT
           MOVE WS-ROLL-REV-COUNT(WS-ROLL-IX)  TO WD-REV-COUNT

           IF WS-HIST-UNAVAILABLE
               MOVE SPACES       TO WD-HIST-DELTA
                   END-IF
                   MOVE WS-HIST-DELTA TO WS-EDIT-DELTA
                   MOVE WS-EDIT-DELTA TO WD-HIST-DELTA
                   IF WS-HIST-DELTA = WS-FEED-NET
                       MOVE "AGREE"          TO WD-STATUS
                   ELSE
                       MOVE "*** MISMATCH ***" TO WD-STATUS
                   END-IF
               ELSE
                   MOVE SPACES TO WD-HIST-DELTA
                   IF WS-CUR-HIST-COUNT = ZERO AND WS-FEED-NET > ZERO
                       MOVE "*** MISSING ***"  TO WD-STATUS
                       ADD 1 TO WS-DISCREPANCY-COUNT
                   ELSE
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-WRITE-STEP-LOG.
      *----------------------------------------------------------------*
      *    APPENDS THIS STEP'S RECORD TO THE STREAM STEP LOG READ BY
      *    THE MORNING STATUS REPORT (STREAM-STATUS), UNDER THE AS-OF
      *    DATE ON THE CARD.  WITHOUT A VALID CARD STEP-LOG TAKES IT
      *    FROM DATECTL.
      *----------------------------------------------------------------*
           INITIALIZE WS-STEP-LOG-REC
           MOVE "RUN-RECONCILE"      TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP     TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE       TO STP-RETURN-CODE
           MOVE WS-FEED-RECORD-COUNT TO STP-IN-COUNT
           MOVE WS-ROLLUP-COUNT      TO STP-OUT-COUNT
           IF WS-PARM-OK
               MOVE WS-DATE1         TO STP-AS-OF-DATE1
           END-IF
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-VALIDATE-DATE / 4050-APPLY-CENTURY-WINDOW: VALIDATES
      *    THE PARM CARD DATE STAGED IN WS-DATE1, USING THE SAME CHECK
           MOVE WS-EDIT-TOTAL        TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "OF WHICH REVERSALS" TO WB-LABEL
           MOVE WS-REV-TOTAL         TO WS-EDIT-TOTAL
           MOVE WS-EDIT-TOTAL        TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "RUNLOG VALID COUNT" TO WB-LABEL
           IF WS-RUNLOG-FOUND
               MOVE WS-LOG-VALID-COUNT   TO WS-EDIT-COUNT
