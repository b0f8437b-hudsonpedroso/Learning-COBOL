      *             BE MERGED INTO THE NEXT DAY'S DATETRAN STREAM.
      *             RECORDS THAT STILL FAIL ARE CARRIED FORWARD TO A
      *             NEW SUSPENSE FILE FOR ANOTHER CORRECTION PASS.
      *             A RECORD REJECTED FOR A CLOSED PERIOD (REASON 10)
      *             OR AN UNKNOWN OR CLOSED CUSTOMER ACCOUNT (REASON
      *             11) IS RE-CHECKED AGAINST THE PERIOD MASTER
      *             (PERIODM) OR THE CUSTOMER MASTER (CUSTMAST) AND
      *             ONLY RESUBMITTED ONCE THE CONDITION HAS CLEARED;
      *             AN UNREGISTERED-SOURCE REJECT (REASON 06) IS
      *             ALWAYS CARRIED FORWARD, SO THE AGE AND CYCLE
      *             LIMITS TAKE IT IF NOBODY RESENDS IT.
      *             CONDITION CODES (THE SUSPNEW RENAME OVER SUSPFILE
      *             GATES ON 00):
      *                 00 - SUSPENSE FILE PROCESSED
      *                 12 - A FILE WOULD NOT OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      *                 EVER FIRE.  DUPLICATES NOW GO STRAIGHT TO THE
      *                 WRITE-OFF FILE (REASON "DUPLICATE") FOR RETURN
      *                 TO THE SENDER.
      * 2026-09-21  RA  THE SUSPENSE RECORD NOW CARRIES THE RECORD
      *                 TYPE (SEE SUSPREC.CPY), WHICH TRAVELS THROUGH
      *                 CARRY-FORWARD, WRITE-OFF AND RESUBMISSION SO A
      *                 REVERSAL COMES BACK AS A REVERSAL.  A REVERSAL
      *                 REJECTED BECAUSE ITS ORIGINAL IS UNKNOWN
      *                 (REASON 08) OR ALREADY REVERSED (REASON 09)
      *                 CARRIES A VALID DATE, SO LIKE A DUPLICATE IT
      *                 GOES STRAIGHT TO THE WRITE-OFF FILE (REASON
      *                 "UNKNOWN ID" OR "REVERSED") FOR RETURN TO THE
      *                 SENDER INSTEAD OF LAPPING THE CYCLE.
      * 2026-10-05  RA  THE JOB NOW ENDS WITH A CONDITION CODE (00/12,
      *                 SEE PURPOSE) AND APPENDS ITS STEP RECORD TO THE
      *                 STREAM STEP LOG THROUGH STEP-LOG (PROG0017).
      * 2026-10-14  RA  THE SUSPENSE RECORD NOW CARRIES THE CUSTOMER
      *                 ACCOUNT (SEE SUSPREC.CPY); IT TRAVELS THROUGH
      *                 CARRY-FORWARD, WRITE-OFF AND RESUBMISSION, SO A
      *                 RECORD REJECTED FOR AN UNKNOWN OR CLOSED
      *                 ACCOUNT (REASON 11) IS CORRECTED IN PLACE LIKE
      *                 A BAD DATE AND RE-CHECKED BY PROG0001 WHEN IT
      *                 COMES BACK THROUGH THE STREAM.
      * 2026-10-15  RA  REASONS 06, 10 AND 11 CARRY A VALID DATE, SO
      *                 THEY WERE RESUBMITTED UNCHANGED EVERY NIGHT AND
      *                 RE-SUSPENDED BY PROG0001 AS NEW ITEMS, WHICH
      *                 RESTARTED THEIR CYCLE COUNT AND AGE.  REASON 10
      *                 IS NOW RE-CHECKED AGAINST PERIODM AND REASON 11
      *                 AGAINST CUSTMAST, AND ONLY RESUBMITTED ONCE
      *                 CLEAR; REASON 06, A REVERSAL'S REASON 10, AND
      *                 ANY ITEM WHOSE MASTER WILL NOT OPEN ARE CARRIED
      *                 FORWARD SO THE AGE AND CYCLE LIMITS APPLY.
      ******************************************************************

      *================================================================*
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-WOFF-FILE-STATUS.

      *---- PERIOD MASTER, TO RE-CHECK A CLOSED-PERIOD REJECT ---------*
           SELECT PERIOD-FILE       ASSIGN TO "PERIODM"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PM-KEY
                                    FILE STATUS IS WS-PERD-FILE-STATUS.

      *---- CUSTOMER MASTER, TO RE-CHECK AN ACCOUNT REJECT ------------*
           SELECT CUSTOMER-FILE     ASSIGN TO "CUSTMAST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS CUS-ACCOUNT-NO
                                    FILE STATUS IS WS-CUST-FILE-STATUS.

      *---- AGE/CYCLE LIMIT OVERRIDE CARD, NORMALLY A JCL SYSIN DD ----*
           SELECT PARM-FILE         ASSIGN TO "SUSPPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
           05 RSB-TRANS-ID        PIC X(12).
           05 RSB-DATE-FILL-5     PIC X(1).
           05 RSB-AMOUNT          PIC X(10).
           05 RSB-DATE-FILL-6     PIC X(1).
           05 RSB-RECORD-TYPE     PIC X(1).
           05 RSB-DATE-FILL-7     PIC X(1).
           05 RSB-CUSTOMER-NO     PIC X(8).

       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-REC.
                     ==SUS-FILL-6==      BY ==SNW-FILL-6==
                     ==SUS-AMOUNT==      BY ==SNW-AMOUNT==
                     ==SUS-FILL-7==      BY ==SNW-FILL-7==
                     ==SUS-REASON-CODE== BY ==SNW-REASON-CODE==
                     ==SUS-FILL-8==      BY ==SNW-FILL-8==
                     ==SUS-RECORD-TYPE== BY ==SNW-RECORD-TYPE==
                     ==SUS-FILL-9==      BY ==SNW-FILL-9==
                     ==SUS-CUSTOMER-NO== BY ==SNW-CUSTOMER-NO==.

      *---- WRITE-OFF RECORD: THE SUSPENSE RECORD AS IT STOOD, PLUS ---*
      *---- THE WRITE-OFF REASON AND THE DATE IT LEFT THE CYCLE -------*
                     ==SUS-FILL-6==      BY ==WOF-FILL-6==
                     ==SUS-AMOUNT==      BY ==WOF-AMOUNT==
                     ==SUS-FILL-7==      BY ==WOF-FILL-7==
                     ==SUS-REASON-CODE== BY ==WOF-REASON-CODE==
                     ==SUS-FILL-8==      BY ==WOF-FILL-8==
                     ==SUS-RECORD-TYPE== BY ==WOF-RECORD-TYPE==
                     ==SUS-FILL-9==      BY ==WOF-FILL-9==
                     ==SUS-CUSTOMER-NO== BY ==WOF-CUSTOMER-NO==.
           05 WOF-FILL-10         PIC X(1).
           05 WOF-REASON          PIC X(10).
           05 WOF-FILL-11         PIC X(1).
           05 WOF-WRITE-OFF-DATE  PIC X(8).

       FD  PERIOD-FILE.
       01  PERIOD-REC.
           COPY PERIODRC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           COPY CUSTRC.

       FD  PARM-FILE.
       01  PARM-REC.
           05 SPARM-AGE-LIMIT     PIC 9(4).
           05 WS-WOFF-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-PERD-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-CUST-FILE-STATUS      PIC X(2)  VALUE SPACES.
      *---- A MASTER THAT WILL NOT OPEN (OR READ) HOLDS ITS REJECTS ---*
           05 WS-PERIOD-SWITCH         PIC X(1)  VALUE 'N'.
               88 WS-PERIOD-ACTIVE               VALUE 'Y'.
               88 WS-PERIOD-DISABLED             VALUE 'N'.
           05 WS-CUSTOMER-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-CUSTOMER-ACTIVE             VALUE 'Y'.
               88 WS-CUSTOMER-DISABLED           VALUE 'N'.
           05 WS-PERIOD-OPEN-SWITCH    PIC X(1)  VALUE 'N'.
               88 WS-PERIOD-IS-OPEN              VALUE 'Y'.
           05 WS-CUSTOMER-OPEN-SWITCH  PIC X(1)  VALUE 'N'.
               88 WS-CUSTOMER-IS-OPEN            VALUE 'Y'.
           05 WS-RECHECK-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-RECHECK-CLEAR               VALUE 'Y'.
               88 WS-RECHECK-HELD                VALUE 'N'.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                       VALUE 'N'.
           05 WS-WOFF-SWITCH           PIC X(1)  VALUE 'N'.
               88 WS-WRITE-OFF-YES               VALUE 'Y'.
               88 WS-WRITE-OFF-NO                VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-RECORD-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05 WS-RESUBMIT-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05 WS-STILL-INVALID-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05 WS-WRITE-OFF-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05 WS-RECHECK-HELD-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05 WS-WOFF-REASON           PIC X(10) VALUE SPACES.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

      *---- THIS STEP'S ENTRY ON THE STREAM STEP LOG (SEE STEP-LOG) ---*
       01 WS-STEP-LOG-REC.
           COPY STEPLGRC.

       01 WS-STEP-LOG-RC               PIC 9(2)  VALUE ZERO.

      *---- CLOSED-PERIOD RE-CHECK: THE ITEM'S MONTH AND EACH LATER ---*
      *---- MONTH OF ITS YEAR, AS PROG0001 2570 READS THEM ------------*
       01 WS-RECHECK-FIELDS.
           05 WS-RCK-YYYY              PIC 9(4)  VALUE ZERO.
           05 WS-RCK-MM                PIC 9(2)  VALUE ZERO.
           05 WS-RCK-WALK-MM           PIC 9(2)  VALUE ZERO.

      *---- AGE/CYCLE WRITE-OFF LIMITS, OVERRIDABLE FROM SUSPPARM -----*
       01 WS-LIMIT-FIELDS.
           PERFORM 2000-PROCESS-RECORD  THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
           IF WS-SUSP-FILE-STATUS NOT = '00'
               DISPLAY 'SUSP-RESUBMIT - UNABLE TO OPEN SUSPENSE-FILE, '
                       'STATUS = ' WS-SUSP-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-RESUB-FILE-STATUS NOT = '00'
               DISPLAY 'SUSP-RESUBMIT - UNABLE TO OPEN RESUBMIT-FILE, '
                       'STATUS = ' WS-RESUB-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

               DISPLAY 'SUSP-RESUBMIT - UNABLE TO OPEN '
                       'SUSPENSE-OUT-FILE, '
                       'STATUS = ' WS-SUSPNEW-FILE-STAT
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

               DISPLAY 'SUSP-RESUBMIT - UNABLE TO OPEN '
                       'WRITE-OFF-FILE, '
                       'STATUS = ' WS-WOFF-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'SUSP-RESUBMIT - UNABLE TO OPEN PRINT-FILE, '
                       'STATUS = ' WS-PRINT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-EOF-NO
               PERFORM 1200-OPEN-MASTERS THRU 1200-EXIT
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               PERFORM 8000-READ-NEXT-RECORD THRU 8000-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-OPEN-MASTERS.
      *----------------------------------------------------------------*
      *    THE PERIOD AND CUSTOMER MASTERS ARE ONLY READ TO SEE WHETHER
      *    A REASON 10 OR 11 REJECT HAS CLEARED.  ONE THAT WILL NOT
      *    OPEN DOES NOT STOP THE STEP: ITS REJECTS ARE CARRIED
      *    FORWARD UNTIL IT CAN BE READ AGAIN.
      *----------------------------------------------------------------*
           OPEN INPUT PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '00'
               SET WS-PERIOD-IS-OPEN TO TRUE
               SET WS-PERIOD-ACTIVE  TO TRUE
           ELSE
               DISPLAY 'SUSP-RESUBMIT - UNABLE TO OPEN PERIOD-FILE, '
                       'STATUS = ' WS-PERD-FILE-STATUS
                       ' - REASON 10 ITEMS HELD'
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = '00'
               SET WS-CUSTOMER-IS-OPEN TO TRUE
               SET WS-CUSTOMER-ACTIVE  TO TRUE
           ELSE
               DISPLAY 'SUSP-RESUBMIT - UNABLE TO OPEN CUSTOMER-FILE, '
                       'STATUS = ' WS-CUST-FILE-STATUS
                       ' - REASON 11 ITEMS HELD'
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESS-RECORD.
      *----------------------------------------------------------------*
                   MOVE 04 TO WS-REJECT-REASON
               END-IF

               IF WS-DATE-VALID
                   PERFORM 2400-RECHECK-REJECT THRU 2400-EXIT
               END-IF

               IF WS-DATE-VALID
                   ADD 1 TO WS-RESUBMIT-COUNT
                   PERFORM 2500-WRITE-RESUBMIT-REC THRU 2500-EXIT
      *    CORRECTION CYCLE.  A DUPLICATE (REASON 05 FROM PROG0001)
      *    LEAVES AT ONCE, LIMITS OR NOT: ITS DATE IS VALID, SO
      *    RESUBMITTING IT CAN ONLY EARN THE SAME REJECTION AGAIN -
      *    THE DOUBLE-FEED GOES BACK TO THE SENDER INSTEAD.  THE SAME
      *    GOES FOR A REVERSAL WHOSE ORIGINAL IS UNKNOWN (REASON 08) OR
      *    ALREADY REVERSED (REASON 09).  AMONG THE LIMITS (2250) THE
      *    CYCLE TEST RUNS FIRST - AN OLD ITEM THAT HAS ALSO LAPPED
      *    THE CYCLE LIMIT IS REPORTED AS A CYCLE WRITE-OFF, THE MORE
      *    TELLING OF THE TWO.
      *----------------------------------------------------------------*
           SET WS-WRITE-OFF-NO TO TRUE
           MOVE SPACES TO WS-WOFF-REASON
               SET WS-WRITE-OFF-YES TO TRUE
               MOVE "DUPLICATE" TO WS-WOFF-REASON
           ELSE
               IF SUS-REASON-CODE NUMERIC AND SUS-REASON-CODE = 08
                   SET WS-WRITE-OFF-YES TO TRUE
                   MOVE "UNKNOWN ID" TO WS-WOFF-REASON
               ELSE
                   IF SUS-REASON-CODE NUMERIC AND SUS-REASON-CODE = 09
                       SET WS-WRITE-OFF-YES TO TRUE
                       MOVE "REVERSED"   TO WS-WOFF-REASON
                   ELSE
                       PERFORM 2250-CHECK-LIMITS THRU 2250-EXIT
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2250-CHECK-LIMITS.
      *----------------------------------------------------------------*
           IF SUS-CYCLE-COUNT NUMERIC
                   AND SUS-CYCLE-COUNT NOT < WS-CYCLE-LIMIT
               SET WS-WRITE-OFF-YES TO TRUE
               MOVE "CYCLES"   TO WS-WOFF-REASON
           ELSE
               IF WS-AGE-RETURN-CODE = ZERO
                       AND WS-AGE-DAYS > WS-AGE-LIMIT
                   SET WS-WRITE-OFF-YES TO TRUE
                   MOVE "AGE"      TO WS-WOFF-REASON
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2700-WRITE-OFF-REC.
      *----------------------------------------------------------------*
           MOVE SUS-CYCLE-COUNT TO WOF-CYCLE-COUNT
           MOVE SUS-TRANS-ID    TO WOF-TRANS-ID
           MOVE SUS-AMOUNT      TO WOF-AMOUNT
           MOVE SUS-RECORD-TYPE TO WOF-RECORD-TYPE
           MOVE SUS-CUSTOMER-NO TO WOF-CUSTOMER-NO
           IF SUS-REASON-CODE NUMERIC
               MOVE SUS-REASON-CODE TO WOF-REASON-CODE
           ELSE
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-RECHECK-REJECT.
      *----------------------------------------------------------------*
      *    A REJECT FOR ITS SOURCE (06), A CLOSED PERIOD (10) OR ITS
      *    CUSTOMER ACCOUNT (11) HAS A VALID DATE, SO THE DATE CHECK
      *    ALONE WOULD SEND IT BACK UNCHANGED - AND PROG0001 WOULD
      *    SUSPEND IT AGAIN AS A NEW ITEM, RESTARTING ITS CYCLE COUNT
      *    AND AGE SO NO LIMIT COULD EVER FIRE.  IT GOES BACK ONLY
      *    ONCE THE CONDITION HAS CLEARED FOR THE DATE AND ACCOUNT NOW
      *    ON THE RECORD; OTHERWISE IT IS CARRIED FORWARD UNDER ITS
      *    OLD REASON.  THE RECORD DOES NOT CARRY ITS SOURCE, AND A
      *    REVERSAL POSTS TO ITS ORIGINAL'S MONTH, SO NEITHER OF THOSE
      *    CAN BE RE-CHECKED HERE: THEY STAY UNTIL THE LIMITS TAKE
      *    THEM OR THE SENDER RESENDS.
      *----------------------------------------------------------------*
           SET WS-RECHECK-CLEAR TO TRUE

           IF SUS-REASON-CODE NUMERIC
               IF SUS-REASON-CODE = 06
                   SET WS-RECHECK-HELD TO TRUE
               END-IF
               IF SUS-REASON-CODE = 10
                   IF WS-PERIOD-ACTIVE AND SUS-RECORD-TYPE NOT = 'R'
                       PERFORM 2420-RECHECK-PERIOD THRU 2420-EXIT
                   ELSE
                       SET WS-RECHECK-HELD TO TRUE
                   END-IF
               END-IF
               IF SUS-REASON-CODE = 11
                   PERFORM 2450-RECHECK-CUSTOMER THRU 2450-EXIT
               END-IF
           END-IF

           IF WS-RECHECK-HELD
               ADD 1 TO WS-RECHECK-HELD-COUNT
               SET WS-DATE-INVALID TO TRUE
               MOVE SUS-REASON-CODE TO WS-REJECT-REASON
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2420-RECHECK-PERIOD.
      *----------------------------------------------------------------*
      *    THE SAME RULE AS PROG0001 2570: THE ITEM'S MONTH IS STILL
      *    CLOSED IF ITS CONTROL RECORD IS CLOSED OR ANY LATER MONTH OF
      *    THE YEAR IS.  THE DATE IS THE ONE JUST VALIDATED, SO A DATE
      *    CORRECTED INTO AN OPEN MONTH CLEARS THE REJECT.
      *----------------------------------------------------------------*
           MOVE WS-YEAR-NUMERIC  TO WS-RCK-YYYY
           MOVE WS-MONTH-NUMERIC TO WS-RCK-MM
           PERFORM 2430-CHECK-ONE-MONTH THRU 2430-EXIT
               VARYING WS-RCK-WALK-MM FROM WS-RCK-MM BY 1
               UNTIL WS-RCK-WALK-MM > 12
                  OR WS-RECHECK-HELD.
       2420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2430-CHECK-ONE-MONTH.
      *----------------------------------------------------------------*
           MOVE WS-RCK-YYYY        TO PM-PERIOD-YYYY
           MOVE WS-RCK-WALK-MM     TO PM-PERIOD-MM
           MOVE SPACES             TO PM-SOURCE-SYSTEM
           READ PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '00'
               IF PM-CLOSED
                   SET WS-RECHECK-HELD TO TRUE
               END-IF
           ELSE
               IF WS-PERD-FILE-STATUS NOT = '23'
                   DISPLAY 'SUSP-RESUBMIT - PERIOD-FILE STATUS '
                           WS-PERD-FILE-STATUS
                           ' - REASON 10 ITEMS HELD'
                   SET WS-PERIOD-DISABLED TO TRUE
                   SET WS-RECHECK-HELD    TO TRUE
               END-IF
           END-IF.
       2430-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2450-RECHECK-CUSTOMER.
      *----------------------------------------------------------------*
      *    THE SAME RULE AS PROG0001 2580, ON THE ACCOUNT NOW ON THE
      *    RECORD: A BLANK ACCOUNT IS NOT CHECKED, AN OPEN ACCOUNT ON
      *    THE MASTER CLEARS THE REJECT, AND AN UNKNOWN OR STILL
      *    CLOSED ONE KEEPS IT.
      *----------------------------------------------------------------*
           IF SUS-CUSTOMER-NO NOT = SPACES
               IF WS-CUSTOMER-ACTIVE
                   MOVE SUS-CUSTOMER-NO TO CUS-ACCOUNT-NO
                   READ CUSTOMER-FILE
                   IF WS-CUST-FILE-STATUS = '00'
                       IF CUS-CLOSED
                           SET WS-RECHECK-HELD TO TRUE
                       END-IF
                   ELSE
                       SET WS-RECHECK-HELD TO TRUE
                       IF WS-CUST-FILE-STATUS NOT = '23'
                           DISPLAY 'SUSP-RESUBMIT - CUSTOMER-FILE '
                                   'STATUS ' WS-CUST-FILE-STATUS
                                   ' - REASON 11 ITEMS HELD'
                           SET WS-CUSTOMER-DISABLED TO TRUE
                       END-IF
                   END-IF
               ELSE
                   SET WS-RECHECK-HELD TO TRUE
               END-IF
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-WRITE-RESUBMIT-REC.
      *----------------------------------------------------------------*
           MOVE SUS-TRANS-ID TO RSB-TRANS-ID
           MOVE SPACE    TO RSB-DATE-FILL-5
           MOVE SUS-AMOUNT   TO RSB-AMOUNT
           MOVE SPACE    TO RSB-DATE-FILL-6
           MOVE SUS-RECORD-TYPE TO RSB-RECORD-TYPE
           MOVE SPACE    TO RSB-DATE-FILL-7
           MOVE SUS-CUSTOMER-NO TO RSB-CUSTOMER-NO
           WRITE RESUBMIT-REC.
       2500-EXIT.
           EXIT.
           MOVE SPACE           TO SNW-FILL-7
      *    THE REASON THIS PASS RE-REJECTED IT, NOT THE STALE ONE
           MOVE WS-REJECT-REASON TO SNW-REASON-CODE
           MOVE SPACE           TO SNW-FILL-8
           MOVE SUS-RECORD-TYPE TO SNW-RECORD-TYPE
           MOVE SPACE           TO SNW-FILL-9
           MOVE SUS-CUSTOMER-NO TO SNW-CUSTOMER-NO
           WRITE SUSPENSE-OUT-REC.
       2600-EXIT.
           EXIT.
           CLOSE SUSPENSE-OUT-FILE
           CLOSE WRITE-OFF-FILE
           CLOSE PRINT-FILE
           IF WS-PERIOD-IS-OPEN
               CLOSE PERIOD-FILE
           END-IF
           IF WS-CUSTOMER-IS-OPEN
               CLOSE CUSTOMER-FILE
           END-IF

           DISPLAY "SUSP-RESUBMIT - SUSPENSE RECORDS READ : "
                   WS-RECORD-COUNT
                   WS-RESUBMIT-COUNT
           DISPLAY "SUSP-RESUBMIT - STILL IN SUSPENSE     : "
                   WS-STILL-INVALID-COUNT
           DISPLAY "SUSP-RESUBMIT -   REJECT NOT CLEARED  : "
                   WS-RECHECK-HELD-COUNT
           DISPLAY "SUSP-RESUBMIT - WRITTEN OFF           : "
                   WS-WRITE-OFF-COUNT

           MOVE ZERO TO WS-RETURN-CODE
           IF WS-OPEN-FAILED
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "SUSP-RESUBMIT - ENDING WITH CONDITION CODE "
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
           MOVE "SUSP-RESUBMIT"    TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE     TO STP-RETURN-CODE
           MOVE WS-RECORD-COUNT    TO STP-IN-COUNT
           MOVE WS-RESUBMIT-COUNT  TO STP-OUT-COUNT
           MOVE "SUSPNEW"          TO STP-RENAME-FILE
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-VALIDATE-DATE / 4050-APPLY-CENTURY-WINDOW: VALIDATES
      *    THE CORRECTED DATE STAGED IN WS-DATE1, USING THE SAME CHECK
