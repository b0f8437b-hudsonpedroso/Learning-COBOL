      *             PARAMETER CARD (ARCHPARM) AND DEFAULTS TO 90; THE
      *             CUTOFF DATE IS COMPUTED THROUGH DATE-ADD-DAYS
      *             (PROG0002) WITH A NEGATIVE OFFSET FROM TODAY.
      *             CONDITION CODES (THE AUDITNEW RENAME OVER AUDITTRL
      *             GATES ON 00):
      *                 00 - TRAIL SPLIT INTO ARCHIVE AND RETAINED
      *                 12 - A FILE WOULD NOT OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-08-22  RA  INITIAL VERSION.
      * 2026-10-05  RA  THE JOB NOW ENDS WITH A CONDITION CODE (00/12,
      *                 SEE PURPOSE) AND APPENDS ITS STEP RECORD TO THE
      *                 STREAM STEP LOG THROUGH STEP-LOG (PROG0017).
      * 2026-10-09  RA  CARRIES THE OPERATOR-ACTION FIELDS NOW ON THE
      *                 AUDIT RECORD (KEY, INITIALS, REASON).
      ******************************************************************

      *================================================================*
                     ==AUD-FILL-2==        BY ==ARC-FILL-2==
                     ==AUD-AFTER-VALUE==   BY ==ARC-AFTER-VALUE==
                     ==AUD-FILL-3==        BY ==ARC-FILL-3==
                     ==AUD-RUN-TIMESTAMP== BY ==ARC-RUN-TIMESTAMP==
                     ==AUD-FILL-4==        BY ==ARC-FILL-4==
                     ==AUD-KEY==           BY ==ARC-KEY==
                     ==AUD-FILL-5==        BY ==ARC-FILL-5==
                     ==AUD-OPERATOR==      BY ==ARC-OPERATOR==
                     ==AUD-FILL-6==        BY ==ARC-FILL-6==
                     ==AUD-REASON==        BY ==ARC-REASON==.

       FD  RETAINED-FILE.
       01  RETAINED-REC.
                     ==AUD-FILL-2==        BY ==RET-FILL-2==
                     ==AUD-AFTER-VALUE==   BY ==RET-AFTER-VALUE==
                     ==AUD-FILL-3==        BY ==RET-FILL-3==
                     ==AUD-RUN-TIMESTAMP== BY ==RET-RUN-TIMESTAMP==
                     ==AUD-FILL-4==        BY ==RET-FILL-4==
                     ==AUD-KEY==           BY ==RET-KEY==
                     ==AUD-FILL-5==        BY ==RET-FILL-5==
                     ==AUD-OPERATOR==      BY ==RET-OPERATOR==
                     ==AUD-FILL-6==        BY ==RET-FILL-6==
                     ==AUD-REASON==        BY ==RET-REASON==.

       FD  PARM-FILE.
       01  PARM-REC.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                       VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-RECORD-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05 WS-ARCHIVED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05 WS-RETAINED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

       01 WS-RETENTION-FIELDS.
           05 WS-RETENTION-DAYS        PIC 9(4)  VALUE 0090.
           05 WS-ADD-RETURN-CODE       PIC 9(2)  VALUE ZERO.
           05 WS-CUTOFF-YYYYMMDD       PIC X(8)  VALUE SPACES.

      *---- THIS STEP'S ENTRY ON THE STREAM STEP LOG (SEE STEP-LOG) ---*
       01 WS-STEP-LOG-REC.
           COPY STEPLGRC.

       01 WS-STEP-LOG-RC               PIC 9(2)  VALUE ZERO.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
           PERFORM 2000-PROCESS-RECORD  THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
               DISPLAY 'AUDIT-ARCHIVE - UNABLE TO OPEN '
                       'AUDIT-TRAIL-FILE, '
                       'STATUS = ' WS-AUDIT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-ARCH-FILE-STATUS NOT = '00'
               DISPLAY 'AUDIT-ARCHIVE - UNABLE TO OPEN ARCHIVE-FILE, '
                       'STATUS = ' WS-ARCH-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-RETN-FILE-STATUS NOT = '00'
               DISPLAY 'AUDIT-ARCHIVE - UNABLE TO OPEN RETAINED-FILE, '
                       'STATUS = ' WS-RETN-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           DISPLAY "AUDIT-ARCHIVE - ARCHIVED           : "
                   WS-ARCHIVED-COUNT
           DISPLAY "AUDIT-ARCHIVE - RETAINED           : "
                   WS-RETAINED-COUNT

           MOVE ZERO TO WS-RETURN-CODE
           IF WS-OPEN-FAILED
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "AUDIT-ARCHIVE - ENDING WITH CONDITION CODE "
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
           MOVE "AUDIT-ARCHIVE"    TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE     TO STP-RETURN-CODE
           MOVE WS-RECORD-COUNT    TO STP-IN-COUNT
           MOVE WS-RETAINED-COUNT  TO STP-OUT-COUNT
           MOVE "AUDITNEW"         TO STP-RENAME-FILE
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-READ-NEXT-RECORD.
      *----------------------------------------------------------------*
