      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    SEENKEY-CONVERT.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    ONE-TIME RELOAD OF THE INDEXED SEEN-KEY MASTER
      *             (SEENKEYS) FROM ITS ORIGINAL 27-BYTE LAYOUT (ID,
      *             RUN DATE, RECORD NUMBER) INTO THE CURRENT SEENKYRC
      *             LAYOUT.  OPERATIONS RENAMES THE OLD MASTER TO
      *             SEENKOLD, RUNS THIS STEP, AND ON CONDITION CODE 00
      *             RENAMES SEENKNEW OVER SEENKEYS BEFORE THE NEXT RUN
      *             OF VARIAVEIS-GRUPOS, WHICH WILL NOT OPEN A MASTER
      *             STILL IN THE OLD LAYOUT.  EVERY KEY IS COPIED IN
      *             KEY ORDER WITH ITS ID, RUN DATE AND RECORD NUMBER;
      *             THE CONVERTED DATE, AMOUNT, REVERSAL AND RELEASE
      *             FIELDS ARE LEFT AS SPACES, AS FOR ANY KEY
      *             REGISTERED BEFORE THEY EXISTED.  THE STEP IS
      *             LOGGED ON THE STREAM STEP LOG THROUGH STEP-LOG
      *             (PROG0017) LIKE ANY OTHER.
      *             CONDITION CODES (THE SEENKNEW RENAME OVER SEENKEYS
      *             GATES ON 00):
      *                 00 - EVERY KEY RELOADED
      *                 08 - A KEY COULD NOT BE READ OR WRITTEN; THE
      *                      NEW MASTER IS INCOMPLETE
      *                 12 - A FILE WOULD NOT OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-10-15  RA  INITIAL VERSION.
      * 2026-10-15  RA  CLOSES ONLY THE FILES THAT OPENED, AND WRITES
      *                 ITS STEP RECORD THROUGH STEP-LOG.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
      *---- THE SEEN-KEY MASTER IN ITS ORIGINAL LAYOUT ----------------*
           SELECT OLD-KEY-FILE     ASSIGN TO "SEENKOLD"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS OSK-TRANS-ID
                                    FILE STATUS IS WS-OLD-FILE-STATUS.

      *---- THE RELOADED MASTER, RENAMED OVER SEENKEYS ON CC 00 -------*
           SELECT NEW-KEY-FILE     ASSIGN TO "SEENKNEW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS SK-TRANS-ID
                                    FILE STATUS IS WS-NEW-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  OLD-KEY-FILE.
       01  OLD-KEY-REC.
           05 OSK-TRANS-ID        PIC X(12).
           05 OSK-RUN-DATE        PIC X(8).
           05 OSK-RECORD-NO       PIC 9(7).

       FD  NEW-KEY-FILE.
       01  NEW-KEY-REC.
           COPY SEENKYRC.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
       01 WS-FILE-SWITCHES.
           05 WS-OLD-FILE-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-NEW-FILE-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                      VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.
           05 WS-OLD-OPEN-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-OLD-IS-OPEN                 VALUE 'Y'.
           05 WS-NEW-OPEN-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-NEW-IS-OPEN                 VALUE 'Y'.
           05 WS-IO-FAIL-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-IO-FAILED                   VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-READ-COUNT            PIC 9(7)  COMP VALUE ZERO.
           05 WS-WRITTEN-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE              PIC X(8).
           05 WS-RUN-TIME              PIC X(8).

      *---- THIS STEP'S ENTRY ON THE STREAM STEP LOG (SEE STEP-LOG) ---*
       01 WS-STEP-LOG-REC.
           COPY STEPLGRC.

       01 WS-STEP-LOG-RC               PIC 9(2)  VALUE ZERO.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAINLINE.
      *----------------------------------------------------------------*
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-CONVERT-KEY     THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT  OLD-KEY-FILE
           OPEN OUTPUT NEW-KEY-FILE

           IF WS-OLD-FILE-STATUS = '00'
               SET WS-OLD-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'SEENKEY-CONVERT - UNABLE TO OPEN OLD-KEY-FILE, '
                       'STATUS = ' WS-OLD-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-NEW-FILE-STATUS = '00'
               SET WS-NEW-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'SEENKEY-CONVERT - UNABLE TO OPEN NEW-KEY-FILE, '
                       'STATUS = ' WS-NEW-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-EOF-NO
               PERFORM 8000-READ-NEXT-KEY THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CONVERT-KEY.
      *----------------------------------------------------------------*
      *    THE OLD MASTER IS READ IN KEY ORDER, SO THE NEW ONE IS
      *    LOADED IN KEY ORDER TOO.  A WRITE THAT FAILS STOPS THE
      *    RELOAD RATHER THAN LEAVE A MASTER WITH KEYS MISSING.
      *----------------------------------------------------------------*
           ADD 1 TO WS-READ-COUNT

           MOVE SPACES        TO NEW-KEY-REC
           MOVE OSK-TRANS-ID  TO SK-TRANS-ID
           MOVE OSK-RUN-DATE  TO SK-RUN-DATE
           MOVE OSK-RECORD-NO TO SK-RECORD-NO

           WRITE NEW-KEY-REC
           IF WS-NEW-FILE-STATUS = '00'
               ADD 1 TO WS-WRITTEN-COUNT
               PERFORM 8000-READ-NEXT-KEY THRU 8000-EXIT
           ELSE
               DISPLAY 'SEENKEY-CONVERT - UNABLE TO WRITE KEY '
                       SK-TRANS-ID ', STATUS = ' WS-NEW-FILE-STATUS
               SET WS-IO-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
      *    EACH FILE IS CLOSED ONLY IF ITS OWN OPEN SUCCEEDED, SO A
      *    FAILED OPEN OF ONE STILL CLOSES THE OTHER.
      *----------------------------------------------------------------*
           IF WS-OLD-IS-OPEN
               CLOSE OLD-KEY-FILE
           END-IF
           IF WS-NEW-IS-OPEN
               CLOSE NEW-KEY-FILE
           END-IF

           DISPLAY "SEENKEY-CONVERT - OLD KEYS READ    : "
                   WS-READ-COUNT
           DISPLAY "SEENKEY-CONVERT - NEW KEYS WRITTEN : "
                   WS-WRITTEN-COUNT

           MOVE ZERO TO WS-RETURN-CODE
           IF WS-IO-FAILED
               MOVE 08 TO WS-RETURN-CODE
           END-IF
           IF WS-OPEN-FAILED
               MOVE 12 TO WS-RETURN-CODE
           END-IF

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "SEENKEY-CONVERT - ENDING WITH CONDITION CODE "
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
           MOVE "SEENKEY-CONVERT"  TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE     TO STP-RETURN-CODE
           MOVE WS-READ-COUNT      TO STP-IN-COUNT
           MOVE WS-WRITTEN-COUNT   TO STP-OUT-COUNT
           MOVE "SEENKNEW"         TO STP-RENAME-FILE
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-READ-NEXT-KEY.
      *----------------------------------------------------------------*
      *    A READ ERROR OTHER THAN END OF FILE (FOR EXAMPLE A MASTER
      *    ALREADY IN THE CURRENT LAYOUT) STOPS THE RELOAD.
      *----------------------------------------------------------------*
           READ OLD-KEY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ

           IF WS-OLD-FILE-STATUS NOT = '00' AND NOT = '10'
               DISPLAY 'SEENKEY-CONVERT - UNABLE TO READ OLD-KEY-FILE, '
                       'STATUS = ' WS-OLD-FILE-STATUS
               SET WS-IO-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM SEENKEY-CONVERT.
