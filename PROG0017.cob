      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    STEP-LOG.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-10-05.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    CALLABLE SUBPROGRAM THAT APPENDS ONE STEP RECORD
      *             TO THE SHARED STREAM STEP LOG (STEPLOG, SEE
      *             STEPLGRC.CPY).  EVERY PROGRAM IN THE NIGHTLY
      *             STREAM CALLS IT ONCE, AS IT ENDS, WITH ITS PROGRAM
      *             NAME, START TIMESTAMP, CONDITION CODE, KEY IN/OUT
      *             COUNTS AND ANY FILE IT PRODUCED FOR RENAMING.
      *             A BLANK END TIMESTAMP IS TAKEN FROM THE CLOCK; A
      *             BLANK AS-OF DATE IS TAKEN FROM THE BUSINESS-DATE
      *             CONTROL RECORD (DATECTL), WHICH ONLY DATE-ROLL
      *             ADVANCES AT THE END OF THE SCHEDULE, SO EVERY STEP
      *             OF ONE NIGHT LOGS THE SAME BUSINESS DATE.
      *             LK-RETURN-CODE:
      *                 00 - STEP LOGGED
      *                 12 - THE STEP LOG WOULD NOT OPEN, NOTHING
      *                      LOGGED (THE CALLER'S OWN CONDITION CODE
      *                      IS NOT AFFECTED)
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-10-05  RA  INITIAL VERSION.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
      *---- SHARED STREAM STEP LOG, APPENDED TO ----------------------*
           SELECT STEP-LOG-FILE    ASSIGN TO "STEPLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-STEP-FILE-STATUS.

      *---- PERSISTENT BUSINESS-DATE CONTROL RECORD (DATE-ROLL) -------*
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CTL-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  STEP-LOG-FILE.
       01  STEP-LOG-LINE               PIC X(93).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-REC.
           05 CTL-BUSINESS-DATE1  PIC X(10).
           05 FILLER              PIC X(16).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
       01 WS-END-TIMESTAMP.
           05 WS-END-DATE         PIC X(8).
           05 WS-END-TIME         PIC X(8).

       01 WS-FILE-SWITCHES.
           05 WS-STEP-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-CTL-FILE-STATUS       PIC X(2)  VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE                                          SECTION.
      *----------------------------------------------------------------*
       01 LK-STEP-LOG-REC.
           COPY STEPLGRC.

       01 LK-RETURN-CODE                PIC 9(2).

      *================================================================*
       PROCEDURE DIVISION USING LK-STEP-LOG-REC
                                LK-RETURN-CODE.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAINLINE.
      *----------------------------------------------------------------*
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-APPEND-STEP    THRU 2000-EXIT
           GOBACK.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
      *    COMPLETES THE RECORD: END TIMESTAMP FROM THE CLOCK AND
      *    AS-OF DATE FROM DATECTL WHEN THE CALLER LEFT THEM BLANK,
      *    AND THE SEPARATOR BYTES.  A MISSING CONTROL RECORD LEAVES
      *    THE AS-OF DATE BLANK RATHER THAN GUESSING ONE.
      *----------------------------------------------------------------*
           MOVE ZERO TO LK-RETURN-CODE

           IF STP-END-TIMESTAMP = SPACES
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-END-TIME FROM TIME
               MOVE WS-END-TIMESTAMP TO STP-END-TIMESTAMP
           END-IF

           IF STP-AS-OF-DATE1 = SPACES
               OPEN INPUT DATE-CONTROL-FILE
               IF WS-CTL-FILE-STATUS = '00'
                   READ DATE-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CTL-BUSINESS-DATE1 TO STP-AS-OF-DATE1
                   END-READ
                   CLOSE DATE-CONTROL-FILE
               END-IF
           END-IF

           MOVE SPACES TO STP-FILL-1
           MOVE SPACES TO STP-FILL-2
           MOVE SPACES TO STP-FILL-3
           MOVE SPACES TO STP-FILL-4
           MOVE SPACES TO STP-FILL-5
           MOVE SPACES TO STP-FILL-6
           MOVE SPACES TO STP-FILL-7.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-APPEND-STEP.
      *----------------------------------------------------------------*
      *    APPENDS THE RECORD, CREATING THE LOG ON ITS FIRST USE.
      *----------------------------------------------------------------*
           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEP-FILE-STATUS = '35'
               OPEN OUTPUT STEP-LOG-FILE
           END-IF

           IF WS-STEP-FILE-STATUS NOT = '00'
               DISPLAY 'STEP-LOG - UNABLE TO OPEN STEP-LOG-FILE, '
                       'STATUS = ' WS-STEP-FILE-STATUS
                       ', STEP ' STP-PROGRAM-ID ' NOT LOGGED'
               MOVE 12 TO LK-RETURN-CODE
           ELSE
               WRITE STEP-LOG-LINE FROM LK-STEP-LOG-REC
               CLOSE STEP-LOG-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       END PROGRAM STEP-LOG.
