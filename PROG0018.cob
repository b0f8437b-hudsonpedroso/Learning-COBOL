      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    STREAM-STATUS.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-10-05.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    MORNING OPERATIONS STATUS REPORT OVER THE SHARED
      *             STREAM STEP LOG (STEPLOG, SEE STEPLGRC.CPY).  THE
      *             NIGHT'S STEPS - EVERY STEP RECORD LOGGED UNDER ONE
      *             AS-OF BUSINESS DATE - ARE LAID OUT AGAINST THE
      *             EXPECTED STEP LIST BELOW, IN STREAM ORDER, WITH
      *             EACH STEP'S START AND END TIME, CONDITION CODE AND
      *             IN/OUT COUNTS.  THE REPORT FLAGS:
      *                 - A REQUIRED STEP THAT NEVER RAN
      *                 - A STEP THAT STARTED BEFORE A STEP LISTED
      *                   AHEAD OF IT (E.G. DATE-ROLL BEFORE
      *                   RUN-RECONCILE)
      *                 - A STEP THAT ENDED 08 OR WORSE
      *                 - A FILE WAITING TO BE RENAMED OVER ITS MASTER
      *                   (HOLINEW, SUSPNEW, AUDITNEW, DATEHNEW,
      *                   SRCRNEW, PENDNEW, DATEANEW) WHOSE PRODUCING
      *                   STEP DID NOT END 00 OR DID NOT RUN AT ALL
      *             A STEP RUN MORE THAN ONCE IS REPORTED FROM ITS
      *             LAST RUN.  STEPS LOGGED BUT NOT ON THE LIST ARE
      *             SHOWN IN A SECTION OF THEIR OWN.
      *             AN OPTIONAL CARD (STATPARM, COL 1-10, DD-MM-YYYY)
      *             NAMES THE AS-OF DATE TO REPORT; WITHOUT ONE THE
      *             LATEST AS-OF DATE ON THE LOG IS REPORTED.
      *             CONDITION CODES:
      *                 00 - STREAM COMPLETE, NOTHING FLAGGED
      *                 04 - AT LEAST ONE STEP OR RENAME FLAGGED
      *                 08 - NO STEP LOGGED FOR THE AS-OF DATE
      *                 12 - THE STEP LOG OR THE REPORT WOULD NOT OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-10-05  RA  INITIAL VERSION.
      * 2026-10-09  RA  ADDED SEENKEY-MAINT (ON DEMAND, AHEAD OF
      *                 VARIAVEIS-GRUPOS) TO THE EXPECTED STEP LIST.
      * 2026-10-11  RA  DATE-ROLL NOW PRODUCES PENDNEW FOR RENAMING
      *                 OVER THE PENDING INVENTORY (PENDFILE).
      * 2026-10-13  RA  ADDED GL-INTERFACE (AFTER RUN-RECONCILE) TO THE
      *                 EXPECTED STEP LIST.
      * 2026-10-14  RA  ADDED CUST-MAINT (ON DEMAND, AHEAD OF
      *                 VARIAVEIS-GRUPOS) TO THE EXPECTED STEP LIST.
      * 2026-10-15  RA  ADDED DATEOUT-ARCHIVE (AFTER DATE-DISTRIB,
      *                 RENAMES DATEANEW) TO THE EXPECTED STEP LIST.
      * 2026-10-15  RA  PURPOSE LISTS PENDNEW AMONG THE RENAMED FILES.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
      *---- SHARED STREAM STEP LOG WRITTEN THROUGH STEP-LOG -----------*
           SELECT STEP-LOG-FILE    ASSIGN TO "STEPLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-STEP-FILE-STATUS.

      *---- AS-OF DATE TO REPORT, NORMALLY A JCL SYSIN DD -------------*
           SELECT PARM-FILE        ASSIGN TO "STATPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PRINT-FILE        ASSIGN TO "STATRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PRINT-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  STEP-LOG-FILE.
       01  STEP-LOG-REC.
           COPY STEPLGRC.

       FD  PARM-FILE.
       01  PARM-REC.
           05 SPARM-AS-OF-DATE1   PIC X(10).

       FD  PRINT-FILE.
       01  PRINT-REC                   PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE         PIC X(8).
           05 WS-RUN-TIME         PIC X(8).

       01 WS-FILE-SWITCHES.
           05 WS-STEP-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                       VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.
           05 WS-ORDER-SWITCH          PIC X(1)  VALUE 'N'.
               88 WS-STEP-OUT-OF-ORDER           VALUE 'Y'.
               88 WS-STEP-IN-ORDER               VALUE 'N'.

       01 WS-COUNTERS.
           05 WS-LOG-READ-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05 WS-STEPS-RUN-COUNT       PIC 9(3)  COMP VALUE ZERO.
           05 WS-MISSING-COUNT         PIC 9(3)  COMP VALUE ZERO.
           05 WS-ORDER-COUNT           PIC 9(3)  COMP VALUE ZERO.
           05 WS-FAILED-COUNT          PIC 9(3)  COMP VALUE ZERO.
           05 WS-HELD-COUNT            PIC 9(3)  COMP VALUE ZERO.
           05 WS-MATCHED-COUNT         PIC 9(3)  COMP VALUE ZERO.
           05 WS-UNLISTED-COUNT        PIC 9(3)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

      *---- THE NIGHT BEING REPORTED ----------------------------------*
       01 WS-NIGHT-FIELDS.
           05 WS-AS-OF-DATE1           PIC X(10) VALUE SPACES.
           05 WS-HIGH-START            PIC X(16) VALUE LOW-VALUES.
           05 WS-RUN-COUNT             PIC 9(3)  COMP VALUE ZERO.
           05 WS-LAST-LOG-IX           PIC 9(3)  COMP VALUE ZERO.

      *---- EXPECTED STEP LIST, IN STREAM ORDER.  EACH ENTRY IS THE ---*
      *---- PROGRAM-ID, R = REQUIRED EVERY NIGHT OR O = ON DEMAND, ----*
      *---- AND THE FILE THE STEP PRODUCES FOR RENAMING (IF ANY) ------*
       01 WS-STEP-LIST-VALUES.
           05 FILLER                   PIC X(25)
               VALUE "HOLIDAY-MAINT   RHOLINEW ".
           05 FILLER                   PIC X(25)
               VALUE "SRCREG-MAINT    OSRCRNEW ".
           05 FILLER                   PIC X(25)
               VALUE "SEENKEY-MAINT   O        ".
           05 FILLER                   PIC X(25)
               VALUE "CUST-MAINT      O        ".
           05 FILLER                   PIC X(25)
               VALUE "VARIAVEIS-GRUPOSR        ".
           05 FILLER                   PIC X(25)
               VALUE "SUSP-RESUBMIT   RSUSPNEW ".
           05 FILLER                   PIC X(25)
               VALUE "DATE-DISTRIB    R        ".
           05 FILLER                   PIC X(25)
               VALUE "DATEOUT-ARCHIVE RDATEANEW".
           05 FILLER                   PIC X(25)
               VALUE "RUN-RECONCILE   R        ".
           05 FILLER                   PIC X(25)
               VALUE "GL-INTERFACE    R        ".
           05 FILLER                   PIC X(25)
               VALUE "RUNLOG-TREND    R        ".
           05 FILLER                   PIC X(25)
               VALUE "PERIOD-CLOSE    O        ".
           05 FILLER                   PIC X(25)
               VALUE "AUDIT-ARCHIVE   RAUDITNEW".
           05 FILLER                   PIC X(25)
               VALUE "DATEHIST-REORG  ODATEHNEW".
           05 FILLER                   PIC X(25)
               VALUE "DATE-ROLL       RPENDNEW ".
       01 WS-STEP-LIST REDEFINES WS-STEP-LIST-VALUES.
           05 WS-LIST-ENTRY            OCCURS 15 TIMES.
              10 WS-LIST-PROGRAM-ID    PIC X(16).
              10 WS-LIST-REQUIRED      PIC X(1).
                  88 WS-LIST-IS-REQUIRED        VALUE 'R'.
              10 WS-LIST-RENAME-FILE   PIC X(8).

       01 WS-LIST-FIELDS.
           05 WS-LIST-COUNT            PIC 9(3)  COMP VALUE 15.
           05 WS-LIST-IX               PIC 9(3)  COMP VALUE ZERO.

      *---- THE NIGHT'S STEP RECORDS, IN LOG ORDER --------------------*
       01 WS-LOG-FIELDS.
           05 WS-LOG-COUNT             PIC 9(3)  COMP VALUE ZERO.
           05 WS-LOG-MAX               PIC 9(3)  COMP VALUE 200.
           05 WS-LOG-IX                PIC 9(3)  COMP VALUE ZERO.
           05 WS-LOG-OVERFLOW-COUNT    PIC 9(5)  COMP VALUE ZERO.
       01 WS-LOG-TABLE.
           05 WS-LOG-ENTRY             OCCURS 200 TIMES.
              10 WS-LOG-PROGRAM-ID     PIC X(16).
              10 WS-LOG-START          PIC X(16).
              10 WS-LOG-END            PIC X(16).
              10 WS-LOG-RETURN-CODE    PIC 9(2).
              10 WS-LOG-IN-COUNT       PIC 9(9).
              10 WS-LOG-OUT-COUNT      PIC 9(9).
              10 WS-LOG-RENAME-FILE    PIC X(8).
              10 WS-LOG-MATCHED        PIC X(1).
                  88 WS-LOG-ON-LIST             VALUE 'Y'.

      *---- RENAME DISPOSITIONS, COLLECTED AS THE LIST IS CHECKED -----*
       01 WS-RENAME-FIELDS.
           05 WS-RENAME-COUNT          PIC 9(3)  COMP VALUE ZERO.
           05 WS-RENAME-IX             PIC 9(3)  COMP VALUE ZERO.
       01 WS-RENAME-TABLE.
           05 WS-RENAME-ENTRY          OCCURS 15 TIMES.
              10 WS-REN-FILE           PIC X(8).
              10 WS-REN-PROGRAM-ID     PIC X(16).
              10 WS-REN-RESULT         PIC X(44).

      *---- HHMMSS OF A LOG TIMESTAMP, EDITED FOR PRINTING ------------*
       01 WS-TIME-EDIT.
           05 WTE-HH                   PIC X(2).
           05 FILLER                   PIC X(1)  VALUE ":".
           05 WTE-MM                   PIC X(2).
           05 FILLER                   PIC X(1)  VALUE ":".
           05 WTE-SS                   PIC X(2).

      *---- REPORT PAGINATION WORK FIELDS -----------------------------*
       01 WS-REPORT-FIELDS.
           05 WS-PAGE-NUMBER           PIC 9(4)  VALUE ZERO.
           05 WS-LINE-COUNT            PIC 9(4)  VALUE ZERO.
           05 WS-LINES-PER-PAGE        PIC 9(4)  VALUE 0050.

      *---- PRINT LINE LAYOUTS ----------------------------------------*
       01 WS-HEADING-1.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(34)
               VALUE "PROG0018 - STREAM STATUS REPORT".
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "PAGE ".
           05 WH1-PAGE-NUMBER          PIC ZZZ9.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-HEADING-2.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "AS-OF DATE: ".
           05 WH2-AS-OF-DATE1          PIC X(10).
           05 FILLER                   PIC X(13) VALUE "   RUN DATE: ".
           05 WH2-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(37) VALUE SPACES.

       01 WS-HEADING-3.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(3)  VALUE "NO".
           05 FILLER                   PIC X(17) VALUE "STEP".
           05 FILLER                   PIC X(3)  VALUE "RN".
           05 FILLER                   PIC X(9)  VALUE "STARTED".
           05 FILLER                   PIC X(9)  VALUE "ENDED".
           05 FILLER                   PIC X(3)  VALUE "CC".
           05 FILLER                   PIC X(10) VALUE " IN COUNT".
           05 FILLER                   PIC X(10) VALUE "OUT COUNT".
           05 FILLER                   PIC X(16) VALUE "STATUS".

       01 WS-HEADING-BLANK-LINE        PIC X(90) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WSL-TITLE                PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER                   PIC X(10).
           05 WD-SEQ                   PIC Z9.
           05 FILLER                   PIC X(1).
           05 WD-PROGRAM-ID            PIC X(16).
           05 FILLER                   PIC X(1).
           05 WD-RUNS                  PIC Z9.
           05 FILLER                   PIC X(1).
           05 WD-START-TIME            PIC X(8).
           05 FILLER                   PIC X(1).
           05 WD-END-TIME              PIC X(8).
           05 FILLER                   PIC X(1).
           05 WD-RETURN-CODE           PIC X(2).
           05 FILLER                   PIC X(1).
           05 WD-IN-COUNT              PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(1).
           05 WD-OUT-COUNT             PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(1).
           05 WD-NOTE                  PIC X(16).

       01 WS-RENAME-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WR-FILE                  PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-PROGRAM-ID            PIC X(16).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-RESULT                PIC X(44).
           05 FILLER                   PIC X(8)  VALUE SPACES.

       01 WS-BALANCE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WB-LABEL                 PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WB-VALUE                 PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01 WS-EDIT-COUNT                PIC ZZZZZZ9.
       01 WS-EDIT-RC                   PIC 9(2).

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAINLINE.
      *----------------------------------------------------------------*
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT WS-OPEN-FAILED
               PERFORM 2000-CHECK-ONE-STEP THRU 2000-EXIT
                   VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > WS-LIST-COUNT
           END-IF
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT

           OPEN INPUT  STEP-LOG-FILE
           OPEN OUTPUT PRINT-FILE

           IF WS-STEP-FILE-STATUS NOT = '00'
               DISPLAY 'STREAM-STATUS - UNABLE TO OPEN STEP-LOG-FILE, '
                       'STATUS = ' WS-STEP-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'STREAM-STATUS - UNABLE TO OPEN PRINT-FILE, '
                       'STATUS = ' WS-PRINT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF NOT WS-OPEN-FAILED
               IF WS-AS-OF-DATE1 = SPACES
                   PERFORM 1200-FIND-LATEST-AS-OF THRU 1200-EXIT
               END-IF
               PERFORM 1300-LOAD-NIGHT THRU 1300-EXIT
               CLOSE STEP-LOG-FILE
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
      *----------------------------------------------------------------*
      *    AN AS-OF DATE ON THE CARD IS MATCHED EXACTLY AS KEYED
      *    AGAINST THE LOG; NO CARD OR A BLANK CARD REPORTS THE
      *    LATEST NIGHT.
      *----------------------------------------------------------------*
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPARM-AS-OF-DATE1 TO WS-AS-OF-DATE1
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-FIND-LATEST-AS-OF.
      *----------------------------------------------------------------*
      *    FIRST PASS: THE AS-OF DATE OF THE LAST STEP RECORD THAT
      *    CARRIES ONE IS THE NIGHT TO REPORT.  THE LOG IS THEN
      *    REOPENED FOR THE LOADING PASS.
      *----------------------------------------------------------------*
           PERFORM 1250-NOTE-ONE-AS-OF THRU 1250-EXIT
               UNTIL WS-EOF-YES
           CLOSE STEP-LOG-FILE
           OPEN INPUT STEP-LOG-FILE
           MOVE 'N' TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1250-NOTE-ONE-AS-OF.
      *----------------------------------------------------------------*
           READ STEP-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF STP-AS-OF-DATE1 NOT = SPACES
                       MOVE STP-AS-OF-DATE1 TO WS-AS-OF-DATE1
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-LOAD-NIGHT.
      *----------------------------------------------------------------*
           PERFORM 1350-LOAD-ONE-STEP THRU 1350-EXIT
               UNTIL WS-EOF-YES

           IF WS-LOG-OVERFLOW-COUNT > ZERO
               DISPLAY 'STREAM-STATUS - MORE THAN ' WS-LOG-MAX
                       ' STEPS LOGGED FOR ' WS-AS-OF-DATE1 ', '
                       WS-LOG-OVERFLOW-COUNT ' NOT REPORTED'
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1350-LOAD-ONE-STEP.
      *----------------------------------------------------------------*
           READ STEP-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOG-READ-COUNT
                   IF STP-AS-OF-DATE1 = WS-AS-OF-DATE1
                       IF WS-LOG-COUNT < WS-LOG-MAX
                           ADD 1 TO WS-LOG-COUNT
                           MOVE STP-PROGRAM-ID
                               TO WS-LOG-PROGRAM-ID(WS-LOG-COUNT)
                           MOVE STP-START-TIMESTAMP
                               TO WS-LOG-START(WS-LOG-COUNT)
                           MOVE STP-END-TIMESTAMP
                               TO WS-LOG-END(WS-LOG-COUNT)
                           MOVE STP-RETURN-CODE
                               TO WS-LOG-RETURN-CODE(WS-LOG-COUNT)
                           MOVE STP-IN-COUNT
                               TO WS-LOG-IN-COUNT(WS-LOG-COUNT)
                           MOVE STP-OUT-COUNT
                               TO WS-LOG-OUT-COUNT(WS-LOG-COUNT)
                           MOVE STP-RENAME-FILE
                               TO WS-LOG-RENAME-FILE(WS-LOG-COUNT)
                           MOVE 'N'
                               TO WS-LOG-MATCHED(WS-LOG-COUNT)
                       ELSE
                           ADD 1 TO WS-LOG-OVERFLOW-COUNT
                       END-IF
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CHECK-ONE-STEP.
      *----------------------------------------------------------------*
      *    FINDS THE LIST ENTRY'S RUNS ON THE NIGHT'S LOG AND PRINTS
      *    ITS LINE FROM THE LAST ONE.  A STEP IS OUT OF ORDER WHEN
      *    IT STARTED BEFORE THE LATEST START OF THE STEPS LISTED
      *    AHEAD OF IT; AN OUT-OF-ORDER START DOES NOT MOVE THAT
      *    HIGH-WATER MARK, SO ONE EARLY STEP IS FLAGGED ONCE RATHER
      *    THAN EVERY STEP AFTER IT.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RUN-COUNT
           MOVE ZERO TO WS-LAST-LOG-IX
           SET WS-STEP-IN-ORDER TO TRUE
           PERFORM 2100-MATCH-ONE-LOG THRU 2100-EXIT
               VARYING WS-LOG-IX FROM 1 BY 1
               UNTIL WS-LOG-IX > WS-LOG-COUNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-LIST-IX                     TO WD-SEQ
           MOVE WS-LIST-PROGRAM-ID(WS-LIST-IX) TO WD-PROGRAM-ID

           IF WS-RUN-COUNT = ZERO
               IF WS-LIST-IS-REQUIRED(WS-LIST-IX)
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "*** NOT RUN ***"  TO WD-NOTE
               ELSE
                   MOVE "NOT RUN - OPTNL"  TO WD-NOTE
               END-IF
           ELSE
               ADD 1 TO WS-STEPS-RUN-COUNT
               MOVE WS-LAST-LOG-IX TO WS-LOG-IX
               PERFORM 7150-FILL-FROM-LOG THRU 7150-EXIT
               MOVE WS-RUN-COUNT   TO WD-RUNS

               IF WS-LOG-START(WS-LOG-IX) < WS-HIGH-START
                   SET WS-STEP-OUT-OF-ORDER TO TRUE
                   ADD 1 TO WS-ORDER-COUNT
               ELSE
                   MOVE WS-LOG-START(WS-LOG-IX) TO WS-HIGH-START
               END-IF

               IF WS-LOG-RETURN-CODE(WS-LOG-IX) > 04
                   ADD 1 TO WS-FAILED-COUNT
                   IF WS-STEP-OUT-OF-ORDER
                       MOVE "*FAILED + ORDER*" TO WD-NOTE
                   ELSE
                       MOVE "*** FAILED ***"   TO WD-NOTE
                   END-IF
               ELSE
                   IF WS-STEP-OUT-OF-ORDER
                       MOVE "*** OUT OF ORDER" TO WD-NOTE
                   ELSE
                       IF WS-LOG-RETURN-CODE(WS-LOG-IX) = ZERO
                           MOVE "OK"           TO WD-NOTE
                       ELSE
                           MOVE "WARNING"      TO WD-NOTE
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           PERFORM 2200-CHECK-RENAME      THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-MATCH-ONE-LOG.
      *----------------------------------------------------------------*
           IF WS-LOG-PROGRAM-ID(WS-LOG-IX)
                   = WS-LIST-PROGRAM-ID(WS-LIST-IX)
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-LOG-IX TO WS-LAST-LOG-IX
               IF NOT WS-LOG-ON-LIST(WS-LOG-IX)
                   MOVE 'Y' TO WS-LOG-MATCHED(WS-LOG-IX)
                   ADD 1 TO WS-MATCHED-COUNT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-CHECK-RENAME.
      *----------------------------------------------------------------*
      *    A STEP THAT RAN IS JUDGED BY THE RENAME FILE IT LOGGED
      *    (DATEHIST-REORG ONLY NAMES ONE ON A RELOAD).  A REQUIRED
      *    STEP THAT NEVER RAN LEAVES ITS LISTED FILE STALE, SO THAT
      *    RENAME IS HELD TOO.
      *----------------------------------------------------------------*
           IF WS-RUN-COUNT = ZERO
               IF WS-LIST-IS-REQUIRED(WS-LIST-IX)
                       AND WS-LIST-RENAME-FILE(WS-LIST-IX) NOT = SPACES
                   ADD 1 TO WS-RENAME-COUNT
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-LIST-RENAME-FILE(WS-LIST-IX)
                       TO WS-REN-FILE(WS-RENAME-COUNT)
                   MOVE WS-LIST-PROGRAM-ID(WS-LIST-IX)
                       TO WS-REN-PROGRAM-ID(WS-RENAME-COUNT)
                   MOVE "*** STEP DID NOT RUN - HOLD THE RENAME ***"
                       TO WS-REN-RESULT(WS-RENAME-COUNT)
               END-IF
           ELSE
               IF WS-LOG-RENAME-FILE(WS-LAST-LOG-IX) NOT = SPACES
                   ADD 1 TO WS-RENAME-COUNT
                   MOVE WS-LOG-RENAME-FILE(WS-LAST-LOG-IX)
                       TO WS-REN-FILE(WS-RENAME-COUNT)
                   MOVE WS-LIST-PROGRAM-ID(WS-LIST-IX)
                       TO WS-REN-PROGRAM-ID(WS-RENAME-COUNT)
                   MOVE WS-LOG-RETURN-CODE(WS-LAST-LOG-IX)
                       TO WS-EDIT-RC
                   MOVE SPACES TO WS-REN-RESULT(WS-RENAME-COUNT)
                   IF WS-LOG-RETURN-CODE(WS-LAST-LOG-IX) = ZERO
                       STRING "ENDED " WS-EDIT-RC
                              " - RELEASE THE RENAME"
                              DELIMITED BY SIZE
                           INTO WS-REN-RESULT(WS-RENAME-COUNT)
                   ELSE
                       ADD 1 TO WS-HELD-COUNT
                       STRING "*** ENDED " WS-EDIT-RC
                              " - HOLD THE RENAME ***"
                              DELIMITED BY SIZE
                           INTO WS-REN-RESULT(WS-RENAME-COUNT)
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
           IF NOT WS-OPEN-FAILED
               COMPUTE WS-UNLISTED-COUNT =
                   WS-LOG-COUNT - WS-MATCHED-COUNT
               PERFORM 7200-WRITE-UNLISTED-SECTION THRU 7200-EXIT
               PERFORM 7300-WRITE-RENAME-SECTION   THRU 7300-EXIT
               PERFORM 7400-WRITE-TOTALS-SECTION   THRU 7400-EXIT
               CLOSE PRINT-FILE
           END-IF

           PERFORM 3500-SET-RETURN-CODE THRU 3500-EXIT

           DISPLAY "STREAM-STATUS - AS-OF DATE        : "
                   WS-AS-OF-DATE1
           DISPLAY "STREAM-STATUS - STEPS LOGGED      : "
                   WS-LOG-COUNT
           DISPLAY "STREAM-STATUS - REQUIRED NOT RUN  : "
                   WS-MISSING-COUNT
           DISPLAY "STREAM-STATUS - OUT OF ORDER      : "
                   WS-ORDER-COUNT
           DISPLAY "STREAM-STATUS - FAILED            : "
                   WS-FAILED-COUNT
           DISPLAY "STREAM-STATUS - RENAMES HELD      : "
                   WS-HELD-COUNT
           DISPLAY "STREAM-STATUS - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-SET-RETURN-CODE.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RETURN-CODE

           IF WS-MISSING-COUNT > 0 OR WS-ORDER-COUNT > 0
                   OR WS-FAILED-COUNT > 0 OR WS-HELD-COUNT > 0
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           IF WS-LOG-COUNT = ZERO
               MOVE 08 TO WS-RETURN-CODE
           END-IF

           IF WS-OPEN-FAILED
               MOVE 12 TO WS-RETURN-CODE
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-WRITE-REPORT-HEADINGS.
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER  TO WH1-PAGE-NUMBER
           MOVE WS-AS-OF-DATE1  TO WH2-AS-OF-DATE1
           MOVE WS-RUN-DATE     TO WH2-RUN-DATE

           WRITE PRINT-REC FROM WS-HEADING-1
           WRITE PRINT-REC FROM WS-HEADING-2
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-HEADING-3
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE

           MOVE ZERO TO WS-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7050-WRITE-SECTION-TITLE.
      *----------------------------------------------------------------*
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-SECTION-LINE
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           ADD 3 TO WS-LINE-COUNT
           MOVE SPACES TO WSL-TITLE.
       7050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7100-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
           END-IF
           WRITE PRINT-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7150-FILL-FROM-LOG.
      *----------------------------------------------------------------*
      *    FILLS THE TIMES, CONDITION CODE AND COUNTS OF THE DETAIL
      *    LINE FROM LOG ENTRY WS-LOG-IX.
      *----------------------------------------------------------------*
           MOVE WS-LOG-START(WS-LOG-IX)(9:2)  TO WTE-HH
           MOVE WS-LOG-START(WS-LOG-IX)(11:2) TO WTE-MM
           MOVE WS-LOG-START(WS-LOG-IX)(13:2) TO WTE-SS
           MOVE WS-TIME-EDIT                  TO WD-START-TIME
           MOVE WS-LOG-END(WS-LOG-IX)(9:2)    TO WTE-HH
           MOVE WS-LOG-END(WS-LOG-IX)(11:2)   TO WTE-MM
           MOVE WS-LOG-END(WS-LOG-IX)(13:2)   TO WTE-SS
           MOVE WS-TIME-EDIT                  TO WD-END-TIME
           MOVE WS-LOG-RETURN-CODE(WS-LOG-IX) TO WS-EDIT-RC
           MOVE WS-EDIT-RC                    TO WD-RETURN-CODE
           MOVE WS-LOG-IN-COUNT(WS-LOG-IX)    TO WD-IN-COUNT
           MOVE WS-LOG-OUT-COUNT(WS-LOG-IX)   TO WD-OUT-COUNT.
       7150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7200-WRITE-UNLISTED-SECTION.
      *----------------------------------------------------------------*
           IF WS-UNLISTED-COUNT > ZERO
               MOVE "STEPS LOGGED BUT NOT ON THE STEP LIST"
                   TO WSL-TITLE
               PERFORM 7050-WRITE-SECTION-TITLE THRU 7050-EXIT
               PERFORM 7250-WRITE-ONE-UNLISTED THRU 7250-EXIT
                   VARYING WS-LOG-IX FROM 1 BY 1
                   UNTIL WS-LOG-IX > WS-LOG-COUNT
           END-IF.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7250-WRITE-ONE-UNLISTED.
      *----------------------------------------------------------------*
           IF NOT WS-LOG-ON-LIST(WS-LOG-IX)
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-LOG-PROGRAM-ID(WS-LOG-IX) TO WD-PROGRAM-ID
               MOVE 1                            TO WD-RUNS
               PERFORM 7150-FILL-FROM-LOG THRU 7150-EXIT
               MOVE "NOT ON LIST"                TO WD-NOTE
               PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           END-IF.
       7250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7300-WRITE-RENAME-SECTION.
      *----------------------------------------------------------------*
           MOVE "RENAMES" TO WSL-TITLE
           PERFORM 7050-WRITE-SECTION-TITLE THRU 7050-EXIT

           IF WS-RENAME-COUNT = ZERO
               MOVE "NO RENAME FILES PRODUCED" TO WB-LABEL
               MOVE SPACES                     TO WB-VALUE
               WRITE PRINT-REC FROM WS-BALANCE-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM 7350-WRITE-ONE-RENAME THRU 7350-EXIT
                   VARYING WS-RENAME-IX FROM 1 BY 1
                   UNTIL WS-RENAME-IX > WS-RENAME-COUNT
           END-IF.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7350-WRITE-ONE-RENAME.
      *----------------------------------------------------------------*
           MOVE WS-REN-FILE(WS-RENAME-IX)       TO WR-FILE
           MOVE WS-REN-PROGRAM-ID(WS-RENAME-IX) TO WR-PROGRAM-ID
           MOVE WS-REN-RESULT(WS-RENAME-IX)     TO WR-RESULT
           WRITE PRINT-REC FROM WS-RENAME-LINE
           ADD 1 TO WS-LINE-COUNT.
       7350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7400-WRITE-TOTALS-SECTION.
      *----------------------------------------------------------------*
           MOVE "STREAM TOTALS" TO WSL-TITLE
           PERFORM 7050-WRITE-SECTION-TITLE THRU 7050-EXIT

           MOVE "STEPS LOGGED"        TO WB-LABEL
           MOVE WS-LOG-COUNT          TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT         TO WB-VALUE
           PERFORM 7450-WRITE-BALANCE-LINE THRU 7450-EXIT

           MOVE "LISTED STEPS RUN"    TO WB-LABEL
           MOVE WS-STEPS-RUN-COUNT    TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT         TO WB-VALUE
           PERFORM 7450-WRITE-BALANCE-LINE THRU 7450-EXIT

           MOVE "REQUIRED NOT RUN"    TO WB-LABEL
           MOVE WS-MISSING-COUNT      TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT         TO WB-VALUE
           PERFORM 7450-WRITE-BALANCE-LINE THRU 7450-EXIT

           MOVE "OUT OF ORDER"        TO WB-LABEL
           MOVE WS-ORDER-COUNT        TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT         TO WB-VALUE
           PERFORM 7450-WRITE-BALANCE-LINE THRU 7450-EXIT

           MOVE "FAILED (08 OR WORSE)" TO WB-LABEL
           MOVE WS-FAILED-COUNT       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT         TO WB-VALUE
           PERFORM 7450-WRITE-BALANCE-LINE THRU 7450-EXIT

           MOVE "RENAMES HELD"        TO WB-LABEL
           MOVE WS-HELD-COUNT         TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT         TO WB-VALUE
           PERFORM 7450-WRITE-BALANCE-LINE THRU 7450-EXIT

           MOVE "NOT ON STEP LIST"    TO WB-LABEL
           MOVE WS-UNLISTED-COUNT     TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT         TO WB-VALUE
           PERFORM 7450-WRITE-BALANCE-LINE THRU 7450-EXIT

           MOVE "STREAM STATUS"       TO WB-LABEL
           IF WS-LOG-COUNT = ZERO
               MOVE "*** NOTHING LOGGED ***"   TO WB-VALUE
           ELSE
               IF WS-MISSING-COUNT > 0 OR WS-ORDER-COUNT > 0
                       OR WS-FAILED-COUNT > 0 OR WS-HELD-COUNT > 0
                   MOVE "*** EXCEPTIONS - SEE ABOVE ***" TO WB-VALUE
               ELSE
                   MOVE "COMPLETE"             TO WB-VALUE
               END-IF
           END-IF
           PERFORM 7450-WRITE-BALANCE-LINE THRU 7450-EXIT.
       7400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7450-WRITE-BALANCE-LINE.
      *----------------------------------------------------------------*
           WRITE PRINT-REC FROM WS-BALANCE-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WB-LABEL
           MOVE SPACES TO WB-VALUE.
       7450-EXIT.
           EXIT.

       END PROGRAM STREAM-STATUS.
