      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    SRCREG-MAINT.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-09-14.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    MAINTENANCE JOB FOR THE UPSTREAM SOURCE REGISTRY
      *             (SRCREG) READ BY PROG0001 TO ACCEPT EACH HDR
      *             CONTROL SET AND TO LIST ACTIVE SOURCES THAT SENT
      *             NOTHING.  APPLIES ADD/CHANGE/DELETE TRANSACTIONS
      *             (SRCTRANS) TO THE REGISTRY, EDITING EVERY FIELD OF
      *             AN ADD OR CHANGE (FORMAT CODE D/I/U, VALUE-BALANCE
      *             FLAG Y/N, NUMERIC VOLUME RANGE WITH LOW NOT ABOVE
      *             HIGH, STATUS A/I), AND WRITES THE MAINTAINED
      *             REGISTRY TO SRCRNEW, WHICH OPERATIONS RENAMES OVER
      *             SRCREG AFTER A CLEAN RUN.  THE PRINTED REPORT
      *             (SRCMRPT) SHOWS THE REGISTRY BEFORE MAINTENANCE,
      *             EVERY TRANSACTION WITH ITS DISPOSITION AND THE
      *             REGISTRY AFTER MAINTENANCE.  A MISSING SRCREG IS
      *             TAKEN AS AN EMPTY REGISTRY SO THE FIRST RUN CAN
      *             BUILD IT FROM ADDS.
      *             TRANSACTION CARD LAYOUT (SRCTRANS):
      *                 COL 1     ACTION, A = ADD, C = CHANGE,
      *                           D = DELETE
      *                 COL 3-9   SOURCE SYSTEM (AS ON THE HDR)
      *                 COL 11    FORMAT CODE, D / I / U
      *                 COL 13    MUST VALUE-BALANCE, Y / N
      *                 COL 15-21 LOW DAILY VOLUME
      *                 COL 23-29 HIGH DAILY VOLUME
      *                 COL 31    STATUS, A = ACTIVE, I = INACTIVE
      *                 COL 33-62 DESCRIPTION
      *             A CHANGE REPLACES THE WHOLE ENTRY WITH THE CARD
      *             IMAGE; A DELETE NEEDS ONLY THE SOURCE SYSTEM.
      *             CONDITION CODES (THE RENAME OVER SRCREG GATES ON
      *             00):
      *                 00 - ALL TRANSACTIONS APPLIED
      *                 04 - TRANSACTIONS REJECTED OR THE TABLE
      *                      OVERFLOWED
      *                 12 - A FILE WOULD NOT OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-09-14  RA  INITIAL VERSION.
      * 2026-10-05  RA  APPENDS ITS STEP RECORD TO THE STREAM STEP LOG
      *                 THROUGH STEP-LOG (PROG0017) AS IT ENDS.
      * 2026-10-15  RA  A REGISTRY THAT EXACTLY FILLS THE TABLE IS NO
      *                 LONGER REPORTED AS OVERFLOWING.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
      *---- MAINTAINED SOURCE REGISTRY, ONE SOURCE PER RECORD ---------*
           SELECT REGISTRY-FILE    ASSIGN TO "SRCREG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REG-FILE-STATUS.

      *---- ADD/CHANGE/DELETE TRANSACTION CARDS -----------------------*
           SELECT TRANS-FILE       ASSIGN TO "SRCTRANS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-TRANS-FILE-STATUS.

      *---- MAINTAINED REGISTRY, RENAMED OVER SRCREG WHEN CLEAN -------*
           SELECT NEW-REGISTRY-FILE ASSIGN TO "SRCRNEW"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REGNEW-FILE-STAT.

      *---- BEFORE/AFTER LISTING AND TRANSACTION REPORT ---------------*
           SELECT PRINT-FILE        ASSIGN TO "SRCMRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PRINT-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  REGISTRY-FILE.
       01  REGISTRY-REC.
           COPY SRCREGRC.

       FD  TRANS-FILE.
       01  TRANS-REC.
           05 STR-ACTION          PIC X(1).
               88 STR-ACTION-ADD            VALUE 'A'.
               88 STR-ACTION-CHANGE         VALUE 'C'.
               88 STR-ACTION-DELETE         VALUE 'D'.
           05 STR-FILL-1          PIC X(1).
           05 STR-SOURCE-SYSTEM   PIC X(7).
           05 STR-FILL-2          PIC X(1).
           05 STR-FORMAT-CODE     PIC X(1).
               88 STR-FORMAT-KNOWN          VALUE 'D' 'I' 'U'.
           05 STR-FILL-3          PIC X(1).
           05 STR-VALUE-BAL-FLAG  PIC X(1).
               88 STR-VALUE-BAL-KNOWN       VALUE 'Y' 'N'.
           05 STR-FILL-4          PIC X(1).
           05 STR-MIN-VOLUME      PIC 9(7).
           05 STR-FILL-5          PIC X(1).
           05 STR-MAX-VOLUME      PIC 9(7).
           05 STR-FILL-6          PIC X(1).
           05 STR-STATUS          PIC X(1).
               88 STR-STATUS-KNOWN          VALUE 'A' 'I'.
           05 STR-FILL-7          PIC X(1).
           05 STR-DESCRIPTION     PIC X(30).

       FD  NEW-REGISTRY-FILE.
       01  NEW-REGISTRY-REC.
           COPY SRCREGRC
               REPLACING ==REG-SOURCE-SYSTEM==  BY ==NRG-SOURCE-SYSTEM==
                     ==REG-FILL-1==         BY ==NRG-FILL-1==
                     ==REG-FORMAT-CODE==    BY ==NRG-FORMAT-CODE==
                     ==REG-FILL-2==         BY ==NRG-FILL-2==
                     ==REG-VALUE-BAL-FLAG== BY ==NRG-VALUE-BAL-FLAG==
                     ==REG-MUST-VALUE-BALANCE==
                           BY ==NRG-MUST-VALUE-BALANCE==
                     ==REG-FILL-3==         BY ==NRG-FILL-3==
                     ==REG-MIN-VOLUME==     BY ==NRG-MIN-VOLUME==
                     ==REG-FILL-4==         BY ==NRG-FILL-4==
                     ==REG-MAX-VOLUME==     BY ==NRG-MAX-VOLUME==
                     ==REG-FILL-5==         BY ==NRG-FILL-5==
                     ==REG-STATUS==         BY ==NRG-STATUS==
                     ==REG-ACTIVE==         BY ==NRG-ACTIVE==
                     ==REG-INACTIVE==       BY ==NRG-INACTIVE==
                     ==REG-FILL-6==         BY ==NRG-FILL-6==
                     ==REG-DESCRIPTION==    BY ==NRG-DESCRIPTION==.

       FD  PRINT-FILE.
       01  PRINT-REC                   PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE         PIC X(8).
           05 WS-RUN-TIME         PIC X(8).

       01 WS-FILE-SWITCHES.
           05 WS-REG-FILE-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-TRANS-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-REGNEW-FILE-STAT      PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-REG-EOF-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-REG-EOF-YES                 VALUE 'Y'.
               88 WS-REG-EOF-NO                  VALUE 'N'.
           05 WS-REG-MISSING-SWITCH    PIC X(1)  VALUE 'N'.
               88 WS-REG-MISSING                 VALUE 'Y'.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                       VALUE 'N'.
           05 WS-CARD-SWITCH           PIC X(1)  VALUE 'Y'.
               88 WS-CARD-VALID                  VALUE 'Y'.
               88 WS-CARD-INVALID                VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.
           05 WS-OVERFLOW-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-TABLE-OVERFLOWED            VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-LOADED-COUNT          PIC 9(5)  COMP VALUE ZERO.
           05 WS-TRANS-COUNT           PIC 9(5)  COMP VALUE ZERO.
           05 WS-ADDED-COUNT           PIC 9(5)  COMP VALUE ZERO.
           05 WS-CHANGED-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05 WS-DELETED-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05 WS-REJECTED-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05 WS-WRITTEN-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05 WS-ACTIVE-COUNT          PIC 9(5)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

      *---- IN-CORE REGISTRY TABLE.  LOADED ENTRIES ARRIVE AS 'L', ----*
      *---- DELETES FLIP THEM TO 'D', CHANGES TO 'C', ADDS APPEND AS --*
      *---- 'N'; EVERYTHING BUT 'D' GOES OUT TO SRCRNEW.  THE TABLE ---*
      *---- IS THE SAME SIZE AS PROG0001'S, SO A REGISTRY THIS JOB ----*
      *---- WRITES ALWAYS LOADS THERE IN FULL. ------------------------*
       01 WS-REGISTRY-FIELDS.
           05 WS-REGISTRY-COUNT        PIC 9(3)  COMP VALUE ZERO.
           05 WS-REGISTRY-MAX          PIC 9(3)  COMP VALUE 50.
           05 WS-REG-IX                PIC 9(3)  COMP VALUE ZERO.
           05 WS-REG-FOUND-IX          PIC 9(3)  COMP VALUE ZERO.
           05 WS-REG-LOOKUP-SOURCE     PIC X(7)  VALUE SPACES.
       01 WS-REGISTRY-TABLE.
           05 WS-REGISTRY-ENTRY        OCCURS 50 TIMES.
              10 WS-REG-ENT-SOURCE     PIC X(7).
              10 WS-REG-ENT-FORMAT     PIC X(1).
              10 WS-REG-ENT-VALUE-BAL  PIC X(1).
              10 WS-REG-ENT-MIN-VOLUME PIC 9(7).
              10 WS-REG-ENT-MAX-VOLUME PIC 9(7).
              10 WS-REG-ENT-STATUS     PIC X(1).
              10 WS-REG-ENT-DESC       PIC X(30).
              10 WS-REG-ENT-MAINT      PIC X(1).
                  88 WS-REG-ENT-LOADED          VALUE 'L'.
                  88 WS-REG-ENT-DELETED         VALUE 'D'.
                  88 WS-REG-ENT-CHANGED         VALUE 'C'.
                  88 WS-REG-ENT-ADDED           VALUE 'N'.

      *---- REPORT PAGINATION WORK FIELDS -----------------------------*
       01 WS-REPORT-FIELDS.
           05 WS-PAGE-NUMBER           PIC 9(4)  VALUE ZERO.
           05 WS-LINE-COUNT            PIC 9(4)  VALUE ZERO.
           05 WS-LINES-PER-PAGE        PIC 9(4)  VALUE 0050.

      *---- PRINT LINE LAYOUTS ----------------------------------------*
       01 WS-HEADING-1.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(34)
               VALUE "PROG0015 - SOURCE REGISTRY MAINT".
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "PAGE ".
           05 WH1-PAGE-NUMBER          PIC ZZZ9.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-HEADING-2.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05 WH2-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(62) VALUE SPACES.

       01 WS-HEADING-3.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "SOURCE".
           05 FILLER                   PIC X(4)  VALUE "FMT".
           05 FILLER                   PIC X(4)  VALUE "VB".
           05 FILLER                   PIC X(16) VALUE "DAILY VOLUME".
           05 FILLER                   PIC X(4)  VALUE "ST".
           05 FILLER                   PIC X(22) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(21) VALUE "DISPOSITION".

       01 WS-HEADING-BLANK-LINE        PIC X(90) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WSL-TITLE                PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WD-SOURCE                PIC X(7).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WD-FORMAT                PIC X(1).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WD-VALUE-BAL             PIC X(1).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-MIN-VOLUME            PIC ZZZZZZ9.
           05 FILLER                   PIC X(1)  VALUE "-".
           05 WD-MAX-VOLUME            PIC ZZZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-STATUS-FLAG           PIC X(1).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-DESCRIPTION           PIC X(20).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-STATUS                PIC X(14).
           05 FILLER                   PIC X(7)  VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WT-LABEL                 PIC X(20).
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WT-VALUE                 PIC ZZZZ9.
           05 FILLER                   PIC X(53) VALUE SPACES.

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
           PERFORM 2000-PROCESS-TRANS   THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
      *    A REGISTRY THAT DOES NOT EXIST YET (STATUS 35) IS TAKEN AS
      *    EMPTY - THE FIRST RUN BUILDS IT FROM ADD CARDS.  ANY OTHER
      *    OPEN FAILURE STOPS THE JOB.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT  REGISTRY-FILE
           OPEN INPUT  TRANS-FILE
           OPEN OUTPUT NEW-REGISTRY-FILE
           OPEN OUTPUT PRINT-FILE

           IF WS-REG-FILE-STATUS = '35'
               DISPLAY 'SRCREG-MAINT - NO SOURCE REGISTRY FOUND, '
                       'STARTING FROM AN EMPTY REGISTRY'
               SET WS-REG-MISSING TO TRUE
               MOVE 'Y' TO WS-REG-EOF-SWITCH
           ELSE
               IF WS-REG-FILE-STATUS NOT = '00'
                   DISPLAY 'SRCREG-MAINT - UNABLE TO OPEN '
                           'REGISTRY-FILE, '
                           'STATUS = ' WS-REG-FILE-STATUS
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF

           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'SRCREG-MAINT - UNABLE TO OPEN TRANS-FILE, '
                       'STATUS = ' WS-TRANS-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-REGNEW-FILE-STAT NOT = '00'
               DISPLAY 'SRCREG-MAINT - UNABLE TO OPEN '
                       'NEW-REGISTRY-FILE, '
                       'STATUS = ' WS-REGNEW-FILE-STAT
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'SRCREG-MAINT - UNABLE TO OPEN PRINT-FILE, '
                       'STATUS = ' WS-PRINT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-EOF-NO
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT
               PERFORM 7200-WRITE-BEFORE-LISTING THRU 7200-EXIT
               MOVE "TRANSACTIONS APPLIED" TO WSL-TITLE
               PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT
               PERFORM 8000-READ-NEXT-TRANS THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-LOAD-REGISTRY.
      *----------------------------------------------------------------*
      *    LOADS THE CURRENT REGISTRY INTO THE MAINTENANCE TABLE.  A
      *    RECORD IS CARRIED AS RECEIVED (EVEN WITH BAD FIELDS) SO IT
      *    STILL SHOWS ON THE BEFORE LISTING AND IS NOT SILENTLY
      *    DROPPED FROM SRCRNEW - FIXING IT IS A CHANGE CARD.  ONCE
      *    THE TABLE IS FULL ONE MORE READ TELLS A REGISTRY OF EXACTLY
      *    THE TABLE SIZE FROM ONE THAT WOULD NOT FIT.
      *----------------------------------------------------------------*
           PERFORM 1600-LOAD-ONE-SOURCE THRU 1600-EXIT
               UNTIL WS-REG-EOF-YES
                  OR WS-REGISTRY-COUNT = WS-REGISTRY-MAX

           IF WS-REG-EOF-NO
               READ REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-REG-EOF-SWITCH
                   NOT AT END
                       SET WS-TABLE-OVERFLOWED TO TRUE
                       DISPLAY "SRCREG-MAINT - REGISTRY TABLE FULL AT "
                               WS-REGISTRY-MAX " ENTRIES, REST OF "
                               "REGISTRY NOT LOADED - SRCRNEW WOULD "
                               "TRUNCATE IT"
               END-READ
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1600-LOAD-ONE-SOURCE.
      *----------------------------------------------------------------*
           READ REGISTRY-FILE
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REGISTRY-COUNT
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE WS-REGISTRY-COUNT TO WS-REG-IX
                   MOVE REG-SOURCE-SYSTEM  TO
                       WS-REG-ENT-SOURCE(WS-REG-IX)
                   MOVE REG-FORMAT-CODE    TO
                       WS-REG-ENT-FORMAT(WS-REG-IX)
                   MOVE REG-VALUE-BAL-FLAG TO
                       WS-REG-ENT-VALUE-BAL(WS-REG-IX)
                   IF REG-MIN-VOLUME NUMERIC
                       MOVE REG-MIN-VOLUME TO
                           WS-REG-ENT-MIN-VOLUME(WS-REG-IX)
                   ELSE
                       MOVE ZERO TO WS-REG-ENT-MIN-VOLUME(WS-REG-IX)
                   END-IF
                   IF REG-MAX-VOLUME NUMERIC
                       MOVE REG-MAX-VOLUME TO
                           WS-REG-ENT-MAX-VOLUME(WS-REG-IX)
                   ELSE
                       MOVE ZERO TO WS-REG-ENT-MAX-VOLUME(WS-REG-IX)
                   END-IF
                   MOVE REG-STATUS         TO
                       WS-REG-ENT-STATUS(WS-REG-IX)
                   MOVE REG-DESCRIPTION    TO
                       WS-REG-ENT-DESC(WS-REG-IX)
                   SET WS-REG-ENT-LOADED(WS-REG-IX) TO TRUE
           END-READ.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
      *----------------------------------------------------------------*
           ADD 1 TO WS-TRANS-COUNT

           IF STR-ACTION-ADD
               PERFORM 2100-APPLY-ADD THRU 2100-EXIT
           ELSE
               IF STR-ACTION-CHANGE
                   PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
               ELSE
                   IF STR-ACTION-DELETE
                       PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJ ACTION"   TO WD-STATUS
                       PERFORM 7100-WRITE-TRANS-LINE THRU 7100-EXIT
                   END-IF
               END-IF
           END-IF

           PERFORM 8000-READ-NEXT-TRANS THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-APPLY-ADD.
      *----------------------------------------------------------------*
      *    AN ADD MUST CARRY A CLEAN CARD IMAGE (SEE 2400) AND MUST
      *    NOT NAME A SOURCE ALREADY ON THE REGISTRY.
      *----------------------------------------------------------------*
           PERFORM 2400-EDIT-CARD THRU 2400-EXIT

           IF WS-CARD-VALID
               MOVE STR-SOURCE-SYSTEM TO WS-REG-LOOKUP-SOURCE
               PERFORM 2500-FIND-REGISTRY-ENTRY THRU 2500-EXIT
               IF WS-REG-FOUND-IX > ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJ DUPLICATE" TO WD-STATUS
               ELSE
                   IF WS-REGISTRY-COUNT = WS-REGISTRY-MAX
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJ TABLE FULL" TO WD-STATUS
                   ELSE
                       ADD 1 TO WS-REGISTRY-COUNT
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE WS-REGISTRY-COUNT TO WS-REG-FOUND-IX
                       PERFORM 2600-MOVE-CARD-TO-ENTRY THRU 2600-EXIT
                       SET WS-REG-ENT-ADDED(WS-REG-FOUND-IX) TO TRUE
                       MOVE "ADDED"          TO WD-STATUS
                   END-IF
               END-IF
           END-IF

           PERFORM 7100-WRITE-TRANS-LINE THRU 7100-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-APPLY-CHANGE.
      *----------------------------------------------------------------*
      *    A CHANGE MUST CARRY A CLEAN CARD IMAGE AND MUST NAME A
      *    SOURCE ON THE REGISTRY; THE CARD REPLACES THE WHOLE ENTRY
      *    (AN ENTRY ADDED EARLIER THIS RUN STAYS MARKED AS ADDED).
      *----------------------------------------------------------------*
           PERFORM 2400-EDIT-CARD THRU 2400-EXIT

           IF WS-CARD-VALID
               MOVE STR-SOURCE-SYSTEM TO WS-REG-LOOKUP-SOURCE
               PERFORM 2500-FIND-REGISTRY-ENTRY THRU 2500-EXIT
               IF WS-REG-FOUND-IX = ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJ NOT FOUND" TO WD-STATUS
               ELSE
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM 2600-MOVE-CARD-TO-ENTRY THRU 2600-EXIT
                   IF NOT WS-REG-ENT-ADDED(WS-REG-FOUND-IX)
                       SET WS-REG-ENT-CHANGED(WS-REG-FOUND-IX) TO TRUE
                   END-IF
                   MOVE "CHANGED"       TO WD-STATUS
               END-IF
           END-IF

           PERFORM 7100-WRITE-TRANS-LINE THRU 7100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-APPLY-DELETE.
      *----------------------------------------------------------------*
      *    A DELETE MUST NAME A SOURCE ON THE REGISTRY AND NOT ALREADY
      *    DELETED BY AN EARLIER CARD THIS RUN.  RETIRING A FEED THAT
      *    MAY COME BACK IS BETTER DONE BY A CHANGE TO STATUS I, WHICH
      *    KEEPS ITS SETTINGS ON FILE.
      *----------------------------------------------------------------*
           MOVE STR-SOURCE-SYSTEM TO WS-REG-LOOKUP-SOURCE
           PERFORM 2500-FIND-REGISTRY-ENTRY THRU 2500-EXIT

           IF STR-SOURCE-SYSTEM = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJ NO SOURCE" TO WD-STATUS
           ELSE
               IF WS-REG-FOUND-IX = ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJ NOT FOUND" TO WD-STATUS
               ELSE
                   SET WS-REG-ENT-DELETED(WS-REG-FOUND-IX) TO TRUE
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "DELETED"       TO WD-STATUS
               END-IF
           END-IF

           PERFORM 7100-WRITE-TRANS-LINE THRU 7100-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-EDIT-CARD.
      *----------------------------------------------------------------*
      *    EDITS AN ADD OR CHANGE CARD FIELD BY FIELD, STOPPING AT THE
      *    FIRST FAULT SO THE DISPOSITION NAMES IT.  A LOW VOLUME OF
      *    ZERO IS ALLOWED (A FEED THAT MAY LEGITIMATELY SEND AN EMPTY
      *    SET); THE HIGH VOLUME MUST NOT BE BELOW THE LOW.
      *----------------------------------------------------------------*
           SET WS-CARD-VALID TO TRUE

           IF STR-SOURCE-SYSTEM = SPACES
               SET WS-CARD-INVALID TO TRUE
               MOVE "REJ NO SOURCE" TO WD-STATUS
           ELSE
               IF NOT STR-FORMAT-KNOWN
                   SET WS-CARD-INVALID TO TRUE
                   MOVE "REJ FORMAT"    TO WD-STATUS
               ELSE
                   IF NOT STR-VALUE-BAL-KNOWN
                       SET WS-CARD-INVALID TO TRUE
                       MOVE "REJ VALUE BAL" TO WD-STATUS
                   ELSE
                       IF STR-MIN-VOLUME NOT NUMERIC
                               OR STR-MAX-VOLUME NOT NUMERIC
                           SET WS-CARD-INVALID TO TRUE
                           MOVE "REJ VOLUME"    TO WD-STATUS
                       ELSE
                           IF STR-MAX-VOLUME < STR-MIN-VOLUME
                               SET WS-CARD-INVALID TO TRUE
                               MOVE "REJ VOL RANGE" TO WD-STATUS
                           ELSE
                               IF NOT STR-STATUS-KNOWN
                                   SET WS-CARD-INVALID TO TRUE
                                   MOVE "REJ STATUS"    TO WD-STATUS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-CARD-INVALID
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-FIND-REGISTRY-ENTRY.
      *----------------------------------------------------------------*
      *    LOOKS UP WS-REG-LOOKUP-SOURCE AMONG THE NOT-DELETED TABLE
      *    ENTRIES.  WS-REG-FOUND-IX COMES BACK ZERO WHEN THE SOURCE
      *    IS NOT ON THE REGISTRY.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-REG-FOUND-IX
           PERFORM 2550-CHECK-ONE-ENTRY THRU 2550-EXIT
               VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REGISTRY-COUNT
                  OR WS-REG-FOUND-IX > ZERO.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2550-CHECK-ONE-ENTRY.
      *----------------------------------------------------------------*
           IF WS-REG-ENT-SOURCE(WS-REG-IX) = WS-REG-LOOKUP-SOURCE
                   AND NOT WS-REG-ENT-DELETED(WS-REG-IX)
               MOVE WS-REG-IX TO WS-REG-FOUND-IX
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2600-MOVE-CARD-TO-ENTRY.
      *----------------------------------------------------------------*
           MOVE STR-SOURCE-SYSTEM  TO
               WS-REG-ENT-SOURCE(WS-REG-FOUND-IX)
           MOVE STR-FORMAT-CODE    TO
               WS-REG-ENT-FORMAT(WS-REG-FOUND-IX)
           MOVE STR-VALUE-BAL-FLAG TO
               WS-REG-ENT-VALUE-BAL(WS-REG-FOUND-IX)
           MOVE STR-MIN-VOLUME     TO
               WS-REG-ENT-MIN-VOLUME(WS-REG-FOUND-IX)
           MOVE STR-MAX-VOLUME     TO
               WS-REG-ENT-MAX-VOLUME(WS-REG-FOUND-IX)
           MOVE STR-STATUS         TO
               WS-REG-ENT-STATUS(WS-REG-FOUND-IX)
           MOVE STR-DESCRIPTION    TO
               WS-REG-ENT-DESC(WS-REG-FOUND-IX).
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
           IF NOT WS-OPEN-FAILED
               PERFORM 7300-WRITE-AFTER-LISTING  THRU 7300-EXIT

               IF NOT WS-REG-MISSING
                   CLOSE REGISTRY-FILE
               END-IF
               CLOSE TRANS-FILE
               CLOSE NEW-REGISTRY-FILE
               CLOSE PRINT-FILE
           END-IF

           PERFORM 3100-SET-RETURN-CODE THRU 3100-EXIT

           DISPLAY "SRCREG-MAINT - REGISTRY RECORDS READ  : "
                   WS-LOADED-COUNT
           DISPLAY "SRCREG-MAINT - TRANSACTIONS READ      : "
                   WS-TRANS-COUNT
           DISPLAY "SRCREG-MAINT - ADDED                  : "
                   WS-ADDED-COUNT
           DISPLAY "SRCREG-MAINT - CHANGED                : "
                   WS-CHANGED-COUNT
           DISPLAY "SRCREG-MAINT - DELETED                : "
                   WS-DELETED-COUNT
           DISPLAY "SRCREG-MAINT - REJECTED               : "
                   WS-REJECTED-COUNT
           DISPLAY "SRCREG-MAINT - REGISTRY RECORDS OUT   : "
                   WS-WRITTEN-COUNT
           DISPLAY "SRCREG-MAINT - ACTIVE SOURCES         : "
                   WS-ACTIVE-COUNT

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "SRCREG-MAINT - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-SET-RETURN-CODE.
      *----------------------------------------------------------------*
      *    GRADES THE RUN FOR THE SCHEDULER: THE RENAME OF SRCRNEW
      *    OVER SRCREG RELEASES ON 00 ONLY.  REJECTED TRANSACTIONS OR
      *    A REGISTRY THAT OVERFLOWED THE TABLE ON LOAD (SRCRNEW WOULD
      *    TRUNCATE IT) GRADE 04 SO SOMEONE LOOKS AT THE REPORT; A
      *    FILE THAT WOULD NOT OPEN GRADES 12.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RETURN-CODE

           IF WS-REJECTED-COUNT > 0 OR WS-TABLE-OVERFLOWED
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           IF WS-OPEN-FAILED
               MOVE 12 TO WS-RETURN-CODE
           END-IF.
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
           MOVE "SRCREG-MAINT"       TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP     TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE       TO STP-RETURN-CODE
           MOVE WS-TRANS-COUNT       TO STP-IN-COUNT
           MOVE WS-WRITTEN-COUNT     TO STP-OUT-COUNT
           MOVE "SRCRNEW"            TO STP-RENAME-FILE
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-WRITE-REPORT-HEADINGS.
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER  TO WH1-PAGE-NUMBER
           MOVE WS-RUN-DATE     TO WH2-RUN-DATE

           WRITE PRINT-REC FROM WS-HEADING-1
           WRITE PRINT-REC FROM WS-HEADING-2
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-HEADING-3

           MOVE ZERO TO WS-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7050-WRITE-ONE-LINE.
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
           END-IF
           WRITE PRINT-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       7050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7100-WRITE-TRANS-LINE.
      *----------------------------------------------------------------*
      *    ECHOES THE CARD AS KEYED.  THE VOLUME FIELDS ARE SHOWN ONLY
      *    WHEN NUMERIC SO A MIS-KEYED CARD CANNOT UPSET THE EDIT.
      *----------------------------------------------------------------*
           MOVE STR-SOURCE-SYSTEM  TO WD-SOURCE
           MOVE STR-FORMAT-CODE    TO WD-FORMAT
           MOVE STR-VALUE-BAL-FLAG TO WD-VALUE-BAL
           IF STR-MIN-VOLUME NUMERIC
               MOVE STR-MIN-VOLUME TO WD-MIN-VOLUME
           ELSE
               MOVE ZERO           TO WD-MIN-VOLUME
           END-IF
           IF STR-MAX-VOLUME NUMERIC
               MOVE STR-MAX-VOLUME TO WD-MAX-VOLUME
           ELSE
               MOVE ZERO           TO WD-MAX-VOLUME
           END-IF
           MOVE STR-STATUS         TO WD-STATUS-FLAG
           MOVE STR-DESCRIPTION    TO WD-DESCRIPTION
           PERFORM 7050-WRITE-ONE-LINE THRU 7050-EXIT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7150-WRITE-SECTION-TITLE.
      *----------------------------------------------------------------*
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-SECTION-LINE
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           ADD 3 TO WS-LINE-COUNT
           MOVE SPACES TO WSL-TITLE.
       7150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7160-MOVE-ENTRY-TO-LINE.
      *----------------------------------------------------------------*
           MOVE WS-REG-ENT-SOURCE(WS-REG-IX)     TO WD-SOURCE
           MOVE WS-REG-ENT-FORMAT(WS-REG-IX)     TO WD-FORMAT
           MOVE WS-REG-ENT-VALUE-BAL(WS-REG-IX)  TO WD-VALUE-BAL
           MOVE WS-REG-ENT-MIN-VOLUME(WS-REG-IX) TO WD-MIN-VOLUME
           MOVE WS-REG-ENT-MAX-VOLUME(WS-REG-IX) TO WD-MAX-VOLUME
           MOVE WS-REG-ENT-STATUS(WS-REG-IX)     TO WD-STATUS-FLAG
           MOVE WS-REG-ENT-DESC(WS-REG-IX)       TO WD-DESCRIPTION.
       7160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7200-WRITE-BEFORE-LISTING.
      *----------------------------------------------------------------*
           MOVE "REGISTRY BEFORE MAINTENANCE" TO WSL-TITLE
           PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT

           PERFORM 7250-WRITE-ONE-BEFORE THRU 7250-EXIT
               VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REGISTRY-COUNT

           MOVE "REGISTRY RECORDS"  TO WT-LABEL
           MOVE WS-LOADED-COUNT     TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7250-WRITE-ONE-BEFORE.
      *----------------------------------------------------------------*
           PERFORM 7160-MOVE-ENTRY-TO-LINE THRU 7160-EXIT
           MOVE SPACES TO WD-STATUS
           PERFORM 7050-WRITE-ONE-LINE THRU 7050-EXIT.
       7250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7300-WRITE-AFTER-LISTING.
      *----------------------------------------------------------------*
      *    PRINTS THE MAINTAINED REGISTRY AND WRITES THE SURVIVING
      *    ENTRIES TO SRCRNEW IN THE SAME PASS, SO THE LISTING AND THE
      *    FILE CANNOT DISAGREE.
      *----------------------------------------------------------------*
           MOVE "REGISTRY AFTER MAINTENANCE" TO WSL-TITLE
           PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT

           PERFORM 7350-WRITE-ONE-AFTER THRU 7350-EXIT
               VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REGISTRY-COUNT

           MOVE "REGISTRY RECORDS"  TO WT-LABEL
           MOVE WS-WRITTEN-COUNT    TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "ACTIVE SOURCES"    TO WT-LABEL
           MOVE WS-ACTIVE-COUNT     TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           ADD 2 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7350-WRITE-ONE-AFTER.
      *----------------------------------------------------------------*
           PERFORM 7160-MOVE-ENTRY-TO-LINE THRU 7160-EXIT

           IF WS-REG-ENT-DELETED(WS-REG-IX)
               MOVE "DELETED"  TO WD-STATUS
               PERFORM 7050-WRITE-ONE-LINE THRU 7050-EXIT
           ELSE
               IF WS-REG-ENT-ADDED(WS-REG-IX)
                   MOVE "ADDED"    TO WD-STATUS
               ELSE
                   IF WS-REG-ENT-CHANGED(WS-REG-IX)
                       MOVE "CHANGED"  TO WD-STATUS
                   ELSE
                       MOVE SPACES     TO WD-STATUS
                   END-IF
               END-IF
               PERFORM 7050-WRITE-ONE-LINE THRU 7050-EXIT
               INITIALIZE NEW-REGISTRY-REC
               MOVE WS-REG-ENT-SOURCE(WS-REG-IX)
                   TO NRG-SOURCE-SYSTEM
               MOVE WS-REG-ENT-FORMAT(WS-REG-IX)
                   TO NRG-FORMAT-CODE
               MOVE WS-REG-ENT-VALUE-BAL(WS-REG-IX)
                   TO NRG-VALUE-BAL-FLAG
               MOVE WS-REG-ENT-MIN-VOLUME(WS-REG-IX)
                   TO NRG-MIN-VOLUME
               MOVE WS-REG-ENT-MAX-VOLUME(WS-REG-IX)
                   TO NRG-MAX-VOLUME
               MOVE WS-REG-ENT-STATUS(WS-REG-IX)
                   TO NRG-STATUS
               MOVE WS-REG-ENT-DESC(WS-REG-IX)
                   TO NRG-DESCRIPTION
               WRITE NEW-REGISTRY-REC
               ADD 1 TO WS-WRITTEN-COUNT
               IF WS-REG-ENT-STATUS(WS-REG-IX) = 'A'
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           END-IF.
       7350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-READ-NEXT-TRANS.
      *----------------------------------------------------------------*
           READ TRANS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
       8000-EXIT.
           EXIT.

       END PROGRAM SRCREG-MAINT.
