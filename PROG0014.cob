      *             EACH EXTRACT ENDS WITH A TRL RECORD CARRYING THAT
      *             SUBSCRIBER'S RECORD COUNT, SO EVERY CONSUMER CAN
      *             BALANCE ITS OWN EXTRACT.
      *             REPLAY MODE: A CARD ON DISTPARM REBUILDS ONE
      *             SUBSCRIBER'S EXTRACT OVER A RANGE OF BUSINESS
      *             DATES FROM THE CONVERTED-FEED ARCHIVE (DATEARCH,
      *             KEPT BY DATEOUT-ARCHIVE), INSTEAD OF THE NIGHTLY
      *             RUN.  EVERY ARCHIVED GENERATION WHOSE AS-OF DATE
      *             FALLS IN THE RANGE IS SENT, IN ARCHIVE ORDER, IN
      *             THAT SUBSCRIBER'S SUBPROF FORMAT (IT NEED NOT BE
      *             ONE OF THE FIRST FIVE PROFILES), TO THE REPLAY
      *             EXTRACT (EXTRACTR) - THE NIGHTLY EXTRACTS ARE NOT
      *             TOUCHED.  ITS TRL RECORD CARRIES THE COUNT AS
      *             USUAL, FOLLOWED BY THE FLAG REPLAY AND THE FROM
      *             AND TO DATES (YYYYMMDD), SO THE RECEIVING TEAM
      *             KNOWS IT IS A RE-SEND.  A REPLAY IS RUN ON DEMAND
      *             AND WRITES NO STEP-LOG RECORD.
      *             REPLAY CARD LAYOUT (DISTPARM; NO CARD OR A BLANK
      *             CARD IS THE NIGHTLY RUN):
      *                 COL 1-8   SUBSCRIBER ID, AS ON SUBPROF
      *                 COL 10-19 FIRST BUSINESS DATE, DD-MM-YYYY
      *                 COL 21-30 LAST BUSINESS DATE, DD-MM-YYYY
      *                           (BLANK = THE FIRST DATE ONLY)
      *             CONDITION CODES:
      *                 00 - ALL EXTRACTS WRITTEN AND TRAILED
      *                 04 - PROFILE RECORDS REJECTED OR MORE THAN
      *                      FIVE SUPPLIED (SURPLUS SKIPPED); ON A
      *                      REPLAY, NO GENERATION IN THE RANGE
      *                 08 - REPLAY ONLY: THE ARCHIVED RECORDS DO NOT
      *                      AGREE WITH THEIR CATALOG COUNTS
      *                 12 - NO USABLE PROFILE, A BAD REPLAY CARD OR A
      *                      FILE WOULD NOT OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-09-02  RA  INITIAL VERSION.
      * 2026-09-21  RA  THE DATEOUT LAYOUT NOW COMES FROM THE CONVREC
      *                 COPYBOOK SHARED WITH PROG0001.  A REVERSAL
      *                 ENTRY GOES OUT TO EVERY SUBSCRIBER LIKE ANY
      *                 OTHER, DATED ON THE ORIGINAL AND CARRYING ITS
      *                 AMOUNT NEGATED, SO EACH EXTRACT NETS ITSELF.
      * 2026-10-05  RA  APPENDS ITS STEP RECORD TO THE STREAM STEP LOG
      *                 THROUGH STEP-LOG (PROG0017) AS IT ENDS; THE
      *                 OUTPUT COUNT IS THE DATA RECORDS WRITTEN ACROSS
      *                 ALL EXTRACTS.
      * 2026-10-15  RA  REPLAY MODE (DISTPARM CARD) REBUILDS ONE
      *                 SUBSCRIBER'S EXTRACT OVER A BUSINESS-DATE RANGE
      *                 FROM THE DATEARCH GENERATIONS TO EXTRACTR.
      *                 DATEOUT IS NOW READ INTO A WORKING-STORAGE
      *                 COPY OF THE RECORD SHARED WITH THE REPLAY.
      ******************************************************************

      *================================================================*
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-EXT5-FILE-STATUS.

      *---- REPLAY CARD, NORMALLY A JCL SYSIN DD; ABSENT ON THE -------*
      *---- NIGHTLY RUN -----------------------------------------------*
           SELECT REPLAY-PARM-FILE ASSIGN TO "DISTPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

      *---- CONVERTED-FEED GENERATIONS, READ ON A REPLAY --------------*
           SELECT ARCHIVE-FILE     ASSIGN TO "DATEARCH"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-FILE-STATUS.

      *---- THE REPLAYED SUBSCRIBER'S EXTRACT -------------------------*
           SELECT REPLAY-FILE      ASSIGN TO "EXTRACTR"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RPLY-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  CONVERTED-FILE.
       01  CONVERTED-REC               PIC X(87).

       FD  PROFILE-FILE.
       01  PROFILE-REC.
       FD  EXTRACT-FILE-5.
       01  EXTRACT-REC-5               PIC X(60).

       FD  REPLAY-PARM-FILE.
       01  REPLAY-PARM-REC.
           05 RPARM-SUB-ID        PIC X(8).
           05 RPARM-FILL-1        PIC X(1).
           05 RPARM-FROM-DATE1    PIC X(10).
           05 RPARM-FILL-2        PIC X(1).
           05 RPARM-TO-DATE1      PIC X(10).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY GENARCRC.

       FD  REPLAY-FILE.
       01  REPLAY-REC                  PIC X(60).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
      *---- THE FEED RECORD BEING DISTRIBUTED, FROM DATEOUT OR, ON A --*
      *---- REPLAY, FROM AN ARCHIVED GENERATION -----------------------*
       01 WS-CONVERTED-REC.
           COPY CONVREC.

      *---- REPLAY CARD DATES STAGED FOR THE SHARED CHECK -------------*
      *---- (VALIDATE.CPY) --------------------------------------------*
       01 WS-DESCRIPTION.
           COPY DATEREC.

       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE         PIC X(8).
           05 WS-RUN-TIME         PIC X(8).

       01 WS-FILE-SWITCHES.
           05 WS-CONV-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PROF-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-EXT4-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-EXT5-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-EXT-WORK-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-ARCH-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-RPLY-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-NO                       VALUE 'N'.
           05 WS-PROF-EOF-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-PROF-EOF-YES                VALUE 'Y'.
           05 WS-RUN-MODE-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-NIGHTLY-MODE                VALUE 'N'.
               88 WS-REPLAY-MODE                 VALUE 'R'.
           05 WS-PARM-SWITCH           PIC X(1)  VALUE 'Y'.
               88 WS-PARM-OK                     VALUE 'Y'.
               88 WS-PARM-BAD                    VALUE 'N'.
      *---- WHETHER THE ARCHIVED GENERATION BEING READ IS IN RANGE ----*
           05 WS-GEN-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-GEN-SELECTED                VALUE 'Y'.
               88 WS-GEN-SKIPPED                 VALUE 'N'.
           05 WS-VALID-SWITCH          PIC X(1)  VALUE 'Y'.
               88 WS-DATE-VALID                  VALUE 'Y'.
               88 WS-DATE-INVALID                VALUE 'N'.

       01 WS-COUNTERS.
           05 WS-FEED-RECORD-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05 WS-PROFILE-READ-COUNT    PIC 9(3)  COMP VALUE ZERO.
           05 WS-PROFILE-REJECT-COUNT  PIC 9(3)  COMP VALUE ZERO.
           05 WS-EXTRACT-REC-COUNT     PIC 9(9)  COMP VALUE ZERO.
           05 WS-ARCH-READ-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05 WS-GEN-REPLAYED-COUNT    PIC 9(5)  COMP VALUE ZERO.
           05 WS-GEN-EXPECTED-COUNT    PIC 9(9)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

      *---- THE REPLAY REQUESTED ON DISTPARM, DATES AS YYYYMMDD -------*
       01 WS-REPLAY-FIELDS.
           05 WS-REPLAY-SUB-ID         PIC X(8)  VALUE SPACES.
           05 WS-REPLAY-FROM-DATE      PIC X(8)  VALUE SPACES.
           05 WS-REPLAY-TO-DATE        PIC X(8)  VALUE SPACES.
           05 WS-REPLAY-WORK-DATE.
              10 WS-REPLAY-WORK-YYYY   PIC X(4).
              10 WS-REPLAY-WORK-MM     PIC X(2).
              10 WS-REPLAY-WORK-DD     PIC X(2).

      *---- SUBSCRIBER PROFILE TABLE, IN PROFILE-FILE ORDER; ENTRY N --*
      *---- WRITES EXTRACT FILE N -------------------------------------*
       01 WS-PROFILE-FIELDS.
           05 WS-RECORD-NO-DISPLAY     PIC 9(7)  VALUE ZERO.
           05 WS-TRAILER-COUNT-DISPLAY PIC 9(7)  VALUE ZERO.

      *---- WORK FIELDS USED BY THE DATE-VALIDITY CHECK ---------------*
       01 WS-VALIDATE-WORK-FIELDS.
           05 WS-DATE-NUMERIC          PIC 9(2)  VALUE ZERO.
           05 WS-MONTH-NUMERIC         PIC 9(2)  VALUE ZERO.
           05 WS-YEAR-NUMERIC          PIC 9(4)  VALUE ZERO.
           05 WS-REJECT-REASON         PIC 9(2)  VALUE ZERO.
               88 WS-REASON-NONE                 VALUE 00.
               88 WS-REASON-NON-NUMERIC          VALUE 01.
               88 WS-REASON-BAD-MONTH            VALUE 02.
               88 WS-REASON-BAD-DAY              VALUE 03.
               88 WS-REASON-BAD-FORMAT           VALUE 04.

      *---- WORK FIELDS USED TO WINDOW A 2-DIGIT UPSTREAM YEAR --------*
       01 WS-CENTURY-WORK-FIELDS.
           05 WS-CENTURY-YY            PIC 9(2)  VALUE ZERO.
           05 WS-CENTURY-PREFIX        PIC 9(2)  VALUE ZERO.

      *---- SHARED LEAP-YEAR/DAYS-IN-MONTH WORK FIELDS AND TABLE ------*
      *---- (SEE GETDAYSMO.CPY, PERFORMED FROM 4100-GET-DAYS-IN-MONTH)-*
       COPY DAYSINMO.

      *---- THIS STEP'S ENTRY ON THE STREAM STEP LOG (SEE STEP-LOG) ---*
       01 WS-STEP-LOG-REC.
           COPY STEPLGRC.

       01 WS-STEP-LOG-RC               PIC 9(2)  VALUE ZERO.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       0000-MAINLINE.
      *----------------------------------------------------------------*
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF WS-REPLAY-MODE
               PERFORM 2500-REPLAY-ARCHIVE-REC THRU 2500-EXIT
                   UNTIL WS-EOF-YES
           ELSE
               PERFORM 2000-PROCESS-RECORD  THRU 2000-EXIT
                   UNTIL WS-EOF-YES
           END-IF
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 1050-READ-REPLAY-CARD THRU 1050-EXIT
           IF WS-PARM-BAD
               SET WS-OPEN-FAILED TO TRUE
           ELSE
               PERFORM 1100-LOAD-PROFILES THRU 1100-EXIT
               IF WS-SUB-COUNT = ZERO
                   IF WS-REPLAY-MODE
                       DISPLAY "DATE-DISTRIB - NO USABLE PROFILE FOR "
                               "REPLAY SUBSCRIBER " WS-REPLAY-SUB-ID
                               " ON SUBPROF"
                   ELSE
                       DISPLAY "DATE-DISTRIB - NO USABLE SUBSCRIBER "
                               "PROFILE ON SUBPROF"
                   END-IF
                   SET WS-OPEN-FAILED TO TRUE
               END-IF
           END-IF

           IF WS-OPEN-FAILED
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-REPLAY-MODE
                   PERFORM 1300-OPEN-REPLAY-FILES THRU 1300-EXIT
               ELSE
                   PERFORM 1400-OPEN-NIGHTLY-FILES THRU 1400-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1050-READ-REPLAY-CARD.
      *----------------------------------------------------------------*
      *    NO DISTPARM, NO CARD OR A BLANK CARD IS THE NIGHTLY RUN.
      *    ANY OTHER CARD ASKS FOR A REPLAY AND MUST NAME A SUBSCRIBER
      *    AND A VALID DATE RANGE, CHECKED THROUGH THE SAME SHARED
      *    CHECK USED FOR TRANSACTION RECORDS; A CARD THAT DOES NOT IS
      *    REFUSED RATHER THAN RUN AS THE NIGHTLY DISTRIBUTION.
      *----------------------------------------------------------------*
           OPEN INPUT REPLAY-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ REPLAY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REPLAY-PARM-REC NOT = SPACES
                           SET WS-REPLAY-MODE TO TRUE
                           PERFORM 1060-EDIT-REPLAY-CARD
                               THRU 1060-EXIT
                       END-IF
               END-READ
               CLOSE REPLAY-PARM-FILE
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1060-EDIT-REPLAY-CARD.
      *----------------------------------------------------------------*
           MOVE RPARM-SUB-ID TO WS-REPLAY-SUB-ID
           IF RPARM-SUB-ID = SPACES
               DISPLAY "DATE-DISTRIB - REPLAY CARD NAMES NO SUBSCRIBER"
               SET WS-PARM-BAD TO TRUE
           END-IF

           MOVE RPARM-FROM-DATE1 TO WS-DATE1
           PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT
           IF WS-DATE-INVALID
               DISPLAY "DATE-DISTRIB - INVALID REPLAY FROM DATE: "
                       RPARM-FROM-DATE1
               SET WS-PARM-BAD TO TRUE
           ELSE
               MOVE WS-YEAR  TO WS-REPLAY-WORK-YYYY
               MOVE WS-MONTH TO WS-REPLAY-WORK-MM
               MOVE WS-DATE  TO WS-REPLAY-WORK-DD
               MOVE WS-REPLAY-WORK-DATE TO WS-REPLAY-FROM-DATE
               MOVE WS-REPLAY-WORK-DATE TO WS-REPLAY-TO-DATE
           END-IF

           IF RPARM-TO-DATE1 NOT = SPACES
               MOVE RPARM-TO-DATE1 TO WS-DATE1
               PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT
               IF WS-DATE-INVALID
                   DISPLAY "DATE-DISTRIB - INVALID REPLAY TO DATE: "
                           RPARM-TO-DATE1
                   SET WS-PARM-BAD TO TRUE
               ELSE
                   MOVE WS-YEAR  TO WS-REPLAY-WORK-YYYY
                   MOVE WS-MONTH TO WS-REPLAY-WORK-MM
                   MOVE WS-DATE  TO WS-REPLAY-WORK-DD
                   MOVE WS-REPLAY-WORK-DATE TO WS-REPLAY-TO-DATE
               END-IF
           END-IF

           IF WS-PARM-OK
                   AND WS-REPLAY-FROM-DATE > WS-REPLAY-TO-DATE
               DISPLAY "DATE-DISTRIB - REPLAY FROM DATE IS AFTER "
                       "THE TO DATE"
               SET WS-PARM-BAD TO TRUE
           END-IF.
       1060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LOAD-PROFILES.
      *----------------------------------------------------------------*
      *    LOADS THE SUBSCRIBER PROFILES IN FILE ORDER.  A PROFILE
      *    WITH AN UNKNOWN FORMAT CODE IS REJECTED WITH A MESSAGE, AND
      *    PROFILES BEYOND THE FIVE EXTRACT FILES ARE SKIPPED - BOTH
      *    GRADE THE RUN 04 SO OPERATIONS SEES THE SHORTFALL.  ON A
      *    REPLAY ONLY THE FIRST PROFILE FOR THE NAMED SUBSCRIBER IS
      *    LOADED, WHEREVER IT STANDS IN THE FILE.
      *----------------------------------------------------------------*
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-PROF-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-PROFILE-READ-COUNT
                   IF WS-REPLAY-MODE
                           AND (PRF-SUB-ID NOT = WS-REPLAY-SUB-ID
                                OR WS-SUB-COUNT > ZERO)
                       CONTINUE
                   ELSE
                       IF NOT PRF-FORMAT-DDMMYYYY
                               AND NOT PRF-FORMAT-ISO
                               AND NOT PRF-FORMAT-US
                           ADD 1 TO WS-PROFILE-REJECT-COUNT
                           DISPLAY "DATE-DISTRIB - PROFILE " PRF-SUB-ID
                                   " HAS UNKNOWN FORMAT CODE '"
                                   PRF-FORMAT-CODE "', SKIPPED"
                       ELSE
                           IF WS-SUB-COUNT = WS-SUB-MAX
                               ADD 1 TO WS-PROFILE-REJECT-COUNT
                               DISPLAY "DATE-DISTRIB - PROFILE "
                                       PRF-SUB-ID " BEYOND THE "
                                       WS-SUB-MAX " EXTRACT FILES, "
                                       "SKIPPED"
                           ELSE
                               ADD 1 TO WS-SUB-COUNT
                               INITIALIZE WS-PROFILE-ENTRY(WS-SUB-COUNT)
                               MOVE PRF-SUB-ID      TO
                                   WS-SUB-ID(WS-SUB-COUNT)
                               MOVE PRF-FORMAT-CODE TO
                                   WS-SUB-FORMAT-CODE(WS-SUB-COUNT)
                               MOVE PRF-DELIMITER   TO
                                   WS-SUB-DELIMITER(WS-SUB-COUNT)
                               MOVE PRF-RECNO-FLAG  TO
                                   WS-SUB-RECNO-FLAG(WS-SUB-COUNT)
                               MOVE PRF-ORIG-FLAG   TO
                                   WS-SUB-ORIG-FLAG(WS-SUB-COUNT)
                               MOVE PRF-AMOUNT-FLAG TO
                                   WS-SUB-AMOUNT-FLAG(WS-SUB-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-OPEN-REPLAY-FILES.
      *----------------------------------------------------------------*
           OPEN INPUT  ARCHIVE-FILE
           OPEN OUTPUT REPLAY-FILE

           IF WS-ARCH-FILE-STATUS NOT = '00'
               DISPLAY 'DATE-DISTRIB - UNABLE TO OPEN ARCHIVE-FILE, '
                       'STATUS = ' WS-ARCH-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-RPLY-FILE-STATUS NOT = '00'
               DISPLAY 'DATE-DISTRIB - UNABLE TO OPEN REPLAY-FILE, '
                       'STATUS = ' WS-RPLY-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-OPEN-FAILED
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               DISPLAY "DATE-DISTRIB - REPLAYING " WS-REPLAY-SUB-ID
                       " FROM " WS-REPLAY-FROM-DATE
                       " TO " WS-REPLAY-TO-DATE
               MOVE 1 TO WS-SUB-IX
               PERFORM 8100-READ-NEXT-ARCHIVE THRU 8100-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-OPEN-NIGHTLY-FILES.
      *----------------------------------------------------------------*
           OPEN INPUT CONVERTED-FILE
           IF WS-CONV-FILE-STATUS NOT = '00'
               DISPLAY 'DATE-DISTRIB - UNABLE TO OPEN '
                       'CONVERTED-FILE, '
                       'STATUS = ' WS-CONV-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1500-OPEN-ONE-EXTRACT THRU 1500-EXIT
                   VARYING WS-SUB-IX FROM 1 BY 1
                   UNTIL WS-SUB-IX > WS-SUB-COUNT
                      OR WS-OPEN-FAILED

               IF WS-OPEN-FAILED
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   PERFORM 8000-READ-NEXT-RECORD THRU 8000-EXIT
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-OPEN-ONE-EXTRACT.
      *----------------------------------------------------------------*
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-REPLAY-ARCHIVE-REC.
      *----------------------------------------------------------------*
      *    A CATALOG RECORD SELECTS OR SKIPS ITS GENERATION BY AS-OF
      *    (BUSINESS) DATE; THE DATA RECORDS OF A SELECTED GENERATION
      *    GO OUT THROUGH THE SAME FORMATTING AS THE NIGHTLY RUN, FOR
      *    THE ONE PROFILE LOADED (ENTRY 1).
      *----------------------------------------------------------------*
           ADD 1 TO WS-ARCH-READ-COUNT

           IF GEN-CATALOG-REC
               IF GEN-AS-OF-NUM NOT < WS-REPLAY-FROM-DATE
                       AND GEN-AS-OF-NUM NOT > WS-REPLAY-TO-DATE
                   SET WS-GEN-SELECTED TO TRUE
                   ADD 1 TO WS-GEN-REPLAYED-COUNT
                   ADD GEN-RECORD-COUNT TO WS-GEN-EXPECTED-COUNT
                   DISPLAY "DATE-DISTRIB - REPLAYING GENERATION "
                           GEN-AS-OF-DATE1 ", "
                           GEN-RECORD-COUNT " RECORDS"
               ELSE
                   SET WS-GEN-SKIPPED TO TRUE
               END-IF
           ELSE
               IF GEN-DATA-REC AND WS-GEN-SELECTED
                   ADD 1 TO WS-FEED-RECORD-COUNT
                   MOVE GEN-RECORD-DATA TO WS-CONVERTED-REC
                   PERFORM 2100-DISTRIBUTE-ONE-SUB THRU 2100-EXIT
               END-IF
           END-IF

           PERFORM 8100-READ-NEXT-ARCHIVE THRU 8100-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
               PERFORM 3100-TRAIL-ONE-EXTRACT THRU 3100-EXIT
                   VARYING WS-SUB-IX FROM 1 BY 1
                   UNTIL WS-SUB-IX > WS-SUB-COUNT
               IF WS-REPLAY-MODE
                   CLOSE REPLAY-FILE
                   CLOSE ARCHIVE-FILE
               ELSE
                   PERFORM 3200-CLOSE-ONE-EXTRACT THRU 3200-EXIT
                       VARYING WS-SUB-IX FROM 1 BY 1
                       UNTIL WS-SUB-IX > WS-SUB-COUNT
                   CLOSE CONVERTED-FILE
               END-IF
           END-IF

           MOVE ZERO TO WS-RETURN-CODE
           IF WS-PROFILE-REJECT-COUNT > 0
               MOVE 04 TO WS-RETURN-CODE
           END-IF
           IF WS-REPLAY-MODE AND NOT WS-OPEN-FAILED
               PERFORM 3300-CHECK-REPLAY THRU 3300-EXIT
           END-IF
           IF WS-OPEN-FAILED
               MOVE 12 TO WS-RETURN-CODE
           END-IF
                   WS-PROFILE-REJECT-COUNT
           DISPLAY "DATE-DISTRIB - EXTRACTS WRITTEN  : "
                   WS-SUB-COUNT

           IF WS-NIGHTLY-MODE
               PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT
           END-IF

           DISPLAY "DATE-DISTRIB - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
      *----------------------------------------------------------------*
      *    ENDS THE EXTRACT WITH A TRL RECORD CARRYING THE
      *    SUBSCRIBER'S OWN RECORD COUNT, DELIMITED THE SAME WAY AS
      *    ITS DATA, SO EACH CONSUMER BALANCES ITS OWN FILE.  A REPLAY
      *    ADDS THE REPLAY FLAG AND THE DATE RANGE RE-SENT.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-EXTRACT-LINE
           MOVE 1      TO WS-BUILD-POINTER
               INTO WS-EXTRACT-LINE
               WITH POINTER WS-BUILD-POINTER

           IF WS-REPLAY-MODE
               PERFORM 2300-APPEND-DELIMITER THRU 2300-EXIT
               STRING 'REPLAY' DELIMITED BY SIZE
                   INTO WS-EXTRACT-LINE
                   WITH POINTER WS-BUILD-POINTER
               PERFORM 2300-APPEND-DELIMITER THRU 2300-EXIT
               STRING WS-REPLAY-FROM-DATE DELIMITED BY SIZE
                   INTO WS-EXTRACT-LINE
                   WITH POINTER WS-BUILD-POINTER
               PERFORM 2300-APPEND-DELIMITER THRU 2300-EXIT
               STRING WS-REPLAY-TO-DATE DELIMITED BY SIZE
                   INTO WS-EXTRACT-LINE
                   WITH POINTER WS-BUILD-POINTER
           END-IF

           PERFORM 5000-WRITE-EXTRACT-REC THRU 5000-EXIT
           ADD WS-SUB-REC-COUNT(WS-SUB-IX) TO WS-EXTRACT-REC-COUNT

           DISPLAY "DATE-DISTRIB - " WS-SUB-ID(WS-SUB-IX)
                   " RECORDS : " WS-SUB-REC-COUNT(WS-SUB-IX).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-CHECK-REPLAY.
      *----------------------------------------------------------------*
      *    A RANGE WITH NOTHING ARCHIVED IN IT STILL SENDS AN EMPTY,
      *    TRAILED EXTRACT BUT GRADES 04; DATA RECORDS THAT DO NOT ADD
      *    UP TO THEIR CATALOG COUNTS MEAN A DAMAGED ARCHIVE - 08.
      *----------------------------------------------------------------*
           IF WS-GEN-REPLAYED-COUNT = ZERO
               DISPLAY "DATE-DISTRIB - NO ARCHIVED GENERATION FROM "
                       WS-REPLAY-FROM-DATE " TO " WS-REPLAY-TO-DATE
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           IF WS-FEED-RECORD-COUNT NOT = WS-GEN-EXPECTED-COUNT
               DISPLAY "DATE-DISTRIB - ARCHIVE RECORDS REPLAYED "
                       WS-FEED-RECORD-COUNT " DO NOT AGREE WITH "
                       "CATALOG COUNT " WS-GEN-EXPECTED-COUNT
               MOVE 08 TO WS-RETURN-CODE
           END-IF

           DISPLAY "DATE-DISTRIB - ARCHIVE RECS READ : "
                   WS-ARCH-READ-COUNT
           DISPLAY "DATE-DISTRIB - GENERATIONS SENT  : "
                   WS-GEN-REPLAYED-COUNT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-WRITE-STEP-LOG.
      *----------------------------------------------------------------*
      *    APPENDS THIS STEP'S RECORD TO THE STREAM STEP LOG READ BY
      *    THE MORNING STATUS REPORT (STREAM-STATUS).  THE AS-OF DATE
      *    IS LEFT FOR STEP-LOG TO TAKE FROM DATECTL.
      *----------------------------------------------------------------*
           INITIALIZE WS-STEP-LOG-REC
           MOVE "DATE-DISTRIB"       TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP     TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE       TO STP-RETURN-CODE
           MOVE WS-FEED-RECORD-COUNT TO STP-IN-COUNT
           MOVE WS-EXTRACT-REC-COUNT TO STP-OUT-COUNT
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-VALIDATE-DATE / 4050-APPLY-CENTURY-WINDOW: VALIDATES
      *    A REPLAY CARD DATE STAGED IN WS-DATE1, USING THE SAME CHECK
      *    PROG0001 APPLIES TO TRANSACTION RECORDS, VIA VALIDATE.CPY.
      *----------------------------------------------------------------*
           COPY VALIDATE
               REPLACING ==VAL-PARAGRAPH==
                             BY ==4000-VALIDATE-DATE==
                     ==VAL-EXIT==
                             BY ==4000-EXIT==
                     ==VAL-CENTURY-PARAGRAPH==
                             BY ==4050-APPLY-CENTURY-WINDOW==
                     ==VAL-CENTURY-EXIT==
                             BY ==4050-EXIT==
                     ==VAL-DATE==  BY ==WS-DATE==
                     ==VAL-MONTH== BY ==WS-MONTH==
                     ==VAL-YEAR==  BY ==WS-YEAR==.

      *----------------------------------------------------------------*
      *    4100-GET-DAYS-IN-MONTH: SHARED WITH PROG0001/PROG0002 VIA
      *    GETDAYSMO.
      *----------------------------------------------------------------*
           COPY GETDAYSMO
               REPLACING ==DIM-PARAGRAPH== BY ==4100-GET-DAYS-IN-MONTH==
                     ==DIM-EXIT==      BY ==4100-EXIT==
                     ==DIM-MONTH==     BY ==WS-MONTH-NUMERIC==
                     ==DIM-YEAR==      BY ==WS-YEAR-NUMERIC==.

      *----------------------------------------------------------------*
       5000-WRITE-EXTRACT-REC.
      *----------------------------------------------------------------*
      *    ROUTES THE ASSEMBLED LINE TO THE EXTRACT FILE THAT MATCHES
      *    THE SUBSCRIBER'S POSITION IN THE PROFILE FILE, OR TO THE
      *    REPLAY EXTRACT ON A REPLAY.
      *----------------------------------------------------------------*
           IF WS-REPLAY-MODE
               WRITE REPLAY-REC FROM WS-EXTRACT-LINE
           ELSE
               IF WS-SUB-IX = 1
                   WRITE EXTRACT-REC-1 FROM WS-EXTRACT-LINE
               ELSE
                   IF WS-SUB-IX = 2
                       WRITE EXTRACT-REC-2 FROM WS-EXTRACT-LINE
                   ELSE
                       IF WS-SUB-IX = 3
                           WRITE EXTRACT-REC-3 FROM WS-EXTRACT-LINE
                       ELSE
                           IF WS-SUB-IX = 4
                               WRITE EXTRACT-REC-4 FROM WS-EXTRACT-LINE
                           ELSE
                               WRITE EXTRACT-REC-5 FROM WS-EXTRACT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
      *----------------------------------------------------------------*
       8000-READ-NEXT-RECORD.
      *----------------------------------------------------------------*
           READ CONVERTED-FILE INTO WS-CONVERTED-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8100-READ-NEXT-ARCHIVE.
      *----------------------------------------------------------------*
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
       8100-EXIT.
           EXIT.

       END PROGRAM DATE-DISTRIB.
