      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    DATEOUT-ARCHIVE.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    KEEPS EACH RUN'S CONVERTED FEED (DATEOUT, REWRITTEN
      *             BY EVERY PROG0001 RUN) AS A DATED GENERATION ON THE
      *             CONVERTED-FEED ARCHIVE (DATEARCH, GENARCRC.CPY), SO
      *             DATE-DISTRIB (PROG0014) CAN REPLAY PAST DAYS TO A
      *             SUBSCRIBER WITHOUT RERUNNING PROG0001.
      *             THE GENERATION IS KEYED BY THE AS-OF DATE OF THE
      *             LATEST RUN-LEVEL RUNLOG RECORD (BLANK SOURCE FIELD),
      *             THE RUN THAT WROTE THIS DATEOUT.  ITS CATALOG RECORD
      *             CARRIES THAT RUN'S AS-OF DATE, END TIMESTAMP, VALID
      *             RECORD COUNT AND NET VALUE AS LOGGED; DATEOUT MUST
      *             AGREE WITH BOTH OR THE GENERATION IS NOT ARCHIVED.
      *             THE OLD ARCHIVE IS COPIED TO DATEANEW, WHICH
      *             OPERATIONS RENAMES OVER DATEARCH AFTER A CLEAN RUN,
      *             WITH THE NEW GENERATION PLACED IN AS-OF DATE ORDER:
      *                 KEPT     - INSIDE THE RETENTION PERIOD
      *                 PURGED   - AS-OF DATE OLDER THAN THE CUTOFF
      *                            (TODAY MINUS RETENTION, VIA
      *                            DATE-ADD-DAYS); ONLY WHEN A
      *                            RETENTION IS GIVEN ON DARCPARM
      *                 REPLACED - SAME AS-OF DATE AS THE NEW
      *                            GENERATION; A RERUN'S FEED REPLACES
      *                            THE ORIGINAL'S
      *                 ADDED    - THE NEW GENERATION
      *             A DATEARCH THAT DOES NOT EXIST YET (STATUS 35) IS
      *             TAKEN AS AN EMPTY ARCHIVE.  THE PRINTED REPORT
      *             (DARCRPT) LISTS EVERY GENERATION WITH ITS
      *             DISPOSITION, AND THE ARCHIVE TOTALS.
      *             PARAMETER CARD LAYOUT (DARCPARM):
      *                 COL 1-4   RETENTION DAYS (NO CARD, A BLANK
      *                           CARD OR 0 KEEPS EVERY GENERATION)
      *             CUST-STMT (PROG0023) AGES OPEN ITEMS FROM THE
      *             GENERATIONS KEPT HERE, SO A PURGED GENERATION DROPS
      *             ITS ITEMS OFF THE STATEMENTS AND UNDERSTATES THE 90+
      *             DAY BUCKET.  A RETENTION MUST REACH BACK PAST THE
      *             OLDEST ITEM STILL OPEN; A CARD UNDER 0120 DAYS (THE
      *             90+ BUCKET PLUS A MONTH'S GRACE) IS REFUSED.
      *             CONDITION CODES (THE DATEANEW RENAME OVER DATEARCH
      *             GATES ON 00):
      *                 00 - GENERATION ARCHIVED, RETENTION APPLIED
      *                 08 - DATEOUT DOES NOT AGREE WITH RUNLOG, OR NO
      *                      RUNLOG RECORD TO CHECK IT AGAINST - THE
      *                      GENERATION WAS NOT ARCHIVED
      *                 12 - BAD PARAMETER CARD OR A FILE WOULD NOT
      *                      OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-10-15  RA  INITIAL VERSION.
      * 2026-10-15  RA  KEEPS EVERY GENERATION UNLESS DARCPARM GIVES A
      *                 RETENTION, AND REFUSES ONE TOO SHORT FOR THE
      *                 CUSTOMER STATEMENT AGING.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
      *---- CONVERTED FEED FROM THE RUN BEING ARCHIVED ----------------*
           SELECT CONVERTED-FILE   ASSIGN TO "DATEOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CONV-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-FILE-STAT.

      *---- THE ARCHIVE AS LEFT BY THE LAST CLEAN RUN -----------------*
           SELECT ARCHIVE-FILE     ASSIGN TO "DATEARCH"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-FILE-STATUS.

      *---- THE ARCHIVE GOING FORWARD, RENAMED OVER DATEARCH ----------*
           SELECT NEW-ARCHIVE-FILE ASSIGN TO "DATEANEW"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-NEW-FILE-STATUS.

      *---- RETENTION-DAYS CARD, NORMALLY A JCL SYSIN DD --------------*
           SELECT PARM-FILE        ASSIGN TO "DARCPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

      *---- GENERATION LISTING WITH DISPOSITIONS AND TOTALS -----------*
           SELECT PRINT-FILE       ASSIGN TO "DARCRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PRINT-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  CONVERTED-FILE.
       01  CONVERTED-REC.
           COPY CONVREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNLOGRC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY GENARCRC.

       FD  NEW-ARCHIVE-FILE.
       01  NEW-ARCHIVE-REC.
           COPY GENARCRC
               REPLACING ==GEN-AS-OF-NUM==     BY ==ANW-AS-OF-NUM==
                     ==GEN-FILL-1==            BY ==ANW-FILL-1==
                     ==GEN-RECORD-TYPE==       BY ==ANW-RECORD-TYPE==
                     ==GEN-CATALOG-REC==       BY ==ANW-CATALOG-REC==
                     ==GEN-DATA-REC==          BY ==ANW-DATA-REC==
                     ==GEN-FILL-2==            BY ==ANW-FILL-2==
                     ==GEN-RECORD-DATA==       BY ==ANW-RECORD-DATA==
                     ==GEN-CATALOG-DATA==      BY ==ANW-CATALOG-DATA==
                     ==GEN-AS-OF-DATE1==       BY ==ANW-AS-OF-DATE1==
                     ==GEN-FILL-3==            BY ==ANW-FILL-3==
                     ==GEN-RUN-END-TIMESTAMP==
                           BY ==ANW-RUN-END-TIMESTAMP==
                     ==GEN-FILL-4==            BY ==ANW-FILL-4==
                     ==GEN-RECORD-COUNT==      BY ==ANW-RECORD-COUNT==
                     ==GEN-FILL-5==            BY ==ANW-FILL-5==
                     ==GEN-AMOUNT-TOTAL==      BY ==ANW-AMOUNT-TOTAL==
                     ==GEN-FILL-6==            BY ==ANW-FILL-6==
                     ==GEN-ARCHIVED-DATE==     BY ==ANW-ARCHIVED-DATE==
                     ==GEN-FILL-7==            BY ==ANW-FILL-7==.

       FD  PARM-FILE.
       01  PARM-REC.
           05 DPARM-RETENTION-DAYS PIC 9(4).
           05 DPARM-RETENTION-X REDEFINES DPARM-RETENTION-DAYS
                                  PIC X(4).

       FD  PRINT-FILE.
       01  PRINT-REC                   PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE         PIC X(8).
           05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              10 WS-RUN-YYYY      PIC X(4).
              10 WS-RUN-MM        PIC X(2).
              10 WS-RUN-DD        PIC X(2).
           05 WS-RUN-TIME         PIC X(8).

      *---- TODAY AND THE COMPUTED CUTOFF, IN THE DATEREC LAYOUT ------*
      *---- EXPECTED BY DATE-ADD-DAYS ---------------------------------*
       01 WS-TODAY-DESCRIPTION.
           COPY DATEREC
               REPLACING ==WS-DATE1==       BY ==WS-TODAY-DATE1==
                     ==WS-DATE2==       BY ==WS-TODAY-DATE2==
                     ==WS-DATE-FILL-1== BY ==WS-TODAY-FILL-1==
                     ==WS-DATE-FILL-2== BY ==WS-TODAY-FILL-2==
                     ==WS-DATE==        BY ==WS-TODAY-DATE==
                     ==WS-MONTH==       BY ==WS-TODAY-MONTH==
                     ==WS-YEAR==        BY ==WS-TODAY-YEAR==.

       01 WS-CUTOFF-DESCRIPTION.
           COPY DATEREC
               REPLACING ==WS-DATE1==       BY ==WS-CUTOFF-DATE1==
                     ==WS-DATE2==       BY ==WS-CUTOFF-DATE2==
                     ==WS-DATE-FILL-1== BY ==WS-CUTOFF-FILL-1==
                     ==WS-DATE-FILL-2== BY ==WS-CUTOFF-FILL-2==
                     ==WS-DATE==        BY ==WS-CUTOFF-DATE==
                     ==WS-MONTH==       BY ==WS-CUTOFF-MONTH==
                     ==WS-YEAR==        BY ==WS-CUTOFF-YEAR==.

       01 WS-FILE-SWITCHES.
           05 WS-CONV-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-RUNLOG-FILE-STAT      PIC X(2)  VALUE SPACES.
           05 WS-ARCH-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-NEW-FILE-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                       VALUE 'N'.
           05 WS-FEED-EOF-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-FEED-EOF-YES                VALUE 'Y'.
           05 WS-RUNLOG-EOF-SWITCH     PIC X(1)  VALUE 'N'.
               88 WS-RUNLOG-EOF-YES              VALUE 'Y'.
           05 WS-RUNLOG-FOUND-SWITCH   PIC X(1)  VALUE 'N'.
               88 WS-RUNLOG-FOUND                VALUE 'Y'.
      *---- RUNS LOGGED BEFORE RUNLOG CARRIED A VALUE HAVE NONE -------*
           05 WS-CONTROL-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-CONTROL-AVAILABLE           VALUE 'Y'.
               88 WS-CONTROL-UNAVAILABLE         VALUE 'N'.
      *---- NO DATEARCH YET (FIRST RUN): NOTHING TO COPY OR CLOSE -----*
           05 WS-ARCH-EXISTS-SWITCH    PIC X(1)  VALUE 'Y'.
               88 WS-ARCH-EXISTS                 VALUE 'Y'.
               88 WS-ARCH-MISSING                VALUE 'N'.
           05 WS-PARM-SWITCH           PIC X(1)  VALUE 'Y'.
               88 WS-PARM-OK                     VALUE 'Y'.
               88 WS-PARM-BAD                    VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.

      *---- WHETHER THIS RUN'S FEED GOES ON THE ARCHIVE, AND WHETHER --*
      *---- IT HAS BEEN WRITTEN YET -----------------------------------*
       01 WS-GENERATION-SWITCHES.
           05 WS-NEW-GEN-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-NEW-GEN-ARCHIVE             VALUE 'Y'.
               88 WS-NEW-GEN-HELD                VALUE 'N'.
           05 WS-NEW-GEN-DONE-SWITCH   PIC X(1)  VALUE 'N'.
               88 WS-NEW-GEN-WRITTEN             VALUE 'Y'.
               88 WS-NEW-GEN-PENDING             VALUE 'N'.
      *---- DISPOSITION OF THE OLD GENERATION BEING COPIED, SET ON ----*
      *---- ITS CATALOG RECORD AND APPLIED TO ITS DATA RECORDS --------*
           05 WS-OLD-GEN-SWITCH        PIC X(1)  VALUE 'K'.
               88 WS-OLD-GEN-KEPT                VALUE 'K'.
               88 WS-OLD-GEN-DROPPED             VALUE 'P' 'R'.

       01 WS-COUNTERS.
           05 WS-FEED-RECORD-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05 WS-ARCH-READ-COUNT       PIC 9(9)  COMP VALUE ZERO.
           05 WS-ARCH-WRITTEN-COUNT    PIC 9(9)  COMP VALUE ZERO.
           05 WS-GEN-READ-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05 WS-GEN-KEPT-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05 WS-GEN-PURGED-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05 WS-GEN-REPLACED-COUNT    PIC 9(5)  COMP VALUE ZERO.
           05 WS-GEN-ADDED-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05 WS-DISCREPANCY-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

       01 WS-RETENTION-FIELDS.
           05 WS-RETENTION-DAYS        PIC 9(4)  VALUE ZERO.
           05 WS-MIN-RETENTION-DAYS    PIC 9(4)  VALUE 0120.
           05 WS-DAY-OFFSET            PIC S9(5) VALUE ZERO.
           05 WS-ADD-RETURN-CODE       PIC 9(2)  VALUE ZERO.
           05 WS-CUTOFF-YYYYMMDD       PIC X(8)  VALUE SPACES.

      *---- THE RUN BEING ARCHIVED, AS LOGGED ON RUNLOG ---------------*
       01 WS-RUNLOG-FIELDS.
           05 WS-LOG-AS-OF-DATE1       PIC X(10) VALUE SPACES.
           05 WS-LOG-AS-OF-R REDEFINES WS-LOG-AS-OF-DATE1.
              10 WS-LOG-AS-OF-DD       PIC X(2).
              10 FILLER                PIC X(1).
              10 WS-LOG-AS-OF-MM       PIC X(2).
              10 FILLER                PIC X(1).
              10 WS-LOG-AS-OF-YYYY     PIC X(4).
           05 WS-LOG-END-TIMESTAMP     PIC X(16) VALUE SPACES.
           05 WS-LOG-VALID-COUNT       PIC 9(7)  VALUE ZERO.
           05 WS-LOG-VALID-AMOUNT      PIC S9(11)V99 VALUE ZERO.

      *---- GENERATION KEY OF THIS RUN'S FEED, AS-OF DATE AS YYYYMMDD -*
       01 WS-NEW-GENERATION.
           05 WS-NEW-GEN-DATE.
              10 WS-NEW-GEN-YYYY       PIC X(4).
              10 WS-NEW-GEN-MM         PIC X(2).
              10 WS-NEW-GEN-DD         PIC X(2).
           05 WS-NEW-GEN-NUM REDEFINES WS-NEW-GEN-DATE
                                       PIC 9(8).

       01 WS-FEED-AMOUNT               PIC S9(11)V99 VALUE ZERO.

      *---- REPORT PAGINATION WORK FIELDS -----------------------------*
       01 WS-REPORT-FIELDS.
           05 WS-PAGE-NUMBER           PIC 9(4)  VALUE ZERO.
           05 WS-LINE-COUNT            PIC 9(4)  VALUE ZERO.
           05 WS-LINES-PER-PAGE        PIC 9(4)  VALUE 0050.

      *---- PRINT LINE LAYOUTS ----------------------------------------*
       01 WS-HEADING-1.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(34)
               VALUE "PROG0024 - DATEOUT ARCHIVE".
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "PAGE ".
           05 WH1-PAGE-NUMBER          PIC ZZZ9.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-HEADING-2.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05 WH2-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(62) VALUE SPACES.

       01 WS-HEADING-RETENTION.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "RETENTION: ".
           05 WHR-RETENTION-DAYS       PIC ZZZ9.
           05 FILLER                   PIC X(13) VALUE " DAYS  CUTOFF".
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WHR-CUTOFF-DATE          PIC X(8).
           05 FILLER                   PIC X(42) VALUE SPACES.

       01 WS-HEADING-BLANK-LINE        PIC X(90) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WSL-TITLE                PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-GENERATION-HEADING.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "AS-OF DATE".
           05 FILLER                   PIC X(18) VALUE "RUN ENDED".
           05 FILLER                   PIC X(9)  VALUE "RECORDS".
           05 FILLER                   PIC X(17)
               VALUE "   AMOUNT TOTAL".
           05 FILLER                   PIC X(10) VALUE "ARCHIVED".
           05 FILLER                   PIC X(14) VALUE "DISPOSITION".

       01 WS-GENERATION-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WG-AS-OF-DATE1           PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WG-RUN-END-TIMESTAMP     PIC X(16).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WG-RECORD-COUNT          PIC ZZZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WG-AMOUNT-TOTAL          PIC ZZZZZZZZZZ9.99-.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WG-ARCHIVED-DATE         PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WG-DISPOSITION           PIC X(8).
           05 FILLER                   PIC X(6)  VALUE SPACES.

       01 WS-MESSAGE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WM-TEXT                  PIC X(80) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WT-LABEL                 PIC X(20).
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WT-VALUE                 PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(49) VALUE SPACES.

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
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2000-COPY-ARCHIVE-REC  THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 3000-TERMINATE         THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
      *    A BAD PARAMETER CARD STOPS THE JOB BEFORE ANYTHING IS
      *    WRITTEN.  OTHERWISE THE RUN TO ARCHIVE IS FOUND ON RUNLOG
      *    AND DATEOUT IS TOTALLED AGAINST IT BEFORE THE OLD ARCHIVE
      *    IS COPIED, SO THE DECISION TO ADD THE GENERATION IS MADE
      *    BEFORE ITS PLACE IN THE ARCHIVE IS REACHED.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           IF WS-PARM-BAD
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-RETENTION-DAYS > 0
                   PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT
               END-IF
               PERFORM 1300-OPEN-FILES THRU 1300-EXIT
           END-IF

           IF NOT WS-OPEN-FAILED
               DISPLAY "DATEOUT-ARCHIVE - RETENTION DAYS : "
                       WS-RETENTION-DAYS
               DISPLAY "DATEOUT-ARCHIVE - CUTOFF DATE : "
                       WS-CUTOFF-YYYYMMDD
               PERFORM 1400-SCAN-RUN-LOG     THRU 1400-EXIT
               PERFORM 1500-TOTAL-FEED       THRU 1500-EXIT
               PERFORM 1600-CHECK-GENERATION THRU 1600-EXIT
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               MOVE "GENERATIONS" TO WSL-TITLE
               PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT
               WRITE PRINT-REC FROM WS-GENERATION-HEADING
               ADD 1 TO WS-LINE-COUNT
               IF WS-ARCH-EXISTS
                   PERFORM 8100-READ-NEXT-ARCHIVE THRU 8100-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
      *----------------------------------------------------------------*
      *    NO CARD, A BLANK CARD OR A CARD OF ZERO KEEPS EVERY
      *    GENERATION.  A CARD THAT IS NEITHER BLANK NOR NUMERIC, OR
      *    GIVES FEWER DAYS THAN THE STATEMENT AGING NEEDS, IS REFUSED
      *    RATHER THAN GUESSED AT, SINCE A WRONG RETENTION WOULD PURGE
      *    GENERATIONS STILL WANTED FOR REPLAY AND FOR CUST-STMT.
      *----------------------------------------------------------------*
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DPARM-RETENTION-DAYS NUMERIC
                           MOVE DPARM-RETENTION-DAYS
                               TO WS-RETENTION-DAYS
                           IF WS-RETENTION-DAYS > 0
                              AND WS-RETENTION-DAYS
                                  < WS-MIN-RETENTION-DAYS
                               DISPLAY "DATEOUT-ARCHIVE - RETENTION "
                                       WS-RETENTION-DAYS
                                       " UNDER THE "
                                       WS-MIN-RETENTION-DAYS
                                       "-DAY STATEMENT HORIZON"
                               SET WS-PARM-BAD TO TRUE
                           END-IF
                       ELSE
                           IF DPARM-RETENTION-X NOT = SPACES
                               DISPLAY "DATEOUT-ARCHIVE - INVALID "
                                       "RETENTION CARD: "
                                       DPARM-RETENTION-X
                               SET WS-PARM-BAD TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-COMPUTE-CUTOFF.
      *----------------------------------------------------------------*
      *    CUTOFF = TODAY MINUS THE RETENTION PERIOD, COMPUTED THROUGH
      *    DATE-ADD-DAYS SO MONTH AND LEAP-YEAR ROLLOVER ARE HANDLED
      *    IN ONE PLACE.  THE RESULT IS RESTATED AS YYYYMMDD FOR THE
      *    COMPARISON AGAINST THE GENERATION'S AS-OF DATE.
      *----------------------------------------------------------------*
           MOVE WS-RUN-DD   TO WS-TODAY-DATE
           MOVE WS-RUN-MM   TO WS-TODAY-MONTH
           MOVE WS-RUN-YYYY TO WS-TODAY-YEAR
           MOVE '-'         TO WS-TODAY-FILL-1
           MOVE '-'         TO WS-TODAY-FILL-2

           COMPUTE WS-DAY-OFFSET = 0 - WS-RETENTION-DAYS

           CALL 'DATE-ADD-DAYS' USING WS-TODAY-DESCRIPTION
                                      WS-DAY-OFFSET
                                      WS-CUTOFF-DESCRIPTION
                                      WS-ADD-RETURN-CODE

           MOVE WS-CUTOFF-YEAR  TO WS-CUTOFF-YYYYMMDD(1:4)
           MOVE WS-CUTOFF-MONTH TO WS-CUTOFF-YYYYMMDD(5:2)
           MOVE WS-CUTOFF-DATE  TO WS-CUTOFF-YYYYMMDD(7:2).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-OPEN-FILES.
      *----------------------------------------------------------------*
      *    DATEARCH IS OPTIONAL: BEFORE THE FIRST CLEAN RUN HAS BEEN
      *    RENAMED IT DOES NOT EXIST (STATUS 35) AND DATEANEW STARTS
      *    WITH THIS RUN'S GENERATION ALONE.
      *----------------------------------------------------------------*
           OPEN INPUT  CONVERTED-FILE
           OPEN OUTPUT NEW-ARCHIVE-FILE
           OPEN OUTPUT PRINT-FILE

           OPEN INPUT  ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS = '35'
               DISPLAY "DATEOUT-ARCHIVE - NO DATEARCH YET, STARTING "
                       "A NEW ARCHIVE"
               SET WS-ARCH-MISSING TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-ARCH-FILE-STATUS NOT = '00'
                   DISPLAY 'DATEOUT-ARCHIVE - UNABLE TO OPEN '
                           'ARCHIVE-FILE, '
                           'STATUS = ' WS-ARCH-FILE-STATUS
                   SET WS-OPEN-FAILED TO TRUE
               END-IF
           END-IF

           IF WS-CONV-FILE-STATUS NOT = '00'
               DISPLAY 'DATEOUT-ARCHIVE - UNABLE TO OPEN '
                       'CONVERTED-FILE, '
                       'STATUS = ' WS-CONV-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'DATEOUT-ARCHIVE - UNABLE TO OPEN '
                       'NEW-ARCHIVE-FILE, '
                       'STATUS = ' WS-NEW-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'DATEOUT-ARCHIVE - UNABLE TO OPEN PRINT-FILE, '
                       'STATUS = ' WS-PRINT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-OPEN-FAILED
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-SCAN-RUN-LOG.
      *----------------------------------------------------------------*
      *    THE LAST RUN-LEVEL RECORD (BLANK SOURCE FIELD) ON RUNLOG IS
      *    THE RUN THAT WROTE THE DATEOUT NOW ON DISK - PROG0001 LOGS
      *    THE RUN AS IT ENDS, AFTER DATEOUT IS CLOSED.
      *----------------------------------------------------------------*
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNLOG-FILE-STAT NOT = '00'
               DISPLAY 'DATEOUT-ARCHIVE - UNABLE TO OPEN '
                       'RUN-CONTROL-FILE, '
                       'STATUS = ' WS-RUNLOG-FILE-STAT
           ELSE
               PERFORM 1450-SCAN-ONE-LOG-REC THRU 1450-EXIT
                   UNTIL WS-RUNLOG-EOF-YES
               CLOSE RUN-CONTROL-FILE
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1450-SCAN-ONE-LOG-REC.
      *----------------------------------------------------------------*
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-RUNLOG-EOF-SWITCH
               NOT AT END
                   IF RUN-SOURCE-SYSTEM = SPACES
                       SET WS-RUNLOG-FOUND TO TRUE
                       MOVE RUN-AS-OF-DATE1   TO WS-LOG-AS-OF-DATE1
                       MOVE RUN-END-TIMESTAMP TO WS-LOG-END-TIMESTAMP
                       MOVE RUN-RECORDS-VALID TO WS-LOG-VALID-COUNT
                       IF RUN-VALID-AMOUNT NUMERIC
                           SET WS-CONTROL-AVAILABLE TO TRUE
                           MOVE RUN-VALID-AMOUNT
                               TO WS-LOG-VALID-AMOUNT
                       ELSE
                           SET WS-CONTROL-UNAVAILABLE TO TRUE
                           MOVE ZERO TO WS-LOG-VALID-AMOUNT
                       END-IF
                   END-IF
           END-READ.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-TOTAL-FEED.
      *----------------------------------------------------------------*
      *    FIRST PASS OVER DATEOUT: RECORD COUNT AND NET VALUE, FOR
      *    THE CHECK AGAINST RUNLOG.  THE FILE IS READ AGAIN WHEN THE
      *    GENERATION IS WRITTEN.
      *----------------------------------------------------------------*
           PERFORM 8000-READ-NEXT-FEED THRU 8000-EXIT
           PERFORM 1550-TOTAL-ONE-FEED-REC THRU 1550-EXIT
               UNTIL WS-FEED-EOF-YES
           CLOSE CONVERTED-FILE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1550-TOTAL-ONE-FEED-REC.
      *----------------------------------------------------------------*
           ADD 1          TO WS-FEED-RECORD-COUNT
           ADD OUT-AMOUNT TO WS-FEED-AMOUNT
           PERFORM 8000-READ-NEXT-FEED THRU 8000-EXIT.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1600-CHECK-GENERATION.
      *----------------------------------------------------------------*
      *    THE GENERATION IS ARCHIVED ONLY WHEN DATEOUT HOLDS EXACTLY
      *    WHAT THE RUN LOGGED - SAME RECORD COUNT, SAME NET VALUE -
      *    AND THE LOGGED AS-OF DATE GIVES A USABLE KEY.  A RESTARTED
      *    RUN LOGS ITS WHOLE-RUN TOTALS, CARRIED ON THE CHECKPOINT, SO
      *    IT PASSES LIKE ANY OTHER; A DATEOUT LEFT BY A RUN THAT NEVER
      *    LOGGED FAILS THE CHECK;
      *    THE OLD ARCHIVE IS STILL COPIED BUT THE RENAME IS HELD.
      *----------------------------------------------------------------*
           IF NOT WS-RUNLOG-FOUND
               DISPLAY "DATEOUT-ARCHIVE - NO RUN-LEVEL RUNLOG RECORD"
               ADD 1 TO WS-DISCREPANCY-COUNT
           ELSE
               PERFORM 1650-CHECK-AGAINST-LOG THRU 1650-EXIT
           END-IF

           IF WS-DISCREPANCY-COUNT = ZERO
               SET WS-NEW-GEN-ARCHIVE TO TRUE
           ELSE
               DISPLAY "DATEOUT-ARCHIVE - GENERATION "
                       WS-LOG-AS-OF-DATE1 " NOT ARCHIVED"
           END-IF.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1650-CHECK-AGAINST-LOG.
      *----------------------------------------------------------------*
           MOVE WS-LOG-AS-OF-YYYY TO WS-NEW-GEN-YYYY
           MOVE WS-LOG-AS-OF-MM   TO WS-NEW-GEN-MM
           MOVE WS-LOG-AS-OF-DD   TO WS-NEW-GEN-DD

           IF WS-NEW-GEN-DATE NOT NUMERIC
               DISPLAY "DATEOUT-ARCHIVE - RUNLOG AS-OF DATE "
                       WS-LOG-AS-OF-DATE1 " IS NOT A DATE"
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF

           IF WS-CONTROL-UNAVAILABLE
               DISPLAY "DATEOUT-ARCHIVE - RUNLOG RECORD FOR AS-OF "
                       "DATE " WS-LOG-AS-OF-DATE1 " CARRIES NO VALUE"
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF

           IF WS-FEED-RECORD-COUNT NOT = WS-LOG-VALID-COUNT
               DISPLAY "DATEOUT-ARCHIVE - DATEOUT HOLDS "
                       WS-FEED-RECORD-COUNT " RECORDS, RUNLOG "
                       WS-LOG-VALID-COUNT
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF

           IF WS-CONTROL-AVAILABLE
                   AND WS-FEED-AMOUNT NOT = WS-LOG-VALID-AMOUNT
               DISPLAY "DATEOUT-ARCHIVE - DATEOUT VALUE DOES NOT "
                       "AGREE WITH RUNLOG"
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF.
       1650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-COPY-ARCHIVE-REC.
      *----------------------------------------------------------------*
      *    A CATALOG RECORD OPENS AN OLD GENERATION AND DECIDES ITS
      *    DISPOSITION; ITS DATA RECORDS FOLLOW THAT DISPOSITION.  THE
      *    NEW GENERATION IS WRITTEN AHEAD OF THE FIRST OLD ONE WITH
      *    A LATER AS-OF DATE, KEEPING THE ARCHIVE IN DATE ORDER.
      *----------------------------------------------------------------*
           ADD 1 TO WS-ARCH-READ-COUNT

           IF GEN-CATALOG-REC
               ADD 1 TO WS-GEN-READ-COUNT
               IF WS-NEW-GEN-ARCHIVE AND WS-NEW-GEN-PENDING
                       AND GEN-AS-OF-NUM > WS-NEW-GEN-NUM
                   PERFORM 2500-WRITE-NEW-GENERATION THRU 2500-EXIT
               END-IF
               PERFORM 2100-SET-DISPOSITION THRU 2100-EXIT
           END-IF

           IF WS-OLD-GEN-KEPT
               MOVE ARCHIVE-REC TO NEW-ARCHIVE-REC
               WRITE NEW-ARCHIVE-REC
               ADD 1 TO WS-ARCH-WRITTEN-COUNT
           END-IF

           PERFORM 8100-READ-NEXT-ARCHIVE THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-SET-DISPOSITION.
      *----------------------------------------------------------------*
      *    A RERUN OF THE SAME AS-OF DATE REPLACES THE GENERATION IT
      *    RERAN, WHATEVER ITS AGE; OTHERWISE A GENERATION OLDER THAN
      *    THE CUTOFF IS PURGED.  WITH NO RETENTION PERIOD NOTHING IS
      *    PURGED.
      *----------------------------------------------------------------*
           MOVE 'K' TO WS-OLD-GEN-SWITCH
           MOVE "KEPT"     TO WG-DISPOSITION

           IF WS-NEW-GEN-ARCHIVE AND GEN-AS-OF-NUM = WS-NEW-GEN-NUM
               MOVE 'R' TO WS-OLD-GEN-SWITCH
               MOVE "REPLACED" TO WG-DISPOSITION
               ADD 1 TO WS-GEN-REPLACED-COUNT
           ELSE
               IF WS-RETENTION-DAYS > 0
                       AND GEN-AS-OF-NUM < WS-CUTOFF-YYYYMMDD
                   MOVE 'P' TO WS-OLD-GEN-SWITCH
                   MOVE "PURGED"   TO WG-DISPOSITION
                   ADD 1 TO WS-GEN-PURGED-COUNT
               ELSE
                   ADD 1 TO WS-GEN-KEPT-COUNT
               END-IF
           END-IF

           MOVE GEN-AS-OF-DATE1       TO WG-AS-OF-DATE1
           MOVE GEN-RUN-END-TIMESTAMP TO WG-RUN-END-TIMESTAMP
           MOVE GEN-RECORD-COUNT      TO WG-RECORD-COUNT
           MOVE GEN-AMOUNT-TOTAL      TO WG-AMOUNT-TOTAL
           MOVE GEN-ARCHIVED-DATE     TO WG-ARCHIVED-DATE
           PERFORM 7100-WRITE-GENERATION-LINE THRU 7100-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-WRITE-NEW-GENERATION.
      *----------------------------------------------------------------*
      *    CATALOG RECORD FROM THE RUNLOG FIGURES (ALREADY PROVED
      *    EQUAL TO DATEOUT), THEN DATEOUT COPIED RECORD FOR RECORD.
      *----------------------------------------------------------------*
           MOVE SPACES               TO NEW-ARCHIVE-REC
           MOVE WS-NEW-GEN-NUM       TO ANW-AS-OF-NUM
           SET ANW-CATALOG-REC       TO TRUE
           MOVE WS-LOG-AS-OF-DATE1   TO ANW-AS-OF-DATE1
           MOVE WS-LOG-END-TIMESTAMP TO ANW-RUN-END-TIMESTAMP
           MOVE WS-LOG-VALID-COUNT   TO ANW-RECORD-COUNT
           MOVE WS-LOG-VALID-AMOUNT  TO ANW-AMOUNT-TOTAL
           MOVE WS-RUN-DATE          TO ANW-ARCHIVED-DATE
           WRITE NEW-ARCHIVE-REC
           ADD 1 TO WS-ARCH-WRITTEN-COUNT
           ADD 1 TO WS-GEN-ADDED-COUNT

           MOVE 'N' TO WS-FEED-EOF-SWITCH
           OPEN INPUT CONVERTED-FILE
           IF WS-CONV-FILE-STATUS NOT = '00'
               DISPLAY 'DATEOUT-ARCHIVE - UNABLE TO REOPEN '
                       'CONVERTED-FILE, '
                       'STATUS = ' WS-CONV-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           ELSE
               PERFORM 8000-READ-NEXT-FEED THRU 8000-EXIT
               PERFORM 2550-ARCHIVE-ONE-FEED-REC THRU 2550-EXIT
                   UNTIL WS-FEED-EOF-YES
               CLOSE CONVERTED-FILE
           END-IF
           SET WS-NEW-GEN-WRITTEN TO TRUE

           MOVE WS-LOG-AS-OF-DATE1   TO WG-AS-OF-DATE1
           MOVE WS-LOG-END-TIMESTAMP TO WG-RUN-END-TIMESTAMP
           MOVE WS-LOG-VALID-COUNT   TO WG-RECORD-COUNT
           MOVE WS-LOG-VALID-AMOUNT  TO WG-AMOUNT-TOTAL
           MOVE WS-RUN-DATE          TO WG-ARCHIVED-DATE
           MOVE "ADDED"              TO WG-DISPOSITION
           PERFORM 7100-WRITE-GENERATION-LINE THRU 7100-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2550-ARCHIVE-ONE-FEED-REC.
      *----------------------------------------------------------------*
           MOVE SPACES           TO NEW-ARCHIVE-REC
           MOVE WS-NEW-GEN-NUM   TO ANW-AS-OF-NUM
           SET ANW-DATA-REC      TO TRUE
           MOVE CONVERTED-REC    TO ANW-RECORD-DATA
           WRITE NEW-ARCHIVE-REC
           ADD 1 TO WS-ARCH-WRITTEN-COUNT
           PERFORM 8000-READ-NEXT-FEED THRU 8000-EXIT.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
      *    A NEW GENERATION LATER THAN EVERY OLD ONE - THE NORMAL
      *    NIGHT - IS STILL PENDING AT THE END OF THE OLD ARCHIVE AND
      *    IS APPENDED HERE.
      *----------------------------------------------------------------*
           IF NOT WS-OPEN-FAILED
               IF WS-NEW-GEN-ARCHIVE AND WS-NEW-GEN-PENDING
                   PERFORM 2500-WRITE-NEW-GENERATION THRU 2500-EXIT
               END-IF
               PERFORM 7300-WRITE-TOTALS THRU 7300-EXIT

               IF WS-ARCH-EXISTS
                   CLOSE ARCHIVE-FILE
               END-IF
               CLOSE NEW-ARCHIVE-FILE
               CLOSE PRINT-FILE
           END-IF

           PERFORM 3100-SET-RETURN-CODE THRU 3100-EXIT

           DISPLAY "DATEOUT-ARCHIVE - FEED RECORDS READ     : "
                   WS-FEED-RECORD-COUNT
           DISPLAY "DATEOUT-ARCHIVE - GENERATIONS READ      : "
                   WS-GEN-READ-COUNT
           DISPLAY "DATEOUT-ARCHIVE - GENERATIONS KEPT      : "
                   WS-GEN-KEPT-COUNT
           DISPLAY "DATEOUT-ARCHIVE - GENERATIONS PURGED    : "
                   WS-GEN-PURGED-COUNT
           DISPLAY "DATEOUT-ARCHIVE - GENERATIONS REPLACED  : "
                   WS-GEN-REPLACED-COUNT
           DISPLAY "DATEOUT-ARCHIVE - GENERATIONS ADDED     : "
                   WS-GEN-ADDED-COUNT
           DISPLAY "DATEOUT-ARCHIVE - ARCHIVE RECS WRITTEN  : "
                   WS-ARCH-WRITTEN-COUNT

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "DATEOUT-ARCHIVE - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-SET-RETURN-CODE.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RETURN-CODE

           IF WS-DISCREPANCY-COUNT > 0
               MOVE 08 TO WS-RETURN-CODE
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
           MOVE "DATEOUT-ARCHIVE"     TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP      TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE        TO STP-RETURN-CODE
           MOVE WS-FEED-RECORD-COUNT  TO STP-IN-COUNT
           MOVE WS-ARCH-WRITTEN-COUNT TO STP-OUT-COUNT
           MOVE "DATEANEW"            TO STP-RENAME-FILE
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-WRITE-REPORT-HEADINGS.
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER     TO WH1-PAGE-NUMBER
           MOVE WS-RUN-DATE        TO WH2-RUN-DATE
           MOVE WS-RETENTION-DAYS  TO WHR-RETENTION-DAYS
           IF WS-RETENTION-DAYS > 0
               MOVE WS-CUTOFF-YYYYMMDD TO WHR-CUTOFF-DATE
           ELSE
               MOVE "(NONE)"       TO WHR-CUTOFF-DATE
           END-IF

           WRITE PRINT-REC FROM WS-HEADING-1
           WRITE PRINT-REC FROM WS-HEADING-2
           WRITE PRINT-REC FROM WS-HEADING-RETENTION

           MOVE ZERO TO WS-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7100-WRITE-GENERATION-LINE.
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               WRITE PRINT-REC FROM WS-GENERATION-HEADING
               ADD 2 TO WS-LINE-COUNT
           END-IF

           WRITE PRINT-REC FROM WS-GENERATION-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WG-DISPOSITION.
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
       7300-WRITE-TOTALS.
      *----------------------------------------------------------------*
      *    A GENERATION HELD BACK BY THE RUNLOG CHECK IS CALLED OUT
      *    ABOVE THE TOTALS SO THE RENAME IS NOT RELEASED BY MISTAKE.
      *----------------------------------------------------------------*
           MOVE "ARCHIVE TOTALS" TO WSL-TITLE
           PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT

           IF WS-NEW-GEN-HELD
               MOVE "*** DATEOUT DOES NOT AGREE WITH RUNLOG - "
                   TO WM-TEXT
               MOVE "GENERATION NOT ARCHIVED ***" TO WM-TEXT(42:)
               WRITE PRINT-REC FROM WS-MESSAGE-LINE
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF

           MOVE "FEED RECORDS READ"  TO WT-LABEL
           MOVE WS-FEED-RECORD-COUNT TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "RUNLOG VALID COUNT" TO WT-LABEL
           MOVE WS-LOG-VALID-COUNT   TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "GENERATIONS READ"   TO WT-LABEL
           MOVE WS-GEN-READ-COUNT    TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "GENERATIONS KEPT"   TO WT-LABEL
           MOVE WS-GEN-KEPT-COUNT    TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "GENERATIONS PURGED" TO WT-LABEL
           MOVE WS-GEN-PURGED-COUNT  TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "GENERATIONS REPLACED" TO WT-LABEL
           MOVE WS-GEN-REPLACED-COUNT TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "GENERATIONS ADDED"  TO WT-LABEL
           MOVE WS-GEN-ADDED-COUNT   TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "ARCHIVE RECS READ"  TO WT-LABEL
           MOVE WS-ARCH-READ-COUNT   TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "ARCHIVE RECS WRITTEN" TO WT-LABEL
           MOVE WS-ARCH-WRITTEN-COUNT TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           ADD 9 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-READ-NEXT-FEED.
      *----------------------------------------------------------------*
           READ CONVERTED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
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

       END PROGRAM DATEOUT-ARCHIVE.
