      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    PERIOD-CLOSE.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-09-28.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    MONTH-END CLOSE OF THE ACCOUNTING-PERIOD MASTER
      *             (PERIODM) FED BY PROG0001.  A PARAMETER CARD
      *             (PCLSPARM) NAMES THE PERIOD TO CLOSE AS YYYYMM IN
      *             COLUMNS 1-6.  EVERY MASTER RECORD FOR THAT MONTH
      *             (ONE PER SOURCE SYSTEM PLUS THE BLANK-SOURCE
      *             CONTROL RECORD) IS MARKED CLOSED WITH TODAY'S DATE,
      *             AFTER WHICH PROG0001 REJECTS ANY TRANSACTION DATED
      *             IN THE MONTH (REASON 10) TO THE SUSPENSE FILE.  A
      *             MONTH WITH NO ACTIVITY GETS A CLOSED CONTROL RECORD
      *             OF ITS OWN SO IT IS PROTECTED THE SAME WAY.
      *             THE PERIOD-END SUMMARY (PCLSRPT) LISTS EACH SOURCE
      *             SYSTEM'S MONTH-TO-DATE AND YEAR-TO-DATE VALID COUNT
      *             AND VALUE, THE ALL-SOURCES TOTAL FROM THE CONTROL
      *             RECORD AND A CHECK THAT THE SOURCES ADD UP TO IT.
      *             A MONTH IS ONLY CLOSED ONCE IT HAS ENDED AND EVERY
      *             EARLIER MONTH OF THE SAME YEAR ON THE MASTER IS
      *             CLOSED, SO A SIGNED-OFF YEAR-TO-DATE CAN NEVER BE
      *             MOVED BY A POSTING INTO AN EARLIER OPEN MONTH.  AN
      *             EARLIER MONTH NOT ON THE MASTER AT ALL HAD NO
      *             ACTIVITY AND IS GIVEN A CLOSED CONTROL RECORD IN
      *             THE SAME RUN, SO NO LATE ITEM CAN POST INTO IT.
      *             RERUNNING FOR A MONTH ALREADY CLOSED REPRINTS THE
      *             SUMMARY AND CHANGES NOTHING.
      *             CONDITION CODES:
      *                 00 - PERIOD CLOSED
      *                 04 - PERIOD WAS ALREADY CLOSED (SUMMARY
      *                      REPRINTED), OR THE SOURCES DO NOT ADD UP
      *                      TO THE CONTROL RECORD
      *                 08 - CARD MISSING OR INVALID, PERIOD NOT YET
      *                      ENDED, OR AN EARLIER MONTH STILL OPEN -
      *                      NOTHING CLOSED
      *                 12 - A REQUIRED FILE WOULD NOT OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-09-28  RA  INITIAL VERSION.
      * 2026-10-05  RA  APPENDS ITS STEP RECORD TO THE STREAM STEP LOG
      *                 THROUGH STEP-LOG (PROG0017) AS IT ENDS.
      * 2026-10-15  RA  EACH EARLIER MONTH OF THE YEAR WITH NO CONTROL
      *                 RECORD NOW GETS A CLOSED EMPTY ONE WHEN A LATER
      *                 MONTH IS CLOSED, INSTEAD OF BEING LEFT OPEN TO
      *                 LATE ITEMS THAT WOULD MOVE THE CLOSED MONTH'S
      *                 YEAR-TO-DATE.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
      *---- INDEXED ACCOUNTING-PERIOD MASTER MAINTAINED BY PROG0001 ---*
           SELECT PERIOD-FILE      ASSIGN TO "PERIODM"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PM-KEY
                                    FILE STATUS IS WS-PERD-FILE-STATUS.

      *---- PERIOD TO CLOSE, NORMALLY A JCL SYSIN DD ------------------*
           SELECT PARM-FILE        ASSIGN TO "PCLSPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

      *---- PERIOD-END SUMMARY ----------------------------------------*
           SELECT PRINT-FILE        ASSIGN TO "PCLSRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PRINT-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  PERIOD-FILE.
       01  PERIOD-REC.
           COPY PERIODRC.

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-PERIOD.
              10 PARM-PERIOD-YYYY PIC X(4).
              10 PARM-PERIOD-MM   PIC X(2).

       FD  PRINT-FILE.
       01  PRINT-REC                   PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE         PIC X(8).
           05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              10 WS-RUN-PERIOD    PIC 9(6).
              10 FILLER           PIC X(2).
           05 WS-RUN-TIME         PIC X(8).

       01 WS-FILE-SWITCHES.
           05 WS-PERD-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                       VALUE 'N'.
           05 WS-CARD-SWITCH           PIC X(1)  VALUE 'N'.
               88 WS-CARD-VALID                  VALUE 'Y'.
               88 WS-CARD-INVALID                VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.
           05 WS-PERD-OPEN-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-PERD-IS-OPEN                VALUE 'Y'.
           05 WS-REFUSED-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-CLOSE-REFUSED               VALUE 'Y'.
           05 WS-ALREADY-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-ALREADY-CLOSED              VALUE 'Y'.
           05 WS-CONTROL-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-CONTROL-FOUND               VALUE 'Y'.
               88 WS-CONTROL-MISSING             VALUE 'N'.
           05 WS-PRIOR-SWITCH          PIC X(1)  VALUE 'N'.
               88 WS-PRIOR-FOUND                 VALUE 'Y'.
               88 WS-PRIOR-NOT-FOUND             VALUE 'N'.
           05 WS-TIE-SWITCH            PIC X(1)  VALUE 'Y'.
               88 WS-SOURCES-AGREE               VALUE 'Y'.
               88 WS-SOURCES-DISAGREE            VALUE 'N'.

       01 WS-COUNTERS.
           05 WS-SOURCE-COUNT          PIC 9(5)  COMP VALUE ZERO.
           05 WS-CLOSED-COUNT          PIC 9(5)  COMP VALUE ZERO.
           05 WS-EARLIER-OPEN-COUNT    PIC 9(5)  COMP VALUE ZERO.
           05 WS-GAP-CLOSED-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

      *---- THE PERIOD BEING CLOSED, AND THE WALK BACK THROUGH THE ----*
      *---- EARLIER MONTHS OF ITS YEAR --------------------------------*
       01 WS-CLOSE-FIELDS.
           05 WS-CLOSE-PERIOD.
              10 WS-CLOSE-YYYY         PIC 9(4)  VALUE ZERO.
              10 WS-CLOSE-MM           PIC 9(2)  VALUE ZERO.
           05 WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD
                                       PIC 9(6).
           05 WS-WALK-START            PIC 9(2)  VALUE ZERO.
           05 WS-WALK-MM               PIC 9(2)  VALUE ZERO.
           05 WS-GAP-MM                PIC 9(2)  VALUE ZERO.
      *---- THE MONTH 3100 ADDS AN EMPTY CLOSED CONTROL RECORD FOR ----*
           05 WS-EMPTY-PERIOD.
              10 WS-EMPTY-YYYY         PIC 9(4)  VALUE ZERO.
              10 WS-EMPTY-MM           PIC 9(2)  VALUE ZERO.
           05 WS-EMPTY-PERIOD-R REDEFINES WS-EMPTY-PERIOD
                                       PIC 9(6).
           05 WS-PRIOR-CLOSE-DATE      PIC X(8)  VALUE SPACES.
           05 WS-PRIOR-YTD-COUNT       PIC 9(9)  VALUE ZERO.
           05 WS-PRIOR-YTD-AMOUNT      PIC S9(13)V99 VALUE ZERO.

      *---- THE MONTH'S CONTROL-RECORD TOTALS AND THE SUM OF ITS -----*
      *---- SOURCE RECORDS, WHICH MUST AGREE --------------------------*
       01 WS-TOTAL-FIELDS.
           05 WS-CTL-MTD-COUNT         PIC 9(7)  VALUE ZERO.
           05 WS-CTL-MTD-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05 WS-CTL-YTD-COUNT         PIC 9(9)  VALUE ZERO.
           05 WS-CTL-YTD-AMOUNT        PIC S9(13)V99 VALUE ZERO.
           05 WS-SUM-MTD-COUNT         PIC 9(9)  VALUE ZERO.
           05 WS-SUM-MTD-AMOUNT        PIC S9(13)V99 VALUE ZERO.

      *---- REPORT PAGINATION WORK FIELDS -----------------------------*
       01 WS-REPORT-FIELDS.
           05 WS-PAGE-NUMBER           PIC 9(4)  VALUE ZERO.
           05 WS-LINE-COUNT            PIC 9(4)  VALUE ZERO.
           05 WS-LINES-PER-PAGE        PIC 9(4)  VALUE 0050.

      *---- PRINT LINE LAYOUTS ----------------------------------------*
       01 WS-HEADING-1.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(34)
               VALUE "PROG0016 - PERIOD-END SUMMARY".
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "PAGE ".
           05 WH1-PAGE-NUMBER          PIC ZZZ9.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-HEADING-2.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "PERIOD: ".
           05 WH2-PERIOD-YYYY          PIC 9(4).
           05 FILLER                   PIC X(1)  VALUE "-".
           05 WH2-PERIOD-MM            PIC 9(2).
           05 FILLER                   PIC X(13) VALUE "   RUN DATE: ".
           05 WH2-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(44) VALUE SPACES.

       01 WS-HEADING-3.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "SOURCE".
           05 FILLER                   PIC X(10) VALUE "MTD COUNT".
           05 FILLER                   PIC X(17) VALUE "MTD AMOUNT".
           05 FILLER                   PIC X(11) VALUE "YTD COUNT".
           05 FILLER                   PIC X(17) VALUE "YTD AMOUNT".
           05 FILLER                   PIC X(16) VALUE SPACES.

       01 WS-HEADING-BLANK-LINE        PIC X(90) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WD-SOURCE                PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-MTD-COUNT             PIC ZZZZZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WD-MTD-AMOUNT            PIC ZZZZZZZZZZ9.99-.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-YTD-COUNT             PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-YTD-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.
           05 FILLER                   PIC X(16) VALUE SPACES.

       01 WS-BALANCE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WB-LABEL                 PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WB-VALUE                 PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01 WS-EDIT-COUNT                PIC ZZZZZZ9.
       01 WS-EDIT-PERIOD.
           05 WEP-YYYY                 PIC 9(4).
           05 FILLER                   PIC X(1)  VALUE "-".
           05 WEP-MM                   PIC 9(2).

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
           PERFORM 2000-CLOSE-ONE-RECORD THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
      *    A PERIOD MASTER THAT DOES NOT EXIST YET (STATUS 35) IS
      *    CREATED EMPTY, SO A MONTH CAN BE CLOSED BEFORE PROG0001
      *    HAS EVER POSTED INTO IT.  ANY OTHER OPEN FAILURE STOPS THE
      *    JOB.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'PERIOD-CLOSE - UNABLE TO OPEN PRINT-FILE, '
                       'STATUS = ' WS-PRINT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-EOF-NO
               PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
               IF WS-CARD-INVALID
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF

           IF WS-EOF-NO
               OPEN I-O PERIOD-FILE
               IF WS-PERD-FILE-STATUS = '35'
                   OPEN OUTPUT PERIOD-FILE
                   IF WS-PERD-FILE-STATUS = '00'
                       CLOSE PERIOD-FILE
                       OPEN I-O PERIOD-FILE
                   END-IF
               END-IF
               IF WS-PERD-FILE-STATUS = '00'
                   SET WS-PERD-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'PERIOD-CLOSE - UNABLE TO OPEN '
                           'PERIOD-FILE, '
                           'STATUS = ' WS-PERD-FILE-STATUS
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF

           IF WS-EOF-NO
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               PERFORM 1300-READ-CONTROL-RECORD   THRU 1300-EXIT
               IF NOT WS-ALREADY-CLOSED
                   PERFORM 1200-CHECK-EARLIER-PERIODS THRU 1200-EXIT
               END-IF
               IF WS-CLOSE-REFUSED
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   PERFORM 1400-START-AT-PERIOD THRU 1400-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
      *----------------------------------------------------------------*
      *    READS THE PERIOD CARD (YYYYMM).  THE PERIOD MUST BE NUMERIC,
      *    WITH A MONTH OF 01-12, AND MUST HAVE ENDED - A MONTH
      *    EARLIER THAN THE ONE TODAY FALLS IN.
      *----------------------------------------------------------------*
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIOD-YYYY NUMERIC
                               AND PARM-PERIOD-MM NUMERIC
                           MOVE PARM-PERIOD-YYYY TO WS-CLOSE-YYYY
                           MOVE PARM-PERIOD-MM   TO WS-CLOSE-MM
                           SET WS-CARD-VALID TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           IF WS-CARD-INVALID
               DISPLAY 'PERIOD-CLOSE - NO VALID YYYYMM PERIOD '
                       'SUPPLIED ON PCLSPARM'
           ELSE
               IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                   DISPLAY 'PERIOD-CLOSE - PERIOD ' WS-CLOSE-PERIOD
                           ' HAS NO SUCH MONTH, CARD REJECTED'
                   SET WS-CARD-INVALID TO TRUE
               ELSE
                   IF WS-CLOSE-PERIOD-R NOT < WS-RUN-PERIOD
                       DISPLAY 'PERIOD-CLOSE - PERIOD '
                               WS-CLOSE-PERIOD
                               ' HAS NOT ENDED, CARD REJECTED'
                       SET WS-CARD-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CHECK-EARLIER-PERIODS.
      *----------------------------------------------------------------*
      *    EVERY EARLIER MONTH OF THE SAME YEAR THAT IS ON THE MASTER
      *    MUST ALREADY BE CLOSED.  EACH ONE STILL OPEN IS LISTED AND
      *    THE CLOSE IS REFUSED.  ONE NOT ON THE MASTER IS CLOSED
      *    EMPTY ALONG WITH THIS MONTH (3050).
      *----------------------------------------------------------------*
           IF WS-CLOSE-MM > 1
               COMPUTE WS-WALK-START = WS-CLOSE-MM - 1
               PERFORM 1250-CHECK-ONE-EARLIER THRU 1250-EXIT
                   VARYING WS-WALK-MM FROM WS-WALK-START BY -1
                   UNTIL WS-WALK-MM < 1
           END-IF

           IF WS-EARLIER-OPEN-COUNT > ZERO
               SET WS-CLOSE-REFUSED TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1250-CHECK-ONE-EARLIER.
      *----------------------------------------------------------------*
           MOVE WS-CLOSE-YYYY TO PM-PERIOD-YYYY
           MOVE WS-WALK-MM    TO PM-PERIOD-MM
           MOVE SPACES        TO PM-SOURCE-SYSTEM
           READ PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '00' AND PM-OPEN
               ADD 1 TO WS-EARLIER-OPEN-COUNT
               MOVE WS-CLOSE-YYYY TO WEP-YYYY
               MOVE WS-WALK-MM    TO WEP-MM
               MOVE "EARLIER PERIOD"      TO WB-LABEL
               MOVE SPACES                TO WB-VALUE
               STRING WS-EDIT-PERIOD      DELIMITED BY SIZE
                      " *** STILL OPEN ***" DELIMITED BY SIZE
                   INTO WB-VALUE
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-READ-CONTROL-RECORD.
      *----------------------------------------------------------------*
      *    THE MONTH'S CONTROL RECORD SAYS WHETHER IT IS ALREADY
      *    CLOSED.  A MONTH WITH NO CONTROL RECORD HAD NO ACTIVITY.
      *----------------------------------------------------------------*
           MOVE WS-CLOSE-PERIOD-R TO PM-PERIOD-R
           MOVE SPACES            TO PM-SOURCE-SYSTEM
           READ PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '00'
               SET WS-CONTROL-FOUND TO TRUE
               IF PM-CLOSED
                   SET WS-ALREADY-CLOSED TO TRUE
                   MOVE PM-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-START-AT-PERIOD.
      *----------------------------------------------------------------*
      *    POSITIONS AT THE FIRST RECORD OF THE MONTH.  THE CONTROL
      *    RECORD (BLANK SOURCE) SORTS AHEAD OF THE SOURCE RECORDS.
      *----------------------------------------------------------------*
           MOVE WS-CLOSE-PERIOD-R TO PM-PERIOD-R
           MOVE LOW-VALUES        TO PM-SOURCE-SYSTEM
           START PERIOD-FILE KEY NOT < PM-KEY
           IF WS-PERD-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 8000-READ-NEXT-PERIOD THRU 8000-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CLOSE-ONE-RECORD.
      *----------------------------------------------------------------*
      *    CLOSES ONE RECORD OF THE MONTH.  SOURCE RECORDS ARE LISTED
      *    AND SUMMED; THE CONTROL RECORD'S TOTALS ARE KEPT FOR THE
      *    TOTAL LINE.  A RECORD ALREADY CLOSED IS LEFT AS IT IS.
      *----------------------------------------------------------------*
           IF PM-PERIOD-R NOT = WS-CLOSE-PERIOD-R
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF PM-SOURCE-SYSTEM = SPACES
                   MOVE PM-MTD-COUNT  TO WS-CTL-MTD-COUNT
                   MOVE PM-MTD-AMOUNT TO WS-CTL-MTD-AMOUNT
                   MOVE PM-YTD-COUNT  TO WS-CTL-YTD-COUNT
                   MOVE PM-YTD-AMOUNT TO WS-CTL-YTD-AMOUNT
               ELSE
                   ADD 1             TO WS-SOURCE-COUNT
                   ADD PM-MTD-COUNT  TO WS-SUM-MTD-COUNT
                   ADD PM-MTD-AMOUNT TO WS-SUM-MTD-AMOUNT
                   MOVE PM-SOURCE-SYSTEM TO WD-SOURCE
                   MOVE PM-MTD-COUNT     TO WD-MTD-COUNT
                   MOVE PM-MTD-AMOUNT    TO WD-MTD-AMOUNT
                   MOVE PM-YTD-COUNT     TO WD-YTD-COUNT
                   MOVE PM-YTD-AMOUNT    TO WD-YTD-AMOUNT
                   PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
               END-IF

               IF PM-OPEN
                   SET PM-CLOSED TO TRUE
                   MOVE WS-RUN-DATE TO PM-CLOSE-DATE
                   REWRITE PERIOD-REC
                   IF WS-PERD-FILE-STATUS = '00'
                       ADD 1 TO WS-CLOSED-COUNT
                   ELSE
                       DISPLAY 'PERIOD-CLOSE - PERIOD-FILE STATUS '
                               WS-PERD-FILE-STATUS
                               ' CLOSING SOURCE ' PM-SOURCE-SYSTEM
                       SET WS-OPEN-FAILED TO TRUE
                   END-IF
               END-IF

               PERFORM 8000-READ-NEXT-PERIOD THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
           IF WS-PERD-IS-OPEN
               IF NOT WS-CLOSE-REFUSED AND NOT WS-ALREADY-CLOSED
                   PERFORM 3050-CLOSE-EMPTY-EARLIER THRU 3050-EXIT
                       VARYING WS-GAP-MM FROM 1 BY 1
                       UNTIL WS-GAP-MM NOT < WS-CLOSE-MM
                          OR WS-OPEN-FAILED
               END-IF
               IF NOT WS-CLOSE-REFUSED AND WS-CONTROL-MISSING
                   MOVE WS-CLOSE-PERIOD-R TO WS-EMPTY-PERIOD-R
                   PERFORM 3100-ADD-EMPTY-CONTROL THRU 3100-EXIT
                   IF WS-PERD-FILE-STATUS = '00'
                       MOVE WS-PRIOR-YTD-COUNT  TO WS-CTL-YTD-COUNT
                       MOVE WS-PRIOR-YTD-AMOUNT TO WS-CTL-YTD-AMOUNT
                   END-IF
               END-IF
               PERFORM 7200-WRITE-TOTALS-SECTION THRU 7200-EXIT
               CLOSE PERIOD-FILE
           END-IF

           IF WS-PRINT-FILE-STATUS = '00'
               CLOSE PRINT-FILE
           END-IF

           PERFORM 3500-SET-RETURN-CODE THRU 3500-EXIT

           DISPLAY "PERIOD-CLOSE - PERIOD          : " WS-CLOSE-PERIOD
           DISPLAY "PERIOD-CLOSE - SOURCES ON FILE : " WS-SOURCE-COUNT
           DISPLAY "PERIOD-CLOSE - RECORDS CLOSED  : " WS-CLOSED-COUNT
           DISPLAY "PERIOD-CLOSE - EMPTY EARLIER   : "
                   WS-GAP-CLOSED-COUNT

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "PERIOD-CLOSE - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3050-CLOSE-EMPTY-EARLIER.
      *----------------------------------------------------------------*
      *    AN EARLIER MONTH OF THE YEAR WITH NO CONTROL RECORD HAD NO
      *    ACTIVITY.  IT IS CLOSED EMPTY NOW, OLDEST FIRST SO EACH
      *    CARRIES THE YEAR-TO-DATE OF THE ONE BEFORE IT; LEFT OPEN, A
      *    LATE ITEM DATED IN IT WOULD MOVE THIS MONTH'S FIGURES.
      *----------------------------------------------------------------*
           MOVE WS-CLOSE-YYYY TO PM-PERIOD-YYYY
           MOVE WS-GAP-MM     TO PM-PERIOD-MM
           MOVE SPACES        TO PM-SOURCE-SYSTEM
           READ PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '23'
               MOVE WS-CLOSE-YYYY TO WS-EMPTY-YYYY
               MOVE WS-GAP-MM     TO WS-EMPTY-MM
               PERFORM 3100-ADD-EMPTY-CONTROL THRU 3100-EXIT
               IF WS-PERD-FILE-STATUS = '00'
                   ADD 1 TO WS-GAP-CLOSED-COUNT
                   MOVE WS-CLOSE-YYYY TO WEP-YYYY
                   MOVE WS-GAP-MM     TO WEP-MM
                   MOVE "EARLIER PERIOD"      TO WB-LABEL
                   MOVE SPACES                TO WB-VALUE
                   STRING WS-EDIT-PERIOD      DELIMITED BY SIZE
                          " CLOSED - NO ACTIVITY" DELIMITED BY SIZE
                       INTO WB-VALUE
                   PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
               END-IF
           ELSE
               IF WS-PERD-FILE-STATUS NOT = '00'
                   DISPLAY 'PERIOD-CLOSE - PERIOD-FILE STATUS '
                           WS-PERD-FILE-STATUS
                           ' READING MONTH ' WS-GAP-MM
                   SET WS-OPEN-FAILED TO TRUE
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-ADD-EMPTY-CONTROL.
      *----------------------------------------------------------------*
      *    A MONTH WITH NO ACTIVITY (WS-EMPTY-PERIOD) STILL GETS A
      *    CLOSED CONTROL RECORD SO PROG0001 REJECTS LATE ITEMS DATED
      *    IN IT.  ITS YEAR-TO-DATE IS CARRIED FROM THE NEAREST EARLIER
      *    MONTH ON FILE.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-PRIOR-YTD-COUNT
           MOVE ZERO TO WS-PRIOR-YTD-AMOUNT
           SET WS-PRIOR-NOT-FOUND TO TRUE
           IF WS-EMPTY-MM > 1
               COMPUTE WS-WALK-START = WS-EMPTY-MM - 1
               PERFORM 3150-READ-PRIOR-CONTROL THRU 3150-EXIT
                   VARYING WS-WALK-MM FROM WS-WALK-START BY -1
                   UNTIL WS-WALK-MM < 1
                      OR WS-PRIOR-FOUND
           END-IF

           INITIALIZE PERIOD-REC
           MOVE WS-EMPTY-PERIOD-R   TO PM-PERIOD-R
           MOVE SPACES              TO PM-SOURCE-SYSTEM
           MOVE WS-PRIOR-YTD-COUNT  TO PM-YTD-COUNT
           MOVE WS-PRIOR-YTD-AMOUNT TO PM-YTD-AMOUNT
           SET PM-CLOSED TO TRUE
           MOVE WS-RUN-DATE         TO PM-CLOSE-DATE
           MOVE WS-RUN-DATE         TO PM-LAST-RUN-DATE
           WRITE PERIOD-REC
           IF WS-PERD-FILE-STATUS = '00'
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               DISPLAY 'PERIOD-CLOSE - PERIOD-FILE STATUS '
                       WS-PERD-FILE-STATUS
                       ' ADDING THE CONTROL RECORD FOR '
                       WS-EMPTY-PERIOD
               SET WS-OPEN-FAILED TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3150-READ-PRIOR-CONTROL.
      *----------------------------------------------------------------*
           MOVE WS-EMPTY-YYYY TO PM-PERIOD-YYYY
           MOVE WS-WALK-MM    TO PM-PERIOD-MM
           MOVE SPACES        TO PM-SOURCE-SYSTEM
           READ PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '00'
               MOVE PM-YTD-COUNT  TO WS-PRIOR-YTD-COUNT
               MOVE PM-YTD-AMOUNT TO WS-PRIOR-YTD-AMOUNT
               SET WS-PRIOR-FOUND TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-SET-RETURN-CODE.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RETURN-CODE

           IF WS-ALREADY-CLOSED OR WS-SOURCES-DISAGREE
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           IF WS-CARD-INVALID OR WS-CLOSE-REFUSED
               MOVE 08 TO WS-RETURN-CODE
           END-IF

           IF WS-OPEN-FAILED
               MOVE 12 TO WS-RETURN-CODE
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-WRITE-STEP-LOG.
      *----------------------------------------------------------------*
      *    APPENDS THIS STEP'S RECORD TO THE STREAM STEP LOG READ BY
      *    THE MORNING STATUS REPORT (STREAM-STATUS).  THE AS-OF DATE
      *    IS LEFT FOR STEP-LOG TO TAKE FROM DATECTL.
      *----------------------------------------------------------------*
           INITIALIZE WS-STEP-LOG-REC
           MOVE "PERIOD-CLOSE"       TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP     TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE       TO STP-RETURN-CODE
           MOVE WS-SOURCE-COUNT      TO STP-IN-COUNT
           MOVE WS-CLOSED-COUNT      TO STP-OUT-COUNT
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-WRITE-REPORT-HEADINGS.
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER  TO WH1-PAGE-NUMBER
           MOVE WS-CLOSE-YYYY   TO WH2-PERIOD-YYYY
           MOVE WS-CLOSE-MM     TO WH2-PERIOD-MM
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
       7200-WRITE-TOTALS-SECTION.
      *----------------------------------------------------------------*
      *    THE ALL-SOURCES TOTAL LINE FROM THE CONTROL RECORD, THEN
      *    THE CLOSE DISPOSITION AND THE CHECK THAT THE SOURCE
      *    RECORDS ADD UP TO THE CONTROL RECORD.
      *----------------------------------------------------------------*
           IF NOT WS-CLOSE-REFUSED
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               MOVE "TOTAL"             TO WD-SOURCE
               MOVE WS-CTL-MTD-COUNT    TO WD-MTD-COUNT
               MOVE WS-CTL-MTD-AMOUNT   TO WD-MTD-AMOUNT
               MOVE WS-CTL-YTD-COUNT    TO WD-YTD-COUNT
               MOVE WS-CTL-YTD-AMOUNT   TO WD-YTD-AMOUNT
               PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           END-IF

           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE

           MOVE "PERIOD STATUS"       TO WB-LABEL
           IF WS-CLOSE-REFUSED
               MOVE "*** NOT CLOSED ***"  TO WB-VALUE
           ELSE
               IF WS-ALREADY-CLOSED
                   STRING "ALREADY CLOSED ON " DELIMITED BY SIZE
                          WS-PRIOR-CLOSE-DATE  DELIMITED BY SIZE
                       INTO WB-VALUE
               ELSE
                   IF WS-CONTROL-MISSING
                       MOVE "CLOSED - NO ACTIVITY" TO WB-VALUE
                   ELSE
                       MOVE "CLOSED THIS RUN"   TO WB-VALUE
                   END-IF
               END-IF
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "SOURCES ON PERIOD"   TO WB-LABEL
           MOVE WS-SOURCE-COUNT       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT         TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "RECORDS CLOSED"      TO WB-LABEL
           MOVE WS-CLOSED-COUNT       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT         TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           IF NOT WS-CLOSE-REFUSED
               IF WS-SUM-MTD-COUNT  NOT = WS-CTL-MTD-COUNT
                       OR WS-SUM-MTD-AMOUNT NOT = WS-CTL-MTD-AMOUNT
                   SET WS-SOURCES-DISAGREE TO TRUE
               END-IF
               MOVE "SOURCES VS TOTAL"    TO WB-LABEL
               IF WS-SOURCES-AGREE
                   MOVE "AGREE"               TO WB-VALUE
               ELSE
                   MOVE "*** MISMATCH ***"    TO WB-VALUE
               END-IF
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
           END-IF.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7250-WRITE-BALANCE-LINE.
      *----------------------------------------------------------------*
           WRITE PRINT-REC FROM WS-BALANCE-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WB-LABEL
           MOVE SPACES TO WB-VALUE.
       7250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-READ-NEXT-PERIOD.
      *----------------------------------------------------------------*
           READ PERIOD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
       8000-EXIT.
           EXIT.

       END PROGRAM PERIOD-CLOSE.
