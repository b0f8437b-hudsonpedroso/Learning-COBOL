      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    GL-INTERFACE.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-10-13.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    GENERAL-LEDGER JOURNAL INTERFACE FOR ONE PROG0001
      *             RUN, REPLACING THE JOURNALS FINANCE KEYED BY HAND
      *             FROM THE DATERPT AGING SUMMARY.  THE CONVERTED FEED
      *             (DATEOUT) IS SUMMARIZED BY SOURCE SYSTEM AND
      *             CONVERTED (BUSINESS) DATE - A REVERSAL ENTRY NETS
      *             AGAINST ITS ORIGINAL'S DATE - AND EACH NET AMOUNT
      *             IS POSTED AS A BALANCED PAIR OF JOURNAL LINES TO
      *             THE DEBIT AND CREDIT ACCOUNTS THE ACCOUNT MAP
      *             (GLMAP) GIVES FOR THAT SOURCE.  A NEGATIVE NET
      *             SWAPS THE TWO SIDES.  A SOURCE WITH NO MAPPING IS
      *             HELD OUT OF THE JOURNAL AND LISTED ON THE REPORT
      *             (GLRPT) AND THE CONSOLE - NEVER POSTED TO A
      *             SUSPENSE ACCOUNT.
      *             A PARAMETER CARD (GLIFPARM) NAMES THE AS-OF RUN
      *             DATE (DD-MM-YYYY) BEING POSTED.  THE RUN-LEVEL
      *             RUNLOG RECORD (BLANK SOURCE FIELD) FOR THAT DATE
      *             SUPPLIES THE NET VALUE THE RUN WROTE TO DATEOUT;
      *             THE JOURNAL'S NET POSTED PLUS THE VALUE HELD OUT
      *             MUST EQUAL IT.
      *             ACCOUNT MAP RECORD LAYOUT (GLMAP, ONE PER SOURCE):
      *                 COL 1-7   SOURCE SYSTEM
      *                 COL 9-20  DEBIT ACCOUNT
      *                 COL 22-33 CREDIT ACCOUNT
      *             JOURNAL FILE (GLJRNL) FOR THE LEDGER LOAD: ONE HDR
      *             (AS-OF DATE, CREATION TIMESTAMP, JOURNAL SOURCE),
      *             THE DTL LINES, AND A TRL CARRYING THE LINE COUNT,
      *             TOTAL DEBITS AND CREDITS, THE NET POSTED, THE
      *             VALUE HELD OUT AND THE RUNLOG CONTROL VALUE.
      *             CONDITION CODES:
      *                 00 - EVERYTHING POSTED, JOURNAL AGREES WITH
      *                      RUNLOG
      *                 04 - ONE OR MORE SOURCES HELD OUT (NO MAPPING);
      *                      THE REST AGREES WITH RUNLOG
      *                 08 - JOURNAL DOES NOT AGREE WITH RUNLOG, OR NO
      *                      RUNLOG VALUE TO CHECK IT AGAINST - DO NOT
      *                      LOAD
      *                 12 - NO VALID CARD OR A FILE WOULD NOT OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-10-13  RA  INITIAL VERSION.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
      *---- CONVERTED FEED FROM THE RUN BEING POSTED ------------------*
           SELECT CONVERTED-FILE   ASSIGN TO "DATEOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CONV-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-FILE-STAT.

      *---- SOURCE SYSTEM TO GL ACCOUNT MAPPING -----------------------*
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLMAP"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-MAP-FILE-STATUS.

      *---- AS-OF RUN DATE TO POST, NORMALLY A JCL SYSIN DD -----------*
           SELECT PARM-FILE        ASSIGN TO "GLIFPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

      *---- JOURNAL FOR THE LEDGER LOAD -------------------------------*
           SELECT JOURNAL-FILE     ASSIGN TO "GLJRNL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-JRNL-FILE-STATUS.

      *---- POSTING AND HELD-OUT REPORT -------------------------------*
           SELECT PRINT-FILE        ASSIGN TO "GLRPT"
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

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-REC.
           05 GLM-SOURCE-SYSTEM   PIC X(7).
           05 GLM-FILL-1          PIC X(1).
           05 GLM-DEBIT-ACCOUNT   PIC X(12).
           05 GLM-FILL-2          PIC X(1).
           05 GLM-CREDIT-ACCOUNT  PIC X(12).

       FD  PARM-FILE.
       01  PARM-REC.
           05 GPARM-AS-OF-DATE1   PIC X(10).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
      *---- HDR = JOURNAL HEADER, DTL = ONE LINE, TRL = CONTROL -------*
           05 GLJ-RECORD-ID       PIC X(3).
           05 GLJ-FILL-1          PIC X(1).
           05 GLJ-RECORD-DATA     PIC X(96).
           05 GLJ-HEADER-DATA REDEFINES GLJ-RECORD-DATA.
              10 GLJ-AS-OF-DATE1  PIC X(10).
              10 GLJ-FILL-2       PIC X(1).
              10 GLJ-CREATED-TIMESTAMP PIC X(16).
              10 GLJ-FILL-3       PIC X(1).
              10 GLJ-JOURNAL-SOURCE PIC X(8).
              10 GLJ-FILL-4       PIC X(60).
           05 GLJ-DETAIL-DATA REDEFINES GLJ-RECORD-DATA.
              10 GLJ-POSTING-DATE PIC 9(8).
              10 GLJ-FILL-5       PIC X(1).
              10 GLJ-SOURCE-SYSTEM PIC X(7).
              10 GLJ-FILL-6       PIC X(1).
              10 GLJ-ACCOUNT      PIC X(12).
              10 GLJ-FILL-7       PIC X(1).
              10 GLJ-DR-CR-IND    PIC X(1).
                  88 GLJ-DEBIT               VALUE 'D'.
                  88 GLJ-CREDIT              VALUE 'C'.
              10 GLJ-FILL-8       PIC X(1).
              10 GLJ-AMOUNT       PIC 9(11)V99.
              10 GLJ-FILL-9       PIC X(1).
              10 GLJ-ENTRY-COUNT  PIC 9(7).
              10 GLJ-FILL-10      PIC X(43).
           05 GLJ-TRAILER-DATA REDEFINES GLJ-RECORD-DATA.
              10 GLJ-LINE-COUNT   PIC 9(7).
              10 GLJ-FILL-11      PIC X(1).
              10 GLJ-TOTAL-DEBITS PIC 9(13)V99.
              10 GLJ-FILL-12      PIC X(1).
              10 GLJ-TOTAL-CREDITS PIC 9(13)V99.
              10 GLJ-FILL-13      PIC X(1).
              10 GLJ-NET-POSTED   PIC S9(13)V99 SIGN LEADING SEPARATE.
              10 GLJ-FILL-14      PIC X(1).
              10 GLJ-HELD-AMOUNT  PIC S9(13)V99 SIGN LEADING SEPARATE.
              10 GLJ-FILL-15      PIC X(1).
      *---- RUNLOG NET DATEOUT VALUE = NET POSTED PLUS HELD OUT -------*
              10 GLJ-CONTROL-AMOUNT
                                  PIC S9(11)V99 SIGN LEADING SEPARATE.
              10 GLJ-FILL-16      PIC X(8).

       FD  PRINT-FILE.
       01  PRINT-REC                   PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
      *---- PARM CARD DATE STAGED FOR THE SHARED CHECK (VALIDATE.CPY) -*
       01 WS-DESCRIPTION.
           COPY DATEREC.

       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE         PIC X(8).
           05 WS-RUN-TIME         PIC X(8).

       01 WS-FILE-SWITCHES.
           05 WS-CONV-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-RUNLOG-FILE-STAT      PIC X(2)  VALUE SPACES.
           05 WS-MAP-FILE-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-JRNL-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                       VALUE 'N'.
           05 WS-RUNLOG-EOF-SWITCH     PIC X(1)  VALUE 'N'.
               88 WS-RUNLOG-EOF-YES              VALUE 'Y'.
           05 WS-MAP-EOF-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-MAP-EOF-YES                 VALUE 'Y'.
           05 WS-PARM-SWITCH           PIC X(1)  VALUE 'N'.
               88 WS-PARM-OK                     VALUE 'Y'.
               88 WS-PARM-MISSING                VALUE 'N'.
           05 WS-RUNLOG-FOUND-SWITCH   PIC X(1)  VALUE 'N'.
               88 WS-RUNLOG-FOUND                VALUE 'Y'.
      *---- RUNS LOGGED BEFORE RUNLOG CARRIED A VALUE HAVE NONE -------*
           05 WS-CONTROL-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-CONTROL-AVAILABLE           VALUE 'Y'.
               88 WS-CONTROL-UNAVAILABLE         VALUE 'N'.
           05 WS-VALID-SWITCH          PIC X(1)  VALUE 'Y'.
               88 WS-DATE-VALID                  VALUE 'Y'.
               88 WS-DATE-INVALID                VALUE 'N'.

       01 WS-COUNTERS.
           05 WS-FEED-RECORD-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05 WS-JOURNAL-LINE-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05 WS-HELD-ENTRY-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05 WS-MAP-REJECT-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05 WS-DISCREPANCY-COUNT     PIC 9(5)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

      *---- SOURCE SYSTEM TO GL ACCOUNT MAP, LOADED FROM GLMAP --------*
       01 WS-MAP-FIELDS.
           05 WS-MAP-COUNT             PIC 9(3)  COMP VALUE ZERO.
           05 WS-MAP-MAX               PIC 9(3)  COMP VALUE 100.
           05 WS-MAP-IX                PIC 9(3)  COMP VALUE ZERO.
           05 WS-MAP-FOUND-IX          PIC 9(3)  COMP VALUE ZERO.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY             OCCURS 100 TIMES.
              10 WS-MAP-SOURCE         PIC X(7).
              10 WS-MAP-DEBIT-ACCOUNT  PIC X(12).
              10 WS-MAP-CREDIT-ACCOUNT PIC X(12).

      *---- DATEOUT SUMMARIZED BY SOURCE SYSTEM AND CONVERTED DATE, ---*
      *---- KEPT IN SOURCE/DATE ORDER ---------------------------------*
       01 WS-SUMMARY-FIELDS.
           05 WS-SUMMARY-COUNT         PIC 9(3)  COMP VALUE ZERO.
           05 WS-SUMMARY-MAX           PIC 9(3)  COMP VALUE 500.
           05 WS-SUM-IX                PIC 9(3)  COMP VALUE ZERO.
           05 WS-SUM-FOUND-IX          PIC 9(3)  COMP VALUE ZERO.
           05 WS-SUM-SHIFT-IX          PIC 9(3)  COMP VALUE ZERO.
           05 WS-SUM-KEY-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-SUM-KEY-LISTED              VALUE 'Y'.
               88 WS-SUM-KEY-NEW                 VALUE 'N'.
           05 WS-NEW-KEY.
              10 WS-NEW-SOURCE         PIC X(7).
              10 WS-NEW-DATE-NUM       PIC 9(8).
           05 WS-NEW-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01 WS-SUMMARY-TABLE.
           05 WS-SUMMARY-ENTRY         OCCURS 500 TIMES.
              10 WS-SUM-KEY.
                 15 WS-SUM-SOURCE      PIC X(7).
                 15 WS-SUM-DATE-NUM    PIC 9(8).
              10 WS-SUM-ENTRY-COUNT    PIC 9(7).
              10 WS-SUM-AMOUNT         PIC S9(11)V99.

      *---- THE RUN BEING POSTED, AS LOGGED ON RUNLOG -----------------*
       01 WS-RUNLOG-FIELDS.
           05 WS-LOG-VALID-AMOUNT      PIC S9(11)V99 VALUE ZERO.

      *---- JOURNAL LINE STAGING AND CONTROL TOTALS -------------------*
       01 WS-JOURNAL-FIELDS.
           05 WS-POST-AMOUNT           PIC 9(11)V99  VALUE ZERO.
           05 WS-POST-DEBIT-ACCOUNT    PIC X(12) VALUE SPACES.
           05 WS-POST-CREDIT-ACCOUNT   PIC X(12) VALUE SPACES.
           05 WS-FEED-AMOUNT           PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-DEBITS          PIC 9(13)V99  VALUE ZERO.
           05 WS-TOTAL-CREDITS         PIC 9(13)V99  VALUE ZERO.
           05 WS-NET-POSTED            PIC S9(13)V99 VALUE ZERO.
           05 WS-HELD-AMOUNT           PIC S9(13)V99 VALUE ZERO.
           05 WS-CHECK-AMOUNT          PIC S9(13)V99 VALUE ZERO.

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

      *---- REPORT PAGINATION WORK FIELDS -----------------------------*
       01 WS-REPORT-FIELDS.
           05 WS-PAGE-NUMBER           PIC 9(4)  VALUE ZERO.
           05 WS-LINE-COUNT            PIC 9(4)  VALUE ZERO.
           05 WS-LINES-PER-PAGE        PIC 9(4)  VALUE 0050.

      *---- PRINT LINE LAYOUTS ----------------------------------------*
       01 WS-HEADING-1.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(34)
               VALUE "PROG0021 - GL JOURNAL INTERFACE".
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "PAGE ".
           05 WH1-PAGE-NUMBER          PIC ZZZ9.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-HEADING-2.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE "AS-OF DATE:  ".
           05 WH2-AS-OF-DATE1          PIC X(10).
           05 FILLER                   PIC X(57) VALUE SPACES.

       01 WS-HEADING-3.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "SOURCE".
           05 FILLER                   PIC X(10) VALUE "DATE".
           05 FILLER                   PIC X(9)  VALUE "ENTRIES".
           05 FILLER                   PIC X(17)
               VALUE "     NET AMOUNT".
           05 FILLER                   PIC X(13) VALUE "DEBIT ACCT".
           05 FILLER                   PIC X(13) VALUE "CREDIT ACCT".
           05 FILLER                   PIC X(9)  VALUE "STATUS".

       01 WS-HEADING-BLANK-LINE        PIC X(90) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WD-SOURCE                PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-DATE-NUM              PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-ENTRY-COUNT           PIC ZZZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-NET-AMOUNT            PIC ZZZZZZZZZZ9.99-.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WD-DEBIT-ACCOUNT         PIC X(12).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WD-CREDIT-ACCOUNT        PIC X(12).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WD-STATUS                PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACES.

       01 WS-BALANCE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WB-LABEL                 PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WB-VALUE                 PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01 WS-EDIT-COUNT                PIC ZZZZZZ9.
       01 WS-EDIT-TOTAL-AMOUNT         PIC ZZZZZZZZZZZZ9.99-.

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
      *----------------------------------------------------------------*
       0000-MAINLINE.
      *----------------------------------------------------------------*
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2000-SUMMARIZE-RECORD  THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 3000-TERMINATE         THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
      *    THE ACCOUNT MAP IS LOADED BEFORE ANYTHING IS OPENED FOR
      *    OUTPUT: WITHOUT IT EVERY SOURCE WOULD BE HELD OUT, SO A MAP
      *    THAT WILL NOT OPEN STOPS THE JOB BEFORE A JOURNAL EXISTS.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           IF WS-PARM-MISSING
               DISPLAY "GL-INTERFACE - NO VALID AS-OF DATE ON "
                       "GLIFPARM"
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1300-LOAD-ACCOUNT-MAP THRU 1300-EXIT
           END-IF

           IF WS-EOF-NO
               OPEN INPUT  CONVERTED-FILE
               OPEN OUTPUT JOURNAL-FILE
               OPEN OUTPUT PRINT-FILE

               IF WS-CONV-FILE-STATUS NOT = '00'
                   DISPLAY 'GL-INTERFACE - UNABLE TO OPEN '
                           'CONVERTED-FILE, '
                           'STATUS = ' WS-CONV-FILE-STATUS
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF

               IF WS-JRNL-FILE-STATUS NOT = '00'
                   DISPLAY 'GL-INTERFACE - UNABLE TO OPEN '
                           'JOURNAL-FILE, '
                           'STATUS = ' WS-JRNL-FILE-STATUS
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF

               IF WS-PRINT-FILE-STATUS NOT = '00'
                   DISPLAY 'GL-INTERFACE - UNABLE TO OPEN '
                           'PRINT-FILE, '
                           'STATUS = ' WS-PRINT-FILE-STATUS
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF

               IF WS-EOF-NO
                   PERFORM 1200-SCAN-RUN-LOG   THRU 1200-EXIT
                   PERFORM 1400-WRITE-JOURNAL-HEADER THRU 1400-EXIT
                   PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
                   PERFORM 8000-READ-NEXT-RECORD THRU 8000-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
      *----------------------------------------------------------------*
      *    READS AND VALIDATES THE AS-OF DATE OF THE RUN TO POST,
      *    THROUGH THE SAME SHARED CHECK USED FOR TRANSACTION RECORDS.
      *----------------------------------------------------------------*
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GPARM-AS-OF-DATE1 TO WS-DATE1
                       PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT
                       IF WS-DATE-VALID
                           SET WS-PARM-OK TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-SCAN-RUN-LOG.
      *----------------------------------------------------------------*
      *    SCANS THE RUN-CONTROL LOG FOR THE LATEST RUN-LEVEL RECORD
      *    (BLANK SOURCE FIELD) WHOSE AS-OF DATE MATCHES THE PARM
      *    CARD.  THE LATEST ONE WINS SO A RERUN'S LOG ENTRY REPLACES
      *    THE ORIGINAL'S AS THE CONTROL VALUE.
      *----------------------------------------------------------------*
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNLOG-FILE-STAT NOT = '00'
               DISPLAY 'GL-INTERFACE - UNABLE TO OPEN '
                       'RUN-CONTROL-FILE, '
                       'STATUS = ' WS-RUNLOG-FILE-STAT
           ELSE
               PERFORM 1250-SCAN-ONE-LOG-REC THRU 1250-EXIT
                   UNTIL WS-RUNLOG-EOF-YES
               CLOSE RUN-CONTROL-FILE
           END-IF

           IF NOT WS-RUNLOG-FOUND
               DISPLAY "GL-INTERFACE - NO RUNLOG RECORD FOR AS-OF "
                       "DATE " WS-DATE1
           ELSE
               IF WS-CONTROL-UNAVAILABLE
                   DISPLAY "GL-INTERFACE - RUNLOG RECORD FOR AS-OF "
                           "DATE " WS-DATE1 " CARRIES NO VALUE"
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1250-SCAN-ONE-LOG-REC.
      *----------------------------------------------------------------*
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-RUNLOG-EOF-SWITCH
               NOT AT END
                   IF RUN-SOURCE-SYSTEM = SPACES
                           AND RUN-AS-OF-DATE1 = WS-DATE1
                       SET WS-RUNLOG-FOUND TO TRUE
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
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-LOAD-ACCOUNT-MAP.
      *----------------------------------------------------------------*
      *    LOADS THE SOURCE-TO-ACCOUNT MAP INTO CORE.  BLANK RECORDS
      *    ARE SKIPPED; A RECORD MISSING EITHER ACCOUNT IS REJECTED
      *    WITH A MESSAGE, LEAVING ITS SOURCE UNMAPPED (HELD OUT).
      *    ENTRIES BEYOND THE TABLE ARE NOT LOADED AND SAID SO.
      *----------------------------------------------------------------*
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'GL-INTERFACE - UNABLE TO OPEN '
                       'ACCOUNT-MAP-FILE, '
                       'STATUS = ' WS-MAP-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1350-LOAD-ONE-MAP-REC THRU 1350-EXIT
                   UNTIL WS-MAP-EOF-YES
                      OR WS-MAP-COUNT = WS-MAP-MAX
               IF WS-MAP-COUNT = WS-MAP-MAX
                   READ ACCOUNT-MAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "GL-INTERFACE - ACCOUNT MAP FULL AT "
                                   WS-MAP-MAX " ENTRIES, REST OF "
                                   "MAP NOT LOADED"
                   END-READ
               END-IF
               CLOSE ACCOUNT-MAP-FILE
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1350-LOAD-ONE-MAP-REC.
      *----------------------------------------------------------------*
           READ ACCOUNT-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
               NOT AT END
                   IF GLM-SOURCE-SYSTEM NOT = SPACES
                       IF GLM-DEBIT-ACCOUNT = SPACES
                               OR GLM-CREDIT-ACCOUNT = SPACES
                           DISPLAY "GL-INTERFACE - MAP RECORD FOR "
                                   GLM-SOURCE-SYSTEM
                                   " LACKS AN ACCOUNT, REJECTED"
                           ADD 1 TO WS-MAP-REJECT-COUNT
                       ELSE
                           ADD 1 TO WS-MAP-COUNT
                           MOVE WS-MAP-COUNT TO WS-MAP-IX
                           MOVE GLM-SOURCE-SYSTEM
                               TO WS-MAP-SOURCE(WS-MAP-IX)
                           MOVE GLM-DEBIT-ACCOUNT
                               TO WS-MAP-DEBIT-ACCOUNT(WS-MAP-IX)
                           MOVE GLM-CREDIT-ACCOUNT
                               TO WS-MAP-CREDIT-ACCOUNT(WS-MAP-IX)
                       END-IF
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-WRITE-JOURNAL-HEADER.
      *----------------------------------------------------------------*
           MOVE SPACES             TO JOURNAL-REC
           MOVE "HDR"              TO GLJ-RECORD-ID
           MOVE WS-DATE1           TO GLJ-AS-OF-DATE1
           MOVE WS-RUN-TIMESTAMP   TO GLJ-CREATED-TIMESTAMP
           MOVE "DATECONV"         TO GLJ-JOURNAL-SOURCE
           WRITE JOURNAL-REC.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-SUMMARIZE-RECORD.
      *----------------------------------------------------------------*
      *    BOOKS ONE DATEOUT ENTRY AGAINST ITS SOURCE AND CONVERTED
      *    DATE, KEEPING THE TABLE IN SOURCE/DATE ORDER: AN UNSEEN KEY
      *    IS INSERTED AHEAD OF THE FIRST LATER ONE, THE LATER ENTRIES
      *    SHIFTING DOWN.  AN ENTRY THAT WILL NOT FIT IS NEITHER
      *    POSTED NOR HELD OUT, SO IT IS A DISCREPANCY.  AN ENTRY
      *    WRITTEN BEFORE DATEOUT CARRIED ITS SOURCE IS BOOKED AS
      *    UNKNOWN.
      *----------------------------------------------------------------*
           ADD 1 TO WS-FEED-RECORD-COUNT

           IF OUT-AMOUNT-X NOT = SPACES AND OUT-AMOUNT NUMERIC
               MOVE OUT-AMOUNT TO WS-NEW-AMOUNT
           ELSE
               MOVE ZERO TO WS-NEW-AMOUNT
           END-IF
           ADD WS-NEW-AMOUNT TO WS-FEED-AMOUNT

           IF OUT-SOURCE-SYSTEM = SPACES
               MOVE "UNKNOWN"         TO WS-NEW-SOURCE
           ELSE
               MOVE OUT-SOURCE-SYSTEM TO WS-NEW-SOURCE
           END-IF
           MOVE OUT-NUMERIC-DATE TO WS-NEW-DATE-NUM

           MOVE ZERO TO WS-SUM-FOUND-IX
           PERFORM 2100-MATCH-ONE-SUMMARY THRU 2100-EXIT
               VARYING WS-SUM-IX FROM 1 BY 1
               UNTIL WS-SUM-IX > WS-SUMMARY-COUNT
                  OR WS-SUM-FOUND-IX > ZERO

           SET WS-SUM-KEY-NEW TO TRUE
           IF WS-SUM-FOUND-IX = ZERO
               COMPUTE WS-SUM-FOUND-IX = WS-SUMMARY-COUNT + 1
           ELSE
               IF WS-SUM-KEY(WS-SUM-FOUND-IX) = WS-NEW-KEY
                   SET WS-SUM-KEY-LISTED TO TRUE
               END-IF
           END-IF

           IF WS-SUM-KEY-LISTED
               ADD 1 TO WS-SUM-ENTRY-COUNT(WS-SUM-FOUND-IX)
               ADD WS-NEW-AMOUNT TO WS-SUM-AMOUNT(WS-SUM-FOUND-IX)
           ELSE
               IF WS-SUMMARY-COUNT NOT < WS-SUMMARY-MAX
                   DISPLAY "GL-INTERFACE - SUMMARY TABLE FULL AT "
                           WS-SUMMARY-MAX " ENTRIES, RECORD "
                           OUT-RECORD-NO " NOT POSTED"
                   ADD 1 TO WS-DISCREPANCY-COUNT
               ELSE
                   PERFORM 2150-SHIFT-ONE-SUMMARY THRU 2150-EXIT
                       VARYING WS-SUM-SHIFT-IX
                           FROM WS-SUMMARY-COUNT BY -1
                       UNTIL WS-SUM-SHIFT-IX < WS-SUM-FOUND-IX
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE WS-NEW-KEY TO WS-SUM-KEY(WS-SUM-FOUND-IX)
                   MOVE 1 TO WS-SUM-ENTRY-COUNT(WS-SUM-FOUND-IX)
                   MOVE WS-NEW-AMOUNT
                       TO WS-SUM-AMOUNT(WS-SUM-FOUND-IX)
               END-IF
           END-IF

           PERFORM 8000-READ-NEXT-RECORD THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-MATCH-ONE-SUMMARY.
      *----------------------------------------------------------------*
           IF WS-SUM-KEY(WS-SUM-IX) NOT < WS-NEW-KEY
               MOVE WS-SUM-IX TO WS-SUM-FOUND-IX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2150-SHIFT-ONE-SUMMARY.
      *----------------------------------------------------------------*
           MOVE WS-SUMMARY-ENTRY(WS-SUM-SHIFT-IX)
               TO WS-SUMMARY-ENTRY(WS-SUM-SHIFT-IX + 1).
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
           IF NOT WS-OPEN-FAILED
               PERFORM 3100-POST-ONE-SUMMARY THRU 3100-EXIT
                   VARYING WS-SUM-IX FROM 1 BY 1
                   UNTIL WS-SUM-IX > WS-SUMMARY-COUNT
               PERFORM 3200-WRITE-JOURNAL-TRAILER THRU 3200-EXIT
               PERFORM 7200-WRITE-TOTALS-SECTION THRU 7200-EXIT

               CLOSE CONVERTED-FILE
               CLOSE JOURNAL-FILE
               CLOSE PRINT-FILE
           END-IF

           PERFORM 3500-SET-RETURN-CODE THRU 3500-EXIT

           DISPLAY "GL-INTERFACE - FEED RECORDS READ  : "
                   WS-FEED-RECORD-COUNT
           DISPLAY "GL-INTERFACE - JOURNAL LINES      : "
                   WS-JOURNAL-LINE-COUNT
           DISPLAY "GL-INTERFACE - ENTRIES HELD OUT   : "
                   WS-HELD-ENTRY-COUNT
           DISPLAY "GL-INTERFACE - DISCREPANCIES      : "
                   WS-DISCREPANCY-COUNT

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "GL-INTERFACE - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-POST-ONE-SUMMARY.
      *----------------------------------------------------------------*
      *    POSTS ONE SOURCE/DATE NET AS A DEBIT LINE AND A CREDIT LINE
      *    FOR THE SAME AMOUNT, SO THE JOURNAL BALANCES LINE PAIR BY
      *    LINE PAIR.  A NET CREDIT (REVERSALS EXCEEDING CONVERSIONS)
      *    POSTS THE OTHER WAY ROUND.  A NET OF ZERO WRITES NO LINES.
      *    A SOURCE MISSING FROM THE MAP IS HELD OUT AND LISTED.
      *----------------------------------------------------------------*
           MOVE WS-SUM-SOURCE(WS-SUM-IX)      TO WD-SOURCE
           MOVE WS-SUM-DATE-NUM(WS-SUM-IX)    TO WD-DATE-NUM
           MOVE WS-SUM-ENTRY-COUNT(WS-SUM-IX) TO WD-ENTRY-COUNT
           MOVE WS-SUM-AMOUNT(WS-SUM-IX)      TO WD-NET-AMOUNT

           MOVE ZERO TO WS-MAP-FOUND-IX
           PERFORM 3150-MATCH-ONE-MAP THRU 3150-EXIT
               VARYING WS-MAP-IX FROM 1 BY 1
               UNTIL WS-MAP-IX > WS-MAP-COUNT
                  OR WS-MAP-FOUND-IX > ZERO

           IF WS-MAP-FOUND-IX = ZERO
               MOVE SPACES      TO WD-DEBIT-ACCOUNT
               MOVE SPACES      TO WD-CREDIT-ACCOUNT
               MOVE "HELD OUT"  TO WD-STATUS
               ADD WS-SUM-ENTRY-COUNT(WS-SUM-IX) TO WS-HELD-ENTRY-COUNT
               ADD WS-SUM-AMOUNT(WS-SUM-IX)      TO WS-HELD-AMOUNT
               DISPLAY "GL-INTERFACE - SOURCE "
                       WS-SUM-SOURCE(WS-SUM-IX)
                       " HAS NO GL ACCOUNT MAPPING, "
                       WS-SUM-ENTRY-COUNT(WS-SUM-IX)
                       " ENTRIES DATED "
                       WS-SUM-DATE-NUM(WS-SUM-IX) " HELD OUT"
           ELSE
               MOVE WS-MAP-DEBIT-ACCOUNT(WS-MAP-FOUND-IX)
                   TO WD-DEBIT-ACCOUNT
               MOVE WS-MAP-CREDIT-ACCOUNT(WS-MAP-FOUND-IX)
                   TO WD-CREDIT-ACCOUNT
               IF WS-SUM-AMOUNT(WS-SUM-IX) = ZERO
                   MOVE "NIL"       TO WD-STATUS
               ELSE
                   MOVE "POSTED"    TO WD-STATUS
                   IF WS-SUM-AMOUNT(WS-SUM-IX) > ZERO
                       MOVE WS-SUM-AMOUNT(WS-SUM-IX)
                           TO WS-POST-AMOUNT
                       MOVE WS-MAP-DEBIT-ACCOUNT(WS-MAP-FOUND-IX)
                           TO WS-POST-DEBIT-ACCOUNT
                       MOVE WS-MAP-CREDIT-ACCOUNT(WS-MAP-FOUND-IX)
                           TO WS-POST-CREDIT-ACCOUNT
                   ELSE
                       COMPUTE WS-POST-AMOUNT =
                               ZERO - WS-SUM-AMOUNT(WS-SUM-IX)
                       MOVE WS-MAP-CREDIT-ACCOUNT(WS-MAP-FOUND-IX)
                           TO WS-POST-DEBIT-ACCOUNT
                       MOVE WS-MAP-DEBIT-ACCOUNT(WS-MAP-FOUND-IX)
                           TO WS-POST-CREDIT-ACCOUNT
                   END-IF
                   PERFORM 3170-WRITE-JOURNAL-PAIR THRU 3170-EXIT
                   ADD WS-SUM-AMOUNT(WS-SUM-IX) TO WS-NET-POSTED
               END-IF
           END-IF

           PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3150-MATCH-ONE-MAP.
      *----------------------------------------------------------------*
           IF WS-MAP-SOURCE(WS-MAP-IX) = WS-SUM-SOURCE(WS-SUM-IX)
               MOVE WS-MAP-IX TO WS-MAP-FOUND-IX
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3170-WRITE-JOURNAL-PAIR.
      *----------------------------------------------------------------*
           MOVE SPACES                     TO JOURNAL-REC
           MOVE "DTL"                      TO GLJ-RECORD-ID
           MOVE WS-SUM-DATE-NUM(WS-SUM-IX) TO GLJ-POSTING-DATE
           MOVE WS-SUM-SOURCE(WS-SUM-IX)   TO GLJ-SOURCE-SYSTEM
           MOVE WS-SUM-ENTRY-COUNT(WS-SUM-IX)
                                           TO GLJ-ENTRY-COUNT
           MOVE WS-POST-AMOUNT             TO GLJ-AMOUNT

           MOVE WS-POST-DEBIT-ACCOUNT      TO GLJ-ACCOUNT
           SET GLJ-DEBIT TO TRUE
           WRITE JOURNAL-REC
           ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS

           MOVE WS-POST-CREDIT-ACCOUNT     TO GLJ-ACCOUNT
           SET GLJ-CREDIT TO TRUE
           WRITE JOURNAL-REC
           ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS

           ADD 2 TO WS-JOURNAL-LINE-COUNT.
       3170-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-WRITE-JOURNAL-TRAILER.
      *----------------------------------------------------------------*
      *    THE LEDGER LOAD BALANCES THE TRAILER AGAINST THE RUNLOG
      *    VALUE: NET POSTED PLUS HELD OUT MUST EQUAL THE CONTROL
      *    AMOUNT (ZERO WHEN RUNLOG HAD NONE - THE JOB THEN ENDS 08).
      *----------------------------------------------------------------*
           MOVE SPACES                 TO JOURNAL-REC
           MOVE "TRL"                  TO GLJ-RECORD-ID
           MOVE WS-JOURNAL-LINE-COUNT  TO GLJ-LINE-COUNT
           MOVE WS-TOTAL-DEBITS        TO GLJ-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS       TO GLJ-TOTAL-CREDITS
           MOVE WS-NET-POSTED          TO GLJ-NET-POSTED
           MOVE WS-HELD-AMOUNT         TO GLJ-HELD-AMOUNT
           MOVE WS-LOG-VALID-AMOUNT    TO GLJ-CONTROL-AMOUNT
           WRITE JOURNAL-REC.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-SET-RETURN-CODE.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RETURN-CODE

           IF WS-HELD-ENTRY-COUNT > 0
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           IF NOT WS-RUNLOG-FOUND OR WS-CONTROL-UNAVAILABLE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF

           IF WS-DISCREPANCY-COUNT > 0
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
      *    THE MORNING STATUS REPORT (STREAM-STATUS), UNDER THE AS-OF
      *    DATE ON THE CARD.  WITHOUT A VALID CARD STEP-LOG TAKES IT
      *    FROM DATECTL.
      *----------------------------------------------------------------*
           INITIALIZE WS-STEP-LOG-REC
           MOVE "GL-INTERFACE"        TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP      TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE        TO STP-RETURN-CODE
           MOVE WS-FEED-RECORD-COUNT  TO STP-IN-COUNT
           MOVE WS-JOURNAL-LINE-COUNT TO STP-OUT-COUNT
           IF WS-PARM-OK
               MOVE WS-DATE1          TO STP-AS-OF-DATE1
           END-IF
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-VALIDATE-DATE / 4050-APPLY-CENTURY-WINDOW: VALIDATES
      *    THE PARM CARD DATE STAGED IN WS-DATE1, USING THE SAME CHECK
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
       7000-WRITE-REPORT-HEADINGS.
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER  TO WH1-PAGE-NUMBER
           MOVE WS-DATE1        TO WH2-AS-OF-DATE1

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
      *    JOURNAL VS RUNLOG IS THE CONTROL THE LEDGER LOAD RELIES ON:
      *    NET POSTED PLUS HELD OUT AGAINST THE NET VALUE THE RUN
      *    LOGGED AS WRITTEN TO DATEOUT.
      *----------------------------------------------------------------*
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE

           MOVE "FEED ENTRIES"       TO WB-LABEL
           MOVE WS-FEED-RECORD-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "FEED VALUE"         TO WB-LABEL
           MOVE WS-FEED-AMOUNT       TO WS-EDIT-TOTAL-AMOUNT
           MOVE WS-EDIT-TOTAL-AMOUNT TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "JOURNAL LINES"      TO WB-LABEL
           MOVE WS-JOURNAL-LINE-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "TOTAL DEBITS"       TO WB-LABEL
           MOVE WS-TOTAL-DEBITS      TO WS-EDIT-TOTAL-AMOUNT
           MOVE WS-EDIT-TOTAL-AMOUNT TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "TOTAL CREDITS"      TO WB-LABEL
           MOVE WS-TOTAL-CREDITS     TO WS-EDIT-TOTAL-AMOUNT
           MOVE WS-EDIT-TOTAL-AMOUNT TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "NET POSTED"         TO WB-LABEL
           MOVE WS-NET-POSTED        TO WS-EDIT-TOTAL-AMOUNT
           MOVE WS-EDIT-TOTAL-AMOUNT TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "ENTRIES HELD OUT"   TO WB-LABEL
           MOVE WS-HELD-ENTRY-COUNT  TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "VALUE HELD OUT"     TO WB-LABEL
           MOVE WS-HELD-AMOUNT       TO WS-EDIT-TOTAL-AMOUNT
           MOVE WS-EDIT-TOTAL-AMOUNT TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           IF WS-MAP-REJECT-COUNT > 0
               MOVE "MAP RECORDS REJECTED" TO WB-LABEL
               MOVE WS-MAP-REJECT-COUNT  TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT        TO WB-VALUE
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
           END-IF

           MOVE "RUNLOG VALUE"       TO WB-LABEL
           IF WS-RUNLOG-FOUND
               IF WS-CONTROL-AVAILABLE
                   MOVE WS-LOG-VALID-AMOUNT  TO WS-EDIT-TOTAL-AMOUNT
                   MOVE WS-EDIT-TOTAL-AMOUNT TO WB-VALUE
               ELSE
                   MOVE "*** NO VALUE LOGGED ***" TO WB-VALUE
               END-IF
           ELSE
               MOVE "*** NO RUNLOG RECORD ***" TO WB-VALUE
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "JOURNAL VS RUNLOG"  TO WB-LABEL
           IF WS-RUNLOG-FOUND AND WS-CONTROL-AVAILABLE
               COMPUTE WS-CHECK-AMOUNT = WS-NET-POSTED + WS-HELD-AMOUNT
               IF WS-CHECK-AMOUNT = WS-LOG-VALID-AMOUNT
                   MOVE "AGREE"              TO WB-VALUE
               ELSE
                   MOVE "*** MISMATCH ***"   TO WB-VALUE
                   ADD 1 TO WS-DISCREPANCY-COUNT
               END-IF
           ELSE
               MOVE "*** NOT COMPARED ***"   TO WB-VALUE
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT.
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
       8000-READ-NEXT-RECORD.
      *----------------------------------------------------------------*
           READ CONVERTED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
       8000-EXIT.
           EXIT.

       END PROGRAM GL-INTERFACE.
