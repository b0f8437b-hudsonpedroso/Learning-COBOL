      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    TRANS-TRACE.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-10-07.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    LIFECYCLE INQUIRY BY SENDER TRANSACTION ID.  A
      *             CARD FILE (TRACPARM, ONE TR-TRANS-ID PER CARD IN
      *             COL 1-12) NAMES THE IDS TO TRACE; EACH ONE'S FULL
      *             HISTORY IS PRINTED IN ONE PLACE (TRACERPT) FROM:
      *                 SUSPFILE - EACH OPEN REJECT, WITH ITS REASON
      *                            (SUS-REASON-CODE) AND THE NUMBER OF
      *                            SUSP-RESUBMIT PASSES IT HAS MADE
      *                 SUSPWOFF - EACH REJECT WRITTEN OFF, WITH THE
      *                            WRITE-OFF REASON AND DATE
      *                 RESUBFIL - A CORRECTED RECORD RESUBMITTED FOR
      *                            THE NEXT RUN
      *                 SEENKEYS - THE RUN DATE AND RECORD NUMBER IT
      *                            WAS CONVERTED UNDER, AND ANY LATER
      *                            REVERSAL OR OPERATOR RELEASE
      *                 DATEARCH - THE CONVERTED-FEED RECORD(S) AND
      *                 DATEOUT    THEIR AMOUNT, FROM EVERY ARCHIVED
      *                            GENERATION (DATEOUT-ARCHIVE) AND
      *                            FROM TONIGHT'S DATEOUT WHEN IT HAS
      *                            NOT BEEN ARCHIVED YET
      *                 PENDFILE - A VALID TRANSACTION HELD BACK FOR A
      *                            FUTURE EFFECTIVE DATE (ADD PENDOUT
      *                            BY CONCATENATION BEFORE DATE-ROLL
      *                            HAS MERGED IT)
      *             FOLLOWED BY ONE LIFECYCLE STATUS LINE.  AN ID ON
      *             NONE OF THE FILES IS REPORTED AS NEVER RECEIVED.
      *             THE OTHER SEQUENTIAL FILES MAY BE CONCATENATED
      *             GENERATIONS; EVERY MATCHING RECORD IS LISTED.  A
      *             FILE THAT WILL NOT OPEN IS SKIPPED AND NAMED ON THE
      *             REPORT, AND AN ID NOT FOUND ON THE REMAINING FILES
      *             IS THEN NOT CALLED NEVER RECEIVED.
      *             CONDITION CODES:
      *                 00 - ALL IDS TRACED ACROSS EVERY FILE
      *                 04 - ONE OR MORE FILES COULD NOT BE READ
      *                 08 - NO TRANSACTION ID ON THE CARD FILE
      *                 12 - THE REPORT WOULD NOT OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-10-07  RA  INITIAL VERSION.
      * 2026-10-09  RA  LISTS A SEENKEYS RELEASE (SEENKEY-MAINT) THAT
      *                 IS WAITING FOR THE SENDER'S RESEND.
      * 2026-10-14  RA  DESCRIBES REJECT REASON 11 (CUSTOMER ACCOUNT
      *                 UNKNOWN OR CLOSED).
      * 2026-10-15  RA  TRACES THE PENDING INVENTORY (PENDFILE): AN ID
      *                 HELD FOR A FUTURE EFFECTIVE DATE IS LISTED AND
      *                 GIVEN A PENDING LIFECYCLE STATUS INSTEAD OF
      *                 NEVER RECEIVED.  CONVERTED ENTRIES ARE NOW ALSO
      *                 READ FROM THE DATEOUT GENERATION ARCHIVE
      *                 (DATEARCH, SEE GENARCRC.CPY); DATEOUT ITSELF IS
      *                 ONLY READ WHEN IT IS NOT ALREADY THE LATEST
      *                 ARCHIVED GENERATION.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
      *---- TRANSACTION IDS TO TRACE, NORMALLY A JCL SYSIN DD ---------*
           SELECT PARM-FILE         ASSIGN TO "TRACPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SUSPENSE-FILE     ASSIGN TO "SUSPFILE"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT WRITE-OFF-FILE    ASSIGN TO "SUSPWOFF"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-WOFF-FILE-STATUS.

           SELECT RESUBMIT-FILE     ASSIGN TO "RESUBFIL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RESUB-FILE-STATUS.

      *---- CROSS-RUN SEEN-KEY MASTER MAINTAINED BY PROG0001 ----------*
           SELECT SEEN-KEY-FILE     ASSIGN TO "SEENKEYS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS SK-TRANS-ID
                                    FILE STATUS IS WS-SEEN-FILE-STATUS.

      *---- DATEOUT GENERATION ARCHIVE KEPT BY DATEOUT-ARCHIVE --------*
           SELECT ARCHIVE-FILE      ASSIGN TO "DATEARCH"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT CONVERTED-FILE    ASSIGN TO "DATEOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CONV-FILE-STATUS.

      *---- FUTURE-DATED ITEMS CARRIED BY DATE-ROLL -------------------*
           SELECT PENDING-FILE      ASSIGN TO "PENDFILE"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT PRINT-FILE        ASSIGN TO "TRACERPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PRINT-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  PARM-FILE.
       01  PARM-REC.
           05 TPARM-TRANS-ID      PIC X(12).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC.
           COPY SUSPREC.

      *---- WRITE-OFF RECORD AS WRITTEN BY SUSP-RESUBMIT: THE ---------*
      *---- SUSPENSE RECORD PLUS THE WRITE-OFF REASON AND DATE --------*
       FD  WRITE-OFF-FILE.
       01  WRITE-OFF-REC.
           COPY SUSPREC
               REPLACING ==SUS-DATE1==       BY ==WOF-DATE1==
                     ==SUS-FILL-1==      BY ==WOF-FILL-1==
                     ==SUS-FORMAT-CODE== BY ==WOF-FORMAT-CODE==
                     ==SUS-FILL-2==      BY ==WOF-FILL-2==
                     ==SUS-RUN-DATE==    BY ==WOF-RUN-DATE==
                     ==SUS-FILL-3==      BY ==WOF-FILL-3==
                     ==SUS-RECORD-NO==   BY ==WOF-RECORD-NO==
                     ==SUS-FILL-4==      BY ==WOF-FILL-4==
                     ==SUS-CYCLE-COUNT== BY ==WOF-CYCLE-COUNT==
                     ==SUS-FILL-5==      BY ==WOF-FILL-5==
                     ==SUS-TRANS-ID==    BY ==WOF-TRANS-ID==
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

      *---- RESUBMITTED RECORD IN THE DATE-TRANS-FILE LAYOUT ----------*
       FD  RESUBMIT-FILE.
       01  RESUBMIT-REC.
           COPY DATEREC
               REPLACING ==WS-DATE1==       BY ==RSB-DATE1==
                     ==WS-DATE2==       BY ==RSB-DATE2==
                     ==WS-DATE-FILL-1== BY ==RSB-DATE-FILL-1==
                     ==WS-DATE-FILL-2== BY ==RSB-DATE-FILL-2==
                     ==WS-DATE==        BY ==RSB-DATE==
                     ==WS-MONTH==       BY ==RSB-MONTH==
                     ==WS-YEAR==        BY ==RSB-YEAR==.
           05 RSB-DATE-FILL-3     PIC X(1).
           05 RSB-FORMAT-CODE     PIC X(1).
           05 RSB-DATE-FILL-4     PIC X(1).
           05 RSB-TRANS-ID        PIC X(12).
           05 RSB-DATE-FILL-5     PIC X(1).
           05 RSB-AMOUNT          PIC X(10).
           05 RSB-DATE-FILL-6     PIC X(1).
           05 RSB-RECORD-TYPE     PIC X(1).

       FD  SEEN-KEY-FILE.
       01  SEEN-KEY-REC.
           COPY SEENKYRC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY GENARCRC.

      *---- READ INTO WS-CONVERTED-REC, SHARED WITH THE ARCHIVE -------*
       FD  CONVERTED-FILE.
       01  CONVERTED-REC               PIC X(87).

       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY PENDREC.

       FD  PRINT-FILE.
       01  PRINT-REC                   PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE         PIC X(8).
           05 WS-RUN-TIME         PIC X(8).

       01 WS-FILE-SWITCHES.
           05 WS-PARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-SUSP-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-WOFF-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-RESUB-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-SEEN-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-CONV-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-ARCH-FILE-STATUS      PIC X(2)  VALUE SPACES.
               88 WS-ARCH-MISSING                VALUE '35'.
           05 WS-PEND-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                       VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.
           05 WS-SEEN-OPEN-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-SEEN-IS-OPEN                VALUE 'Y'.
           05 WS-FEED-ARCHIVED-SWITCH  PIC X(1)  VALUE 'N'.
               88 WS-FEED-ARCHIVED               VALUE 'Y'.
               88 WS-FEED-NOT-ARCHIVED           VALUE 'N'.

       01 WS-COUNTERS.
           05 WS-CARD-COUNT            PIC 9(5)  COMP VALUE ZERO.
           05 WS-SUSP-READ-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05 WS-WOFF-READ-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05 WS-RESUB-READ-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05 WS-SEEN-FOUND-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05 WS-CONV-READ-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05 WS-ARCH-READ-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05 WS-PEND-READ-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05 WS-FOUND-COUNT           PIC 9(5)  COMP VALUE ZERO.
           05 WS-NOT-FOUND-COUNT       PIC 9(5)  COMP VALUE ZERO.
           05 WS-UNAVAILABLE-COUNT     PIC 9(3)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

      *---- REJECT REASON DESCRIPTIONS BY SUS-REASON-CODE (SEE -------*
      *---- VALIDATE.CPY FOR THE CODE LIST) ---------------------------*
       01 WS-REASON-TEXT-VALUES.
           05 FILLER                   PIC X(19)
               VALUE "NON-NUMERIC DATE".
           05 FILLER                   PIC X(19)
               VALUE "MONTH OUT OF RANGE".
           05 FILLER                   PIC X(19)
               VALUE "DAY PAST MONTH END".
           05 FILLER                   PIC X(19)
               VALUE "UNKNOWN FORMAT".
           05 FILLER                   PIC X(19)
               VALUE "DUPLICATE TRANS ID".
           05 FILLER                   PIC X(19)
               VALUE "SOURCE NOT ACTIVE".
           05 FILLER                   PIC X(19)
               VALUE "FORMAT NOT AS REG".
           05 FILLER                   PIC X(19)
               VALUE "ORIGINAL NOT FOUND".
           05 FILLER                   PIC X(19)
               VALUE "ALREADY REVERSED".
           05 FILLER                   PIC X(19)
               VALUE "PERIOD CLOSED".
           05 FILLER                   PIC X(19)
               VALUE "BAD CUSTOMER ACCT".
       01 WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
           05 WS-REASON-TEXT           PIC X(19) OCCURS 11 TIMES.

      *---- IDS TO TRACE, WITH WHAT WAS FOUND FOR EACH ----------------*
       01 WS-ID-FIELDS.
           05 WS-ID-COUNT              PIC 9(3)  COMP VALUE ZERO.
           05 WS-ID-MAX                PIC 9(3)  COMP VALUE 50.
           05 WS-ID-IX                 PIC 9(3)  COMP VALUE ZERO.
           05 WS-SCAN-IX               PIC 9(3)  COMP VALUE ZERO.
           05 WS-SEARCH-ID             PIC X(12) VALUE SPACES.
       01 WS-ID-TABLE.
           05 WS-ID-ENTRY              OCCURS 50 TIMES.
              10 WS-ID-TRANS-ID        PIC X(12).
              10 WS-ID-OPEN-COUNT      PIC 9(3)  COMP.
              10 WS-ID-WOFF-COUNT      PIC 9(3)  COMP.
              10 WS-ID-RESUB-COUNT     PIC 9(3)  COMP.
              10 WS-ID-CONV-COUNT      PIC 9(3)  COMP.
              10 WS-ID-PEND-COUNT      PIC 9(3)  COMP.
              10 WS-ID-SEEN-SWITCH     PIC X(1).
                  88 WS-ID-ON-SEENKEYS          VALUE 'Y'.
              10 WS-ID-REVERSED-SWITCH PIC X(1).
                  88 WS-ID-REVERSED             VALUE 'Y'.
              10 WS-ID-REVERSAL-DATE   PIC X(8).

      *---- HISTORY LINES, BUILT AS THE FILES ARE READ AND PRINTED ----*
      *---- ID BY ID AFTERWARDS ---------------------------------------*
       01 WS-EVENT-FIELDS.
           05 WS-EVT-COUNT             PIC 9(4)  COMP VALUE ZERO.
           05 WS-EVT-MAX               PIC 9(4)  COMP VALUE 500.
           05 WS-EVT-IX                PIC 9(4)  COMP VALUE ZERO.
           05 WS-EVT-OVERFLOW-COUNT    PIC 9(5)  COMP VALUE ZERO.
       01 WS-EVENT-TABLE.
           05 WS-EVT-ENTRY             OCCURS 500 TIMES.
              10 WS-EVT-ID-IX          PIC 9(3)  COMP.
              10 WS-EVT-LINE           PIC X(90).

      *---- ONE CONVERTED-FEED ENTRY, FROM DATEOUT OR THE ARCHIVE -----*
       01 WS-CONVERTED-REC.
           COPY CONVREC.

      *---- THE LATEST ARCHIVED GENERATION, AND DATEOUT'S OWN COUNT, --*
      *---- VALUE AND FIRST RECORD TO TELL WHETHER IT IS THE SAME -----*
       01 WS-GENERATION-FIELDS.
           05 WS-GEN-COUNT             PIC 9(5)  COMP VALUE ZERO.
           05 WS-GEN-AS-OF             PIC X(8)  VALUE SPACES.
           05 WS-LAST-GEN-COUNT        PIC 9(7)  VALUE ZERO.
           05 WS-LAST-GEN-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05 WS-LAST-GEN-DATA-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05 WS-LAST-GEN-FIRST-REC    PIC X(87) VALUE SPACES.
           05 WS-CUR-FEED-COUNT        PIC 9(7)  VALUE ZERO.
           05 WS-CUR-FEED-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05 WS-CUR-FEED-FIRST-REC    PIC X(87) VALUE SPACES.
           05 WS-CONV-FILE-NAME        PIC X(8)  VALUE SPACES.

      *---- WORK FIELDS FOR ONE HISTORY LINE --------------------------*
       01 WS-LINE-WORK.
           05 WS-WORK-REASON-CODE      PIC 9(2)  VALUE ZERO.
           05 WS-WORK-REASON-X REDEFINES WS-WORK-REASON-CODE
                                       PIC X(2).
           05 WS-EDIT-AMOUNT           PIC -(7)9.99.

      *---- REPORT PAGINATION WORK FIELDS -----------------------------*
       01 WS-REPORT-FIELDS.
           05 WS-PAGE-NUMBER           PIC 9(4)  VALUE ZERO.
           05 WS-LINE-COUNT            PIC 9(4)  VALUE ZERO.
           05 WS-LINES-PER-PAGE        PIC 9(4)  VALUE 0050.

      *---- PRINT LINE LAYOUTS ----------------------------------------*
       01 WS-HEADING-1.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(34)
               VALUE "PROG0019 - TRANSACTION TRACE".
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
           05 FILLER                   PIC X(9)  VALUE "FILE".
           05 FILLER                   PIC X(9)  VALUE "RUN DATE".
           05 FILLER                   PIC X(8)  VALUE " REC NO".
           05 FILLER                   PIC X(11) VALUE "DATE".
           05 FILLER                   PIC X(12) VALUE "     AMOUNT".
           05 FILLER                   PIC X(4)  VALUE "CYC".
           05 FILLER                   PIC X(27) VALUE "EVENT".

       01 WS-HEADING-BLANK-LINE        PIC X(90) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WSL-TITLE                PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER                   PIC X(10).
           05 WD-FILE                  PIC X(8).
           05 FILLER                   PIC X(1).
           05 WD-RUN-DATE              PIC X(8).
           05 FILLER                   PIC X(1).
           05 WD-RECORD-NO             PIC ZZZZZZ9.
           05 FILLER                   PIC X(1).
           05 WD-DATE                  PIC X(10).
           05 FILLER                   PIC X(1).
           05 WD-AMOUNT                PIC X(11).
           05 FILLER                   PIC X(1).
           05 WD-CYCLE                 PIC ZZ9.
           05 FILLER                   PIC X(1).
           05 WD-EVENT                 PIC X(27).

       01 WS-BALANCE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WB-LABEL                 PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WB-VALUE                 PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01 WS-EDIT-COUNT                PIC ZZZZZZ9.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAINLINE.
      *----------------------------------------------------------------*
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF NOT WS-OPEN-FAILED AND WS-ID-COUNT > ZERO
               PERFORM 1400-TRACE-SUSPENSE   THRU 1400-EXIT
               PERFORM 1500-TRACE-WRITE-OFF  THRU 1500-EXIT
               PERFORM 1600-TRACE-RESUBMIT   THRU 1600-EXIT
               PERFORM 1700-TRACE-SEEN-KEYS  THRU 1700-EXIT
               PERFORM 1800-TRACE-CONVERTED  THRU 1800-EXIT
               PERFORM 1950-TRACE-PENDING    THRU 1950-EXIT
               PERFORM 1900-NOTE-REVERSAL    THRU 1900-EXIT
                   VARYING WS-ID-IX FROM 1 BY 1
                   UNTIL WS-ID-IX > WS-ID-COUNT
               PERFORM 2000-PRINT-ONE-ID     THRU 2000-EXIT
                   VARYING WS-ID-IX FROM 1 BY 1
                   UNTIL WS-ID-IX > WS-ID-COUNT
           END-IF
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'TRANS-TRACE - UNABLE TO OPEN PRINT-FILE, '
                       'STATUS = ' WS-PRINT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           ELSE
               PERFORM 1100-READ-ID-CARDS THRU 1100-EXIT
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-READ-ID-CARDS.
      *----------------------------------------------------------------*
      *    LOADS THE IDS TO TRACE.  BLANK CARDS ARE SKIPPED AND AN ID
      *    KEYED TWICE IS TRACED ONCE.
      *----------------------------------------------------------------*
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'TRANS-TRACE - UNABLE TO OPEN PARM-FILE, '
                       'STATUS = ' WS-PARM-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1150-READ-ONE-CARD THRU 1150-EXIT
                   UNTIL WS-EOF-YES
               CLOSE PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1150-READ-ONE-CARD.
      *----------------------------------------------------------------*
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   IF TPARM-TRANS-ID NOT = SPACES
                       MOVE TPARM-TRANS-ID TO WS-SEARCH-ID
                       PERFORM 8500-FIND-ID THRU 8500-EXIT
                       IF WS-ID-IX = ZERO
                           IF WS-ID-COUNT < WS-ID-MAX
                               ADD 1 TO WS-ID-COUNT
                               INITIALIZE WS-ID-ENTRY(WS-ID-COUNT)
                               MOVE TPARM-TRANS-ID
                                   TO WS-ID-TRANS-ID(WS-ID-COUNT)
                           ELSE
                               DISPLAY 'TRANS-TRACE - MORE THAN '
                                       WS-ID-MAX ' IDS, '
                                       TPARM-TRANS-ID ' NOT TRACED'
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-TRACE-SUSPENSE.
      *----------------------------------------------------------------*
      *    OPEN REJECTS: EACH SUSPENSE RECORD FOR A TRACED ID, WITH
      *    ITS REJECTING RUN, REASON AND CORRECTION-PASS COUNT.
      *----------------------------------------------------------------*
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS NOT = '00'
               DISPLAY 'TRANS-TRACE - UNABLE TO OPEN SUSPENSE-FILE, '
                       'STATUS = ' WS-SUSP-FILE-STATUS
               ADD 1 TO WS-UNAVAILABLE-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1450-READ-ONE-SUSPENSE THRU 1450-EXIT
                   UNTIL WS-EOF-YES
               CLOSE SUSPENSE-FILE
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1450-READ-ONE-SUSPENSE.
      *----------------------------------------------------------------*
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SUSP-READ-COUNT
                   MOVE SUS-TRANS-ID TO WS-SEARCH-ID
                   PERFORM 8500-FIND-ID THRU 8500-EXIT
                   IF WS-ID-IX > ZERO
                       ADD 1 TO WS-ID-OPEN-COUNT(WS-ID-IX)
                       MOVE SPACES          TO WS-DETAIL-LINE
                       MOVE "SUSPFILE"      TO WD-FILE
                       MOVE SUS-RUN-DATE    TO WD-RUN-DATE
                       MOVE SUS-RECORD-NO   TO WD-RECORD-NO
                       MOVE SUS-DATE1       TO WD-DATE
                       MOVE SUS-AMOUNT      TO WD-AMOUNT
                       IF SUS-CYCLE-COUNT NUMERIC
                           MOVE SUS-CYCLE-COUNT TO WD-CYCLE
                       END-IF
                       MOVE SUS-REASON-CODE TO WS-WORK-REASON-X
                       PERFORM 8600-BUILD-REJECT-EVENT THRU 8600-EXIT
                       PERFORM 8700-SAVE-EVENT THRU 8700-EXIT
                   END-IF
           END-READ.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-TRACE-WRITE-OFF.
      *----------------------------------------------------------------*
      *    WRITTEN-OFF REJECTS: THE REJECT AS IT STOOD, THEN A SECOND
      *    LINE FOR THE WRITE-OFF ITSELF (REASON AND DATE).
      *----------------------------------------------------------------*
           OPEN INPUT WRITE-OFF-FILE
           IF WS-WOFF-FILE-STATUS NOT = '00'
               DISPLAY 'TRANS-TRACE - UNABLE TO OPEN WRITE-OFF-FILE, '
                       'STATUS = ' WS-WOFF-FILE-STATUS
               ADD 1 TO WS-UNAVAILABLE-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1550-READ-ONE-WRITE-OFF THRU 1550-EXIT
                   UNTIL WS-EOF-YES
               CLOSE WRITE-OFF-FILE
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1550-READ-ONE-WRITE-OFF.
      *----------------------------------------------------------------*
           READ WRITE-OFF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-WOFF-READ-COUNT
                   MOVE WOF-TRANS-ID TO WS-SEARCH-ID
                   PERFORM 8500-FIND-ID THRU 8500-EXIT
                   IF WS-ID-IX > ZERO
                       ADD 1 TO WS-ID-WOFF-COUNT(WS-ID-IX)
                       MOVE SPACES          TO WS-DETAIL-LINE
                       MOVE "SUSPWOFF"      TO WD-FILE
                       MOVE WOF-RUN-DATE    TO WD-RUN-DATE
                       MOVE WOF-RECORD-NO   TO WD-RECORD-NO
                       MOVE WOF-DATE1       TO WD-DATE
                       MOVE WOF-AMOUNT      TO WD-AMOUNT
                       IF WOF-CYCLE-COUNT NUMERIC
                           MOVE WOF-CYCLE-COUNT TO WD-CYCLE
                       END-IF
                       MOVE WOF-REASON-CODE TO WS-WORK-REASON-X
                       PERFORM 8600-BUILD-REJECT-EVENT THRU 8600-EXIT
                       PERFORM 8700-SAVE-EVENT THRU 8700-EXIT

                       MOVE SPACES             TO WS-DETAIL-LINE
                       MOVE "SUSPWOFF"         TO WD-FILE
                       MOVE WOF-WRITE-OFF-DATE TO WD-RUN-DATE
                       STRING "WRITTEN OFF - " WOF-REASON
                              DELIMITED BY SIZE
                           INTO WD-EVENT
                       PERFORM 8700-SAVE-EVENT THRU 8700-EXIT
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1600-TRACE-RESUBMIT.
      *----------------------------------------------------------------*
      *    CORRECTED RECORDS RESUBMITTED FOR THE NEXT RUN.  THE FILE
      *    CARRIES NO RUN DATE OF ITS OWN.
      *----------------------------------------------------------------*
           OPEN INPUT RESUBMIT-FILE
           IF WS-RESUB-FILE-STATUS NOT = '00'
               DISPLAY 'TRANS-TRACE - UNABLE TO OPEN RESUBMIT-FILE, '
                       'STATUS = ' WS-RESUB-FILE-STATUS
               ADD 1 TO WS-UNAVAILABLE-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1650-READ-ONE-RESUBMIT THRU 1650-EXIT
                   UNTIL WS-EOF-YES
               CLOSE RESUBMIT-FILE
           END-IF.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1650-READ-ONE-RESUBMIT.
      *----------------------------------------------------------------*
           READ RESUBMIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RESUB-READ-COUNT
                   MOVE RSB-TRANS-ID TO WS-SEARCH-ID
                   PERFORM 8500-FIND-ID THRU 8500-EXIT
                   IF WS-ID-IX > ZERO
                       ADD 1 TO WS-ID-RESUB-COUNT(WS-ID-IX)
                       MOVE SPACES          TO WS-DETAIL-LINE
                       MOVE "RESUBFIL"      TO WD-FILE
                       MOVE RSB-DATE1       TO WD-DATE
                       MOVE RSB-AMOUNT      TO WD-AMOUNT
                       IF RSB-RECORD-TYPE = 'R'
                           MOVE "RESUBMITTED (REVERSAL)" TO WD-EVENT
                       ELSE
                           MOVE "RESUBMITTED"            TO WD-EVENT
                       END-IF
                       PERFORM 8700-SAVE-EVENT THRU 8700-EXIT
                   END-IF
           END-READ.
       1650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1700-TRACE-SEEN-KEYS.
      *----------------------------------------------------------------*
      *    THE CONVERSION OF RECORD: ONE KEYED READ PER TRACED ID.
      *----------------------------------------------------------------*
           OPEN INPUT SEEN-KEY-FILE
           IF WS-SEEN-FILE-STATUS NOT = '00'
               DISPLAY 'TRANS-TRACE - UNABLE TO OPEN SEEN-KEY-FILE, '
                       'STATUS = ' WS-SEEN-FILE-STATUS
               ADD 1 TO WS-UNAVAILABLE-COUNT
           ELSE
               SET WS-SEEN-IS-OPEN TO TRUE
               PERFORM 1750-READ-ONE-SEEN-KEY THRU 1750-EXIT
                   VARYING WS-ID-IX FROM 1 BY 1
                   UNTIL WS-ID-IX > WS-ID-COUNT
               CLOSE SEEN-KEY-FILE
           END-IF.
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1750-READ-ONE-SEEN-KEY.
      *----------------------------------------------------------------*
      *    A KEY REGISTERED BEFORE THE DATE AND AMOUNT WERE CARRIED
      *    ON SEENKEYS SHOWS THEM BLANK.  A KEY STILL FLAGGED AS
      *    RELEASED HAS NOT YET SEEN ITS RESEND.
      *----------------------------------------------------------------*
           MOVE WS-ID-TRANS-ID(WS-ID-IX) TO SK-TRANS-ID
           READ SEEN-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SEEN-FOUND-COUNT
                   MOVE 'Y'             TO WS-ID-SEEN-SWITCH(WS-ID-IX)
                   MOVE SPACES          TO WS-DETAIL-LINE
                   MOVE "SEENKEYS"      TO WD-FILE
                   MOVE SK-RUN-DATE     TO WD-RUN-DATE
                   MOVE SK-RECORD-NO    TO WD-RECORD-NO
                   IF SK-CONV-DATE-X NOT = SPACES
                       MOVE SK-CONV-DATE-X TO WD-DATE
                   END-IF
                   IF SK-AMOUNT-X NOT = SPACES
                       MOVE SK-AMOUNT      TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WD-AMOUNT
                   END-IF
                   MOVE "CONVERTED"     TO WD-EVENT
                   MOVE WS-ID-IX        TO WS-SCAN-IX
                   PERFORM 8700-SAVE-EVENT THRU 8700-EXIT
                   IF SK-RELEASED
                       MOVE SPACES          TO WS-DETAIL-LINE
                       MOVE "SEENKEYS"      TO WD-FILE
                       MOVE SK-RELEASE-DATE TO WD-RUN-DATE
                       MOVE "RELEASED FOR RESEND" TO WD-EVENT
                       PERFORM 8700-SAVE-EVENT THRU 8700-EXIT
                   END-IF
                   IF SK-REVERSED
                       MOVE 'Y' TO WS-ID-REVERSED-SWITCH(WS-ID-IX)
                       MOVE SK-REVERSAL-RUN-DATE
                           TO WS-ID-REVERSAL-DATE(WS-ID-IX)
                   END-IF
           END-READ.
       1750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1800-TRACE-CONVERTED.
      *----------------------------------------------------------------*
      *    THE CONVERTED-FEED RECORDS - THE CONVERSION ITSELF AND ANY
      *    REVERSAL ENTRY BACKING IT OUT - WITH THEIR AMOUNTS.  THE
      *    ARCHIVED GENERATIONS ARE READ FIRST; DATEOUT IS THEN READ
      *    ONLY WHEN IT IS NOT THE LATEST OF THEM, SO A GENERATION IS
      *    NEVER LISTED TWICE.  AN ARCHIVE NOT YET CREATED IS EMPTY.
      *----------------------------------------------------------------*
           PERFORM 1810-TRACE-ARCHIVE THRU 1810-EXIT

           OPEN INPUT CONVERTED-FILE
           IF WS-CONV-FILE-STATUS NOT = '00'
               DISPLAY 'TRANS-TRACE - UNABLE TO OPEN CONVERTED-FILE, '
                       'STATUS = ' WS-CONV-FILE-STATUS
               ADD 1 TO WS-UNAVAILABLE-COUNT
           ELSE
               IF WS-GEN-COUNT > ZERO
                   PERFORM 1830-CHECK-FEED-ARCHIVED THRU 1830-EXIT
               END-IF
               IF WS-FEED-NOT-ARCHIVED AND WS-CONV-FILE-STATUS = '00'
                   MOVE "DATEOUT"  TO WS-CONV-FILE-NAME
                   MOVE SPACES     TO WS-GEN-AS-OF
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 1850-READ-ONE-CONVERTED THRU 1850-EXIT
                       UNTIL WS-EOF-YES
                   CLOSE CONVERTED-FILE
               END-IF
           END-IF.
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1810-TRACE-ARCHIVE.
      *----------------------------------------------------------------*
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = '00'
               IF NOT WS-ARCH-MISSING
                   DISPLAY 'TRANS-TRACE - UNABLE TO OPEN ARCHIVE-FILE, '
                           'STATUS = ' WS-ARCH-FILE-STATUS
                   ADD 1 TO WS-UNAVAILABLE-COUNT
               END-IF
           ELSE
               MOVE "DATEARCH" TO WS-CONV-FILE-NAME
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1820-READ-ONE-ARCHIVE THRU 1820-EXIT
                   UNTIL WS-EOF-YES
               CLOSE ARCHIVE-FILE
           END-IF.
       1810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1820-READ-ONE-ARCHIVE.
      *----------------------------------------------------------------*
      *    A CATALOG RECORD STARTS A GENERATION AND IS KEPT, SO THE
      *    LAST ONE READ DESCRIBES THE LATEST GENERATION; EACH DATA
      *    RECORD CARRIES ONE DATEOUT RECORD OF THAT GENERATION.
      *----------------------------------------------------------------*
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF GEN-CATALOG-REC
                       ADD 1 TO WS-GEN-COUNT
                       MOVE GEN-AS-OF-NUM      TO WS-GEN-AS-OF
                       MOVE GEN-RECORD-COUNT   TO WS-LAST-GEN-COUNT
                       MOVE GEN-AMOUNT-TOTAL   TO WS-LAST-GEN-AMOUNT
                       MOVE ZERO       TO WS-LAST-GEN-DATA-COUNT
                       MOVE SPACES     TO WS-LAST-GEN-FIRST-REC
                   ELSE
                       ADD 1 TO WS-ARCH-READ-COUNT
                       ADD 1 TO WS-LAST-GEN-DATA-COUNT
                       MOVE GEN-RECORD-DATA    TO WS-CONVERTED-REC
                       IF WS-LAST-GEN-DATA-COUNT = 1
                           MOVE WS-CONVERTED-REC
                               TO WS-LAST-GEN-FIRST-REC
                       END-IF
                       PERFORM 1860-NOTE-CONVERTED THRU 1860-EXIT
                   END-IF
           END-READ.
       1820-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1830-CHECK-FEED-ARCHIVED.
      *----------------------------------------------------------------*
      *    DATEOUT IS ALREADY THE LATEST ARCHIVED GENERATION WHEN ITS
      *    RECORD COUNT, AMOUNT TOTAL AND FIRST RECORD ALL MATCH THAT
      *    GENERATION'S CATALOG.  OTHERWISE IT IS REOPENED TO BE READ.
      *----------------------------------------------------------------*
           MOVE ZERO   TO WS-CUR-FEED-COUNT
           MOVE ZERO   TO WS-CUR-FEED-AMOUNT
           MOVE SPACES TO WS-CUR-FEED-FIRST-REC
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1840-TOTAL-ONE-FEED-REC THRU 1840-EXIT
               UNTIL WS-EOF-YES
           CLOSE CONVERTED-FILE

           IF WS-CUR-FEED-COUNT     = WS-LAST-GEN-COUNT
              AND WS-CUR-FEED-AMOUNT    = WS-LAST-GEN-AMOUNT
              AND WS-CUR-FEED-FIRST-REC = WS-LAST-GEN-FIRST-REC
               SET WS-FEED-ARCHIVED TO TRUE
           ELSE
               OPEN INPUT CONVERTED-FILE
               IF WS-CONV-FILE-STATUS NOT = '00'
                   DISPLAY 'TRANS-TRACE - UNABLE TO REOPEN '
                           'CONVERTED-FILE, STATUS = '
                           WS-CONV-FILE-STATUS
                   ADD 1 TO WS-UNAVAILABLE-COUNT
               END-IF
           END-IF.
       1830-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1840-TOTAL-ONE-FEED-REC.
      *----------------------------------------------------------------*
           READ CONVERTED-FILE INTO WS-CONVERTED-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CUR-FEED-COUNT
                   IF WS-CUR-FEED-COUNT = 1
                       MOVE WS-CONVERTED-REC TO WS-CUR-FEED-FIRST-REC
                   END-IF
                   IF OUT-AMOUNT-X NOT = SPACES AND OUT-AMOUNT NUMERIC
                       ADD OUT-AMOUNT TO WS-CUR-FEED-AMOUNT
                   END-IF
           END-READ.
       1840-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1850-READ-ONE-CONVERTED.
      *----------------------------------------------------------------*
           READ CONVERTED-FILE INTO WS-CONVERTED-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CONV-READ-COUNT
                   PERFORM 1860-NOTE-CONVERTED THRU 1860-EXIT
           END-READ.
       1850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1860-NOTE-CONVERTED.
      *----------------------------------------------------------------*
      *    ONE CONVERTED-FEED ENTRY IN WS-CONVERTED-REC, FROM THE FILE
      *    IN WS-CONV-FILE-NAME.  AN ARCHIVED CONVERSION SHOWS ITS
      *    GENERATION'S AS-OF DATE IN THE RUN-DATE COLUMN.
      *----------------------------------------------------------------*
           MOVE OUT-TRANS-ID TO WS-SEARCH-ID
           PERFORM 8500-FIND-ID THRU 8500-EXIT
           IF WS-ID-IX > ZERO
               ADD 1 TO WS-ID-CONV-COUNT(WS-ID-IX)
               MOVE SPACES            TO WS-DETAIL-LINE
               MOVE WS-CONV-FILE-NAME TO WD-FILE
               MOVE WS-GEN-AS-OF      TO WD-RUN-DATE
               MOVE OUT-RECORD-NO     TO WD-RECORD-NO
               MOVE OUT-DATE1         TO WD-DATE
               IF OUT-AMOUNT-X NOT = SPACES
                   MOVE OUT-AMOUNT     TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO WD-AMOUNT
               END-IF
               IF OUT-REVERSAL
                   MOVE OUT-ORIG-RUN-DATE TO WD-RUN-DATE
                   MOVE "REVERSAL ENTRY SENT"   TO WD-EVENT
               ELSE
                   MOVE "CONVERTED ENTRY SENT"  TO WD-EVENT
               END-IF
               PERFORM 8700-SAVE-EVENT THRU 8700-EXIT
           END-IF.
       1860-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1900-NOTE-REVERSAL.
      *----------------------------------------------------------------*
      *    A REVERSAL RECORDED ON SEENKEYS CLOSES THE ID'S HISTORY.
      *----------------------------------------------------------------*
           IF WS-ID-REVERSED(WS-ID-IX)
               MOVE SPACES                        TO WS-DETAIL-LINE
               MOVE "SEENKEYS"                    TO WD-FILE
               MOVE WS-ID-REVERSAL-DATE(WS-ID-IX) TO WD-RUN-DATE
               MOVE "REVERSED"                    TO WD-EVENT
               MOVE WS-ID-IX                      TO WS-SCAN-IX
               PERFORM 8700-SAVE-EVENT THRU 8700-EXIT
           END-IF.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1950-TRACE-PENDING.
      *----------------------------------------------------------------*
      *    HELD ITEMS: A VALID TRANSACTION DATED AFTER ITS RUN, WAITING
      *    ON THE PENDING FILE FOR DATE-ROLL TO RELEASE IT.  THE RUN
      *    DATE SHOWN IS THE DAY IT WAS DIVERTED.
      *----------------------------------------------------------------*
           OPEN INPUT PENDING-FILE
           IF WS-PEND-FILE-STATUS NOT = '00'
               DISPLAY 'TRANS-TRACE - UNABLE TO OPEN PENDING-FILE, '
                       'STATUS = ' WS-PEND-FILE-STATUS
               ADD 1 TO WS-UNAVAILABLE-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1960-READ-ONE-PENDING THRU 1960-EXIT
                   UNTIL WS-EOF-YES
               CLOSE PENDING-FILE
           END-IF.
       1950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1960-READ-ONE-PENDING.
      *----------------------------------------------------------------*
           READ PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-PEND-READ-COUNT
                   MOVE PND-TRANS-ID TO WS-SEARCH-ID
                   PERFORM 8500-FIND-ID THRU 8500-EXIT
                   IF WS-ID-IX > ZERO
                       ADD 1 TO WS-ID-PEND-COUNT(WS-ID-IX)
                       MOVE SPACES          TO WS-DETAIL-LINE
                       MOVE "PENDFILE"      TO WD-FILE
                       IF PND-DIVERTED-DATE1 NOT = SPACES
                           STRING PND-DIVERTED-DATE1(7:4)
                                  PND-DIVERTED-DATE1(4:2)
                                  PND-DIVERTED-DATE1(1:2)
                                  DELIMITED BY SIZE
                               INTO WD-RUN-DATE
                       END-IF
                       MOVE PND-EFFECTIVE-DATE1 TO WD-DATE
                       IF PND-AMOUNT-X NOT = SPACES
                           MOVE PND-AMOUNT     TO WS-EDIT-AMOUNT
                           MOVE WS-EDIT-AMOUNT TO WD-AMOUNT
                       END-IF
                       STRING "HELD PENDING, EFF. "
                              PND-EFFECTIVE-YMD
                              DELIMITED BY SIZE
                           INTO WD-EVENT
                       PERFORM 8700-SAVE-EVENT THRU 8700-EXIT
                   END-IF
           END-READ.
       1960-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PRINT-ONE-ID.
      *----------------------------------------------------------------*
      *    PRINTS THE ID'S HISTORY LINES IN THE ORDER THEY WERE FOUND
      *    (REJECTS, WRITE-OFFS, RESUBMISSION, CONVERSION, FEED
      *    RECORDS, PENDING HOLD, REVERSAL) AND ITS LIFECYCLE STATUS.
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
           END-IF

           STRING "TRANSACTION ID " WS-ID-TRANS-ID(WS-ID-IX)
                  DELIMITED BY SIZE
               INTO WSL-TITLE
           PERFORM 7050-WRITE-SECTION-TITLE THRU 7050-EXIT

           PERFORM 2100-PRINT-ONE-EVENT THRU 2100-EXIT
               VARYING WS-EVT-IX FROM 1 BY 1
               UNTIL WS-EVT-IX > WS-EVT-COUNT

           MOVE "LIFECYCLE STATUS" TO WB-LABEL
           IF WS-ID-REVERSED(WS-ID-IX)
               MOVE "CONVERTED, LATER REVERSED"    TO WB-VALUE
           ELSE
               IF WS-ID-ON-SEENKEYS(WS-ID-IX)
                       OR WS-ID-CONV-COUNT(WS-ID-IX) > ZERO
                   MOVE "CONVERTED"                TO WB-VALUE
               ELSE
                   IF WS-ID-PEND-COUNT(WS-ID-IX) > ZERO
                       MOVE "HELD PENDING - FUTURE DATED" TO WB-VALUE
                   ELSE
                       IF WS-ID-RESUB-COUNT(WS-ID-IX) > ZERO
                           MOVE "RESUBMITTED FOR NEXT RUN"
                               TO WB-VALUE
                       ELSE
                           IF WS-ID-OPEN-COUNT(WS-ID-IX) > ZERO
                               MOVE "IN SUSPENSE"      TO WB-VALUE
                           ELSE
                               IF WS-ID-WOFF-COUNT(WS-ID-IX) > ZERO
                                   MOVE "WRITTEN OFF"  TO WB-VALUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WB-VALUE = SPACES
               ADD 1 TO WS-NOT-FOUND-COUNT
               IF WS-UNAVAILABLE-COUNT = ZERO
                   MOVE "*** NEVER RECEIVED ***"         TO WB-VALUE
               ELSE
                   MOVE "NOT FOUND - FILES UNAVAILABLE"  TO WB-VALUE
               END-IF
           ELSE
               ADD 1 TO WS-FOUND-COUNT
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-PRINT-ONE-EVENT.
      *----------------------------------------------------------------*
           IF WS-EVT-ID-IX(WS-EVT-IX) = WS-ID-IX
               MOVE WS-EVT-LINE(WS-EVT-IX) TO WS-DETAIL-LINE
               PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
           IF NOT WS-OPEN-FAILED
               PERFORM 7400-WRITE-TOTALS-SECTION THRU 7400-EXIT
               CLOSE PRINT-FILE
           END-IF

           IF WS-EVT-OVERFLOW-COUNT > ZERO
               DISPLAY 'TRANS-TRACE - MORE THAN ' WS-EVT-MAX
                       ' HISTORY LINES, ' WS-EVT-OVERFLOW-COUNT
                       ' NOT PRINTED'
           END-IF

           PERFORM 3500-SET-RETURN-CODE THRU 3500-EXIT

           DISPLAY "TRANS-TRACE - IDS TRACED         : "
                   WS-ID-COUNT
           DISPLAY "TRANS-TRACE - IDS FOUND          : "
                   WS-FOUND-COUNT
           DISPLAY "TRANS-TRACE - IDS NOT FOUND      : "
                   WS-NOT-FOUND-COUNT
           DISPLAY "TRANS-TRACE - FILES UNAVAILABLE  : "
                   WS-UNAVAILABLE-COUNT
           DISPLAY "TRANS-TRACE - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-SET-RETURN-CODE.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RETURN-CODE

           IF WS-UNAVAILABLE-COUNT > ZERO
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           IF WS-ID-COUNT = ZERO
               DISPLAY 'TRANS-TRACE - NO TRANSACTION ID ON THE CARDS'
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
           MOVE WS-RUN-DATE     TO WH2-RUN-DATE

           WRITE PRINT-REC FROM WS-HEADING-1
           WRITE PRINT-REC FROM WS-HEADING-2
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-HEADING-3

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
       7250-WRITE-BALANCE-LINE.
      *----------------------------------------------------------------*
           WRITE PRINT-REC FROM WS-BALANCE-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WB-LABEL
           MOVE SPACES TO WB-VALUE.
       7250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7400-WRITE-TOTALS-SECTION.
      *----------------------------------------------------------------*
      *    WHAT WAS SEARCHED: RECORDS READ PER FILE, OR THE FILE
      *    NAMED AS UNAVAILABLE.
      *----------------------------------------------------------------*
           MOVE "FILES SEARCHED" TO WSL-TITLE
           PERFORM 7050-WRITE-SECTION-TITLE THRU 7050-EXIT

           IF WS-ID-COUNT > ZERO
               PERFORM 7450-WRITE-FILE-COUNTS THRU 7450-EXIT
           END-IF

           MOVE "IDS TRACED"         TO WB-LABEL
           MOVE WS-ID-COUNT          TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "IDS NOT FOUND"      TO WB-LABEL
           MOVE WS-NOT-FOUND-COUNT   TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT.
       7400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7450-WRITE-FILE-COUNTS.
      *----------------------------------------------------------------*
           MOVE "SUSPFILE RECORDS"   TO WB-LABEL
           IF WS-SUSP-FILE-STATUS = '00' OR '10'
               MOVE WS-SUSP-READ-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT      TO WB-VALUE
           ELSE
               MOVE "*** NOT AVAILABLE ***" TO WB-VALUE
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "SUSPWOFF RECORDS"   TO WB-LABEL
           IF WS-WOFF-FILE-STATUS = '00' OR '10'
               MOVE WS-WOFF-READ-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT      TO WB-VALUE
           ELSE
               MOVE "*** NOT AVAILABLE ***" TO WB-VALUE
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "RESUBFIL RECORDS"   TO WB-LABEL
           IF WS-RESUB-FILE-STATUS = '00' OR '10'
               MOVE WS-RESUB-READ-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT       TO WB-VALUE
           ELSE
               MOVE "*** NOT AVAILABLE ***" TO WB-VALUE
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "SEENKEYS IDS FOUND" TO WB-LABEL
           IF WS-SEEN-IS-OPEN
               MOVE WS-SEEN-FOUND-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT       TO WB-VALUE
           ELSE
               MOVE "*** NOT AVAILABLE ***" TO WB-VALUE
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "DATEARCH RECORDS"   TO WB-LABEL
           IF WS-ARCH-FILE-STATUS = '00' OR '10' OR '35'
               MOVE WS-ARCH-READ-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT      TO WB-VALUE
           ELSE
               MOVE "*** NOT AVAILABLE ***" TO WB-VALUE
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "DATEOUT RECORDS"    TO WB-LABEL
           IF WS-CONV-FILE-STATUS = '00' OR '10'
               IF WS-FEED-ARCHIVED
                   MOVE "ALREADY ARCHIVED"  TO WB-VALUE
               ELSE
                   MOVE WS-CONV-READ-COUNT TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT      TO WB-VALUE
               END-IF
           ELSE
               MOVE "*** NOT AVAILABLE ***" TO WB-VALUE
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "PENDFILE RECORDS"   TO WB-LABEL
           IF WS-PEND-FILE-STATUS = '00' OR '10'
               MOVE WS-PEND-READ-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT      TO WB-VALUE
           ELSE
               MOVE "*** NOT AVAILABLE ***" TO WB-VALUE
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT.
       7450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8500-FIND-ID.
      *----------------------------------------------------------------*
      *    SETS WS-ID-IX TO THE TRACED-ID ENTRY FOR WS-SEARCH-ID, OR
      *    ZERO WHEN IT IS NOT BEING TRACED.  WS-SCAN-IX IS LEFT ON
      *    THE SAME ENTRY FOR 8700-SAVE-EVENT.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ID-IX
           IF WS-SEARCH-ID NOT = SPACES
               PERFORM 8550-MATCH-ONE-ID THRU 8550-EXIT
                   VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-ID-COUNT
                      OR WS-ID-IX > ZERO
           END-IF
           MOVE WS-ID-IX TO WS-SCAN-IX.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8550-MATCH-ONE-ID.
      *----------------------------------------------------------------*
           IF WS-ID-TRANS-ID(WS-SCAN-IX) = WS-SEARCH-ID
               MOVE WS-SCAN-IX TO WS-ID-IX
           END-IF.
       8550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8600-BUILD-REJECT-EVENT.
      *----------------------------------------------------------------*
      *    "REJ NN " AND THE REASON DESCRIPTION FOR THE CODE IN
      *    WS-WORK-REASON-CODE; A CODE OUTSIDE THE TABLE SHOWS BARE.
      *----------------------------------------------------------------*
           IF WS-WORK-REASON-CODE NUMERIC
                   AND WS-WORK-REASON-CODE > ZERO
                   AND WS-WORK-REASON-CODE NOT > 11
               STRING "REJ " WS-WORK-REASON-X " "
                      WS-REASON-TEXT(WS-WORK-REASON-CODE)
                      DELIMITED BY SIZE
                   INTO WD-EVENT
           ELSE
               STRING "REJ " WS-WORK-REASON-X
                      DELIMITED BY SIZE
                   INTO WD-EVENT
           END-IF.
       8600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8700-SAVE-EVENT.
      *----------------------------------------------------------------*
      *    KEEPS THE DETAIL LINE AS A HISTORY LINE OF TRACED ID
      *    WS-SCAN-IX.
      *----------------------------------------------------------------*
           IF WS-EVT-COUNT < WS-EVT-MAX
               ADD 1 TO WS-EVT-COUNT
               MOVE WS-SCAN-IX     TO WS-EVT-ID-IX(WS-EVT-COUNT)
               MOVE WS-DETAIL-LINE TO WS-EVT-LINE(WS-EVT-COUNT)
           ELSE
               ADD 1 TO WS-EVT-OVERFLOW-COUNT
           END-IF.
       8700-EXIT.
           EXIT.

       END PROGRAM TRANS-TRACE.
