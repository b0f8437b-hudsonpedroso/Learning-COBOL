      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    SEENKEY-MAINT.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-10-09.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    MAINTENANCE JOB FOR THE INDEXED SEEN-KEY MASTER
      *             (SEENKEYS) READ BY PROG0001 2400-CHECK-DUPLICATE.
      *             RUNS AHEAD OF VARIAVEIS-GRUPOS AND UPDATES THE
      *             MASTER IN PLACE, IN TWO PASSES:
      *                 RELEASES - OPERATOR TRANSACTIONS (SKRELTRN)
      *                     THAT LET A LEGITIMATE RESEND OF A
      *                     CONVERTED ID THROUGH THE DUPLICATE CHECK.
      *                     A DELETE REMOVES THE KEY OUTRIGHT; A FLAG
      *                     MARKS IT RELEASED (SK-RELEASED) SO THE
      *                     NEXT CONVERSION OF THE ID IS ACCEPTED ONCE
      *                     AND RE-REGISTERS IT.  EVERY RELEASE
      *                     APPLIED IS APPENDED TO THE AUDIT TRAIL
      *                     (AUDITTRL) WITH THE KEY, THE OPERATOR'S
      *                     INITIALS AND THE REASON GIVEN.
      *                 PURGE - KEYS WHOSE SK-RUN-DATE IS OLDER THAN
      *                     THE RETENTION PERIOD (CUTOFF = TODAY MINUS
      *                     RETENTION, VIA DATE-ADD-DAYS) ARE COPIED
      *                     TO THE DATED ARCHIVE (SEENKARC) WITH
      *                     TODAY'S DATE AND DELETED FROM THE MASTER.
      *             THE PRINTED REPORT (SKMTRPT) LISTS EVERY RELEASE
      *             WITH ITS DISPOSITION, EVERY KEY PURGED, AND THE
      *             KEY COUNTS BEFORE AND AFTER MAINTENANCE.
      *             PARAMETER CARD LAYOUT (SKMTPARM):
      *                 COL 1-4   RETENTION DAYS (0, BLANK OR NO CARD
      *                           PURGES NOTHING)
      *             RELEASE CARD LAYOUT (SKRELTRN):
      *                 COL 1     ACTION, D = DELETE THE KEY,
      *                           F = FLAG IT RELEASED FOR ONE RESEND
      *                 COL 3-14  TRANSACTION ID (TR-TRANS-ID)
      *                 COL 16-18 OPERATOR INITIALS
      *                 COL 20-59 REASON FOR THE RELEASE
      *             ALL FIELDS ARE REQUIRED.  A KEY NOT ON THE MASTER,
      *             OR ALREADY FLAGGED FOR A FLAG CARD, IS REJECTED.
      *             CONDITION CODES:
      *                 00 - ALL RELEASES APPLIED AND PURGE COMPLETE
      *                 04 - RELEASE TRANSACTIONS REJECTED
      *                 08 - A PURGED KEY COULD NOT BE ARCHIVED OR
      *                      DELETED; KEYS NOT ARCHIVED ARE KEPT ON
      *                      THE MASTER FOR THE NEXT RUN
      *                 12 - BAD PARAMETER CARD OR A FILE WOULD NOT
      *                      OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-10-09  RA  INITIAL VERSION.
      * 2026-10-15  RA  A PURGED KEY IS DELETED ONLY ONCE ITS ARCHIVE
      *                 WRITE SUCCEEDS; ARCHIVE OR DELETE FAILURES
      *                 GRADE 08.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
           SELECT SEEN-KEY-FILE    ASSIGN TO "SEENKEYS"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SK-TRANS-ID
                                    FILE STATUS IS WS-SEEN-FILE-STATUS.

      *---- OPERATOR RELEASE TRANSACTION CARDS ------------------------*
           SELECT TRANS-FILE       ASSIGN TO "SKRELTRN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-TRANS-FILE-STATUS.

      *---- KEYS OLDER THAN THE RETENTION PERIOD LAND HERE ------------*
           SELECT ARCHIVE-FILE     ASSIGN TO "SEENKARC"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-FILE-STATUS.

      *---- AUDIT TRAIL, ONE RECORD APPENDED PER RELEASE APPLIED ------*
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *---- RETENTION-DAYS CARD, NORMALLY A JCL SYSIN DD --------------*
           SELECT PARM-FILE        ASSIGN TO "SKMTPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

      *---- RELEASE AND PURGE LISTING WITH BEFORE/AFTER COUNTS --------*
           SELECT PRINT-FILE       ASSIGN TO "SKMTRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PRINT-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  SEEN-KEY-FILE.
       01  SEEN-KEY-REC.
           COPY SEENKYRC.

       FD  TRANS-FILE.
       01  TRANS-REC.
           05 SKT-ACTION          PIC X(1).
               88 SKT-ACTION-DELETE         VALUE 'D'.
               88 SKT-ACTION-FLAG           VALUE 'F'.
           05 SKT-FILL-1          PIC X(1).
           05 SKT-TRANS-ID        PIC X(12).
           05 SKT-FILL-2          PIC X(1).
           05 SKT-OPERATOR        PIC X(3).
           05 SKT-FILL-3          PIC X(1).
           05 SKT-REASON          PIC X(40).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY SEENKYRC
               REPLACING ==SK-TRANS-ID==     BY ==ARK-TRANS-ID==
                     ==SK-RUN-DATE==         BY ==ARK-RUN-DATE==
                     ==SK-RECORD-NO==        BY ==ARK-RECORD-NO==
                     ==SK-CONV-DATE-X==      BY ==ARK-CONV-DATE-X==
                     ==SK-CONV-DATE==        BY ==ARK-CONV-DATE==
                     ==SK-AMOUNT-X==         BY ==ARK-AMOUNT-X==
                     ==SK-AMOUNT==           BY ==ARK-AMOUNT==
                     ==SK-REVERSAL-FLAG==    BY ==ARK-REVERSAL-FLAG==
                     ==SK-REVERSED==         BY ==ARK-REVERSED==
                     ==SK-NOT-REVERSED==     BY ==ARK-NOT-REVERSED==
                     ==SK-REVERSAL-RUN-DATE==
                           BY ==ARK-REVERSAL-RUN-DATE==
                     ==SK-RELEASE-FLAG==     BY ==ARK-RELEASE-FLAG==
                     ==SK-RELEASED==         BY ==ARK-RELEASED==
                     ==SK-NOT-RELEASED==     BY ==ARK-NOT-RELEASED==
                     ==SK-RELEASE-DATE==     BY ==ARK-RELEASE-DATE==.
           05 ARK-FILL-1          PIC X(1).
           05 ARK-PURGE-DATE      PIC X(8).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-REC.
           COPY AUDITREC.

       FD  PARM-FILE.
       01  PARM-REC.
           05 KPARM-RETENTION-DAYS PIC 9(4).
           05 KPARM-RETENTION-X REDEFINES KPARM-RETENTION-DAYS
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
           05 WS-SEEN-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-TRANS-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ARCH-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-AUDIT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-PARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-TRANS-EOF-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-TRANS-EOF-YES               VALUE 'Y'.
               88 WS-TRANS-EOF-NO                VALUE 'N'.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                       VALUE 'N'.
           05 WS-CARD-SWITCH           PIC X(1)  VALUE 'Y'.
               88 WS-CARD-VALID                  VALUE 'Y'.
               88 WS-CARD-INVALID                VALUE 'N'.
           05 WS-PARM-SWITCH           PIC X(1)  VALUE 'Y'.
               88 WS-PARM-OK                     VALUE 'Y'.
               88 WS-PARM-BAD                    VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.
           05 WS-IO-FAIL-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-IO-FAILED                   VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-TRANS-COUNT           PIC 9(5)  COMP VALUE ZERO.
           05 WS-DELETED-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05 WS-FLAGGED-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05 WS-REJECTED-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05 WS-READ-COUNT            PIC 9(9)  COMP VALUE ZERO.
           05 WS-PURGED-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05 WS-BEFORE-COUNT          PIC 9(9)  COMP VALUE ZERO.
           05 WS-AFTER-COUNT           PIC 9(9)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

       01 WS-RETENTION-FIELDS.
           05 WS-RETENTION-DAYS        PIC 9(4)  VALUE ZERO.
           05 WS-DAY-OFFSET            PIC S9(5) VALUE ZERO.
           05 WS-ADD-RETURN-CODE       PIC 9(2)  VALUE ZERO.
           05 WS-CUTOFF-YYYYMMDD       PIC X(8)  VALUE SPACES.

      *---- BEFORE/AFTER VALUES FOR THE AUDIT RECORD OF A RELEASE -----*
       01 WS-AUDIT-FIELDS.
           05 WS-AUDIT-BEFORE          PIC X(10) VALUE SPACES.
           05 WS-AUDIT-AFTER           PIC X(10) VALUE SPACES.

      *---- REPORT PAGINATION WORK FIELDS -----------------------------*
       01 WS-REPORT-FIELDS.
           05 WS-PAGE-NUMBER           PIC 9(4)  VALUE ZERO.
           05 WS-LINE-COUNT            PIC 9(4)  VALUE ZERO.
           05 WS-LINES-PER-PAGE        PIC 9(4)  VALUE 0050.

       01 WS-EDIT-AMOUNT               PIC -(7)9.99.

      *---- PRINT LINE LAYOUTS ----------------------------------------*
       01 WS-HEADING-1.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(34)
               VALUE "PROG0020 - SEEN-KEY MAINTENANCE".
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

       01 WS-RELEASE-HEADING.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "ACTION".
           05 FILLER                   PIC X(14) VALUE "TRANS ID".
           05 FILLER                   PIC X(5)  VALUE "OPER".
           05 FILLER                   PIC X(32) VALUE "REASON".
           05 FILLER                   PIC X(21) VALUE "DISPOSITION".

       01 WS-RELEASE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WR-ACTION                PIC X(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-TRANS-ID              PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-OPERATOR              PIC X(3).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-REASON                PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-STATUS                PIC X(14).
           05 FILLER                   PIC X(7)  VALUE SPACES.

       01 WS-PURGE-HEADING.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE "TRANS ID".
           05 FILLER                   PIC X(10) VALUE "RUN DATE".
           05 FILLER                   PIC X(9)  VALUE "  REC NO".
           05 FILLER                   PIC X(10) VALUE "CONV DATE".
           05 FILLER                   PIC X(13) VALUE "     AMOUNT".
           05 FILLER                   PIC X(24) VALUE "FLAGS".

       01 WS-PURGE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WP-TRANS-ID              PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WP-RUN-DATE              PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WP-RECORD-NO             PIC ZZZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WP-CONV-DATE             PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WP-AMOUNT                PIC X(11).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WP-REVERSAL-FLAG         PIC X(1).
           05 WP-RELEASE-FLAG          PIC X(1).
           05 FILLER                   PIC X(22) VALUE SPACES.

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
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRANS   THRU 2000-EXIT
               UNTIL WS-TRANS-EOF-YES
           PERFORM 2500-PURGE-KEYS      THRU 2500-EXIT
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
      *    THE AUDIT TRAIL IS EXTENDED; ONE THAT DOES NOT EXIST YET
      *    (STATUS 35) IS CREATED.  ANY OTHER OPEN FAILURE, OR A BAD
      *    PARAMETER CARD, STOPS THE JOB BEFORE THE MASTER IS TOUCHED.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           IF WS-PARM-BAD
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-TRANS-EOF-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-RETENTION-DAYS > 0
                   PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT
               END-IF
               PERFORM 1300-OPEN-FILES THRU 1300-EXIT
           END-IF

           IF NOT WS-OPEN-FAILED
               DISPLAY "SEENKEY-MAINT - RETENTION DAYS : "
                       WS-RETENTION-DAYS
               DISPLAY "SEENKEY-MAINT - CUTOFF DATE : "
                       WS-CUTOFF-YYYYMMDD
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               MOVE "RELEASE TRANSACTIONS" TO WSL-TITLE
               PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT
               WRITE PRINT-REC FROM WS-RELEASE-HEADING
               ADD 1 TO WS-LINE-COUNT
               PERFORM 8000-READ-NEXT-TRANS THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
      *----------------------------------------------------------------*
      *    NO CARD OR A BLANK CARD KEEPS EVERY KEY.  A CARD THAT IS
      *    NEITHER BLANK NOR NUMERIC IS REFUSED RATHER THAN GUESSED
      *    AT, SINCE A WRONG RETENTION WOULD PURGE LIVE KEYS.
      *----------------------------------------------------------------*
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KPARM-RETENTION-DAYS NUMERIC
                           MOVE KPARM-RETENTION-DAYS
                               TO WS-RETENTION-DAYS
                       ELSE
                           IF KPARM-RETENTION-X NOT = SPACES
                               DISPLAY "SEENKEY-MAINT - INVALID "
                                       "RETENTION CARD: "
                                       KPARM-RETENTION-X
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
      *    COMPARISON AGAINST SK-RUN-DATE.
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
           OPEN I-O    SEEN-KEY-FILE
           OPEN INPUT  TRANS-FILE
           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT PRINT-FILE

           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           IF WS-SEEN-FILE-STATUS NOT = '00'
               DISPLAY 'SEENKEY-MAINT - UNABLE TO OPEN SEEN-KEY-FILE, '
                       'STATUS = ' WS-SEEN-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'SEENKEY-MAINT - UNABLE TO OPEN TRANS-FILE, '
                       'STATUS = ' WS-TRANS-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-ARCH-FILE-STATUS NOT = '00'
               DISPLAY 'SEENKEY-MAINT - UNABLE TO OPEN ARCHIVE-FILE, '
                       'STATUS = ' WS-ARCH-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'SEENKEY-MAINT - UNABLE TO OPEN '
                       'AUDIT-TRAIL-FILE, '
                       'STATUS = ' WS-AUDIT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'SEENKEY-MAINT - UNABLE TO OPEN PRINT-FILE, '
                       'STATUS = ' WS-PRINT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-OPEN-FAILED
               MOVE 'Y' TO WS-TRANS-EOF-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
      *----------------------------------------------------------------*
      *    EDITS ONE RELEASE CARD, LOOKS ITS KEY UP ON THE MASTER AND
      *    APPLIES IT.  EVERY CARD IS LISTED WITH ITS DISPOSITION.
      *----------------------------------------------------------------*
           ADD 1 TO WS-TRANS-COUNT

           PERFORM 2100-EDIT-CARD THRU 2100-EXIT

           IF WS-CARD-VALID
               MOVE SKT-TRANS-ID TO SK-TRANS-ID
               READ SEEN-KEY-FILE
               IF WS-SEEN-FILE-STATUS = '00'
                   IF SKT-ACTION-DELETE
                       PERFORM 2200-APPLY-DELETE THRU 2200-EXIT
                   ELSE
                       PERFORM 2300-APPLY-FLAG THRU 2300-EXIT
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   IF WS-SEEN-FILE-STATUS = '23'
                       MOVE "REJ NOT FOUND" TO WR-STATUS
                   ELSE
                       DISPLAY 'SEENKEY-MAINT - SEEN-KEY-FILE STATUS '
                               WS-SEEN-FILE-STATUS
                               ' ON ' SKT-TRANS-ID
                       MOVE "REJ FILE ERROR" TO WR-STATUS
                   END-IF
               END-IF
           END-IF

           PERFORM 7100-WRITE-RELEASE-LINE THRU 7100-EXIT

           PERFORM 8000-READ-NEXT-TRANS THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-EDIT-CARD.
      *----------------------------------------------------------------*
      *    EDITS A RELEASE CARD FIELD BY FIELD, STOPPING AT THE FIRST
      *    FAULT SO THE DISPOSITION NAMES IT.  A RELEASE WITHOUT THE
      *    OPERATOR'S INITIALS AND A REASON IS NOT ACCEPTED - THE
      *    AUDIT TRAIL MUST SAY WHO LET THE DUPLICATE THROUGH AND WHY.
      *----------------------------------------------------------------*
           SET WS-CARD-VALID TO TRUE

           IF NOT SKT-ACTION-DELETE AND NOT SKT-ACTION-FLAG
               SET WS-CARD-INVALID TO TRUE
               MOVE "REJ ACTION"    TO WR-STATUS
           ELSE
               IF SKT-TRANS-ID = SPACES
                   SET WS-CARD-INVALID TO TRUE
                   MOVE "REJ NO ID"     TO WR-STATUS
               ELSE
                   IF SKT-OPERATOR = SPACES
                       SET WS-CARD-INVALID TO TRUE
                       MOVE "REJ NO OPER"   TO WR-STATUS
                   ELSE
                       IF SKT-REASON = SPACES
                           SET WS-CARD-INVALID TO TRUE
                           MOVE "REJ NO REASON" TO WR-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-CARD-INVALID
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-APPLY-DELETE.
      *----------------------------------------------------------------*
      *    REMOVES THE KEY OUTRIGHT.  ITS NEXT CONVERSION REGISTERS IT
      *    AFRESH, AND EVERY LATER RESEND IS A DUPLICATE AGAIN.
      *----------------------------------------------------------------*
           MOVE SK-RUN-DATE TO WS-AUDIT-BEFORE
           MOVE "DELETED"   TO WS-AUDIT-AFTER
           DELETE SEEN-KEY-FILE
           IF WS-SEEN-FILE-STATUS = '00'
               ADD 1 TO WS-DELETED-COUNT
               MOVE "DELETED"       TO WR-STATUS
               PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT
           ELSE
               DISPLAY 'SEENKEY-MAINT - SEEN-KEY-FILE STATUS '
                       WS-SEEN-FILE-STATUS ' ON DELETE OF '
                       SKT-TRANS-ID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJ FILE ERROR" TO WR-STATUS
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-APPLY-FLAG.
      *----------------------------------------------------------------*
      *    FLAGS THE KEY RELEASED FOR ONE RESEND.  THE ENTRY STAYS ON
      *    FILE, SO THE ORIGINAL CONVERSION IS STILL THERE TO TRACE
      *    UNTIL THE RESEND REPLACES IT.
      *----------------------------------------------------------------*
           IF SK-RELEASED
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJ RELEASED"  TO WR-STATUS
           ELSE
               MOVE SK-RUN-DATE TO WS-AUDIT-BEFORE
               MOVE "RELEASED"  TO WS-AUDIT-AFTER
               SET SK-RELEASED  TO TRUE
               MOVE WS-RUN-DATE TO SK-RELEASE-DATE
               REWRITE SEEN-KEY-REC
               IF WS-SEEN-FILE-STATUS = '00'
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE "RELEASED"      TO WR-STATUS
                   PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT
               ELSE
                   DISPLAY 'SEENKEY-MAINT - SEEN-KEY-FILE STATUS '
                           WS-SEEN-FILE-STATUS ' ON REWRITE OF '
                           SKT-TRANS-ID
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJ FILE ERROR" TO WR-STATUS
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-WRITE-AUDIT-REC.
      *----------------------------------------------------------------*
      *    BEFORE VALUE IS THE RUN DATE THE KEY WAS CONVERTED UNDER,
      *    AFTER VALUE WHAT THIS RELEASE DID TO IT (SET BY THE CALLER).
      *----------------------------------------------------------------*
           INITIALIZE AUDIT-TRAIL-REC
           MOVE "SEENKEYS"       TO AUD-FIELD-NAME
           MOVE WS-AUDIT-BEFORE  TO AUD-BEFORE-VALUE
           MOVE WS-AUDIT-AFTER   TO AUD-AFTER-VALUE
           MOVE WS-RUN-TIMESTAMP TO AUD-RUN-TIMESTAMP
           MOVE SKT-TRANS-ID     TO AUD-KEY
           MOVE SKT-OPERATOR     TO AUD-OPERATOR
           MOVE SKT-REASON       TO AUD-REASON
           WRITE AUDIT-TRAIL-REC.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-PURGE-KEYS.
      *----------------------------------------------------------------*
      *    ONE PASS OVER THE WHOLE MASTER IN KEY ORDER, AFTER THE
      *    RELEASES, COUNTING THE KEYS AND PURGING THOSE OLDER THAN
      *    THE CUTOFF.  WITH NO RETENTION PERIOD THE PASS ONLY COUNTS.
      *----------------------------------------------------------------*
           IF WS-EOF-NO
               MOVE "KEYS PURGED" TO WSL-TITLE
               PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT
               WRITE PRINT-REC FROM WS-PURGE-HEADING
               ADD 1 TO WS-LINE-COUNT

               MOVE LOW-VALUES TO SK-TRANS-ID
               START SEEN-KEY-FILE KEY NOT < SK-TRANS-ID
               IF WS-SEEN-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   PERFORM 8100-READ-NEXT-KEY THRU 8100-EXIT
               END-IF

               PERFORM 2600-CHECK-ONE-KEY THRU 2600-EXIT
                   UNTIL WS-EOF-YES
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2600-CHECK-ONE-KEY.
      *----------------------------------------------------------------*
      *    A KEY IS ARCHIVED BEFORE IT IS DELETED, SO A FAILED DELETE
      *    LEAVES AT WORST A KEY ON BOTH FILES, NEVER ONE ON NEITHER.
      *    A KEY WHOSE ARCHIVE WRITE FAILS IS NOT DELETED; IT STAYS ON
      *    THE MASTER AND IS PURGED BY A LATER RUN.
      *----------------------------------------------------------------*
           ADD 1 TO WS-READ-COUNT

           IF WS-RETENTION-DAYS > 0
                   AND SK-RUN-DATE NOT = SPACES
                   AND SK-RUN-DATE < WS-CUTOFF-YYYYMMDD
               MOVE SEEN-KEY-REC   TO ARCHIVE-REC
               MOVE SPACE          TO ARK-FILL-1
               MOVE WS-RUN-DATE    TO ARK-PURGE-DATE
               WRITE ARCHIVE-REC
               IF WS-ARCH-FILE-STATUS = '00'
                   DELETE SEEN-KEY-FILE
                   IF WS-SEEN-FILE-STATUS = '00'
                       ADD 1 TO WS-PURGED-COUNT
                       PERFORM 7200-WRITE-PURGE-LINE THRU 7200-EXIT
                   ELSE
                       DISPLAY 'SEENKEY-MAINT - SEEN-KEY-FILE STATUS '
                               WS-SEEN-FILE-STATUS ' ON PURGE OF '
                               SK-TRANS-ID
                       SET WS-IO-FAILED TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'SEENKEY-MAINT - ARCHIVE-FILE STATUS '
                           WS-ARCH-FILE-STATUS ' ON PURGE OF '
                           SK-TRANS-ID ', KEY KEPT'
                   SET WS-IO-FAILED TO TRUE
               END-IF
           END-IF

           PERFORM 8100-READ-NEXT-KEY THRU 8100-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
      *    THE PURGE PASS SAW EVERY KEY LEFT AFTER THE RELEASES, SO THE
      *    COUNT BEFORE MAINTENANCE ADDS BACK THE KEYS DELETED BY
      *    RELEASE CARDS.
      *----------------------------------------------------------------*
           COMPUTE WS-BEFORE-COUNT = WS-READ-COUNT + WS-DELETED-COUNT
           COMPUTE WS-AFTER-COUNT  = WS-READ-COUNT - WS-PURGED-COUNT

           IF NOT WS-OPEN-FAILED
               PERFORM 7300-WRITE-TOTALS THRU 7300-EXIT

               CLOSE SEEN-KEY-FILE
               CLOSE TRANS-FILE
               CLOSE ARCHIVE-FILE
               CLOSE AUDIT-TRAIL-FILE
               CLOSE PRINT-FILE
           END-IF

           PERFORM 3100-SET-RETURN-CODE THRU 3100-EXIT

           DISPLAY "SEENKEY-MAINT - KEYS BEFORE MAINTENANCE : "
                   WS-BEFORE-COUNT
           DISPLAY "SEENKEY-MAINT - RELEASE CARDS READ      : "
                   WS-TRANS-COUNT
           DISPLAY "SEENKEY-MAINT - KEYS DELETED            : "
                   WS-DELETED-COUNT
           DISPLAY "SEENKEY-MAINT - KEYS FLAGGED RELEASED   : "
                   WS-FLAGGED-COUNT
           DISPLAY "SEENKEY-MAINT - RELEASES REJECTED       : "
                   WS-REJECTED-COUNT
           DISPLAY "SEENKEY-MAINT - KEYS PURGED             : "
                   WS-PURGED-COUNT
           DISPLAY "SEENKEY-MAINT - KEYS AFTER MAINTENANCE  : "
                   WS-AFTER-COUNT

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "SEENKEY-MAINT - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-SET-RETURN-CODE.
      *----------------------------------------------------------------*
      *    REJECTED RELEASE CARDS GRADE 04 SO SOMEONE LOOKS AT THE
      *    REPORT BEFORE THE SENDER RESENDS; A PURGE THAT COULD NOT
      *    ARCHIVE OR DELETE A KEY GRADES 08; A BAD PARAMETER CARD OR
      *    A FILE THAT WOULD NOT OPEN GRADES 12.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RETURN-CODE

           IF WS-REJECTED-COUNT > 0
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           IF WS-IO-FAILED
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
      *    IS LEFT FOR STEP-LOG TO TAKE FROM DATECTL.  THE MASTER IS
      *    UPDATED IN PLACE, SO THERE IS NO FILE TO RENAME.
      *----------------------------------------------------------------*
           INITIALIZE WS-STEP-LOG-REC
           MOVE "SEENKEY-MAINT"    TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE     TO STP-RETURN-CODE
           MOVE WS-BEFORE-COUNT    TO STP-IN-COUNT
           MOVE WS-AFTER-COUNT     TO STP-OUT-COUNT
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
       7100-WRITE-RELEASE-LINE.
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               WRITE PRINT-REC FROM WS-RELEASE-HEADING
               ADD 2 TO WS-LINE-COUNT
           END-IF

           IF SKT-ACTION-DELETE
               MOVE "DELETE"       TO WR-ACTION
           ELSE
               IF SKT-ACTION-FLAG
                   MOVE "FLAG"     TO WR-ACTION
               ELSE
                   MOVE SKT-ACTION TO WR-ACTION
               END-IF
           END-IF
           MOVE SKT-TRANS-ID       TO WR-TRANS-ID
           MOVE SKT-OPERATOR       TO WR-OPERATOR
           MOVE SKT-REASON         TO WR-REASON

           WRITE PRINT-REC FROM WS-RELEASE-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WR-STATUS.
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
       7200-WRITE-PURGE-LINE.
      *----------------------------------------------------------------*
      *    A KEY REGISTERED BEFORE THE DATE AND AMOUNT WERE CARRIED
      *    ON SEENKEYS SHOWS THEM BLANK.  FLAGS ARE R (REVERSED) AND
      *    L (RELEASED).
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               WRITE PRINT-REC FROM WS-PURGE-HEADING
               ADD 2 TO WS-LINE-COUNT
           END-IF

           MOVE ARK-TRANS-ID       TO WP-TRANS-ID
           MOVE ARK-RUN-DATE       TO WP-RUN-DATE
           MOVE ARK-RECORD-NO      TO WP-RECORD-NO
           MOVE ARK-CONV-DATE-X    TO WP-CONV-DATE
           IF ARK-AMOUNT-X = SPACES
               MOVE SPACES         TO WP-AMOUNT
           ELSE
               MOVE ARK-AMOUNT     TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WP-AMOUNT
           END-IF
           MOVE ARK-REVERSAL-FLAG  TO WP-REVERSAL-FLAG
           MOVE ARK-RELEASE-FLAG   TO WP-RELEASE-FLAG

           WRITE PRINT-REC FROM WS-PURGE-LINE
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7300-WRITE-TOTALS.
      *----------------------------------------------------------------*
           MOVE "MAINTENANCE TOTALS" TO WSL-TITLE
           PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT

           MOVE "KEYS BEFORE"        TO WT-LABEL
           MOVE WS-BEFORE-COUNT      TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "RELEASE CARDS READ" TO WT-LABEL
           MOVE WS-TRANS-COUNT       TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "KEYS DELETED"       TO WT-LABEL
           MOVE WS-DELETED-COUNT     TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "KEYS FLAGGED"       TO WT-LABEL
           MOVE WS-FLAGGED-COUNT     TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "RELEASES REJECTED"  TO WT-LABEL
           MOVE WS-REJECTED-COUNT    TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "KEYS PURGED"        TO WT-LABEL
           MOVE WS-PURGED-COUNT      TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "KEYS AFTER"         TO WT-LABEL
           MOVE WS-AFTER-COUNT       TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           ADD 7 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-READ-NEXT-TRANS.
      *----------------------------------------------------------------*
           READ TRANS-FILE
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8100-READ-NEXT-KEY.
      *----------------------------------------------------------------*
           READ SEEN-KEY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
       8100-EXIT.
           EXIT.

       END PROGRAM SEENKEY-MAINT.
