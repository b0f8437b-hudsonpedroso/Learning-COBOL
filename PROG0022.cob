      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    CUST-MAINT.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    MAINTENANCE JOB FOR THE INDEXED CUSTOMER MASTER
      *             (CUSTMAST, SEE CUSTRC.CPY) READ BY PROG0001
      *             2580-CHECK-CUSTOMER AND BY THE STATEMENT RUN
      *             (CUST-STMT).  RUNS AHEAD OF VARIAVEIS-GRUPOS AND
      *             APPLIES CREDIT CONTROL'S TRANSACTION CARDS
      *             (CUSTTRN) TO THE MASTER IN PLACE, CREATING IT ON
      *             FIRST USE.  EVERY CARD APPLIED IS APPENDED TO THE
      *             AUDIT TRAIL (AUDITTRL) WITH THE ACCOUNT AND THE
      *             OPERATOR'S INITIALS; A CREDIT-LIMIT CHANGE ALSO
      *             CARRIES THE OLD AND NEW LIMIT (WHOLE UNITS).  THE
      *             PRINTED REPORT (CUMTRPT) LISTS EVERY CARD WITH ITS
      *             DISPOSITION, AND THE TOTALS.
      *             TRANSACTION CARD LAYOUT (CUSTTRN):
      *                 COL 1       ACTION, A = ADD A NEW ACCOUNT,
      *                             C = CHANGE, X = CLOSE, R = REOPEN
      *                 COL 3-10    CUSTOMER ACCOUNT
      *                 COL 12-14   OPERATOR INITIALS
      *                 COL 16-45   NAME
      *                 COL 47-76   ADDRESS LINE 1
      *                 COL 78-107  ADDRESS LINE 2
      *                 COL 109-138 ADDRESS LINE 3
      *                 COL 140-149 POSTAL CODE
      *                 COL 151-161 CREDIT LIMIT, 9(9)V99 (BLANK = NO
      *                             LIMIT ON AN ADD, UNCHANGED ON A
      *                             CHANGE)
      *             ACTION, ACCOUNT AND OPERATOR ARE ALWAYS REQUIRED,
      *             AND A NAME ON AN ADD.  A CHANGE REPLACES ONLY THE
      *             FIELDS PUNCHED.  CLOSE AND REOPEN USE COLS 1-14
      *             ONLY.  AN ADD FOR AN ACCOUNT ALREADY ON FILE, A
      *             CHANGE/CLOSE/REOPEN FOR ONE THAT IS NOT, A CLOSE OF
      *             A CLOSED ACCOUNT OR A REOPEN OF AN OPEN ONE IS
      *             REJECTED.
      *             CONDITION CODES:
      *                 00 - ALL CARDS APPLIED
      *                 04 - TRANSACTION CARDS REJECTED
      *                 12 - A FILE WOULD NOT OPEN
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-10-14  RA  INITIAL VERSION.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE    ASSIGN TO "CUSTMAST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS CUS-ACCOUNT-NO
                                    FILE STATUS IS WS-CUST-FILE-STATUS.

      *---- CREDIT CONTROL'S MAINTENANCE TRANSACTION CARDS ------------*
           SELECT TRANS-FILE       ASSIGN TO "CUSTTRN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-TRANS-FILE-STATUS.

      *---- AUDIT TRAIL, ONE RECORD APPENDED PER CHANGE APPLIED -------*
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *---- TRANSACTION LISTING WITH DISPOSITIONS AND TOTALS ----------*
           SELECT PRINT-FILE       ASSIGN TO "CUMTRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PRINT-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           COPY CUSTRC.

       FD  TRANS-FILE.
       01  TRANS-REC.
           05 CUT-ACTION          PIC X(1).
               88 CUT-ACTION-ADD            VALUE 'A'.
               88 CUT-ACTION-CHANGE         VALUE 'C'.
               88 CUT-ACTION-CLOSE          VALUE 'X'.
               88 CUT-ACTION-REOPEN         VALUE 'R'.
           05 CUT-FILL-1          PIC X(1).
           05 CUT-ACCOUNT-NO      PIC X(8).
           05 CUT-FILL-2          PIC X(1).
           05 CUT-OPERATOR        PIC X(3).
           05 CUT-FILL-3          PIC X(1).
           05 CUT-NAME            PIC X(30).
           05 CUT-FILL-4          PIC X(1).
           05 CUT-ADDRESS-1       PIC X(30).
           05 CUT-FILL-5          PIC X(1).
           05 CUT-ADDRESS-2       PIC X(30).
           05 CUT-FILL-6          PIC X(1).
           05 CUT-ADDRESS-3       PIC X(30).
           05 CUT-FILL-7          PIC X(1).
           05 CUT-POSTAL-CODE     PIC X(10).
           05 CUT-FILL-8          PIC X(1).
           05 CUT-CREDIT-LIMIT    PIC 9(9)V99.
           05 CUT-CREDIT-LIMIT-X REDEFINES CUT-CREDIT-LIMIT
                                  PIC X(11).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-REC.
           COPY AUDITREC.

       FD  PRINT-FILE.
       01  PRINT-REC                   PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE         PIC X(8).
           05 WS-RUN-TIME         PIC X(8).

       01 WS-FILE-SWITCHES.
           05 WS-CUST-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-TRANS-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-AUDIT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-TRANS-EOF-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-TRANS-EOF-YES               VALUE 'Y'.
               88 WS-TRANS-EOF-NO                VALUE 'N'.
           05 WS-CARD-SWITCH           PIC X(1)  VALUE 'Y'.
               88 WS-CARD-VALID                  VALUE 'Y'.
               88 WS-CARD-INVALID                VALUE 'N'.
           05 WS-CHANGE-SWITCH         PIC X(1)  VALUE 'N'.
               88 WS-CHANGE-MADE                 VALUE 'Y'.
               88 WS-CHANGE-NONE                 VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-TRANS-COUNT           PIC 9(5)  COMP VALUE ZERO.
           05 WS-ADDED-COUNT           PIC 9(5)  COMP VALUE ZERO.
           05 WS-CHANGED-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05 WS-CLOSED-COUNT          PIC 9(5)  COMP VALUE ZERO.
           05 WS-REOPENED-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05 WS-REJECTED-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05 WS-APPLIED-COUNT         PIC 9(5)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

      *---- BEFORE/AFTER VALUES FOR THE AUDIT RECORD OF A CHANGE ------*
       01 WS-AUDIT-FIELDS.
           05 WS-AUDIT-FIELD-NAME      PIC X(10) VALUE SPACES.
           05 WS-AUDIT-BEFORE          PIC X(10) VALUE SPACES.
           05 WS-AUDIT-AFTER           PIC X(10) VALUE SPACES.
           05 WS-OLD-CREDIT-LIMIT      PIC 9(9)V99 VALUE ZERO.
      *---- CREDIT LIMIT IN WHOLE UNITS, TO FIT THE 10-BYTE VALUES ----*
           05 WS-AUDIT-LIMIT           PIC 9(10) VALUE ZERO.

      *---- REPORT PAGINATION WORK FIELDS -----------------------------*
       01 WS-REPORT-FIELDS.
           05 WS-PAGE-NUMBER           PIC 9(4)  VALUE ZERO.
           05 WS-LINE-COUNT            PIC 9(4)  VALUE ZERO.
           05 WS-LINES-PER-PAGE        PIC 9(4)  VALUE 0050.

      *---- PRINT LINE LAYOUTS ----------------------------------------*
       01 WS-HEADING-1.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(34)
               VALUE "PROG0022 - CUSTOMER MAINTENANCE".
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "PAGE ".
           05 WH1-PAGE-NUMBER          PIC ZZZ9.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-HEADING-2.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05 WH2-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(62) VALUE SPACES.

       01 WS-HEADING-BLANK-LINE        PIC X(90) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WSL-TITLE                PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-TRANS-HEADING.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "ACTION".
           05 FILLER                   PIC X(10) VALUE "ACCOUNT".
           05 FILLER                   PIC X(5)  VALUE "OPER".
           05 FILLER                   PIC X(32) VALUE "NAME".
           05 FILLER                   PIC X(25) VALUE "DISPOSITION".

       01 WS-TRANS-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WR-ACTION                PIC X(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-ACCOUNT-NO            PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-OPERATOR              PIC X(3).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-NAME                  PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-STATUS                PIC X(14).
           05 FILLER                   PIC X(11) VALUE SPACES.

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
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 1300-OPEN-FILES THRU 1300-EXIT

           IF NOT WS-OPEN-FAILED
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               MOVE "MAINTENANCE TRANSACTIONS" TO WSL-TITLE
               PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT
               WRITE PRINT-REC FROM WS-TRANS-HEADING
               ADD 1 TO WS-LINE-COUNT
               PERFORM 8000-READ-NEXT-TRANS THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-OPEN-FILES.
      *----------------------------------------------------------------*
      *    THE MASTER IS CREATED ON FIRST USE (STATUS 35) AND THE
      *    AUDIT TRAIL EXTENDED (CREATED IF IT DOES NOT EXIST YET).
      *    ANY OTHER OPEN FAILURE STOPS THE JOB BEFORE THE MASTER IS
      *    TOUCHED.
      *----------------------------------------------------------------*
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = '35'
               OPEN OUTPUT CUSTOMER-FILE
               IF WS-CUST-FILE-STATUS = '00'
                   CLOSE CUSTOMER-FILE
                   OPEN I-O CUSTOMER-FILE
               END-IF
           END-IF

           OPEN INPUT  TRANS-FILE
           OPEN OUTPUT PRINT-FILE

           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'CUST-MAINT - UNABLE TO OPEN CUSTOMER-FILE, '
                       'STATUS = ' WS-CUST-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'CUST-MAINT - UNABLE TO OPEN TRANS-FILE, '
                       'STATUS = ' WS-TRANS-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'CUST-MAINT - UNABLE TO OPEN AUDIT-TRAIL-FILE, '
                       'STATUS = ' WS-AUDIT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'CUST-MAINT - UNABLE TO OPEN PRINT-FILE, '
                       'STATUS = ' WS-PRINT-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-OPEN-FAILED
               MOVE 'Y' TO WS-TRANS-EOF-SWITCH
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESS-TRANS.
      *----------------------------------------------------------------*
      *    EDITS ONE CARD, LOOKS ITS ACCOUNT UP ON THE MASTER AND
      *    APPLIES IT.  AN ADD WANTS THE ACCOUNT ABSENT, EVERY OTHER
      *    ACTION WANTS IT PRESENT.  EVERY CARD IS LISTED WITH ITS
      *    DISPOSITION.
      *----------------------------------------------------------------*
           ADD 1 TO WS-TRANS-COUNT
           MOVE CUT-NAME TO WR-NAME

           PERFORM 2100-EDIT-CARD THRU 2100-EXIT

           IF WS-CARD-VALID
               MOVE CUT-ACCOUNT-NO TO CUS-ACCOUNT-NO
               READ CUSTOMER-FILE
               IF WS-CUST-FILE-STATUS = '00'
                   MOVE CUS-NAME TO WR-NAME
                   IF CUT-ACTION-ADD
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJ ON FILE"   TO WR-STATUS
                   ELSE
                       IF CUT-ACTION-CHANGE
                           PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                       ELSE
                           PERFORM 2400-APPLY-STATUS THRU 2400-EXIT
                       END-IF
                   END-IF
               ELSE
                   IF WS-CUST-FILE-STATUS = '23'
                       IF CUT-ACTION-ADD
                           PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                       ELSE
                           ADD 1 TO WS-REJECTED-COUNT
                           MOVE "REJ NOT FOUND" TO WR-STATUS
                       END-IF
                   ELSE
                       DISPLAY 'CUST-MAINT - CUSTOMER-FILE STATUS '
                               WS-CUST-FILE-STATUS
                               ' ON ' CUT-ACCOUNT-NO
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJ FILE ERROR" TO WR-STATUS
                   END-IF
               END-IF
           END-IF

           PERFORM 7100-WRITE-TRANS-LINE THRU 7100-EXIT

           PERFORM 8000-READ-NEXT-TRANS THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-EDIT-CARD.
      *----------------------------------------------------------------*
      *    EDITS A CARD FIELD BY FIELD, STOPPING AT THE FIRST FAULT SO
      *    THE DISPOSITION NAMES IT.  A CHANGE WITHOUT THE OPERATOR'S
      *    INITIALS IS NOT ACCEPTED - THE AUDIT TRAIL MUST SAY WHO MOVED
      *    A CREDIT LIMIT OR CLOSED AN ACCOUNT.
      *----------------------------------------------------------------*
           SET WS-CARD-VALID TO TRUE

           IF NOT CUT-ACTION-ADD AND NOT CUT-ACTION-CHANGE
                   AND NOT CUT-ACTION-CLOSE AND NOT CUT-ACTION-REOPEN
               SET WS-CARD-INVALID TO TRUE
               MOVE "REJ ACTION"    TO WR-STATUS
           ELSE
               IF CUT-ACCOUNT-NO = SPACES
                   SET WS-CARD-INVALID TO TRUE
                   MOVE "REJ NO ACCOUNT" TO WR-STATUS
               ELSE
                   IF CUT-OPERATOR = SPACES
                       SET WS-CARD-INVALID TO TRUE
                       MOVE "REJ NO OPER"   TO WR-STATUS
                   ELSE
                       PERFORM 2150-EDIT-DETAILS THRU 2150-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-CARD-INVALID
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2150-EDIT-DETAILS.
      *----------------------------------------------------------------*
      *    CONTINUES 2100 FOR THE DETAIL FIELDS: AN ADD NEEDS A NAME,
      *    AND A CREDIT LIMIT PUNCHED ON AN ADD OR CHANGE MUST BE
      *    NUMERIC.
      *----------------------------------------------------------------*
           IF CUT-ACTION-ADD AND CUT-NAME = SPACES
               SET WS-CARD-INVALID TO TRUE
               MOVE "REJ NO NAME"   TO WR-STATUS
           ELSE
               IF (CUT-ACTION-ADD OR CUT-ACTION-CHANGE)
                       AND CUT-CREDIT-LIMIT-X NOT = SPACES
                       AND CUT-CREDIT-LIMIT NOT NUMERIC
                   SET WS-CARD-INVALID TO TRUE
                   MOVE "REJ LIMIT"     TO WR-STATUS
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-APPLY-ADD.
      *----------------------------------------------------------------*
      *    A NEW ACCOUNT GOES ON FILE OPEN, DATED TODAY.  A BLANK
      *    CREDIT LIMIT IS STORED AS ZERO (NO LIMIT SET).
      *----------------------------------------------------------------*
           INITIALIZE CUSTOMER-REC
           MOVE CUT-ACCOUNT-NO     TO CUS-ACCOUNT-NO
           MOVE CUT-NAME           TO CUS-NAME
           MOVE CUT-ADDRESS-1      TO CUS-ADDRESS-1
           MOVE CUT-ADDRESS-2      TO CUS-ADDRESS-2
           MOVE CUT-ADDRESS-3      TO CUS-ADDRESS-3
           MOVE CUT-POSTAL-CODE    TO CUS-POSTAL-CODE
           IF CUT-CREDIT-LIMIT-X = SPACES
               MOVE ZERO             TO CUS-CREDIT-LIMIT
           ELSE
               MOVE CUT-CREDIT-LIMIT TO CUS-CREDIT-LIMIT
           END-IF
           MOVE 'A'                TO CUS-STATUS
           MOVE WS-RUN-DATE        TO CUS-STATUS-DATE
           MOVE WS-RUN-DATE        TO CUS-LAST-MAINT-DATE

           WRITE CUSTOMER-REC
           IF WS-CUST-FILE-STATUS = '00'
               ADD 1 TO WS-ADDED-COUNT
               MOVE "ADDED"         TO WR-STATUS
               MOVE "CUSTMAST"      TO WS-AUDIT-FIELD-NAME
               MOVE "NONE"          TO WS-AUDIT-BEFORE
               MOVE "OPEN"          TO WS-AUDIT-AFTER
               PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
           ELSE
               DISPLAY 'CUST-MAINT - CUSTOMER-FILE STATUS '
                       WS-CUST-FILE-STATUS ' ON ADD OF '
                       CUT-ACCOUNT-NO
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJ FILE ERROR" TO WR-STATUS
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-APPLY-CHANGE.
      *----------------------------------------------------------------*
      *    REPLACES ONLY THE FIELDS PUNCHED ON THE CARD.  A CARD THAT
      *    PUNCHES NOTHING IS REJECTED RATHER THAN COUNTED AS A CHANGE.
      *    THE STATUS IS NOT TOUCHED HERE - CLOSE AND REOPEN DO THAT.
      *----------------------------------------------------------------*
           SET WS-CHANGE-NONE TO TRUE
           MOVE CUS-CREDIT-LIMIT TO WS-OLD-CREDIT-LIMIT

           IF CUT-NAME NOT = SPACES
               MOVE CUT-NAME         TO CUS-NAME
               SET WS-CHANGE-MADE TO TRUE
           END-IF
           IF CUT-ADDRESS-1 NOT = SPACES
               MOVE CUT-ADDRESS-1    TO CUS-ADDRESS-1
               SET WS-CHANGE-MADE TO TRUE
           END-IF
           IF CUT-ADDRESS-2 NOT = SPACES
               MOVE CUT-ADDRESS-2    TO CUS-ADDRESS-2
               SET WS-CHANGE-MADE TO TRUE
           END-IF
           IF CUT-ADDRESS-3 NOT = SPACES
               MOVE CUT-ADDRESS-3    TO CUS-ADDRESS-3
               SET WS-CHANGE-MADE TO TRUE
           END-IF
           IF CUT-POSTAL-CODE NOT = SPACES
               MOVE CUT-POSTAL-CODE  TO CUS-POSTAL-CODE
               SET WS-CHANGE-MADE TO TRUE
           END-IF
           IF CUT-CREDIT-LIMIT-X NOT = SPACES
               MOVE CUT-CREDIT-LIMIT TO CUS-CREDIT-LIMIT
               SET WS-CHANGE-MADE TO TRUE
           END-IF

           IF WS-CHANGE-NONE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJ NO CHANGE" TO WR-STATUS
           ELSE
               MOVE WS-RUN-DATE TO CUS-LAST-MAINT-DATE
               REWRITE CUSTOMER-REC
               IF WS-CUST-FILE-STATUS = '00'
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED"       TO WR-STATUS
                   MOVE CUS-NAME        TO WR-NAME
                   MOVE "CUSTMAST"      TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES          TO WS-AUDIT-BEFORE
                   MOVE "CHANGED"       TO WS-AUDIT-AFTER
                   PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
                   IF CUS-CREDIT-LIMIT NOT = WS-OLD-CREDIT-LIMIT
                       MOVE "CREDIT-LIM"    TO WS-AUDIT-FIELD-NAME
                       MOVE WS-OLD-CREDIT-LIMIT TO WS-AUDIT-LIMIT
                       MOVE WS-AUDIT-LIMIT  TO WS-AUDIT-BEFORE
                       MOVE CUS-CREDIT-LIMIT TO WS-AUDIT-LIMIT
                       MOVE WS-AUDIT-LIMIT  TO WS-AUDIT-AFTER
                       PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
                   END-IF
               ELSE
                   DISPLAY 'CUST-MAINT - CUSTOMER-FILE STATUS '
                           WS-CUST-FILE-STATUS ' ON REWRITE OF '
                           CUT-ACCOUNT-NO
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJ FILE ERROR" TO WR-STATUS
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-APPLY-STATUS.
      *----------------------------------------------------------------*
      *    CLOSES OR REOPENS THE ACCOUNT.  A CLOSED ACCOUNT STAYS ON
      *    FILE - ITS OPEN ITEMS STILL NEED A STATEMENT - BUT PROG0001
      *    REJECTS ANY NEW TRANSACTION FOR IT.
      *----------------------------------------------------------------*
           IF CUT-ACTION-CLOSE AND CUS-CLOSED
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJ CLOSED"     TO WR-STATUS
           ELSE
               IF CUT-ACTION-REOPEN AND CUS-ACTIVE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJ NOT CLOSED" TO WR-STATUS
               ELSE
                   MOVE "CUSTMAST"      TO WS-AUDIT-FIELD-NAME
                   IF CUT-ACTION-CLOSE
                       MOVE "OPEN"      TO WS-AUDIT-BEFORE
                       MOVE "CLOSED"    TO WS-AUDIT-AFTER
                       MOVE 'C'         TO CUS-STATUS
                   ELSE
                       MOVE "CLOSED"    TO WS-AUDIT-BEFORE
                       MOVE "OPEN"      TO WS-AUDIT-AFTER
                       MOVE 'A'         TO CUS-STATUS
                   END-IF
                   MOVE WS-RUN-DATE TO CUS-STATUS-DATE
                   MOVE WS-RUN-DATE TO CUS-LAST-MAINT-DATE
                   REWRITE CUSTOMER-REC
                   IF WS-CUST-FILE-STATUS = '00'
                       IF CUT-ACTION-CLOSE
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE "CLOSED"    TO WR-STATUS
                       ELSE
                           ADD 1 TO WS-REOPENED-COUNT
                           MOVE "REOPENED"  TO WR-STATUS
                       END-IF
                       PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
                   ELSE
                       DISPLAY 'CUST-MAINT - CUSTOMER-FILE STATUS '
                               WS-CUST-FILE-STATUS ' ON REWRITE OF '
                               CUT-ACCOUNT-NO
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJ FILE ERROR" TO WR-STATUS
                   END-IF
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-WRITE-AUDIT-REC.
      *----------------------------------------------------------------*
      *    FIELD NAME AND BEFORE/AFTER VALUES ARE SET BY THE CALLER.
      *----------------------------------------------------------------*
           INITIALIZE AUDIT-TRAIL-REC
           MOVE WS-AUDIT-FIELD-NAME TO AUD-FIELD-NAME
           MOVE WS-AUDIT-BEFORE     TO AUD-BEFORE-VALUE
           MOVE WS-AUDIT-AFTER      TO AUD-AFTER-VALUE
           MOVE WS-RUN-TIMESTAMP    TO AUD-RUN-TIMESTAMP
           MOVE CUT-ACCOUNT-NO      TO AUD-KEY
           MOVE CUT-OPERATOR        TO AUD-OPERATOR
           WRITE AUDIT-TRAIL-REC.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
           COMPUTE WS-APPLIED-COUNT = WS-ADDED-COUNT + WS-CHANGED-COUNT
                                    + WS-CLOSED-COUNT
                                    + WS-REOPENED-COUNT

           IF NOT WS-OPEN-FAILED
               PERFORM 7300-WRITE-TOTALS THRU 7300-EXIT

               CLOSE CUSTOMER-FILE
               CLOSE TRANS-FILE
               CLOSE AUDIT-TRAIL-FILE
               CLOSE PRINT-FILE
           END-IF

           PERFORM 3100-SET-RETURN-CODE THRU 3100-EXIT

           DISPLAY "CUST-MAINT - TRANSACTION CARDS READ : "
                   WS-TRANS-COUNT
           DISPLAY "CUST-MAINT - ACCOUNTS ADDED         : "
                   WS-ADDED-COUNT
           DISPLAY "CUST-MAINT - ACCOUNTS CHANGED       : "
                   WS-CHANGED-COUNT
           DISPLAY "CUST-MAINT - ACCOUNTS CLOSED        : "
                   WS-CLOSED-COUNT
           DISPLAY "CUST-MAINT - ACCOUNTS REOPENED      : "
                   WS-REOPENED-COUNT
           DISPLAY "CUST-MAINT - CARDS REJECTED         : "
                   WS-REJECTED-COUNT

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "CUST-MAINT - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-SET-RETURN-CODE.
      *----------------------------------------------------------------*
      *    REJECTED CARDS GRADE 04 SO CREDIT CONTROL LOOKS AT THE
      *    REPORT BEFORE TONIGHT'S FEED IS CHECKED AGAINST THE MASTER;
      *    A FILE THAT WOULD NOT OPEN GRADES 12.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RETURN-CODE

           IF WS-REJECTED-COUNT > 0
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
      *    THE MORNING STATUS REPORT (STREAM-STATUS): CARDS READ AND
      *    CARDS APPLIED.  THE AS-OF DATE IS LEFT FOR STEP-LOG TO TAKE
      *    FROM DATECTL.  THE MASTER IS UPDATED IN PLACE, SO THERE IS
      *    NO FILE TO RENAME.
      *----------------------------------------------------------------*
           INITIALIZE WS-STEP-LOG-REC
           MOVE "CUST-MAINT"       TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP   TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE     TO STP-RETURN-CODE
           MOVE WS-TRANS-COUNT     TO STP-IN-COUNT
           MOVE WS-APPLIED-COUNT   TO STP-OUT-COUNT
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

           WRITE PRINT-REC FROM WS-HEADING-1
           WRITE PRINT-REC FROM WS-HEADING-2

           MOVE ZERO TO WS-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7100-WRITE-TRANS-LINE.
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               WRITE PRINT-REC FROM WS-TRANS-HEADING
               ADD 2 TO WS-LINE-COUNT
           END-IF

           IF CUT-ACTION-ADD
               MOVE "ADD"          TO WR-ACTION
           ELSE
               IF CUT-ACTION-CHANGE
                   MOVE "CHANGE"   TO WR-ACTION
               ELSE
                   IF CUT-ACTION-CLOSE
                       MOVE "CLOSE"  TO WR-ACTION
                   ELSE
                       IF CUT-ACTION-REOPEN
                           MOVE "REOPEN" TO WR-ACTION
                       ELSE
                           MOVE CUT-ACTION TO WR-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE CUT-ACCOUNT-NO     TO WR-ACCOUNT-NO
           MOVE CUT-OPERATOR       TO WR-OPERATOR

           WRITE PRINT-REC FROM WS-TRANS-LINE
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
       7300-WRITE-TOTALS.
      *----------------------------------------------------------------*
           MOVE "MAINTENANCE TOTALS" TO WSL-TITLE
           PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT

           MOVE "CARDS READ"         TO WT-LABEL
           MOVE WS-TRANS-COUNT       TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "ACCOUNTS ADDED"     TO WT-LABEL
           MOVE WS-ADDED-COUNT       TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "ACCOUNTS CHANGED"   TO WT-LABEL
           MOVE WS-CHANGED-COUNT     TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "ACCOUNTS CLOSED"    TO WT-LABEL
           MOVE WS-CLOSED-COUNT      TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "ACCOUNTS REOPENED"  TO WT-LABEL
           MOVE WS-REOPENED-COUNT    TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "CARDS REJECTED"     TO WT-LABEL
           MOVE WS-REJECTED-COUNT    TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           ADD 6 TO WS-LINE-COUNT.
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

       END PROGRAM CUST-MAINT.
