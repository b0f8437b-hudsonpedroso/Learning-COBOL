      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
       PROGRAM-ID.    CUST-STMT.
       AUTHOR.        R. ALMEIDA.
       INSTALLATION.  DATA PROCESSING CENTER.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.    ON-DEMAND CUSTOMER STATEMENT RUN FOR CREDIT
      *             CONTROL.  READS THE ACCUMULATED CONVERTED FEED -
      *             EVERY GENERATION ARCHIVED BY DATEOUT-ARCHIVE
      *             (DATEARCH, SEE GENARCRC.CPY), THEN THE CURRENT
      *             DATEOUT UNLESS IT IS ALREADY THE LATEST ARCHIVED
      *             GENERATION - AND PRINTS ONE STATEMENT PER CUSTOMER
      *             ACCOUNT (STMTRPT), EACH ON A NEW PAGE: THE NAME AND
      *             ADDRESS FROM THE CUSTOMER MASTER (CUSTMAST), THE
      *             OPEN ITEMS IN DATE ORDER WITH THEIR AGE IN DAYS
      *             (DATE-DIFF-DAYS) AND AGING BUCKET, THE CURRENT, 30,
      *             60 AND 90+ DAY SUBTOTALS AND THE BALANCE DUE, AND A
      *             FLAG WHEN THE BALANCE IS OVER THE ACCOUNT'S CREDIT
      *             LIMIT.  THE BUCKETS ARE THE ONES PROG0001 USES FOR
      *             THE DATERPT AGING SUMMARY.  A SUMMARY PAGE CLOSES
      *             THE RUN WITH THE TEN CUSTOMERS CARRYING THE LARGEST
      *             90+ DAY BALANCES, AND THE RUN TOTALS.
      *             A REVERSAL ENTRY OFFSETS THE ITEM WITH THE SAME
      *             TRANSACTION ID; AN ITEM REVERSED IN FULL IS NO
      *             LONGER OPEN AND IS NOT PRINTED.  A REVERSAL WHOSE
      *             ORIGINAL IS NOT IN THE FEED READ IS PRINTED AS A
      *             CREDIT ITEM ON THE REVERSAL'S ACCOUNT.  ENTRIES
      *             WITHOUT A CUSTOMER ACCOUNT (CONVERTED BEFORE THE
      *             FEED CARRIED ONE) AND ENTRIES DATED AFTER THE AS-OF
      *             DATE ARE COUNTED, NOT PRINTED.
      *             AN OPTIONAL CARD (STMTPARM, COL 1-10, DD-MM-YYYY)
      *             NAMES THE AS-OF DATE THE ITEMS ARE AGED TO; WITHOUT
      *             ONE TODAY'S DATE IS USED.
      *             AN ITEM IS ONLY ON THE STATEMENT WHILE ITS
      *             GENERATION IS STILL ON DATEARCH.  DATEOUT-ARCHIVE
      *             KEEPS EVERY GENERATION UNLESS DARCPARM GIVES A
      *             RETENTION, WHICH MUST REACH BACK PAST THE OLDEST
      *             ITEM STILL OPEN OR THE 90+ DAY BUCKET IS
      *             UNDERSTATED.
      *             CONDITION CODES:
      *                 00 - STATEMENTS PRINTED FOR EVERY ENTRY READ
      *                 04 - ENTRIES WITHOUT AN ACCOUNT, ACCOUNTS NOT
      *                      ON THE MASTER, OR ENTRIES LEFT OUT BECAUSE
      *                      THE ITEM TABLE WAS FULL
      *                 12 - INVALID AS-OF CARD OR A FILE WOULD NOT
      *                      OPEN (A DATEARCH NOT YET CREATED IS AN
      *                      EMPTY ARCHIVE)
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-10-14  RA  INITIAL VERSION.
      * 2026-10-15  RA  READS THE DATEOUT GENERATION ARCHIVE (DATEARCH)
      *                 AHEAD OF DATEOUT, SO PAST GENERATIONS STAY ON
      *                 THE STATEMENTS AFTER DATEOUT-ARCHIVE HAS RUN.
      *                 DATEOUT IS SKIPPED WHEN ITS COUNT, TOTAL AND
      *                 FIRST RECORD MATCH THE LATEST GENERATION.
      * 2026-10-15  RA  PURPOSE NOTES THE DATEARCH RETENTION THE AGING
      *                 DEPENDS ON.
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       INPUT-OUTPUT                                            SECTION.
       FILE-CONTROL.
      *---- DATEOUT GENERATION ARCHIVE KEPT BY DATEOUT-ARCHIVE --------*
           SELECT ARCHIVE-FILE     ASSIGN TO "DATEARCH"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ARCH-FILE-STATUS.

      *---- CURRENT CONVERTED FEED ------------------------------------*
           SELECT CONVERTED-FILE   ASSIGN TO "DATEOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CONV-FILE-STATUS.

           SELECT CUSTOMER-FILE    ASSIGN TO "CUSTMAST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS CUS-ACCOUNT-NO
                                    FILE STATUS IS WS-CUST-FILE-STATUS.

      *---- AS-OF DATE TO AGE TO, NORMALLY A JCL SYSIN DD -------------*
           SELECT PARM-FILE        ASSIGN TO "STMTPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

      *---- CUSTOMER STATEMENTS AND SUMMARY PAGE ----------------------*
           SELECT PRINT-FILE       ASSIGN TO "STMTRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PRINT-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                            SECTION.
      *----------------------------------------------------------------*
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           COPY GENARCRC.

      *---- READ INTO WS-CONVERTED-REC, SHARED WITH THE ARCHIVE -------*
       FD  CONVERTED-FILE.
       01  CONVERTED-REC               PIC X(87).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           COPY CUSTRC.

       FD  PARM-FILE.
       01  PARM-REC.
           05 SPARM-AS-OF-DATE1   PIC X(10).

       FD  PRINT-FILE.
       01  PRINT-REC                   PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
      *---- PARM CARD DATE STAGED FOR THE SHARED CHECK (VALIDATE.CPY) -*
       01 WS-DESCRIPTION.
           COPY DATEREC.

      *---- AS-OF DATE IN THE DATEREC LAYOUT FOR DATE-DIFF-DAYS -------*
       01 WS-AS-OF-DESCRIPTION.
           COPY DATEREC
               REPLACING ==WS-DATE1==       BY ==WS-AS-OF-DATE1==
                     ==WS-DATE2==       BY ==WS-AS-OF-DATE2==
                     ==WS-DATE-FILL-1== BY ==WS-AS-OF-DATE-FILL-1==
                     ==WS-DATE-FILL-2== BY ==WS-AS-OF-DATE-FILL-2==
                     ==WS-DATE==        BY ==WS-AS-OF-DATE==
                     ==WS-MONTH==       BY ==WS-AS-OF-MONTH==
                     ==WS-YEAR==        BY ==WS-AS-OF-YEAR==.

      *---- ITEM DATE STAGED FOR THE DATE-DIFF-DAYS CALL --------------*
       01 WS-AGE-DESCRIPTION.
           COPY DATEREC
               REPLACING ==WS-DATE1==       BY ==WS-AGE-DATE1==
                     ==WS-DATE2==       BY ==WS-AGE-DATE2==
                     ==WS-DATE-FILL-1== BY ==WS-AGE-DATE-FILL-1==
                     ==WS-DATE-FILL-2== BY ==WS-AGE-DATE-FILL-2==
                     ==WS-DATE==        BY ==WS-AGE-DATE==
                     ==WS-MONTH==       BY ==WS-AGE-MONTH==
                     ==WS-YEAR==        BY ==WS-AGE-YEAR==.

       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE         PIC X(8).
           05 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
              10 WS-RUN-YYYY      PIC X(4).
              10 WS-RUN-MM        PIC X(2).
              10 WS-RUN-DD        PIC X(2).
           05 WS-RUN-TIME         PIC X(8).

      *---- AS-OF DATE IN YYYYMMDD ORDER, TO COMPARE ITEM DATES -------*
       01 WS-AS-OF-NUM                 PIC 9(8)  VALUE ZERO.
       01 WS-AS-OF-NUM-PARTS REDEFINES WS-AS-OF-NUM.
           05 WS-AS-OF-NUM-YYYY        PIC 9(4).
           05 WS-AS-OF-NUM-MM          PIC 9(2).
           05 WS-AS-OF-NUM-DD          PIC 9(2).

      *---- ITEM DATE IN YYYYMMDD ORDER, SPLIT FOR THE AGING CALL -----*
       01 WS-ITEM-DATE-WORK            PIC 9(8)  VALUE ZERO.
       01 WS-ITEM-DATE-PARTS REDEFINES WS-ITEM-DATE-WORK.
           05 WS-ITEM-DATE-YYYY        PIC X(4).
           05 WS-ITEM-DATE-MM          PIC X(2).
           05 WS-ITEM-DATE-DD          PIC X(2).

       01 WS-FILE-SWITCHES.
           05 WS-CONV-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-ARCH-FILE-STATUS      PIC X(2)  VALUE SPACES.
               88 WS-ARCH-MISSING                VALUE '35'.
           05 WS-CUST-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-EOF-YES                     VALUE 'Y'.
               88 WS-EOF-NO                      VALUE 'N'.
      *---- D = NO CARD (TODAY), Y = VALID CARD, N = INVALID CARD -----*
           05 WS-PARM-SWITCH           PIC X(1)  VALUE 'D'.
               88 WS-PARM-DEFAULT                VALUE 'D'.
               88 WS-PARM-OK                     VALUE 'Y'.
               88 WS-PARM-INVALID                VALUE 'N'.
           05 WS-VALID-SWITCH          PIC X(1)  VALUE 'Y'.
               88 WS-DATE-VALID                  VALUE 'Y'.
               88 WS-DATE-INVALID                VALUE 'N'.
           05 WS-CUSTOMER-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-CUSTOMER-FOUND              VALUE 'Y'.
               88 WS-CUSTOMER-MISSING            VALUE 'N'.
           05 WS-GROUP-SWITCH          PIC X(1)  VALUE 'N'.
               88 WS-GROUP-ENDED                 VALUE 'Y'.
               88 WS-GROUP-OPEN                  VALUE 'N'.
           05 WS-FEED-ARCHIVED-SWITCH  PIC X(1)  VALUE 'N'.
               88 WS-FEED-ARCHIVED               VALUE 'Y'.
               88 WS-FEED-NOT-ARCHIVED           VALUE 'N'.

       01 WS-COUNTERS.
           05 WS-FEED-RECORD-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05 WS-ARCH-RECORD-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05 WS-NO-ACCOUNT-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05 WS-AFTER-AS-OF-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05 WS-REVERSED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05 WS-TABLE-FULL-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05 WS-CUSTOMER-COUNT        PIC 9(5)  COMP VALUE ZERO.
           05 WS-NOT-ON-MASTER-COUNT   PIC 9(5)  COMP VALUE ZERO.
           05 WS-OVER-LIMIT-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05 WS-ITEM-PRINTED-COUNT    PIC 9(7)  COMP VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.

      *---- ONE CONVERTED-FEED ENTRY, FROM DATEOUT OR THE ARCHIVE -----*
       01 WS-CONVERTED-REC.
           COPY CONVREC.

      *---- THE LATEST ARCHIVED GENERATION, AND DATEOUT'S OWN COUNT, --*
      *---- VALUE AND FIRST RECORD TO TELL WHETHER IT IS THE SAME -----*
       01 WS-GENERATION-FIELDS.
           05 WS-GEN-COUNT             PIC 9(5)  COMP VALUE ZERO.
           05 WS-LAST-GEN-COUNT        PIC 9(7)  VALUE ZERO.
           05 WS-LAST-GEN-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05 WS-LAST-GEN-DATA-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05 WS-LAST-GEN-FIRST-REC    PIC X(87) VALUE SPACES.
           05 WS-CUR-FEED-COUNT        PIC 9(7)  VALUE ZERO.
           05 WS-CUR-FEED-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05 WS-CUR-FEED-FIRST-REC    PIC X(87) VALUE SPACES.

      *---- OPEN ITEMS, KEPT IN CUSTOMER/DATE ORDER -------------------*
       01 WS-ITEM-FIELDS.
           05 WS-ITEM-COUNT            PIC 9(5)  COMP VALUE ZERO.
           05 WS-ITEM-MAX              PIC 9(5)  COMP VALUE 3000.
           05 WS-ITEM-IX               PIC 9(5)  COMP VALUE ZERO.
           05 WS-ITEM-FOUND-IX         PIC 9(5)  COMP VALUE ZERO.
           05 WS-ITEM-SHIFT-IX         PIC 9(5)  COMP VALUE ZERO.
           05 WS-NEW-ITEM-KEY.
              10 WS-NEW-CUSTOMER       PIC X(8).
              10 WS-NEW-DATE-NUM       PIC 9(8).
           05 WS-NEW-AMOUNT            PIC S9(9)V99 VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY            OCCURS 3000 TIMES.
              10 WS-ITEM-KEY.
                 15 WS-ITEM-CUSTOMER   PIC X(8).
                 15 WS-ITEM-DATE-NUM   PIC 9(8).
              10 WS-ITEM-TRANS-ID      PIC X(12).
              10 WS-ITEM-RECORD-NO     PIC 9(7).
              10 WS-ITEM-AMOUNT        PIC S9(9)V99.
      *---- C = CONVERSION, R = REVERSAL WITH NO ORIGINAL IN THE FEED -*
              10 WS-ITEM-TYPE          PIC X(1).
                  88 WS-ITEM-CONVERSION         VALUE 'C'.
                  88 WS-ITEM-REVERSAL           VALUE 'R'.

      *---- THE CUSTOMER BEING PRINTED AND ITS ITEM RANGE -------------*
       01 WS-STATEMENT-FIELDS.
           05 WS-CUR-CUSTOMER          PIC X(8)  VALUE SPACES.
           05 WS-CUR-NAME              PIC X(30) VALUE SPACES.
           05 WS-GROUP-START           PIC 9(5)  COMP VALUE ZERO.
           05 WS-GROUP-END             PIC 9(5)  COMP VALUE ZERO.
           05 WS-GROUP-OPEN-COUNT      PIC 9(5)  COMP VALUE ZERO.
           05 WS-STMT-CURRENT-AMOUNT   PIC S9(11)V99 VALUE ZERO.
           05 WS-STMT-30-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05 WS-STMT-60-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05 WS-STMT-90-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05 WS-STMT-TOTAL-AMOUNT     PIC S9(11)V99 VALUE ZERO.

      *---- ITEM AGING WORK FIELDS ------------------------------------*
       01 WS-AGING-FIELDS.
           05 WS-AGE-DAYS              PIC S9(7) VALUE ZERO.
           05 WS-AGE-RETURN-CODE       PIC 9(2)  VALUE ZERO.
           05 WS-AGE-BUCKET            PIC X(8)  VALUE SPACES.

      *---- LARGEST 90+ DAY BALANCES, KEPT IN DESCENDING ORDER --------*
       01 WS-TOP-FIELDS.
           05 WS-TOP-COUNT             PIC 9(3)  COMP VALUE ZERO.
           05 WS-TOP-MAX               PIC 9(3)  COMP VALUE 10.
           05 WS-TOP-IX                PIC 9(3)  COMP VALUE ZERO.
           05 WS-TOP-FOUND-IX          PIC 9(3)  COMP VALUE ZERO.
           05 WS-TOP-SHIFT-IX          PIC 9(3)  COMP VALUE ZERO.
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY             OCCURS 10 TIMES.
              10 WS-TOP-CUSTOMER       PIC X(8).
              10 WS-TOP-NAME           PIC X(30).
              10 WS-TOP-90-AMOUNT      PIC S9(11)V99.
              10 WS-TOP-TOTAL-AMOUNT   PIC S9(11)V99.

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
               VALUE "PROG0023 - CUSTOMER STATEMENTS".
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "PAGE ".
           05 WH1-PAGE-NUMBER          PIC ZZZ9.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-HEADING-2.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE "AS-OF DATE:  ".
           05 WH2-AS-OF-DATE1          PIC X(10).
           05 FILLER                   PIC X(57) VALUE SPACES.

       01 WS-HEADING-BLANK-LINE        PIC X(90) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WSL-TITLE                PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-ACCOUNT-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "ACCOUNT: ".
           05 WSA-ACCOUNT-NO           PIC X(8).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WSA-NAME                 PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WSA-CONTINUED            PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE SPACES.

       01 WS-ADDRESS-LINE.
           05 FILLER                   PIC X(30) VALUE SPACES.
           05 WSD-ADDRESS              PIC X(30).
           05 FILLER                   PIC X(30) VALUE SPACES.

       01 WS-LIMIT-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE "CREDIT LIMIT: ".
           05 WSC-LIMIT                PIC X(12).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "STATUS: ".
           05 WSC-STATUS               PIC X(10).
           05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-ITEM-HEADING.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "DATE".
           05 FILLER                   PIC X(14) VALUE "TRANS ID".
           05 FILLER                   PIC X(9)  VALUE " RECORD".
           05 FILLER                   PIC X(16)
               VALUE "       AMOUNT".
           05 FILLER                   PIC X(8)  VALUE "   AGE".
           05 FILLER                   PIC X(21) VALUE "BUCKET".

       01 WS-ITEM-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WI-DATE                  PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WI-TRANS-ID              PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WI-RECORD-NO             PIC ZZZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WI-AMOUNT                PIC ZZZZZZZZ9.99-.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WI-AGE-DAYS              PIC ZZZZ9-.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WI-BUCKET                PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WI-NOTE                  PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.

       01 WS-BUCKET-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WBK-LABEL                PIC X(20).
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WBK-AMOUNT               PIC ZZZZZZZZZZ9.99-.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WBK-FLAG                 PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE SPACES.

       01 WS-TOP-HEADING.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "NO.".
           05 FILLER                   PIC X(10) VALUE "ACCOUNT".
           05 FILLER                   PIC X(32) VALUE "NAME".
           05 FILLER                   PIC X(15) VALUE "  90+ BALANCE".
           05 FILLER                   PIC X(19) VALUE "TOTAL BALANCE".

       01 WS-TOP-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WTP-RANK                 PIC Z9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WTP-ACCOUNT-NO           PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WTP-NAME                 PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WTP-90-AMOUNT            PIC ZZZZZZZZ9.99-.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WTP-TOTAL-AMOUNT         PIC ZZZZZZZZ9.99-.
           05 FILLER                   PIC X(6)  VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WT-LABEL                 PIC X(20).
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WT-VALUE                 PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(49) VALUE SPACES.

       01 WS-EDIT-LIMIT                PIC ZZZZZZZZ9.99.

      *---- SHARED LEAP-YEAR/DAYS-IN-MONTH WORK FIELDS AND TABLE ------*
      *---- (SEE GETDAYSMO.CPY, PERFORMED FROM 4100-GET-DAYS-IN-MONTH)-*
       COPY DAYSINMO.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-MAINLINE.
      *----------------------------------------------------------------*
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           IF NOT WS-OPEN-FAILED
               PERFORM 1200-LOAD-ARCHIVE       THRU 1200-EXIT
               PERFORM 1300-CHECK-FEED-ARCHIVED THRU 1300-EXIT
           END-IF
           PERFORM 2000-LOAD-ITEM         THRU 2000-EXIT
               UNTIL WS-EOF-YES
           PERFORM 3000-TERMINATE         THRU 3000-EXIT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       1000-INITIALIZE.
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           IF WS-PARM-INVALID
               DISPLAY "CUST-STMT - INVALID AS-OF DATE ON STMTPARM: "
                       SPARM-AS-OF-DATE1
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               OPEN INPUT  ARCHIVE-FILE
               OPEN INPUT  CONVERTED-FILE
               OPEN INPUT  CUSTOMER-FILE
               OPEN OUTPUT PRINT-FILE

               IF WS-ARCH-FILE-STATUS NOT = '00'
                       AND NOT WS-ARCH-MISSING
                   DISPLAY 'CUST-STMT - UNABLE TO OPEN '
                           'ARCHIVE-FILE, '
                           'STATUS = ' WS-ARCH-FILE-STATUS
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF

               IF WS-CONV-FILE-STATUS NOT = '00'
                   DISPLAY 'CUST-STMT - UNABLE TO OPEN '
                           'CONVERTED-FILE, '
                           'STATUS = ' WS-CONV-FILE-STATUS
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF

               IF WS-CUST-FILE-STATUS NOT = '00'
                   DISPLAY 'CUST-STMT - UNABLE TO OPEN '
                           'CUSTOMER-FILE, '
                           'STATUS = ' WS-CUST-FILE-STATUS
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF

               IF WS-PRINT-FILE-STATUS NOT = '00'
                   DISPLAY 'CUST-STMT - UNABLE TO OPEN '
                           'PRINT-FILE, '
                           'STATUS = ' WS-PRINT-FILE-STATUS
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
      *----------------------------------------------------------------*
      *    READS AND VALIDATES THE AS-OF DATE THROUGH THE SAME SHARED
      *    CHECK USED FOR TRANSACTION RECORDS.  WITHOUT A CARD (OR
      *    WITH A BLANK ONE) TODAY'S DATE IS USED.  THE AS-OF DATE IS
      *    KEPT IN THE DATEREC LAYOUT FOR DATE-DIFF-DAYS AND IN
      *    YYYYMMDD ORDER FOR COMPARING ITEM DATES.
      *----------------------------------------------------------------*
           MOVE WS-RUN-DD          TO WS-DATE
           MOVE WS-RUN-MM          TO WS-MONTH
           MOVE WS-RUN-YYYY        TO WS-YEAR

           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPARM-AS-OF-DATE1 NOT = SPACES
                           MOVE SPARM-AS-OF-DATE1 TO WS-DATE1
                           PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT
                           IF WS-DATE-VALID
                               SET WS-PARM-OK TO TRUE
                           ELSE
                               SET WS-PARM-INVALID TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           MOVE WS-DATE1           TO WS-AS-OF-DATE1
           MOVE WS-YEAR            TO WS-AS-OF-NUM-YYYY
           MOVE WS-MONTH           TO WS-AS-OF-NUM-MM
           MOVE WS-DATE            TO WS-AS-OF-NUM-DD.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-LOAD-ARCHIVE.
      *----------------------------------------------------------------*
      *    BOOKS EVERY ARCHIVED GENERATION, OLDEST FIRST, AHEAD OF
      *    DATEOUT.  AN ARCHIVE NOT YET CREATED HOLDS NOTHING.
      *----------------------------------------------------------------*
           IF WS-ARCH-FILE-STATUS = '00'
               PERFORM 1250-LOAD-ONE-ARCHIVE-REC THRU 1250-EXIT
                   UNTIL WS-EOF-YES
               CLOSE ARCHIVE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1250-LOAD-ONE-ARCHIVE-REC.
      *----------------------------------------------------------------*
      *    A CATALOG RECORD STARTS A GENERATION AND IS KEPT, SO THE
      *    LAST ONE READ DESCRIBES THE LATEST GENERATION; EACH DATA
      *    RECORD CARRIES ONE DATEOUT ENTRY OF THAT GENERATION.
      *----------------------------------------------------------------*
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF GEN-CATALOG-REC
                       ADD 1 TO WS-GEN-COUNT
                       MOVE GEN-RECORD-COUNT   TO WS-LAST-GEN-COUNT
                       MOVE GEN-AMOUNT-TOTAL   TO WS-LAST-GEN-AMOUNT
                       MOVE ZERO       TO WS-LAST-GEN-DATA-COUNT
                       MOVE SPACES     TO WS-LAST-GEN-FIRST-REC
                   ELSE
                       ADD 1 TO WS-ARCH-RECORD-COUNT
                       ADD 1 TO WS-LAST-GEN-DATA-COUNT
                       MOVE GEN-RECORD-DATA    TO WS-CONVERTED-REC
                       IF WS-LAST-GEN-DATA-COUNT = 1
                           MOVE WS-CONVERTED-REC
                               TO WS-LAST-GEN-FIRST-REC
                       END-IF
                       PERFORM 2050-BOOK-ENTRY THRU 2050-EXIT
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-CHECK-FEED-ARCHIVED.
      *----------------------------------------------------------------*
      *    DATEOUT IS ALREADY THE LATEST ARCHIVED GENERATION WHEN ITS
      *    RECORD COUNT, AMOUNT TOTAL AND FIRST RECORD ALL MATCH THAT
      *    GENERATION'S CATALOG; IT IS THEN NOT BOOKED A SECOND TIME.
      *    OTHERWISE IT IS REOPENED AND ITS FIRST RECORD READ.
      *----------------------------------------------------------------*
           IF WS-GEN-COUNT > ZERO
               PERFORM 1350-TOTAL-ONE-FEED-REC THRU 1350-EXIT
                   UNTIL WS-EOF-YES
               CLOSE CONVERTED-FILE
               IF WS-CUR-FEED-COUNT     = WS-LAST-GEN-COUNT
                  AND WS-CUR-FEED-AMOUNT    = WS-LAST-GEN-AMOUNT
                  AND WS-CUR-FEED-FIRST-REC = WS-LAST-GEN-FIRST-REC
                   SET WS-FEED-ARCHIVED TO TRUE
                   DISPLAY 'CUST-STMT - DATEOUT IS THE LATEST ARCHIVED '
                           'GENERATION - NOT READ AGAIN'
               ELSE
                   MOVE 'N' TO WS-EOF-SWITCH
                   OPEN INPUT CONVERTED-FILE
                   IF WS-CONV-FILE-STATUS NOT = '00'
                       DISPLAY 'CUST-STMT - UNABLE TO REOPEN '
                               'CONVERTED-FILE, '
                               'STATUS = ' WS-CONV-FILE-STATUS
                       SET WS-OPEN-FAILED TO TRUE
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
               END-IF
           END-IF

           IF WS-EOF-NO
               PERFORM 8000-READ-NEXT-RECORD THRU 8000-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1350-TOTAL-ONE-FEED-REC.
      *----------------------------------------------------------------*
           PERFORM 8000-READ-NEXT-RECORD THRU 8000-EXIT
           IF WS-EOF-NO
               ADD 1 TO WS-CUR-FEED-COUNT
               IF WS-CUR-FEED-COUNT = 1
                   MOVE WS-CONVERTED-REC TO WS-CUR-FEED-FIRST-REC
               END-IF
               IF OUT-AMOUNT-X NOT = SPACES AND OUT-AMOUNT NUMERIC
                   ADD OUT-AMOUNT TO WS-CUR-FEED-AMOUNT
               END-IF
           END-IF.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-LOAD-ITEM.
      *----------------------------------------------------------------*
      *    BOOKS ONE DATEOUT ENTRY AND READS THE NEXT.
      *----------------------------------------------------------------*
           PERFORM 2050-BOOK-ENTRY THRU 2050-EXIT
           PERFORM 8000-READ-NEXT-RECORD THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2050-BOOK-ENTRY.
      *----------------------------------------------------------------*
      *    BOOKS ONE CONVERTED-FEED ENTRY, FROM DATEOUT OR THE ARCHIVE.
      *    AN ENTRY DATED AFTER THE AS-OF DATE IS NOT YET ON THE
      *    STATEMENT.  A REVERSAL IS FIRST OFFSET AGAINST ITS ORIGINAL
      *    (2200); ANYTHING ELSE NEEDS AN ACCOUNT TO BE BOOKED AS AN
      *    OPEN ITEM (2100).
      *----------------------------------------------------------------*
           ADD 1 TO WS-FEED-RECORD-COUNT

           IF OUT-AMOUNT-X NOT = SPACES AND OUT-AMOUNT NUMERIC
               MOVE OUT-AMOUNT TO WS-NEW-AMOUNT
           ELSE
               MOVE ZERO TO WS-NEW-AMOUNT
           END-IF
           MOVE OUT-CUSTOMER-NO  TO WS-NEW-CUSTOMER
           MOVE OUT-NUMERIC-DATE TO WS-NEW-DATE-NUM

           IF WS-NEW-DATE-NUM > WS-AS-OF-NUM
               ADD 1 TO WS-AFTER-AS-OF-COUNT
           ELSE
               IF OUT-REVERSAL
                   PERFORM 2200-APPLY-REVERSAL THRU 2200-EXIT
               ELSE
                   IF WS-NEW-CUSTOMER = SPACES
                       ADD 1 TO WS-NO-ACCOUNT-COUNT
                   ELSE
                       PERFORM 2100-INSERT-ITEM THRU 2100-EXIT
                   END-IF
               END-IF
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-INSERT-ITEM.
      *----------------------------------------------------------------*
      *    KEEPS THE TABLE IN CUSTOMER/DATE ORDER: THE NEW ITEM GOES
      *    AHEAD OF THE FIRST LATER KEY (AFTER ANY EQUAL ONES, SO ITEMS
      *    OF ONE DAY STAY IN FEED ORDER), THE LATER ENTRIES SHIFTING
      *    DOWN.  AN ITEM THAT WILL NOT FIT IS COUNTED AND LEFT OFF.
      *----------------------------------------------------------------*
           IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
               DISPLAY "CUST-STMT - ITEM TABLE FULL AT "
                       WS-ITEM-MAX " ENTRIES, RECORD "
                       OUT-RECORD-NO " NOT PRINTED"
               ADD 1 TO WS-TABLE-FULL-COUNT
           ELSE
               MOVE ZERO TO WS-ITEM-FOUND-IX
               PERFORM 2150-MATCH-ONE-ITEM THRU 2150-EXIT
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                      OR WS-ITEM-FOUND-IX > ZERO
               IF WS-ITEM-FOUND-IX = ZERO
                   COMPUTE WS-ITEM-FOUND-IX = WS-ITEM-COUNT + 1
               ELSE
                   PERFORM 2170-SHIFT-ONE-ITEM THRU 2170-EXIT
                       VARYING WS-ITEM-SHIFT-IX
                           FROM WS-ITEM-COUNT BY -1
                       UNTIL WS-ITEM-SHIFT-IX < WS-ITEM-FOUND-IX
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-NEW-ITEM-KEY  TO WS-ITEM-KEY(WS-ITEM-FOUND-IX)
               MOVE OUT-TRANS-ID
                   TO WS-ITEM-TRANS-ID(WS-ITEM-FOUND-IX)
               MOVE OUT-RECORD-NO
                   TO WS-ITEM-RECORD-NO(WS-ITEM-FOUND-IX)
               MOVE WS-NEW-AMOUNT    TO WS-ITEM-AMOUNT(WS-ITEM-FOUND-IX)
               IF OUT-REVERSAL
                   MOVE 'R' TO WS-ITEM-TYPE(WS-ITEM-FOUND-IX)
               ELSE
                   MOVE 'C' TO WS-ITEM-TYPE(WS-ITEM-FOUND-IX)
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2150-MATCH-ONE-ITEM.
      *----------------------------------------------------------------*
           IF WS-ITEM-KEY(WS-ITEM-IX) > WS-NEW-ITEM-KEY
               MOVE WS-ITEM-IX TO WS-ITEM-FOUND-IX
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2170-SHIFT-ONE-ITEM.
      *----------------------------------------------------------------*
           MOVE WS-ITEM-ENTRY(WS-ITEM-SHIFT-IX)
               TO WS-ITEM-ENTRY(WS-ITEM-SHIFT-IX + 1).
       2170-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-APPLY-REVERSAL.
      *----------------------------------------------------------------*
      *    A REVERSAL NAMES IN ITS TRANSACTION ID THE ORIGINAL IT
      *    BACKS OUT AND CARRIES ITS AMOUNT NEGATED, SO IT IS ADDED TO
      *    THE FIRST STILL-OPEN CONVERSION ITEM WITH THAT ID, WHATEVER
      *    ITS ACCOUNT.  WITH NO SUCH ITEM IN THE FEED READ IT IS
      *    BOOKED AS A CREDIT ITEM ON ITS OWN ACCOUNT.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-ITEM-FOUND-IX
           PERFORM 2250-MATCH-ONE-ORIGINAL THRU 2250-EXIT
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                  OR WS-ITEM-FOUND-IX > ZERO

           IF WS-ITEM-FOUND-IX > ZERO
               ADD WS-NEW-AMOUNT TO WS-ITEM-AMOUNT(WS-ITEM-FOUND-IX)
               ADD 1 TO WS-REVERSED-COUNT
           ELSE
               IF WS-NEW-CUSTOMER = SPACES
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
               ELSE
                   PERFORM 2100-INSERT-ITEM THRU 2100-EXIT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2250-MATCH-ONE-ORIGINAL.
      *----------------------------------------------------------------*
           IF WS-ITEM-TRANS-ID(WS-ITEM-IX) = OUT-TRANS-ID
                   AND WS-ITEM-CONVERSION(WS-ITEM-IX)
                   AND WS-ITEM-AMOUNT(WS-ITEM-IX) NOT = ZERO
               MOVE WS-ITEM-IX TO WS-ITEM-FOUND-IX
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
      *    THE TABLE IS WALKED ONE CUSTOMER AT A TIME - EACH CALL OF
      *    3100 PRINTS ONE STATEMENT AND MOVES WS-ITEM-IX PAST ITS
      *    ITEMS - THEN THE SUMMARY PAGE CLOSES THE REPORT.
      *----------------------------------------------------------------*
           IF NOT WS-OPEN-FAILED
               MOVE 1 TO WS-ITEM-IX
               PERFORM 3100-PRINT-ONE-CUSTOMER THRU 3100-EXIT
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
               PERFORM 7500-WRITE-SUMMARY-PAGE THRU 7500-EXIT

               IF WS-FEED-NOT-ARCHIVED
                   CLOSE CONVERTED-FILE
               END-IF
               CLOSE CUSTOMER-FILE
               CLOSE PRINT-FILE
           END-IF

           PERFORM 3500-SET-RETURN-CODE THRU 3500-EXIT

           DISPLAY "CUST-STMT - FEED RECORDS READ     : "
                   WS-FEED-RECORD-COUNT
           DISPLAY "CUST-STMT -   FROM THE ARCHIVE    : "
                   WS-ARCH-RECORD-COUNT
           DISPLAY "CUST-STMT - GENERATIONS ARCHIVED  : "
                   WS-GEN-COUNT
           DISPLAY "CUST-STMT - STATEMENTS PRINTED    : "
                   WS-CUSTOMER-COUNT
           DISPLAY "CUST-STMT - OPEN ITEMS PRINTED    : "
                   WS-ITEM-PRINTED-COUNT
           DISPLAY "CUST-STMT - ACCOUNTS OVER LIMIT   : "
                   WS-OVER-LIMIT-COUNT
           DISPLAY "CUST-STMT - ENTRIES WITHOUT ACCT  : "
                   WS-NO-ACCOUNT-COUNT
           DISPLAY "CUST-STMT - ACCOUNTS NOT ON MASTER: "
                   WS-NOT-ON-MASTER-COUNT

           DISPLAY "CUST-STMT - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-PRINT-ONE-CUSTOMER.
      *----------------------------------------------------------------*
      *    FINDS THE RANGE OF ITEMS FOR THE CUSTOMER AT WS-ITEM-IX AND
      *    PRINTS ITS STATEMENT, UNLESS EVERY ITEM HAS BEEN REVERSED
      *    OUT - A CUSTOMER WITH NOTHING OPEN GETS NO STATEMENT.
      *----------------------------------------------------------------*
           MOVE WS-ITEM-CUSTOMER(WS-ITEM-IX) TO WS-CUR-CUSTOMER
           MOVE WS-ITEM-IX                   TO WS-GROUP-START
           MOVE WS-ITEM-IX                   TO WS-GROUP-END
           MOVE ZERO                         TO WS-GROUP-OPEN-COUNT
           SET WS-GROUP-OPEN TO TRUE

           PERFORM 3110-SCAN-ONE-GROUP-ITEM THRU 3110-EXIT
               VARYING WS-ITEM-IX FROM WS-GROUP-START BY 1
               UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                  OR WS-GROUP-ENDED

           IF WS-GROUP-OPEN-COUNT > ZERO
               PERFORM 3200-PRINT-STATEMENT THRU 3200-EXIT
           END-IF

           COMPUTE WS-ITEM-IX = WS-GROUP-END + 1.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3110-SCAN-ONE-GROUP-ITEM.
      *----------------------------------------------------------------*
           IF WS-ITEM-CUSTOMER(WS-ITEM-IX) = WS-CUR-CUSTOMER
               MOVE WS-ITEM-IX TO WS-GROUP-END
               IF WS-ITEM-AMOUNT(WS-ITEM-IX) NOT = ZERO
                   ADD 1 TO WS-GROUP-OPEN-COUNT
               END-IF
           ELSE
               SET WS-GROUP-ENDED TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-PRINT-STATEMENT.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE ZERO TO WS-STMT-CURRENT-AMOUNT
           MOVE ZERO TO WS-STMT-30-AMOUNT
           MOVE ZERO TO WS-STMT-60-AMOUNT
           MOVE ZERO TO WS-STMT-90-AMOUNT
           MOVE ZERO TO WS-STMT-TOTAL-AMOUNT

           PERFORM 3210-READ-CUSTOMER THRU 3210-EXIT
           PERFORM 7200-WRITE-STATEMENT-HEADER THRU 7200-EXIT

           PERFORM 3300-PRINT-ONE-ITEM THRU 3300-EXIT
               VARYING WS-ITEM-IX FROM WS-GROUP-START BY 1
               UNTIL WS-ITEM-IX > WS-GROUP-END

           PERFORM 7400-WRITE-STATEMENT-TOTALS THRU 7400-EXIT
           PERFORM 3400-RANK-CUSTOMER THRU 3400-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3210-READ-CUSTOMER.
      *----------------------------------------------------------------*
      *    AN ACCOUNT NOT ON THE MASTER STILL GETS ITS STATEMENT, SO
      *    THE ITEMS ARE SEEN, BUT WITHOUT A NAME, ADDRESS OR LIMIT.
      *----------------------------------------------------------------*
           MOVE WS-CUR-CUSTOMER TO CUS-ACCOUNT-NO
           READ CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = '00'
               SET WS-CUSTOMER-FOUND TO TRUE
               MOVE CUS-NAME TO WS-CUR-NAME
           ELSE
               IF WS-CUST-FILE-STATUS NOT = '23'
                   DISPLAY 'CUST-STMT - CUSTOMER-FILE STATUS '
                           WS-CUST-FILE-STATUS ' ON ' WS-CUR-CUSTOMER
               END-IF
               SET WS-CUSTOMER-MISSING TO TRUE
               MOVE "*** NOT ON CUSTOMER MASTER ***" TO WS-CUR-NAME
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-PRINT-ONE-ITEM.
      *----------------------------------------------------------------*
      *    AGES ONE OPEN ITEM AGAINST THE AS-OF DATE THROUGH
      *    DATE-DIFF-DAYS AND BUCKETS IT AS PROG0001 2700 DOES:
      *    CURRENT (UNDER 30 DAYS), 30, 60 OR 90+.  AN ITEM REVERSED
      *    IN FULL IS SKIPPED.
      *----------------------------------------------------------------*
           IF WS-ITEM-AMOUNT(WS-ITEM-IX) NOT = ZERO
               MOVE WS-ITEM-DATE-NUM(WS-ITEM-IX) TO WS-ITEM-DATE-WORK
               MOVE WS-ITEM-DATE-DD   TO WS-AGE-DATE
               MOVE WS-ITEM-DATE-MM   TO WS-AGE-MONTH
               MOVE WS-ITEM-DATE-YYYY TO WS-AGE-YEAR

               CALL 'DATE-DIFF-DAYS' USING WS-AGE-DESCRIPTION
                                           WS-AS-OF-DESCRIPTION
                                           WS-AGE-DAYS
                                           WS-AGE-RETURN-CODE

               IF WS-AGE-RETURN-CODE NOT = ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF

               IF WS-AGE-DAYS < 30
                   MOVE "CURRENT"  TO WS-AGE-BUCKET
                   ADD WS-ITEM-AMOUNT(WS-ITEM-IX)
                       TO WS-STMT-CURRENT-AMOUNT
               ELSE
                   IF WS-AGE-DAYS < 60
                       MOVE "30 DAYS"  TO WS-AGE-BUCKET
                       ADD WS-ITEM-AMOUNT(WS-ITEM-IX)
                           TO WS-STMT-30-AMOUNT
                   ELSE
                       IF WS-AGE-DAYS < 90
                           MOVE "60 DAYS"  TO WS-AGE-BUCKET
                           ADD WS-ITEM-AMOUNT(WS-ITEM-IX)
                               TO WS-STMT-60-AMOUNT
                       ELSE
                           MOVE "90+ DAYS" TO WS-AGE-BUCKET
                           ADD WS-ITEM-AMOUNT(WS-ITEM-IX)
                               TO WS-STMT-90-AMOUNT
                       END-IF
                   END-IF
               END-IF
               ADD WS-ITEM-AMOUNT(WS-ITEM-IX) TO WS-STMT-TOTAL-AMOUNT

               PERFORM 7300-WRITE-ITEM-LINE THRU 7300-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3400-RANK-CUSTOMER.
      *----------------------------------------------------------------*
      *    KEEPS THE TEN LARGEST 90+ DAY BALANCES IN DESCENDING ORDER:
      *    A NEW BALANCE GOES AHEAD OF THE FIRST SMALLER ONE, THE REST
      *    SHIFTING DOWN AND THE ELEVENTH DROPPING OFF.  AN EQUAL
      *    BALANCE RANKS BEHIND THE ONE ALREADY LISTED.
      *----------------------------------------------------------------*
           IF WS-STMT-90-AMOUNT > ZERO
               MOVE ZERO TO WS-TOP-FOUND-IX
               PERFORM 3450-MATCH-ONE-TOP THRU 3450-EXIT
                   VARYING WS-TOP-IX FROM 1 BY 1
                   UNTIL WS-TOP-IX > WS-TOP-COUNT
                      OR WS-TOP-FOUND-IX > ZERO
               IF WS-TOP-FOUND-IX = ZERO
                       AND WS-TOP-COUNT < WS-TOP-MAX
                   COMPUTE WS-TOP-FOUND-IX = WS-TOP-COUNT + 1
               END-IF

               IF WS-TOP-FOUND-IX > ZERO
                   IF WS-TOP-COUNT < WS-TOP-MAX
                       ADD 1 TO WS-TOP-COUNT
                   END-IF
                   PERFORM 3470-SHIFT-ONE-TOP THRU 3470-EXIT
                       VARYING WS-TOP-SHIFT-IX
                           FROM WS-TOP-COUNT BY -1
                       UNTIL WS-TOP-SHIFT-IX NOT > WS-TOP-FOUND-IX
                   MOVE WS-CUR-CUSTOMER
                       TO WS-TOP-CUSTOMER(WS-TOP-FOUND-IX)
                   MOVE WS-CUR-NAME
                       TO WS-TOP-NAME(WS-TOP-FOUND-IX)
                   MOVE WS-STMT-90-AMOUNT
                       TO WS-TOP-90-AMOUNT(WS-TOP-FOUND-IX)
                   MOVE WS-STMT-TOTAL-AMOUNT
                       TO WS-TOP-TOTAL-AMOUNT(WS-TOP-FOUND-IX)
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3450-MATCH-ONE-TOP.
      *----------------------------------------------------------------*
           IF WS-TOP-90-AMOUNT(WS-TOP-IX) < WS-STMT-90-AMOUNT
               MOVE WS-TOP-IX TO WS-TOP-FOUND-IX
           END-IF.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3470-SHIFT-ONE-TOP.
      *----------------------------------------------------------------*
           MOVE WS-TOP-ENTRY(WS-TOP-SHIFT-IX - 1)
               TO WS-TOP-ENTRY(WS-TOP-SHIFT-IX).
       3470-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-SET-RETURN-CODE.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-RETURN-CODE

           IF WS-NO-ACCOUNT-COUNT > 0
                   OR WS-NOT-ON-MASTER-COUNT > 0
                   OR WS-TABLE-FULL-COUNT > 0
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           IF WS-OPEN-FAILED
               MOVE 12 TO WS-RETURN-CODE
           END-IF.
       3500-EXIT.
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
           MOVE WS-AS-OF-DATE1  TO WH2-AS-OF-DATE1

           WRITE PRINT-REC FROM WS-HEADING-1
           WRITE PRINT-REC FROM WS-HEADING-2
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE

           MOVE ZERO TO WS-LINE-COUNT.
       7000-EXIT.
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
       7200-WRITE-STATEMENT-HEADER.
      *----------------------------------------------------------------*
      *    EVERY STATEMENT STARTS ON A NEW PAGE WITH THE ACCOUNT, THE
      *    NAME AND ADDRESS (BLANK LINES OMITTED), THE CREDIT LIMIT
      *    AND THE ACCOUNT STATUS.
      *----------------------------------------------------------------*
           PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT

           MOVE WS-CUR-CUSTOMER TO WSA-ACCOUNT-NO
           MOVE WS-CUR-NAME     TO WSA-NAME
           MOVE SPACES          TO WSA-CONTINUED
           WRITE PRINT-REC FROM WS-ACCOUNT-LINE
           ADD 1 TO WS-LINE-COUNT

           IF WS-CUSTOMER-FOUND
               MOVE CUS-ADDRESS-1   TO WSD-ADDRESS
               PERFORM 7250-WRITE-ADDRESS-LINE THRU 7250-EXIT
               MOVE CUS-ADDRESS-2   TO WSD-ADDRESS
               PERFORM 7250-WRITE-ADDRESS-LINE THRU 7250-EXIT
               MOVE CUS-ADDRESS-3   TO WSD-ADDRESS
               PERFORM 7250-WRITE-ADDRESS-LINE THRU 7250-EXIT
               MOVE CUS-POSTAL-CODE TO WSD-ADDRESS
               PERFORM 7250-WRITE-ADDRESS-LINE THRU 7250-EXIT

               IF CUS-CREDIT-LIMIT > ZERO
                   MOVE CUS-CREDIT-LIMIT TO WS-EDIT-LIMIT
                   MOVE WS-EDIT-LIMIT    TO WSC-LIMIT
               ELSE
                   MOVE "NONE"           TO WSC-LIMIT
               END-IF
               IF CUS-CLOSED
                   MOVE "CLOSED"         TO WSC-STATUS
               ELSE
                   MOVE "OPEN"           TO WSC-STATUS
               END-IF
           ELSE
               MOVE "UNKNOWN"            TO WSC-LIMIT
               MOVE "UNKNOWN"            TO WSC-STATUS
           END-IF
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-LIMIT-LINE
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-ITEM-HEADING
           ADD 4 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7250-WRITE-ADDRESS-LINE.
      *----------------------------------------------------------------*
           IF WSD-ADDRESS NOT = SPACES
               WRITE PRINT-REC FROM WS-ADDRESS-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       7250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7300-WRITE-ITEM-LINE.
      *----------------------------------------------------------------*
      *    A STATEMENT RUNNING PAST THE PAGE CONTINUES ON THE NEXT ONE
      *    UNDER THE ACCOUNT LINE AND THE COLUMN HEADINGS.
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT
               MOVE "(CONTINUED)" TO WSA-CONTINUED
               WRITE PRINT-REC FROM WS-ACCOUNT-LINE
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               WRITE PRINT-REC FROM WS-ITEM-HEADING
               ADD 3 TO WS-LINE-COUNT
           END-IF

           MOVE WS-AGE-DATE1                  TO WI-DATE
           MOVE WS-ITEM-TRANS-ID(WS-ITEM-IX)  TO WI-TRANS-ID
           MOVE WS-ITEM-RECORD-NO(WS-ITEM-IX) TO WI-RECORD-NO
           MOVE WS-ITEM-AMOUNT(WS-ITEM-IX)    TO WI-AMOUNT
           MOVE WS-AGE-DAYS                   TO WI-AGE-DAYS
           MOVE WS-AGE-BUCKET                 TO WI-BUCKET
           IF WS-ITEM-REVERSAL(WS-ITEM-IX)
               MOVE "REVERSAL"  TO WI-NOTE
           ELSE
               MOVE SPACES      TO WI-NOTE
           END-IF

           WRITE PRINT-REC FROM WS-ITEM-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ITEM-PRINTED-COUNT.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7400-WRITE-STATEMENT-TOTALS.
      *----------------------------------------------------------------*
      *    THE BUCKET SUBTOTALS AND THE BALANCE DUE.  A BALANCE OVER A
      *    CREDIT LIMIT IS FLAGGED; AN ACCOUNT WITH NO LIMIT SET (OR
      *    NOT ON THE MASTER) IS NEVER FLAGGED.
      *----------------------------------------------------------------*
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           ADD 1 TO WS-LINE-COUNT

           MOVE "CURRENT"               TO WBK-LABEL
           MOVE WS-STMT-CURRENT-AMOUNT  TO WBK-AMOUNT
           PERFORM 7450-WRITE-BUCKET-LINE THRU 7450-EXIT
           MOVE "30 DAYS"               TO WBK-LABEL
           MOVE WS-STMT-30-AMOUNT       TO WBK-AMOUNT
           PERFORM 7450-WRITE-BUCKET-LINE THRU 7450-EXIT
           MOVE "60 DAYS"               TO WBK-LABEL
           MOVE WS-STMT-60-AMOUNT       TO WBK-AMOUNT
           PERFORM 7450-WRITE-BUCKET-LINE THRU 7450-EXIT
           MOVE "90+ DAYS"              TO WBK-LABEL
           MOVE WS-STMT-90-AMOUNT       TO WBK-AMOUNT
           PERFORM 7450-WRITE-BUCKET-LINE THRU 7450-EXIT

           MOVE "BALANCE DUE"           TO WBK-LABEL
           MOVE WS-STMT-TOTAL-AMOUNT    TO WBK-AMOUNT
           IF WS-CUSTOMER-FOUND
                   AND CUS-CREDIT-LIMIT > ZERO
                   AND WS-STMT-TOTAL-AMOUNT > CUS-CREDIT-LIMIT
               MOVE "*** OVER CREDIT LIMIT ***" TO WBK-FLAG
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF
           PERFORM 7450-WRITE-BUCKET-LINE THRU 7450-EXIT.
       7400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7450-WRITE-BUCKET-LINE.
      *----------------------------------------------------------------*
           WRITE PRINT-REC FROM WS-BUCKET-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WBK-FLAG.
       7450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7500-WRITE-SUMMARY-PAGE.
      *----------------------------------------------------------------*
           PERFORM 7000-WRITE-REPORT-HEADINGS THRU 7000-EXIT

           MOVE "LARGEST 90+ DAY BALANCES" TO WSL-TITLE
           PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT

           IF WS-TOP-COUNT = ZERO
               MOVE "NO 90+ DAY BALANCES" TO WSL-TITLE
               WRITE PRINT-REC FROM WS-SECTION-LINE
               MOVE SPACES TO WSL-TITLE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               WRITE PRINT-REC FROM WS-TOP-HEADING
               ADD 1 TO WS-LINE-COUNT
               PERFORM 7550-WRITE-TOP-LINE THRU 7550-EXIT
                   VARYING WS-TOP-IX FROM 1 BY 1
                   UNTIL WS-TOP-IX > WS-TOP-COUNT
           END-IF

           MOVE "STATEMENT RUN TOTALS" TO WSL-TITLE
           PERFORM 7150-WRITE-SECTION-TITLE THRU 7150-EXIT

           MOVE "FEED RECORDS READ"    TO WT-LABEL
           MOVE WS-FEED-RECORD-COUNT   TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "  FROM THE ARCHIVE"   TO WT-LABEL
           MOVE WS-ARCH-RECORD-COUNT   TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "STATEMENTS PRINTED"   TO WT-LABEL
           MOVE WS-CUSTOMER-COUNT      TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "OPEN ITEMS PRINTED"   TO WT-LABEL
           MOVE WS-ITEM-PRINTED-COUNT  TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "REVERSALS OFFSET"     TO WT-LABEL
           MOVE WS-REVERSED-COUNT      TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "ACCOUNTS OVER LIMIT"  TO WT-LABEL
           MOVE WS-OVER-LIMIT-COUNT    TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "NOT ON MASTER"        TO WT-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "ENTRIES WITHOUT ACCT" TO WT-LABEL
           MOVE WS-NO-ACCOUNT-COUNT    TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           MOVE "DATED AFTER AS-OF"    TO WT-LABEL
           MOVE WS-AFTER-AS-OF-COUNT   TO WT-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-LINE
           ADD 9 TO WS-LINE-COUNT

           IF WS-TABLE-FULL-COUNT > 0
               MOVE "LEFT OFF, TABLE FULL" TO WT-LABEL
               MOVE WS-TABLE-FULL-COUNT    TO WT-VALUE
               WRITE PRINT-REC FROM WS-TOTAL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7550-WRITE-TOP-LINE.
      *----------------------------------------------------------------*
           MOVE WS-TOP-IX                      TO WTP-RANK
           MOVE WS-TOP-CUSTOMER(WS-TOP-IX)     TO WTP-ACCOUNT-NO
           MOVE WS-TOP-NAME(WS-TOP-IX)         TO WTP-NAME
           MOVE WS-TOP-90-AMOUNT(WS-TOP-IX)    TO WTP-90-AMOUNT
           MOVE WS-TOP-TOTAL-AMOUNT(WS-TOP-IX) TO WTP-TOTAL-AMOUNT
           WRITE PRINT-REC FROM WS-TOP-LINE
           ADD 1 TO WS-LINE-COUNT.
       7550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-READ-NEXT-RECORD.
      *----------------------------------------------------------------*
           READ CONVERTED-FILE INTO WS-CONVERTED-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
       8000-EXIT.
           EXIT.

       END PROGRAM CUST-STMT.
