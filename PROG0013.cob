      *             THE REJECT-RATE THRESHOLD ON THE PARMFILE CARD IS
      *             CARRIED ON THE CONTROL RECORD SO THE ROLL
      *             REPRODUCES IT.
      *             ONCE ROLLED, THE PENDING INVENTORY (PENDFILE, AS
      *             CARRIED FORWARD BY THE LAST ROLL) AND THE ITEMS THE
      *             RUN JUST HELD BACK (PENDOUT, SEE PENDREC.CPY) ARE
      *             SPLIT ON THE NEW BUSINESS DATE: EVERY ITEM DUE ON
      *             OR BEFORE IT IS RELEASED TO PENDREL IN THE
      *             DATE-TRANS-FILE LAYOUT, ONE HDR/TRL SET PER RUN OF
      *             ITEMS FROM THE SAME SOURCE (HDR FEED DATE = THE NEW
      *             BUSINESS DATE, SET TYPE PEND, TRL COUNT AND AMOUNT
      *             HASH), READY TO BE MERGED INTO THAT DAY'S DATETRAN
      *             STREAM; THE REST ARE CARRIED FORWARD TO PENDNEW,
      *             WHICH IS RENAMED OVER PENDFILE.  PENDREL AND THE
      *             PENDNEW RENAME GO TOGETHER - MERGE THE ONE ONLY
      *             WHEN THE OTHER IS RELEASED.
      *             CONDITION CODES:
      *                 00 - ROLLED, PARMFILE CARD WRITTEN
      *                 04 - ROLLED, BUT THE HOLIDAY CALENDAR DOES NOT
      *                 08 - ROLL REFUSED (LAST RUN ENDED 08/12 AND NO
      *                      FORCE, OR THE CALENDAR WOULD NOT OPEN)
      *                 12 - NOTHING TO ROLL FROM OR A FILE WOULD NOT
      *                      OPEN (INCLUDING THE PENDING FILES - HOLD
      *                      THE PENDNEW RENAME AND PENDREL)
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      *                 THE FAILED-RUN GATE ON ITS OWN: ROLLING PAST A
      *                 RUN THAT ENDED 08/12 ALWAYS NEEDS THE FORCE
      *                 FLAG, WITH OR WITHOUT AN OVERRIDE DATE.
      * 2026-10-05  RA  APPENDS ITS STEP RECORD TO THE STREAM STEP LOG
      *                 THROUGH STEP-LOG (PROG0017) AS IT ENDS, UNDER
      *                 THE AS-OF DATE IT ROLLED PAST.
      * 2026-10-11  RA  RELEASES THE FUTURE-DATED ITEMS PROG0001 HELD
      *                 BACK THAT FALL DUE BY THE NEW BUSINESS DATE TO
      *                 PENDREL FOR THAT DAY'S DATETRAN STREAM, AND
      *                 CARRIES THE REST FORWARD TO PENDNEW (NAMED ON
      *                 ITS STEP RECORD FOR RENAMING OVER PENDFILE).
      * 2026-10-14  RA  A PENDING ITEM NOW CARRIES ITS CUSTOMER ACCOUNT
      *                 (SEE PENDREC.CPY), WHICH GOES OUT ON THE
      *                 RELEASED DATETRAN RECORD.
      ******************************************************************

      *================================================================*
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-NEXT-FILE-STATUS.

      *---- PENDING INVENTORY CARRIED FORWARD BY THE LAST ROLL --------*
           SELECT PENDING-INV-FILE ASSIGN TO "PENDFILE"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PINV-FILE-STATUS.

      *---- ITEMS HELD BACK BY THE RUN JUST ROLLED PAST ---------------*
           SELECT PENDING-OUT-FILE ASSIGN TO "PENDOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PEND-FILE-STATUS.

      *---- NEW PENDING INVENTORY, TO BE RENAMED OVER PENDFILE --------*
           SELECT PENDING-NEW-FILE ASSIGN TO "PENDNEW"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PNEW-FILE-STATUS.

      *---- ITEMS RELEASED FOR THE NEW BUSINESS DATE'S DATETRAN -------*
           SELECT RELEASE-FILE     ASSIGN TO "PENDREL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REL-FILE-STATUS.

      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
           05 NXT-DATE-FILL-3     PIC X(1).
           05 NXT-REJECT-THRESHOLD PIC 9(3).

       FD  PENDING-INV-FILE.
       01  PENDING-INV-REC             PIC X(71).

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-REC             PIC X(71).

       FD  PENDING-NEW-FILE.
       01  PENDING-NEW-REC             PIC X(71).

       FD  RELEASE-FILE.
       01  RELEASE-REC.
           COPY DATEREC
               REPLACING ==WS-DATE1==       BY ==REL-DATE1==
                     ==WS-DATE2==       BY ==REL-DATE2==
                     ==WS-DATE-FILL-1== BY ==REL-DATE-FILL-1==
                     ==WS-DATE-FILL-2== BY ==REL-DATE-FILL-2==
                     ==WS-DATE==        BY ==REL-DATE==
                     ==WS-MONTH==       BY ==REL-MONTH==
                     ==WS-YEAR==        BY ==REL-YEAR==.
           05 REL-DATE-FILL-3     PIC X(1).
           05 REL-FORMAT-CODE     PIC X(1).
           05 REL-DATE-FILL-4     PIC X(1).
           05 REL-TRANS-ID        PIC X(12).
           05 REL-DATE-FILL-5     PIC X(1).
           05 REL-AMOUNT          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 REL-DATE-FILL-6     PIC X(1).
           05 REL-RECORD-TYPE     PIC X(1).
           05 REL-DATE-FILL-7     PIC X(1).
           05 REL-CUSTOMER-NO     PIC X(8).

      *---- HDR/TRL CONTROL VIEW, AS PROG0001 READS IT ----------------*
       01  RELEASE-CONTROL-REC.
           05 RLC-RECORD-ID       PIC X(3).
           05 RLC-FILL-1          PIC X(1).
           05 RLC-CONTROL-DATA    PIC X(22).
           05 RLC-HEADER-DATA REDEFINES RLC-CONTROL-DATA.
              10 RLC-FEED-DATE1   PIC X(10).
              10 RLC-FILL-2       PIC X(1).
              10 RLC-SOURCE-SYSTEM PIC X(7).
              10 RLC-SET-TYPE     PIC X(4).
           05 RLC-TRAILER-DATA REDEFINES RLC-CONTROL-DATA.
              10 RLC-EXPECTED-COUNT PIC 9(7).
              10 RLC-FILL-3       PIC X(1).
              10 RLC-EXPECTED-AMOUNT
                                  PIC S9(9)V99 SIGN LEADING SEPARATE.
              10 RLC-FILL-5       PIC X(2).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                 SECTION.
      *----------------------------------------------------------------*
           05 WS-CTL-FILE-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-NEXT-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PINV-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PEND-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PNEW-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-REL-FILE-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PEND-EOF-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-PEND-EOF-YES                VALUE 'Y'.
           05 WS-PEND-SPLIT-SWITCH     PIC X(1)  VALUE 'N'.
               88 WS-PEND-SPLIT-DONE             VALUE 'Y'.
           05 WS-REL-SET-SWITCH        PIC X(1)  VALUE 'N'.
               88 WS-REL-SET-OPEN                VALUE 'Y'.
               88 WS-REL-SET-CLOSED              VALUE 'N'.
           05 WS-RUNLOG-EOF-SWITCH     PIC X(1)  VALUE 'N'.
               88 WS-RUNLOG-EOF-YES              VALUE 'Y'.
           05 WS-RUNLOG-FOUND-SWITCH   PIC X(1)  VALUE 'N'.
           05 WS-DAY-OFFSET            PIC S9(5) VALUE +1.
           05 WS-BUSDAY-RETURN-CODE    PIC 9(2)  VALUE ZERO.
           05 WS-RETURN-CODE           PIC 9(2)  VALUE ZERO.
           05 WS-RUNLOG-READ-COUNT     PIC 9(7)  COMP VALUE ZERO.

      *---- PENDING RELEASE WORK FIELDS.  AN ITEM IS DUE WHEN ITS -----*
      *---- EFFECTIVE DATE IS NOT AFTER THE NEW BUSINESS DATE ---------*
       01 WS-PENDING-FIELDS.
           05 WS-RELEASE-YMD.
              10 WS-RELEASE-YYYY       PIC 9(4)  VALUE ZERO.
              10 WS-RELEASE-MM         PIC 9(2)  VALUE ZERO.
              10 WS-RELEASE-DD         PIC 9(2)  VALUE ZERO.
           05 WS-RELEASE-YMD-R REDEFINES WS-RELEASE-YMD
                                       PIC 9(8).
           05 WS-PEND-READ-COUNT       PIC 9(7)  COMP VALUE ZERO.
           05 WS-RELEASED-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05 WS-RELEASED-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05 WS-CARRIED-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05 WS-REL-SET-SOURCE        PIC X(7)  VALUE SPACES.
           05 WS-REL-SET-COUNT         PIC 9(7)  VALUE ZERO.
           05 WS-REL-SET-AMOUNT        PIC S9(9)V99 VALUE ZERO.
           05 WS-REL-SET-TOTAL         PIC 9(5)  COMP VALUE ZERO.

      *---- ONE PENDING ITEM AS READ FROM PENDFILE OR PENDOUT ---------*
       01 WS-PENDING-ITEM.
           COPY PENDREC.

      *---- WORK FIELDS USED BY THE DATE-VALIDITY CHECK ---------------*
       01 WS-VALIDATE-WORK-FIELDS.
      *---- (SEE GETDAYSMO.CPY, PERFORMED FROM 4100-GET-DAYS-IN-MONTH)-*
       COPY DAYSINMO.

      *---- THIS STEP'S ENTRY ON THE STREAM STEP LOG (SEE STEP-LOG) ---*
       01 WS-STEP-LOG-REC.
           COPY STEPLGRC.

       01 WS-STEP-LOG-RC               PIC 9(2)  VALUE ZERO.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
               AT END
                   MOVE 'Y' TO WS-RUNLOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RUNLOG-READ-COUNT
                   IF RUN-SOURCE-SYSTEM = SPACES
                       SET WS-RUNLOG-FOUND TO TRUE
                       MOVE RUN-AS-OF-DATE1   TO WS-LAST-AS-OF-DATE1
               DISPLAY "DATE-ROLL - NEXT BUSINESS DATE "
                       WS-NEXT-BUSINESS-DATE1
                       " WRITTEN TO PARMFILE"
               PERFORM 3300-RELEASE-PENDING   THRU 3300-EXIT
           END-IF

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "DATE-ROLL - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE.
       3000-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-RELEASE-PENDING.
      *----------------------------------------------------------------*
      *    SPLITS THE CARRIED PENDING INVENTORY AND THE ITEMS THE RUN
      *    JUST HELD BACK ON THE NEW BUSINESS DATE (3320).  A PENDING
      *    FILE THAT DOES NOT EXIST IS SIMPLY EMPTY; ONE THAT EXISTS
      *    BUT WILL NOT OPEN, OR AN OUTPUT THAT WILL NOT OPEN, GRADES
      *    THE STEP 12 AND NAMES NO RENAME, SO NO ITEM CAN BE LOST OR
      *    RELEASED TWICE.
      *----------------------------------------------------------------*
           MOVE WS-NEXT-BUSINESS-DATE1 TO WS-NEXT-DATE1
           MOVE WS-NEXT-YEAR  TO WS-RELEASE-YYYY
           MOVE WS-NEXT-MONTH TO WS-RELEASE-MM
           MOVE WS-NEXT-DATE  TO WS-RELEASE-DD

           OPEN INPUT  PENDING-INV-FILE
           OPEN INPUT  PENDING-OUT-FILE
           OPEN OUTPUT PENDING-NEW-FILE
           OPEN OUTPUT RELEASE-FILE

           IF (WS-PINV-FILE-STATUS NOT = '00'
                   AND WS-PINV-FILE-STATUS NOT = '35')
              OR (WS-PEND-FILE-STATUS NOT = '00'
                   AND WS-PEND-FILE-STATUS NOT = '35')
              OR WS-PNEW-FILE-STATUS NOT = '00'
              OR WS-REL-FILE-STATUS NOT = '00'
               DISPLAY 'DATE-ROLL - UNABLE TO OPEN THE PENDING FILES, '
                       'STATUS = ' WS-PINV-FILE-STATUS '/'
                       WS-PEND-FILE-STATUS '/' WS-PNEW-FILE-STATUS
                       '/' WS-REL-FILE-STATUS
               DISPLAY 'DATE-ROLL - PENDING ITEMS NOT RELEASED, HOLD '
                       'PENDREL AND THE PENDNEW RENAME'
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               IF WS-PINV-FILE-STATUS = '00'
                   MOVE 'N' TO WS-PEND-EOF-SWITCH
                   PERFORM 3310-READ-CARRIED-ITEM THRU 3310-EXIT
                       UNTIL WS-PEND-EOF-YES
               END-IF
               IF WS-PEND-FILE-STATUS = '00'
                   MOVE 'N' TO WS-PEND-EOF-SWITCH
                   PERFORM 3315-READ-NEW-ITEM THRU 3315-EXIT
                       UNTIL WS-PEND-EOF-YES
               END-IF
               IF WS-REL-SET-OPEN
                   PERFORM 3350-WRITE-RELEASE-TRAILER THRU 3350-EXIT
               END-IF
               SET WS-PEND-SPLIT-DONE TO TRUE
               DISPLAY "DATE-ROLL - PENDING ITEMS READ      : "
                       WS-PEND-READ-COUNT
               DISPLAY "DATE-ROLL - RELEASED TO PENDREL     : "
                       WS-RELEASED-COUNT " IN " WS-REL-SET-TOTAL
                       " SET(S)"
               DISPLAY "DATE-ROLL - CARRIED FORWARD PENDNEW : "
                       WS-CARRIED-COUNT
           END-IF

           CLOSE PENDING-INV-FILE
           CLOSE PENDING-OUT-FILE
           CLOSE PENDING-NEW-FILE
           CLOSE RELEASE-FILE.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3310-READ-CARRIED-ITEM.
      *----------------------------------------------------------------*
           READ PENDING-INV-FILE INTO WS-PENDING-ITEM
               AT END
                   MOVE 'Y' TO WS-PEND-EOF-SWITCH
               NOT AT END
                   PERFORM 3320-SPLIT-ONE-ITEM THRU 3320-EXIT
           END-READ.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3315-READ-NEW-ITEM.
      *----------------------------------------------------------------*
           READ PENDING-OUT-FILE INTO WS-PENDING-ITEM
               AT END
                   MOVE 'Y' TO WS-PEND-EOF-SWITCH
               NOT AT END
                   PERFORM 3320-SPLIT-ONE-ITEM THRU 3320-EXIT
           END-READ.
       3315-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3320-SPLIT-ONE-ITEM.
      *----------------------------------------------------------------*
           ADD 1 TO WS-PEND-READ-COUNT
           IF PND-EFFECTIVE-YMD-N NOT > WS-RELEASE-YMD-R
               PERFORM 3330-RELEASE-ONE-ITEM THRU 3330-EXIT
           ELSE
               WRITE PENDING-NEW-REC FROM WS-PENDING-ITEM
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.
       3320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3330-RELEASE-ONE-ITEM.
      *----------------------------------------------------------------*
      *    WRITES ONE DUE ITEM AS AN ORDINARY TRANSACTION RECORD UNDER
      *    A CONTROL SET FOR ITS SOURCE, OPENING A NEW SET WHENEVER THE
      *    SOURCE CHANGES (PROG0001 SUMS SEVERAL SETS FROM ONE SOURCE).
      *    THE DATE IS ALREADY NORMALIZED, SO THE FORMAT CODE GOES OUT
      *    BLANK (DD-MM-YYYY).
      *----------------------------------------------------------------*
           IF WS-REL-SET-OPEN
                   AND PND-SOURCE-SYSTEM NOT = WS-REL-SET-SOURCE
               PERFORM 3350-WRITE-RELEASE-TRAILER THRU 3350-EXIT
           END-IF

           IF WS-REL-SET-CLOSED
               PERFORM 3340-WRITE-RELEASE-HEADER THRU 3340-EXIT
           END-IF

           MOVE SPACES              TO RELEASE-REC
           MOVE PND-EFFECTIVE-DATE1 TO REL-DATE1
           MOVE PND-TRANS-ID        TO REL-TRANS-ID
           MOVE PND-AMOUNT          TO REL-AMOUNT
           MOVE PND-CUSTOMER-NO     TO REL-CUSTOMER-NO
           WRITE RELEASE-REC

           ADD 1          TO WS-REL-SET-COUNT
           ADD PND-AMOUNT TO WS-REL-SET-AMOUNT
           ADD 1          TO WS-RELEASED-COUNT
           ADD PND-AMOUNT TO WS-RELEASED-AMOUNT.
       3330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3340-WRITE-RELEASE-HEADER.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO RELEASE-CONTROL-REC
           MOVE "HDR"                  TO RLC-RECORD-ID
           MOVE WS-NEXT-BUSINESS-DATE1 TO RLC-FEED-DATE1
           MOVE PND-SOURCE-SYSTEM      TO RLC-SOURCE-SYSTEM
           MOVE "PEND"                 TO RLC-SET-TYPE
           WRITE RELEASE-CONTROL-REC

           SET WS-REL-SET-OPEN TO TRUE
           ADD 1 TO WS-REL-SET-TOTAL
           MOVE PND-SOURCE-SYSTEM TO WS-REL-SET-SOURCE
           MOVE ZERO TO WS-REL-SET-COUNT
           MOVE ZERO TO WS-REL-SET-AMOUNT.
       3340-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3350-WRITE-RELEASE-TRAILER.
      *----------------------------------------------------------------*
           MOVE SPACES            TO RELEASE-CONTROL-REC
           MOVE "TRL"             TO RLC-RECORD-ID
           MOVE WS-REL-SET-COUNT  TO RLC-EXPECTED-COUNT
           MOVE WS-REL-SET-AMOUNT TO RLC-EXPECTED-AMOUNT
           WRITE RELEASE-CONTROL-REC

           SET WS-REL-SET-CLOSED TO TRUE.
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-WRITE-STEP-LOG.
      *----------------------------------------------------------------*
      *    APPENDS THIS STEP'S RECORD TO THE STREAM STEP LOG READ BY
      *    THE MORNING STATUS REPORT (STREAM-STATUS).  THE AS-OF DATE
      *    IS THE DAY BEING ROLLED PAST - DATECTL ALREADY HOLDS THE
      *    NEXT ONE BY NOW, SO IT IS SET HERE RATHER THAN LEFT FOR
      *    STEP-LOG.  THE OUTPUT COUNT IS THE PARMFILE CARD WRITTEN.
      *    ONCE THE PENDING INVENTORY HAS BEEN SPLIT, PENDNEW IS NAMED
      *    FOR RENAMING OVER PENDFILE.
      *----------------------------------------------------------------*
           INITIALIZE WS-STEP-LOG-REC
           MOVE "DATE-ROLL"          TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP     TO STP-START-TIMESTAMP
           MOVE WS-RETURN-CODE       TO STP-RETURN-CODE
           MOVE WS-RUNLOG-READ-COUNT TO STP-IN-COUNT
           IF WS-ROLLED
               MOVE 1                TO STP-OUT-COUNT
           END-IF
           IF WS-PEND-SPLIT-DONE
               MOVE "PENDNEW"        TO STP-RENAME-FILE
           END-IF
           IF WS-RUNLOG-FOUND
               MOVE WS-LAST-AS-OF-DATE1   TO STP-AS-OF-DATE1
           ELSE
               MOVE WS-CTL-BUSINESS-DATE1 TO STP-AS-OF-DATE1
           END-IF
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-VALIDATE-DATE / 4050-APPLY-CENTURY-WINDOW: VALIDATES
      *    THE OVERRIDE DATE STAGED IN WS-DATE1, USING THE SAME CHECK
