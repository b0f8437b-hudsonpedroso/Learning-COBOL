      *                 BREAKOUT RECORD CANNOT MASQUERADE AS THE
      *                 RUN-LEVEL RECORD THE DOWNSTREAM READERS SELECT
      *                 BY BLANK SOURCE.
      * 2026-09-14  RA  EVERY HDR IS NOW CHECKED AGAINST THE UPSTREAM
      *                 SOURCE REGISTRY (SRCREG, SEE SRCREGRC.CPY,
      *                 MAINTAINED BY SRCREG-MAINT).  EVERY DATA RECORD
      *                 IN A SET FROM AN UNREGISTERED OR INACTIVE
      *                 SOURCE IS REJECTED (REASON 06), AND A RECORD
      *                 WHOSE FORMAT CODE IS NOT THE ONE REGISTERED FOR
      *                 ITS SOURCE IS REJECTED (REASON 07) WITH THE
      *                 WHOLE SET FLAGGED ON THE BALANCING SECTION.  A
      *                 SOURCE REGISTERED AS VALUE-BALANCING WHOSE TRL
      *                 CARRIES NO AMOUNT HASH IS OUT OF BALANCE, A
      *                 SOURCE OUTSIDE ITS NORMAL DAILY VOLUME RANGE
      *                 GRADES THE RUN AT LEAST 04, AND EVERY ACTIVE
      *                 SOURCE THAT SENT NOTHING IS LISTED ON THE
      *                 BALANCING SECTION AND PUTS THE RUN OUT OF
      *                 BALANCE, SO A SILENT UPSTREAM OUTAGE IS CAUGHT
      *                 THE SAME MORNING.  A REGISTRY THAT WILL NOT
      *                 OPEN ONLY SWITCHES THE CHECKS OFF, LIKE DATE
      *                 HISTORY.
      * 2026-09-21  RA  ADDED REVERSAL TRANSACTIONS (TR-RECORD-TYPE R),
      *                 WHICH NAME IN TR-TRANS-ID AN ORIGINAL ALREADY
      *                 CONVERTED.  THE ORIGINAL IS LOOKED UP ON THE
      *                 SEEN-KEY MASTER (NOW LAID OUT IN SEENKYRC.CPY
      *                 AND CARRYING THE CONVERTED DATE AND AMOUNT);
      *                 ITS DATE'S DH-VALID-COUNT IS DECREMENTED ON
      *                 DATEHIST, ITS SEEN-KEY ENTRY IS MARKED REVERSED
      *                 AND A NEGATIVE-AMOUNT REVERSAL ENTRY NAMING THE
      *                 ORIGINAL IS WRITTEN TO DATEOUT (NOW LAID OUT IN
      *                 CONVREC.CPY).  A REVERSALS SECTION PRINTS ON
      *                 DATERPT.  A REVERSAL WHOSE ORIGINAL IS UNKNOWN
      *                 (REASON 08) OR ALREADY REVERSED (REASON 09) IS
      *                 REJECTED TO THE SUSPENSE FILE.
      * 2026-09-28  RA  EVERY VALID CONVERSION (AND EVERY REVERSAL,
      *                 AGAINST ITS ORIGINAL'S MONTH) IS NOW POSTED TO
      *                 THE ACCOUNTING-PERIOD MASTER (PERIODM, SEE
      *                 PERIODRC.CPY) BY MONTH AND SOURCE SYSTEM, MONTH-
      *                 TO-DATE AND YEAR-TO-DATE.  A TRANSACTION DATED
      *                 IN A MONTH THAT PERIOD-CLOSE HAS CLOSED IS
      *                 REJECTED TO THE SUSPENSE FILE WITH REASON 10.
      *                 A MASTER THAT WILL NOT OPEN SWITCHES BOTH OFF.
      * 2026-10-05  RA  APPENDS ITS STEP RECORD (READ AND VALID COUNTS)
      *                 TO THE STREAM STEP LOG THROUGH STEP-LOG
      *                 (PROG0017) AS IT ENDS, ALONGSIDE RUNLOG.
      * 2026-10-09  RA  A SEEN KEY RELEASED BY SEENKEY-MAINT (PROG0020)
      *                 LETS ONE RESEND OF ITS ID THROUGH THE DUPLICATE
      *                 CHECK; THE CONVERSION RE-REGISTERS THE KEY AND
      *                 CLEARS THE RELEASE.  AUDIT RECORDS CARRY THE
      *                 NEW OPERATOR-ACTION FIELDS AS BLANKS.
      * 2026-10-11  RA  A VALID TRANSACTION DATED AFTER THE AS-OF RUN
      *                 DATE IS NO LONGER CONVERTED: IT IS HELD BACK TO
      *                 THE PENDING FILE (PENDOUT, SEE PENDREC.CPY) FOR
      *                 DATE-ROLL TO RELEASE INTO THE DATETRAN STREAM
      *                 ON ITS EFFECTIVE DATE, COUNTED AS PENDING
      *                 RATHER THAN VALID OR REJECTED.  A PENDING
      *                 INVENTORY SECTION (COUNT AND VALUE BY EFFECTIVE
      *                 DATE, CARRIED ITEMS PLUS TONIGHT'S) PRINTS ON
      *                 DATERPT.  A HDR MARKED AS A PENDING RELEASE SET
      *                 DOES NOT COUNT AS ITS SOURCE'S FEED ARRIVING.
      * 2026-10-13  RA  EACH DATEOUT ENTRY NOW NAMES ITS SOURCE SYSTEM,
      *                 AND RUNLOG (RUN-LEVEL AND PER-SOURCE) CARRIES
      *                 THE NET VALUE WRITTEN TO DATEOUT, FOR THE
      *                 GENERAL-LEDGER INTERFACE (GL-INTERFACE) TO
      *                 BALANCE ITS JOURNAL AGAINST.
      * 2026-10-14  RA  THE TRANSACTION RECORD NOW CARRIES A CUSTOMER
      *                 ACCOUNT, CHECKED AGAINST THE INDEXED CUSTOMER
      *                 MASTER (CUSTMAST, SEE CUSTRC.CPY); AN UNKNOWN
      *                 OR CLOSED ACCOUNT IS REJECTED TO THE SUSPENSE
      *                 FILE WITH REASON 11.  THE ACCOUNT TRAVELS ON TO
      *                 DATEOUT, SUSPFILE AND PENDOUT.  A MASTER THAT
      *                 WILL NOT OPEN SWITCHES THE CHECK OFF FOR THE
      *                 RUN AND DATERPT SAYS SO.
      * 2026-10-15  RA  A SEENKEYS MASTER THAT EXISTS BUT WILL NOT OPEN
      *                 NOW ENDS THE RUN WITH CONDITION CODE 12 INSTEAD
      *                 OF SWITCHING THE DUPLICATE CHECK OFF.  A MONTH
      *                 DATED BEFORE A CLOSED MONTH OF THE SAME YEAR
      *                 IS TREATED AS CLOSED (REASON 10) EVEN WHEN IT
      *                 HAS NO CONTROL RECORD, AND A CLOSED MONTH'S
      *                 YEAR-TO-DATE IS NEVER REWRITTEN BY A POSTING.
      * 2026-10-15  RA  THE CHECKPOINT NOW ALSO CARRIES THE VALID,
      *                 REJECTED AND PENDING COUNTS AND THE VALID AND
      *                 PENDING VALUES, RESTORED ON A RESTART, SO THE
      *                 RUNLOG TOTALS COVER THE WHOLE (EXTENDED) DATEOUT
      *                 AND NOT ONLY THE RECORDS AFTER THE RESTART.
      ******************************************************************

      *================================================================*
                                    RECORD KEY IS SK-TRANS-ID
                                    FILE STATUS IS WS-SEEN-FILE-STATUS.

      *---- INDEXED ACCOUNTING-PERIOD MASTER, ONE RECORD PER MONTH ----*
      *---- AND SOURCE SYSTEM PLUS A BLANK-SOURCE CONTROL RECORD ------*
           SELECT PERIOD-FILE      ASSIGN TO "PERIODM"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PM-KEY
                                    FILE STATUS IS WS-PERD-FILE-STATUS.

      *---- INDEXED CUSTOMER MASTER, MAINTAINED BY CUST-MAINT ---------*
           SELECT CUSTOMER-FILE    ASSIGN TO "CUSTMAST"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS CUS-ACCOUNT-NO
                                    FILE STATUS IS WS-CUST-FILE-STATUS.

      *---- MACHINE-READABLE FEED OF CONVERTED DATES FOR DOWNSTREAM ---*
           SELECT CONVERTED-FILE   ASSIGN TO "DATEOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CONV-FILE-STATUS.

      *---- FUTURE-DATED TRANSACTIONS HELD BACK BY THIS RUN, MERGED ---*
      *---- INTO THE PENDING INVENTORY BY DATE-ROLL -------------------*
           SELECT PENDING-FILE     ASSIGN TO "PENDOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PEND-FILE-STATUS.

      *---- PENDING INVENTORY AS CARRIED FORWARD BY THE LAST DATE-ROLL *
           SELECT PENDING-INV-FILE ASSIGN TO "PENDFILE"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PINV-FILE-STATUS.

      *---- UPSTREAM SOURCE REGISTRY, ONE RECORD PER EXPECTED FEED ----*
           SELECT SOURCE-REG-FILE  ASSIGN TO "SRCREG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-SREG-FILE-STATUS.

      *---- HEADED, PAGINATED DATE-CONVERSION REPORT ------------------*
           SELECT PRINT-FILE        ASSIGN TO "DATERPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
           05 TR-AMOUNT           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 TR-AMOUNT-X REDEFINES TR-AMOUNT
                                  PIC X(10).
           05 TR-DATE-FILL-6      PIC X(1).
      *---- BLANK = ORDINARY TRANSACTION; R = REVERSAL OF THE EARLIER -*
      *---- CONVERSION WHOSE ID IS CARRIED IN TR-TRANS-ID -------------*
           05 TR-RECORD-TYPE      PIC X(1).
               88 TR-REVERSAL-REC           VALUE 'R'.
           05 TR-DATE-FILL-7      PIC X(1).
      *---- CUSTOMER ACCOUNT ON CUSTMAST; BLANK ON FEEDS THAT DO NOT --*
      *---- SUPPLY ONE (NO ACCOUNT CHECK POSSIBLE) --------------------*
           05 TR-CUSTOMER-NO      PIC X(8).

      *---- ALTERNATE VIEW OF THE SAME BUFFER FOR THE HDR/TRL CONTROL -*
      *---- RECORDS SUPPLIED BY THE UPSTREAM FEED ---------------------*
              10 TC-FEED-DATE1    PIC X(10).
              10 TC-FILL-2        PIC X(1).
              10 TC-SOURCE-SYSTEM PIC X(7).
      *---- PEND ON A SET OF PENDING ITEMS RELEASED BY DATE-ROLL ------*
              10 TC-SET-TYPE      PIC X(4).
                  88 TC-PENDING-RELEASE        VALUE 'PEND'.
           05 TC-TRAILER-DATA REDEFINES TC-CONTROL-DATA.
              10 TC-EXPECTED-COUNT PIC 9(7).
              10 TC-FILL-3        PIC X(1).
           05 CHKPT-RUN-TIMESTAMP  PIC X(16).
           05 CHKPT-FILL-2         PIC X     VALUE SPACE.
           05 CHKPT-LAST-DATE1     PIC X(10).
      *---- RUN TOTALS SO FAR, SPACES ON A CHECKPOINT FROM BEFORE -----*
      *---- THEY WERE CARRIED -----------------------------------------*
           05 CHKPT-FILL-3         PIC X     VALUE SPACE.
           05 CHKPT-VALID-COUNT    PIC 9(7).
           05 CHKPT-FILL-4         PIC X     VALUE SPACE.
           05 CHKPT-VALID-AMOUNT   PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CHKPT-FILL-5         PIC X     VALUE SPACE.
           05 CHKPT-INVALID-COUNT  PIC 9(7).
           05 CHKPT-FILL-6         PIC X     VALUE SPACE.
           05 CHKPT-PENDING-COUNT  PIC 9(7).
           05 CHKPT-FILL-7         PIC X     VALUE SPACE.
           05 CHKPT-PENDING-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC.

       FD  SEEN-KEY-FILE.
       01  SEEN-KEY-REC.
           COPY SEENKYRC.

       FD  PERIOD-FILE.
       01  PERIOD-REC.
           COPY PERIODRC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           COPY CUSTRC.

       FD  CONVERTED-FILE.
       01  CONVERTED-REC.
           COPY CONVREC.

       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY PENDREC.

       FD  PENDING-INV-FILE.
       01  PENDING-INV-REC             PIC X(71).

       FD  SOURCE-REG-FILE.
       01  SOURCE-REG-REC.
           COPY SRCREGRC.

       FD  PRINT-FILE.
       01  PRINT-REC                   PIC X(90).
      *---- RECORD AMOUNT NORMALIZED FOR ARITHMETIC (BLANK = ZERO) ----*
       01 WS-AMOUNT-FIELDS.
           05 WS-AMOUNT-WORK           PIC S9(9)V99 VALUE ZERO.
      *---- NET VALUE WRITTEN TO DATEOUT (REVERSALS NEGATIVE) ---------*
           05 WS-VALID-AMOUNT          PIC S9(11)V99 VALUE ZERO.

       01 WS-FILE-SWITCHES.
           05 WS-TRANS-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-CHKPT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-SUSP-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-CONV-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PEND-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PINV-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PINV-EOF-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-PINV-EOF-YES                VALUE 'Y'.
           05 WS-HIST-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PRINT-FILE-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-RUNLOG-FILE-STAT      PIC X(2)  VALUE SPACES.
           05 WS-SEEN-SWITCH           PIC X(1)  VALUE 'Y'.
               88 WS-SEEN-ACTIVE                 VALUE 'Y'.
               88 WS-SEEN-DISABLED               VALUE 'N'.
           05 WS-PERD-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-PERIOD-SWITCH         PIC X(1)  VALUE 'Y'.
               88 WS-PERIOD-ACTIVE               VALUE 'Y'.
               88 WS-PERIOD-DISABLED             VALUE 'N'.
           05 WS-CUST-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-CUSTOMER-SWITCH       PIC X(1)  VALUE 'Y'.
               88 WS-CUSTOMER-ACTIVE             VALUE 'Y'.
               88 WS-CUSTOMER-DISABLED           VALUE 'N'.
           05 WS-SREG-FILE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-REGISTRY-SWITCH       PIC X(1)  VALUE 'Y'.
               88 WS-REGISTRY-ACTIVE             VALUE 'Y'.
               88 WS-REGISTRY-DISABLED           VALUE 'N'.
           05 WS-SREG-EOF-SWITCH       PIC X(1)  VALUE 'N'.
               88 WS-SREG-EOF-YES                VALUE 'Y'.
           05 WS-DUP-SWITCH            PIC X(1)  VALUE 'N'.
               88 WS-DUPLICATE-YES               VALUE 'Y'.
               88 WS-DUPLICATE-NO                VALUE 'N'.
           05 WS-SEEN-RELEASE-SWITCH   PIC X(1)  VALUE 'N'.
               88 WS-SEEN-RELEASED-YES           VALUE 'Y'.
               88 WS-SEEN-RELEASED-NO            VALUE 'N'.
           05 WS-OPEN-FAIL-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-OPEN-FAILED                 VALUE 'Y'.
           05 WS-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           05 WS-VALID-SWITCH          PIC X(1)  VALUE 'Y'.
               88 WS-DATE-VALID                  VALUE 'Y'.
               88 WS-DATE-INVALID                VALUE 'N'.
           05 WS-FUTURE-SWITCH         PIC X(1)  VALUE 'N'.
               88 WS-FUTURE-DATED-YES            VALUE 'Y'.
               88 WS-FUTURE-DATED-NO             VALUE 'N'.

       01 WS-COUNTERS.
           05 WS-RECORD-COUNT          PIC 9(7)  COMP VALUE ZERO.
           05 WS-VALID-COUNT           PIC 9(7)  COMP VALUE ZERO.
           05 WS-INVALID-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05 WS-PENDING-COUNT         PIC 9(7)  COMP VALUE ZERO.
           05 WS-RECORD-COUNT-SAVE     PIC 9(7)  VALUE ZERO.

      *---- HDR/TRL CONTROL-RECORD AND RUN-BALANCING WORK FIELDS ------*
               88 WS-RUN-OUT-OF-BALANCE          VALUE 'N'.
           05 WS-ORPHAN-SWITCH         PIC X(1)  VALUE 'N'.
               88 WS-ORPHAN-DATA-SEEN            VALUE 'Y'.
           05 WS-VOLUME-SWITCH         PIC X(1)  VALUE 'N'.
               88 WS-VOLUME-WARNING              VALUE 'Y'.
           05 WS-MISSING-FEED-COUNT    PIC 9(3)  COMP VALUE ZERO.

      *---- ONE CONTROL SET PER HDR/TRL PAIR ON THE CONCATENATED FEED.-*
      *---- WS-SRC-IX POINTS AT THE SET THE CURRENT DATA RECORDS ------*
                  88 WS-SRC-OUT-OF-BALANCE      VALUE 'N'.
              10 WS-SRC-HASH-SWITCH    PIC X(1).
                  88 WS-SRC-HASH-SEEN           VALUE 'Y'.
      *---- SOURCE-REGISTRY VERDICT FOR THE SET (BLANK WHEN THE -------*
      *---- REGISTRY IS OFF) AND THE REGISTERED EXPECTATIONS ----------*
              10 WS-SRC-REG-SWITCH     PIC X(1).
                  88 WS-SRC-REG-UNCHECKED       VALUE ' '.
                  88 WS-SRC-REG-ACCEPTED        VALUE 'A'.
                  88 WS-SRC-REG-UNREGISTERED    VALUE 'U'.
                  88 WS-SRC-REG-INACTIVE        VALUE 'I'.
                  88 WS-SRC-REG-REJECTED        VALUE 'U' 'I'.
              10 WS-SRC-REG-IX         PIC 9(3)  COMP.
              10 WS-SRC-EXP-FORMAT     PIC X(1).
              10 WS-SRC-VALUE-BAL      PIC X(1).
                  88 WS-SRC-MUST-VALUE-BAL      VALUE 'Y'.
              10 WS-SRC-MIN-VOLUME     PIC 9(7).
              10 WS-SRC-MAX-VOLUME     PIC 9(7).
              10 WS-SRC-FORMAT-SWITCH  PIC X(1).
                  88 WS-SRC-FORMAT-MISMATCH     VALUE 'Y'.
              10 WS-SRC-VOLUME-SWITCH  PIC X(1).
                  88 WS-SRC-VOLUME-OUT-OF-RANGE VALUE 'Y'.
              10 WS-SRC-TRAILER-COUNT  PIC 9(7).
              10 WS-SRC-TRAILER-AMOUNT PIC S9(11)V99.
              10 WS-SRC-AMOUNT-TOTAL   PIC S9(11)V99.
              10 WS-SRC-VALID-AMOUNT   PIC S9(11)V99.
              10 WS-SRC-READ-COUNT     PIC 9(7).
              10 WS-SRC-VALID-COUNT    PIC 9(7).
              10 WS-SRC-REJECT-COUNT   PIC 9(7).
              10 WS-SRC-DAY-COUNT      PIC 9(7).
              10 WS-SRC-FORMAT-COUNT   PIC 9(7).
              10 WS-SRC-DUP-COUNT      PIC 9(7).
              10 WS-SRC-SOURCE-COUNT   PIC 9(7).
              10 WS-SRC-REGFMT-COUNT   PIC 9(7).
              10 WS-SRC-REVUNK-COUNT   PIC 9(7).
              10 WS-SRC-REVREP-COUNT   PIC 9(7).
              10 WS-SRC-CLOSED-COUNT   PIC 9(7).
              10 WS-SRC-CUSTOMER-COUNT PIC 9(7).

      *---- UPSTREAM SOURCE REGISTRY, LOADED ONCE AT INITIALIZATION. --*
      *---- THE FEED SWITCH IS SET WHEN A HDR FOR THE SOURCE ARRIVES, -*
      *---- SO AN ACTIVE SOURCE LEFT WITHOUT ONE AT END OF RUN SENT ---*
      *---- NOTHING. --------------------------------------------------*
       01 WS-REGISTRY-FIELDS.
           05 WS-REGISTRY-COUNT        PIC 9(3)  COMP VALUE ZERO.
           05 WS-REGISTRY-MAX          PIC 9(3)  COMP VALUE 50.
           05 WS-REG-IX                PIC 9(3)  COMP VALUE ZERO.
           05 WS-REG-FOUND-IX          PIC 9(3)  COMP VALUE ZERO.
       01 WS-REGISTRY-TABLE.
           05 WS-REGISTRY-ENTRY        OCCURS 50 TIMES.
              10 WS-REG-ENT-SOURCE     PIC X(7).
              10 WS-REG-ENT-FORMAT     PIC X(1).
              10 WS-REG-ENT-VALUE-BAL  PIC X(1).
              10 WS-REG-ENT-MIN-VOLUME PIC 9(7).
              10 WS-REG-ENT-MAX-VOLUME PIC 9(7).
              10 WS-REG-ENT-STATUS     PIC X(1).
                  88 WS-REG-ENT-ACTIVE          VALUE 'A'.
              10 WS-REG-ENT-FEED-SWITCH PIC X(1).
                  88 WS-REG-ENT-FEED-SEEN       VALUE 'Y'.

      *---- REVERSAL WORK FIELDS: THE ORIGINAL BEING BACKED OUT, AS ---*
      *---- FOUND ON THE SEEN-KEY MASTER, AND THE RUN'S TOTALS --------*
       01 WS-REVERSAL-FIELDS.
           05 WS-REV-ORIG-DATE         PIC 9(8)  VALUE ZERO.
           05 WS-REV-ORIG-RUN-DATE     PIC X(8)  VALUE SPACES.
           05 WS-REV-ORIG-RECORD-NO    PIC 9(7)  VALUE ZERO.
           05 WS-REV-AMOUNT-WORK       PIC S9(9)V99 VALUE ZERO.
           05 WS-REV-APPLIED-COUNT     PIC 9(7)  COMP VALUE ZERO.
           05 WS-REV-APPLIED-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05 WS-REV-LIST-COUNT        PIC 9(3)  COMP VALUE ZERO.
           05 WS-REV-LIST-MAX          PIC 9(3)  COMP VALUE 200.
           05 WS-REV-IX                PIC 9(3)  COMP VALUE ZERO.
      *---- APPLIED REVERSALS HELD FOR THE DATERPT REVERSALS SECTION --*
       01 WS-REVERSAL-TABLE.
           05 WS-REVERSAL-ENTRY        OCCURS 200 TIMES.
              10 WS-REV-ENT-TRANS-ID   PIC X(12).
              10 WS-REV-ENT-RECORD-NO  PIC 9(7).
              10 WS-REV-ENT-ORIG-DATE  PIC 9(8).
              10 WS-REV-ENT-ORIG-RUN   PIC X(8).
              10 WS-REV-ENT-ORIG-RECNO PIC 9(7).
              10 WS-REV-ENT-AMOUNT     PIC S9(9)V99.

      *---- FUTURE-DATED (PENDING) WORK FIELDS.  THE AS-OF DATE AND ---*
      *---- THE TRANSACTION DATE ARE COMPARED IN YYYYMMDD ORDER -------*
       01 WS-PENDING-FIELDS.
           05 WS-AS-OF-YMD.
              10 WS-AS-OF-YMD-YYYY     PIC 9(4)  VALUE ZERO.
              10 WS-AS-OF-YMD-MM       PIC 9(2)  VALUE ZERO.
              10 WS-AS-OF-YMD-DD       PIC 9(2)  VALUE ZERO.
           05 WS-AS-OF-YMD-R REDEFINES WS-AS-OF-YMD
                                       PIC 9(8).
           05 WS-EFFECTIVE-YMD.
              10 WS-EFFECTIVE-YYYY     PIC 9(4)  VALUE ZERO.
              10 WS-EFFECTIVE-MM       PIC 9(2)  VALUE ZERO.
              10 WS-EFFECTIVE-DD       PIC 9(2)  VALUE ZERO.
           05 WS-EFFECTIVE-YMD-R REDEFINES WS-EFFECTIVE-YMD
                                       PIC 9(8).
           05 WS-PENDING-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05 WS-PINV-COUNT            PIC 9(3)  COMP VALUE ZERO.
           05 WS-PINV-MAX              PIC 9(3)  COMP VALUE 100.
           05 WS-PINV-IX               PIC 9(3)  COMP VALUE ZERO.
           05 WS-PINV-FOUND-IX         PIC 9(3)  COMP VALUE ZERO.
           05 WS-PINV-SHIFT-IX         PIC 9(3)  COMP VALUE ZERO.
           05 WS-PINV-TOTAL-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05 WS-PINV-TOTAL-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           05 WS-PINV-UNLISTED-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05 WS-PINV-DATE-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-PINV-DATE-LISTED            VALUE 'Y'.
               88 WS-PINV-DATE-NEW               VALUE 'N'.
           05 WS-PINV-CARRIED-SWITCH   PIC X(1)  VALUE 'Y'.
               88 WS-PINV-CARRIED-READ           VALUE 'Y'.
               88 WS-PINV-CARRIED-UNREAD         VALUE 'N'.
      *---- ONE PENDING ITEM AS READ BACK FOR THE INVENTORY SECTION ---*
       01 WS-PENDING-ITEM.
           COPY PENDREC
               REPLACING
                     ==PND-EFFECTIVE-DATE1== BY ==WPI-EFFECTIVE-DATE1==
                     ==PND-FILL-1==          BY ==WPI-FILL-1==
                     ==PND-EFFECTIVE-YMD-N== BY ==WPI-EFFECTIVE-YMD-N==
                     ==PND-EFFECTIVE-YMD==   BY ==WPI-EFFECTIVE-YMD==
                     ==PND-EFFECTIVE-YYYY==  BY ==WPI-EFFECTIVE-YYYY==
                     ==PND-EFFECTIVE-MM==    BY ==WPI-EFFECTIVE-MM==
                     ==PND-EFFECTIVE-DD==    BY ==WPI-EFFECTIVE-DD==
                     ==PND-FILL-2==          BY ==WPI-FILL-2==
                     ==PND-TRANS-ID==        BY ==WPI-TRANS-ID==
                     ==PND-FILL-3==          BY ==WPI-FILL-3==
                     ==PND-AMOUNT-X==        BY ==WPI-AMOUNT-X==
                     ==PND-AMOUNT==          BY ==WPI-AMOUNT==
                     ==PND-FILL-4==          BY ==WPI-FILL-4==
                     ==PND-SOURCE-SYSTEM==   BY ==WPI-SOURCE-SYSTEM==
                     ==PND-FILL-5==          BY ==WPI-FILL-5==
                     ==PND-DIVERTED-DATE1==  BY ==WPI-DIVERTED-DATE1==
                     ==PND-FILL-6==          BY ==WPI-FILL-6==
                     ==PND-CUSTOMER-NO==     BY ==WPI-CUSTOMER-NO==.
      *---- PENDING INVENTORY BY EFFECTIVE DATE, KEPT IN DATE ORDER ---*
       01 WS-PENDING-INV-TABLE.
           05 WS-PINV-ENTRY            OCCURS 100 TIMES.
              10 WS-PINV-ENT-YMD       PIC 9(8).
              10 WS-PINV-ENT-DATE1     PIC X(10).
              10 WS-PINV-ENT-COUNT     PIC 9(7)  COMP.
              10 WS-PINV-ENT-AMOUNT    PIC S9(11)V99.

      *---- ACCOUNTING-PERIOD WORK FIELDS.  WS-PER-DATE IS THE DATE ---*
      *---- BEING POSTED OR CHECKED; THE CACHE HOLDS EACH MONTH'S -----*
      *---- OPEN/CLOSED STATUS ONCE LOOKED UP, SO THE MASTER IS READ --*
      *---- ONCE PER MONTH PER RUN FOR THE CLOSED-PERIOD CHECK --------*
       01 WS-PERIOD-FIELDS.
           05 WS-PER-DATE.
              10 WS-PER-PERIOD.
                 15 WS-PER-YYYY        PIC 9(4)  VALUE ZERO.
                 15 WS-PER-MM          PIC 9(2)  VALUE ZERO.
              10 WS-PER-PERIOD-R REDEFINES WS-PER-PERIOD
                                       PIC 9(6).
              10 WS-PER-DD             PIC 9(2)  VALUE ZERO.
           05 WS-PER-DATE-R REDEFINES WS-PER-DATE
                                       PIC 9(8).
           05 WS-PER-SOURCE            PIC X(7)  VALUE SPACES.
           05 WS-PER-POST-SOURCE       PIC X(7)  VALUE SPACES.
           05 WS-PER-DIRECTION         PIC X(1)  VALUE 'A'.
               88 WS-PER-ADDING                  VALUE 'A'.
               88 WS-PER-BACKING-OUT             VALUE 'R'.
           05 WS-PER-DELTA-AMOUNT      PIC S9(9)V99 VALUE ZERO.
           05 WS-PER-PRIOR-YTD-COUNT   PIC 9(9)  VALUE ZERO.
           05 WS-PER-PRIOR-YTD-AMOUNT  PIC S9(13)V99 VALUE ZERO.
           05 WS-PER-PRIOR-SWITCH      PIC X(1)  VALUE 'N'.
               88 WS-PER-PRIOR-FOUND             VALUE 'Y'.
               88 WS-PER-PRIOR-NOT-FOUND         VALUE 'N'.
           05 WS-PER-CLOSED-SWITCH     PIC X(1)  VALUE 'N'.
               88 WS-PERIOD-IS-CLOSED            VALUE 'Y'.
               88 WS-PERIOD-IS-OPEN              VALUE 'N'.
           05 WS-PER-WALK-START        PIC 9(2)  VALUE ZERO.
           05 WS-PER-WALK-MM           PIC 9(2)  VALUE ZERO.
           05 WS-PER-CACHE-COUNT       PIC 9(3)  COMP VALUE ZERO.
           05 WS-PER-CACHE-MAX         PIC 9(3)  COMP VALUE 60.
           05 WS-PER-CACHE-IX          PIC 9(3)  COMP VALUE ZERO.
           05 WS-PER-CACHE-FOUND-IX    PIC 9(3)  COMP VALUE ZERO.
       01 WS-PERIOD-CACHE.
           05 WS-PER-CACHE-ENTRY       OCCURS 60 TIMES.
              10 WS-PER-CACHE-PERIOD   PIC 9(6).
              10 WS-PER-CACHE-STATUS   PIC X(1).
                  88 WS-PER-CACHE-CLOSED        VALUE 'C'.

      *---- GRADED CONDITION CODE AND RUN-CONTROL WORK FIELDS ---------*
       01 WS-RUN-CONTROL-FIELDS.
           05 WS-CHKPT-REMAINDER       PIC 9(4)  VALUE ZERO.
           05 WS-CHECKPOINT-LAST-DATE1 PIC X(10) VALUE SPACES.
           05 WS-SKIPPED-COUNT         PIC 9(7)  VALUE ZERO.
           05 WS-CHECKPOINT-TOTALS-SW  PIC X(1)  VALUE 'N'.
               88 WS-CHECKPOINT-HAS-TOTALS       VALUE 'Y'.
           05 WS-CHKPT-VALID-COUNT     PIC 9(7)  VALUE ZERO.
           05 WS-CHKPT-VALID-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05 WS-CHKPT-INVALID-COUNT   PIC 9(7)  VALUE ZERO.
           05 WS-CHKPT-PENDING-COUNT   PIC 9(7)  VALUE ZERO.
           05 WS-CHKPT-PENDING-AMOUNT  PIC S9(11)V99 VALUE ZERO.

      *---- REPORT PAGINATION WORK FIELDS -----------------------------*
       01 WS-REPORT-FIELDS.
               VALUE "REJECTION ANALYSIS".
           05 FILLER                   PIC X(62) VALUE SPACES.

      *---- REVERSALS SECTION PRINT LAYOUTS ---------------------------*
       01 WS-REVERSAL-HEADING.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(17)
               VALUE "REVERSALS SECTION".
           05 FILLER                   PIC X(63) VALUE SPACES.

       01 WS-REVERSAL-COLUMNS.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE "TRANS ID".
           05 FILLER                   PIC X(10) VALUE "RECORD NO".
           05 FILLER                   PIC X(10) VALUE "ORIG DATE".
           05 FILLER                   PIC X(10) VALUE "ORIG RUN".
           05 FILLER                   PIC X(9)  VALUE "ORIG REC".
           05 FILLER                   PIC X(15)
               VALUE "AMOUNT REVERSED".
           05 FILLER                   PIC X(12) VALUE SPACES.

       01 WS-REVERSAL-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WR-TRANS-ID              PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-RECORD-NO             PIC ZZZZZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WR-ORIG-DATE             PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-ORIG-RUN              PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-ORIG-RECORD-NO        PIC ZZZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WR-AMOUNT                PIC ZZZZZZZZZZ9.99-.
           05 FILLER                   PIC X(12) VALUE SPACES.

      *---- PENDING INVENTORY SECTION PRINT LAYOUTS; THE DATE LINES ---*
      *---- USE THE AGING SUMMARY LINE --------------------------------*
       01 WS-PENDING-HEADING.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(17)
               VALUE "PENDING INVENTORY".
           05 FILLER                   PIC X(63) VALUE SPACES.

       01 WS-PENDING-COLUMNS.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "EFFECTIVE".
           05 FILLER                   PIC X(7)  VALUE "  ITEMS".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(15)
               VALUE "          VALUE".
           05 FILLER                   PIC X(43) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WD-RECORD-NO             PIC ZZZZZZ9.
               88 WS-REASON-BAD-DAY              VALUE 03.
               88 WS-REASON-BAD-FORMAT           VALUE 04.
               88 WS-REASON-DUPLICATE            VALUE 05.
               88 WS-REASON-SOURCE-REJECTED      VALUE 06.
               88 WS-REASON-WRONG-FORMAT         VALUE 07.
               88 WS-REASON-REV-UNKNOWN          VALUE 08.
               88 WS-REASON-REV-REPEATED         VALUE 09.
               88 WS-REASON-CLOSED-PERIOD        VALUE 10.
               88 WS-REASON-BAD-CUSTOMER         VALUE 11.

      *---- REJECT COUNTS BY REASON FOR THE ANALYSIS SECTION ----------*
       01 WS-REASON-COUNTERS.
           05 WS-REASON-DAY-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05 WS-REASON-FORMAT-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05 WS-REASON-DUP-COUNT      PIC 9(7)  COMP VALUE ZERO.
           05 WS-REASON-SOURCE-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05 WS-REASON-REGFMT-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05 WS-REASON-REVUNK-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05 WS-REASON-REVREP-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05 WS-REASON-CLOSED-COUNT   PIC 9(7)  COMP VALUE ZERO.
           05 WS-REASON-CUSTOMER-COUNT PIC 9(7)  COMP VALUE ZERO.

      *---- WORK FIELDS USED TO NORMALIZE A FOREIGN DATE FORMAT INTO --*
      *---- THE DATEREC LAYOUT BEFORE VALIDATION ----------------------*
               88 WS-FORMAT-INVALID              VALUE 'N'.
           05 WS-FORMAT-WORK           PIC X(10) VALUE SPACES.
           05 WS-ORIGINAL-DATE1        PIC X(10) VALUE SPACES.
           05 WS-REGFMT-SWITCH         PIC X(1)  VALUE 'Y'.
               88 WS-FORMAT-AS-REGISTERED        VALUE 'Y'.
               88 WS-FORMAT-NOT-AS-REGISTERED    VALUE 'N'.

      *---- WORK FIELDS USED TO WINDOW A 2-DIGIT UPSTREAM YEAR --------*
       01 WS-CENTURY-WORK-FIELDS.
      *---- (SEE GETDAYSMO.CPY, PERFORMED FROM 4100-GET-DAYS-IN-MONTH)-*
       COPY DAYSINMO.

      *---- THIS STEP'S ENTRY ON THE STREAM STEP LOG (SEE STEP-LOG) ---*
       01 WS-STEP-LOG-REC.
           COPY STEPLGRC.

       01 WS-STEP-LOG-RC               PIC 9(2)  VALUE ZERO.

      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
           PERFORM 1070-MAINTENANCE-MODE     THRU 1070-EXIT

           MOVE WS-DATE1 TO WS-AS-OF-DATE1
           MOVE WS-AS-OF-YEAR  TO WS-AS-OF-YMD-YYYY
           MOVE WS-AS-OF-MONTH TO WS-AS-OF-YMD-MM
           MOVE WS-AS-OF-DATE  TO WS-AS-OF-YMD-DD

           OPEN INPUT DATE-TRANS-FILE

               IF WS-CONV-FILE-STATUS = '35'
                   OPEN OUTPUT CONVERTED-FILE
               END-IF
               OPEN EXTEND PENDING-FILE
               IF WS-PEND-FILE-STATUS = '35'
                   OPEN OUTPUT PENDING-FILE
               END-IF
           ELSE
               OPEN OUTPUT AUDIT-TRAIL-FILE
               OPEN OUTPUT PRINT-FILE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT CONVERTED-FILE
               OPEN OUTPUT PENDING-FILE
           END-IF

           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           IF WS-PEND-FILE-STATUS NOT = '00'
               DISPLAY 'PROG0001 - UNABLE TO OPEN PENDING-FILE, '
                       'STATUS = ' WS-PEND-FILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF

           PERFORM 1090-OPEN-DATE-HISTORY THRU 1090-EXIT
           PERFORM 1095-OPEN-SEEN-KEYS    THRU 1095-EXIT
           PERFORM 1096-OPEN-PERIOD-MASTER THRU 1096-EXIT
           PERFORM 1097-LOAD-SOURCE-REGISTRY THRU 1097-EXIT
           PERFORM 1099-OPEN-CUSTOMER-MASTER THRU 1099-EXIT

           IF WS-EOF-NO
               INITIALIZE AUDIT-TRAIL-REC
       1095-OPEN-SEEN-KEYS.
      *----------------------------------------------------------------*
      *    OPENS THE SEEN-KEY MASTER FOR UPDATE, CREATING IT ON FIRST
      *    USE (STATUS 35).  A MASTER THAT EXISTS BUT STILL WILL NOT
      *    OPEN (E.G. ONE NOT YET RELOADED BY SEENKEY-CONVERT INTO THE
      *    CURRENT RECORD LAYOUT) STOPS THE RUN WITH CONDITION CODE
      *    12: CONVERTING WITHOUT THE DUPLICATE CHECK WOULD LET A
      *    RESENT FEED THROUGH TWICE.
      *----------------------------------------------------------------*
           OPEN I-O SEEN-KEY-FILE
           IF WS-SEEN-FILE-STATUS = '35'
           IF WS-SEEN-FILE-STATUS NOT = '00'
               DISPLAY 'PROG0001 - UNABLE TO OPEN SEEN-KEY-FILE, '
                       'STATUS = ' WS-SEEN-FILE-STATUS
               SET WS-SEEN-DISABLED TO TRUE
               SET WS-OPEN-FAILED TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       1095-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1096-OPEN-PERIOD-MASTER.
      *----------------------------------------------------------------*
      *    OPENS THE ACCOUNTING-PERIOD MASTER FOR UPDATE, CREATING IT
      *    ON FIRST USE (STATUS 35).  A MASTER THAT STILL WILL NOT
      *    OPEN SWITCHES PERIOD POSTING AND THE CLOSED-PERIOD CHECK
      *    OFF FOR THE RUN, THE SAME WAY DATE HISTORY DEGRADES; THE
      *    BALANCING SECTION SAYS SO, SO THE MONTH'S TOTALS CAN BE
      *    REBUILT BEFORE THE PERIOD IS CLOSED.
      *----------------------------------------------------------------*
           OPEN I-O PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '35'
               OPEN OUTPUT PERIOD-FILE
               IF WS-PERD-FILE-STATUS = '00'
                   CLOSE PERIOD-FILE
                   OPEN I-O PERIOD-FILE
               END-IF
           END-IF

           IF WS-PERD-FILE-STATUS NOT = '00'
               DISPLAY 'PROG0001 - UNABLE TO OPEN PERIOD-FILE, '
                       'STATUS = ' WS-PERD-FILE-STATUS
                       ' - PERIOD POSTING OFF THIS RUN'
               SET WS-PERIOD-DISABLED TO TRUE
           END-IF.
       1096-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1097-LOAD-SOURCE-REGISTRY.
      *----------------------------------------------------------------*
      *    LOADS THE UPSTREAM SOURCE REGISTRY INTO CORE BEFORE THE
      *    FIRST HDR (A RESTART MEETS HDRS WHILE SKIPPING, SO THIS
      *    MUST RUN AHEAD OF 1060).  A REGISTRY THAT WILL NOT OPEN
      *    ONLY SWITCHES THE REGISTRY CHECKS OFF FOR THE RUN, THE SAME
      *    WAY DATE HISTORY DEGRADES; THE BALANCING SECTION SAYS SO.
      *    BLANK REGISTRY RECORDS ARE SKIPPED.
      *----------------------------------------------------------------*
           OPEN INPUT SOURCE-REG-FILE
           IF WS-SREG-FILE-STATUS NOT = '00'
               DISPLAY 'PROG0001 - UNABLE TO OPEN SOURCE-REG-FILE, '
                       'STATUS = ' WS-SREG-FILE-STATUS
                       ' - SOURCE REGISTRY CHECKS OFF THIS RUN'
               SET WS-REGISTRY-DISABLED TO TRUE
           ELSE
               PERFORM 1098-LOAD-ONE-REGISTRY-REC THRU 1098-EXIT
                   UNTIL WS-SREG-EOF-YES
                      OR WS-REGISTRY-COUNT = WS-REGISTRY-MAX
               IF WS-REGISTRY-COUNT = WS-REGISTRY-MAX
                   READ SOURCE-REG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "PROG0001 - SOURCE REGISTRY FULL AT "
                                   WS-REGISTRY-MAX " ENTRIES, REST OF "
                                   "REGISTRY NOT LOADED"
                   END-READ
               END-IF
               CLOSE SOURCE-REG-FILE
           END-IF.
       1097-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1098-LOAD-ONE-REGISTRY-REC.
      *----------------------------------------------------------------*
           READ SOURCE-REG-FILE
               AT END
                   MOVE 'Y' TO WS-SREG-EOF-SWITCH
               NOT AT END
                   IF REG-SOURCE-SYSTEM NOT = SPACES
                       ADD 1 TO WS-REGISTRY-COUNT
                       MOVE WS-REGISTRY-COUNT TO WS-REG-IX
                       INITIALIZE WS-REGISTRY-ENTRY(WS-REG-IX)
                       MOVE REG-SOURCE-SYSTEM  TO
                           WS-REG-ENT-SOURCE(WS-REG-IX)
                       MOVE REG-FORMAT-CODE    TO
                           WS-REG-ENT-FORMAT(WS-REG-IX)
                       MOVE REG-VALUE-BAL-FLAG TO
                           WS-REG-ENT-VALUE-BAL(WS-REG-IX)
                       IF REG-MIN-VOLUME NUMERIC
                           MOVE REG-MIN-VOLUME TO
                               WS-REG-ENT-MIN-VOLUME(WS-REG-IX)
                       END-IF
                       IF REG-MAX-VOLUME NUMERIC
                           MOVE REG-MAX-VOLUME TO
                               WS-REG-ENT-MAX-VOLUME(WS-REG-IX)
                       END-IF
                       MOVE REG-STATUS         TO
                           WS-REG-ENT-STATUS(WS-REG-IX)
                   END-IF
           END-READ.
       1098-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1099-OPEN-CUSTOMER-MASTER.
      *----------------------------------------------------------------*
      *    OPENS THE CUSTOMER MASTER FOR LOOKUP ONLY - IT IS BUILT AND
      *    MAINTAINED BY CUST-MAINT, NEVER CREATED HERE.  A MASTER
      *    THAT WILL NOT OPEN SWITCHES THE CUSTOMER-ACCOUNT CHECK OFF
      *    FOR THE RUN, THE SAME WAY PERIOD POSTING DEGRADES; THE
      *    BALANCING SECTION SAYS SO, SO CREDIT CONTROL KNOWS TONIGHT'S
      *    ACCOUNTS WENT THROUGH UNCHECKED.
      *----------------------------------------------------------------*
           OPEN INPUT CUSTOMER-FILE

           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'PROG0001 - UNABLE TO OPEN CUSTOMER-FILE, '
                       'STATUS = ' WS-CUST-FILE-STATUS
                       ' - ACCOUNT CHECK OFF THIS RUN'
               SET WS-CUSTOMER-DISABLED TO TRUE
           END-IF.
       1099-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1050-INITIALIZE-FROM-PARM.
      *----------------------------------------------------------------*
                   NOT AT END
                       MOVE CHKPT-LAST-KEY   TO WS-CHECKPOINT-SKIP-COUNT
                       MOVE CHKPT-LAST-DATE1 TO WS-CHECKPOINT-LAST-DATE1
                       IF CHKPT-VALID-COUNT     NUMERIC
                          AND CHKPT-VALID-AMOUNT   NUMERIC
                          AND CHKPT-INVALID-COUNT  NUMERIC
                          AND CHKPT-PENDING-COUNT  NUMERIC
                          AND CHKPT-PENDING-AMOUNT NUMERIC
                           SET WS-CHECKPOINT-HAS-TOTALS TO TRUE
                           MOVE CHKPT-VALID-COUNT
                               TO WS-CHKPT-VALID-COUNT
                           MOVE CHKPT-VALID-AMOUNT
                               TO WS-CHKPT-VALID-AMOUNT
                           MOVE CHKPT-INVALID-COUNT
                               TO WS-CHKPT-INVALID-COUNT
                           MOVE CHKPT-PENDING-COUNT
                               TO WS-CHKPT-PENDING-COUNT
                           MOVE CHKPT-PENDING-AMOUNT
                               TO WS-CHKPT-PENDING-AMOUNT
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
      *    RIGHT AFTER THEM, AND RESTORE WS-DATE1 TO THE LAST DATE THAT
      *    RUN SUCCESSFULLY APPLIED SO THE FIRST POST-RESTART AUDIT
      *    RECORD COMPARES AGAINST THE REAL PRIOR VALUE INSTEAD OF THE
      *    COMPILED-IN DEFAULT.  THE VALID, REJECTED AND PENDING
      *    TOTALS ARE RESTORED TOO, SO THE RUNLOG RECORD WRITTEN AT THE
      *    END STILL AGREES WITH THE DATEOUT THIS RUN EXTENDED.
      *----------------------------------------------------------------*
           IF WS-CHECKPOINT-SKIP-COUNT > 0
               DISPLAY "PROG0001 - RESTARTING AFTER RECORD "
               IF WS-CHECKPOINT-LAST-DATE1 NOT = SPACES
                   MOVE WS-CHECKPOINT-LAST-DATE1 TO WS-DATE1
               END-IF
               IF WS-CHECKPOINT-HAS-TOTALS
                   MOVE WS-CHKPT-VALID-COUNT    TO WS-VALID-COUNT
                   MOVE WS-CHKPT-VALID-AMOUNT   TO WS-VALID-AMOUNT
                   MOVE WS-CHKPT-INVALID-COUNT  TO WS-INVALID-COUNT
                   MOVE WS-CHKPT-PENDING-COUNT  TO WS-PENDING-COUNT
                   MOVE WS-CHKPT-PENDING-AMOUNT TO WS-PENDING-AMOUNT
               END-IF
               PERFORM 1065-SKIP-ONE-RECORD THRU 1065-EXIT
                   UNTIL WS-SKIPPED-COUNT = WS-CHECKPOINT-SKIP-COUNT
                      OR WS-EOF-YES
      *    RUN DATE SNAPSHOTTED AT INITIALIZATION (WS-DATE1 ITSELF IS
      *    OVERWRITTEN BY EACH VALID TRANSACTION, AND RESTORED TO THE
      *    LAST APPLIED DATE ON A RESTART, SO IT CANNOT BE USED FOR
      *    THIS CHECK).  THE SOURCE IS LOOKED UP ON THE SOURCE
      *    REGISTRY THE FIRST TIME ITS HDR IS MET (SEE 2120).  ITS
      *    REGISTRY ENTRY IS MARKED AS HAVING SENT A FEED BY ANY HDR
      *    EXCEPT ONE MARKED AS A SET OF PENDING ITEMS RELEASED BY
      *    DATE-ROLL - THOSE WERE SENT ON AN EARLIER DAY, SO THEY MUST
      *    NOT HIDE A SOURCE THAT SENT NOTHING TODAY.
      *----------------------------------------------------------------*
           SET WS-HEADER-SEEN TO TRUE
           PERFORM 2150-FIND-SOURCE-ENTRY THRU 2150-EXIT

           IF WS-SRC-IX > ZERO
                   AND WS-REGISTRY-ACTIVE
                   AND WS-SRC-REG-UNCHECKED(WS-SRC-IX)
               PERFORM 2120-CHECK-SOURCE-REGISTRY THRU 2120-EXIT
           END-IF

           IF WS-SRC-IX > ZERO
                   AND WS-SRC-REG-IX(WS-SRC-IX) > ZERO
                   AND NOT TC-PENDING-RELEASE
               SET WS-REG-ENT-FEED-SEEN(WS-SRC-REG-IX(WS-SRC-IX))
                   TO TRUE
           END-IF

           IF WS-SRC-IX = ZERO
               SET WS-RUN-OUT-OF-BALANCE TO TRUE
               DISPLAY "PROG0001 - SOURCE TABLE FULL AT "
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2120-CHECK-SOURCE-REGISTRY.
      *----------------------------------------------------------------*
      *    A SOURCE NOT ON THE REGISTRY, OR ON IT BUT INACTIVE, HAS
      *    EVERY DATA RECORD OF ITS SET REJECTED (REASON 06, SEE 2500)
      *    SO NOTHING FROM A FEED NOBODY SIGNED UP FOR REACHES THE
      *    DOWNSTREAM LOADS.  AN ACCEPTED SOURCE CARRIES ITS
      *    REGISTERED FORMAT CODE, VALUE-BALANCE FLAG AND VOLUME RANGE
      *    ON ITS CONTROL SET, AND THE SET REMEMBERS WHICH REGISTRY
      *    ENTRY IS ITS OWN SO 2100 CAN MARK IT AS HAVING SENT A FEED.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-REG-FOUND-IX
           PERFORM 2130-MATCH-ONE-REGISTRY THRU 2130-EXIT
               VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REGISTRY-COUNT
                  OR WS-REG-FOUND-IX > ZERO

           IF WS-REG-FOUND-IX = ZERO
               SET WS-SRC-REG-UNREGISTERED(WS-SRC-IX) TO TRUE
               DISPLAY "PROG0001 - SOURCE " WS-SRC-SYSTEM(WS-SRC-IX)
                       " NOT ON SOURCE REGISTRY, SET REJECTED"
           ELSE
               MOVE WS-REG-FOUND-IX TO WS-SRC-REG-IX(WS-SRC-IX)
               IF WS-REG-ENT-ACTIVE(WS-REG-FOUND-IX)
                   SET WS-SRC-REG-ACCEPTED(WS-SRC-IX) TO TRUE
                   MOVE WS-REG-ENT-FORMAT(WS-REG-FOUND-IX)
                       TO WS-SRC-EXP-FORMAT(WS-SRC-IX)
                   MOVE WS-REG-ENT-VALUE-BAL(WS-REG-FOUND-IX)
                       TO WS-SRC-VALUE-BAL(WS-SRC-IX)
                   MOVE WS-REG-ENT-MIN-VOLUME(WS-REG-FOUND-IX)
                       TO WS-SRC-MIN-VOLUME(WS-SRC-IX)
                   MOVE WS-REG-ENT-MAX-VOLUME(WS-REG-FOUND-IX)
                       TO WS-SRC-MAX-VOLUME(WS-SRC-IX)
               ELSE
                   SET WS-SRC-REG-INACTIVE(WS-SRC-IX) TO TRUE
                   DISPLAY "PROG0001 - SOURCE "
                           WS-SRC-SYSTEM(WS-SRC-IX)
                           " INACTIVE ON SOURCE REGISTRY, SET REJECTED"
               END-IF
           END-IF.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2130-MATCH-ONE-REGISTRY.
      *----------------------------------------------------------------*
           IF WS-REG-ENT-SOURCE(WS-REG-IX) = WS-SRC-SYSTEM(WS-SRC-IX)
               MOVE WS-REG-IX TO WS-REG-FOUND-IX
           END-IF.
       2130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2150-FIND-SOURCE-ENTRY.
      *----------------------------------------------------------------*
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2350-CHECK-REGISTERED-FORMAT.
      *----------------------------------------------------------------*
      *    A RECORD CARRYING A KNOWN FORMAT CODE OTHER THAN THE ONE
      *    REGISTERED FOR ITS SOURCE IS NOT TRUSTED EVEN IF ITS DATE
      *    HAPPENS TO PARSE (05-06-2026 IS A VALID DATE EITHER WAY
      *    ROUND) - THE SENDER HAS CHANGED ITS LAYOUT AND THE WHOLE
      *    SET IS FLAGGED.  A BLANK CODE IS THE HOUSE LAYOUT THAT
      *    SUSP-RESUBMIT WRITES CORRECTED RECORDS IN AND PASSES FROM
      *    ANY SOURCE; AN UNKNOWN CODE IS LEFT TO 2300 (REASON 04).
      *----------------------------------------------------------------*
           SET WS-FORMAT-AS-REGISTERED TO TRUE

           IF WS-SRC-IX > ZERO
               IF WS-SRC-REG-ACCEPTED(WS-SRC-IX)
                       AND WS-SRC-EXP-FORMAT(WS-SRC-IX) NOT = SPACE
                       AND TR-FORMAT-CODE NOT = SPACE
                       AND TR-FORMAT-CODE
                           NOT = WS-SRC-EXP-FORMAT(WS-SRC-IX)
                   IF TR-FORMAT-DDMMYYYY OR TR-FORMAT-ISO
                                         OR TR-FORMAT-US
                       SET WS-FORMAT-NOT-AS-REGISTERED TO TRUE
                       SET WS-SRC-FORMAT-MISMATCH(WS-SRC-IX) TO TRUE
                   END-IF
               END-IF
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-CHECK-DUPLICATE.
      *----------------------------------------------------------------*
      *    CONVERTED BY AN EARLIER RUN - THIS COPY IS A RE-SEND AND
      *    MUST GO BACK TO THE SENDER, NOT INTO THE DOWNSTREAM LOADS.
      *    A BLANK ID CANNOT BE CHECKED.  AN UNEXPECTED FILE STATUS
      *    SWITCHES THE CHECK OFF FOR THE REST OF THE RUN.  AN ID AN
      *    OPERATOR HAS RELEASED THROUGH SEENKEY-MAINT IS LET THROUGH
      *    ONCE; 5800 THEN REWRITES ITS ENTRY, WHICH ENDS THE RELEASE.
      *----------------------------------------------------------------*
           SET WS-DUPLICATE-NO TO TRUE
           SET WS-SEEN-RELEASED-NO TO TRUE

           IF WS-SEEN-ACTIVE AND TR-TRANS-ID NOT = SPACES
               MOVE TR-TRANS-ID TO SK-TRANS-ID
               READ SEEN-KEY-FILE
               IF WS-SEEN-FILE-STATUS = '00'
                   IF SK-RELEASED
                       SET WS-SEEN-RELEASED-YES TO TRUE
                   ELSE
                       SET WS-DUPLICATE-YES TO TRUE
                   END-IF
               ELSE
                   IF WS-SEEN-FILE-STATUS NOT = '23'
                       DISPLAY 'PROG0001 - SEEN-KEY-FILE STATUS '
           END-IF

           MOVE TR-DATE1 TO WS-ORIGINAL-DATE1
           SET WS-DUPLICATE-NO TO TRUE
           SET WS-SEEN-RELEASED-NO TO TRUE
           SET WS-FUTURE-DATED-NO TO TRUE
           MOVE ZERO TO WS-REJECT-REASON

           IF WS-SRC-IX > ZERO AND WS-SRC-REG-REJECTED(WS-SRC-IX)
               SET WS-DATE-INVALID TO TRUE
               MOVE 06 TO WS-REJECT-REASON
           ELSE
               IF TR-REVERSAL-REC
                   PERFORM 2600-CHECK-REVERSAL THRU 2600-EXIT
               ELSE
                   PERFORM 2400-CHECK-DUPLICATE THRU 2400-EXIT
                   IF WS-DUPLICATE-YES
                       MOVE 05 TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-REJECT-REASON NOT = ZERO
                   SET WS-DATE-INVALID TO TRUE
               ELSE
                   PERFORM 2350-CHECK-REGISTERED-FORMAT THRU 2350-EXIT
                   IF WS-FORMAT-NOT-AS-REGISTERED
                       SET WS-DATE-INVALID TO TRUE
                       MOVE 07 TO WS-REJECT-REASON
                   ELSE
                       PERFORM 2300-NORMALIZE-FORMAT THRU 2300-EXIT
                       IF WS-FORMAT-VALID
                           PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT
                       ELSE
                           SET WS-DATE-INVALID TO TRUE
                           MOVE 04 TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-DATE-VALID
               PERFORM 2550-CHECK-PERIOD-OPEN THRU 2550-EXIT
           END-IF

           IF WS-DATE-VALID AND NOT TR-REVERSAL-REC
               PERFORM 2580-CHECK-CUSTOMER THRU 2580-EXIT
           END-IF

           IF WS-DATE-VALID AND NOT TR-REVERSAL-REC
               PERFORM 2750-CHECK-FUTURE-DATED THRU 2750-EXIT
           END-IF

      *---- A FUTURE-DATED TRANSACTION IS HELD BACK, NOT CONVERTED ----*
           IF WS-DATE-VALID AND WS-FUTURE-DATED-YES
               PERFORM 5950-WRITE-PENDING-REC THRU 5950-EXIT
               MOVE SPACES     TO WS-AGE-BUCKET
               MOVE "PENDING"  TO WD-STATUS
           END-IF

           IF WS-DATE-VALID AND WS-FUTURE-DATED-NO
               ADD 1 TO WS-VALID-COUNT
               IF WS-SRC-IX > ZERO
                   ADD 1 TO WS-SRC-VALID-COUNT(WS-SRC-IX)
               END-IF
               IF TR-REVERSAL-REC
                   PERFORM 2650-APPLY-REVERSAL THRU 2650-EXIT
                   MOVE "REVERSAL" TO WD-STATUS
               ELSE
                   MOVE WS-DATE1 TO WS-OLD-DATE1
                   MOVE TR-DATE1 TO WS-DATE1
                   PERFORM 5000-WRITE-AUDIT-RECORDS THRU 5000-EXIT
                   PERFORM 5600-WRITE-CONVERTED-REC THRU 5600-EXIT
                   PERFORM 5700-UPDATE-DATE-HISTORY THRU 5700-EXIT
                   PERFORM 5800-REGISTER-SEEN-KEY THRU 5800-EXIT
                   SET WS-PER-ADDING TO TRUE
                   MOVE WS-AMOUNT-WORK TO WS-PER-DELTA-AMOUNT
                   PERFORM 5900-POST-PERIOD-MASTER THRU 5900-EXIT
                   PERFORM 2700-AGE-TRANSACTION THRU 2700-EXIT
                   MOVE "VALID"    TO WD-STATUS
               END-IF
           END-IF

           IF WS-DATE-INVALID
               ADD 1 TO WS-INVALID-COUNT
               IF WS-SRC-IX > ZERO
                   ADD 1 TO WS-SRC-REJECT-COUNT(WS-SRC-IX)
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2550-CHECK-PERIOD-OPEN.
      *----------------------------------------------------------------*
      *    A TRANSACTION DATED IN A MONTH PERIOD-CLOSE HAS CLOSED MAY
      *    NOT POST INTO IT - IT IS REJECTED (REASON 10) SO THE LATE
      *    ITEM SHOWS UP ON THE SUSPENSE CYCLE INSTEAD OF QUIETLY
      *    MOVING A SIGNED-OFF NUMBER.  A REVERSAL POSTS AGAINST ITS
      *    ORIGINAL'S MONTH, SO THAT IS THE MONTH CHECKED.  EACH
      *    MONTH'S STATUS IS READ FROM ITS CONTROL RECORD ONCE AND
      *    KEPT IN THE CACHE; A MONTH NOT ON THE MASTER IS OPEN UNLESS
      *    A LATER MONTH OF THE SAME YEAR HAS BEEN CLOSED.
      *----------------------------------------------------------------*
           IF TR-REVERSAL-REC AND WS-REV-ORIG-DATE NOT = ZERO
               MOVE WS-REV-ORIG-DATE TO WS-PER-DATE-R
           ELSE
               MOVE TR-YEAR  TO WS-PER-YYYY
               MOVE TR-MONTH TO WS-PER-MM
               MOVE TR-DATE  TO WS-PER-DD
           END-IF

           IF WS-SRC-IX > ZERO
               MOVE WS-SRC-SYSTEM(WS-SRC-IX) TO WS-PER-SOURCE
           ELSE
               MOVE "UNKNOWN" TO WS-PER-SOURCE
           END-IF

           SET WS-PERIOD-IS-OPEN TO TRUE
           IF WS-PERIOD-ACTIVE
               MOVE ZERO TO WS-PER-CACHE-FOUND-IX
               PERFORM 2560-MATCH-ONE-PERIOD THRU 2560-EXIT
                   VARYING WS-PER-CACHE-IX FROM 1 BY 1
                   UNTIL WS-PER-CACHE-IX > WS-PER-CACHE-COUNT
                      OR WS-PER-CACHE-FOUND-IX > ZERO
               IF WS-PER-CACHE-FOUND-IX > ZERO
                   IF WS-PER-CACHE-CLOSED(WS-PER-CACHE-FOUND-IX)
                       SET WS-PERIOD-IS-CLOSED TO TRUE
                   END-IF
               ELSE
                   PERFORM 2570-READ-PERIOD-STATUS THRU 2570-EXIT
               END-IF
           END-IF

           IF WS-PERIOD-IS-CLOSED
               SET WS-DATE-INVALID TO TRUE
               MOVE 10 TO WS-REJECT-REASON
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2560-MATCH-ONE-PERIOD.
      *----------------------------------------------------------------*
           IF WS-PER-CACHE-PERIOD(WS-PER-CACHE-IX) = WS-PER-PERIOD-R
               MOVE WS-PER-CACHE-IX TO WS-PER-CACHE-FOUND-IX
           END-IF.
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2570-READ-PERIOD-STATUS.
      *----------------------------------------------------------------*
      *    READS THE MONTH'S CONTROL RECORD AND CACHES ITS STATUS.  A
      *    MONTH STILL OPEN (OR NOT ON FILE) COUNTS AS CLOSED WHEN ANY
      *    LATER MONTH OF THE YEAR IS CLOSED, SINCE POSTING INTO IT
      *    WOULD MOVE THAT MONTH'S SIGNED-OFF YEAR-TO-DATE.  A FULL
      *    CACHE ONLY MEANS LATER MONTHS ARE READ EVERY TIME.  AN
      *    UNEXPECTED FILE STATUS SWITCHES PERIOD POSTING OFF.
      *----------------------------------------------------------------*
           MOVE WS-PER-PERIOD-R TO PM-PERIOD-R
           MOVE SPACES          TO PM-SOURCE-SYSTEM
           READ PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '00'
               IF PM-CLOSED
                   SET WS-PERIOD-IS-CLOSED TO TRUE
               END-IF
           ELSE
               IF WS-PERD-FILE-STATUS NOT = '23'
                   DISPLAY 'PROG0001 - PERIOD-FILE STATUS '
                           WS-PERD-FILE-STATUS
                           ' - PERIOD POSTING OFF'
                   SET WS-PERIOD-DISABLED TO TRUE
               END-IF
           END-IF

           IF WS-PERIOD-ACTIVE AND WS-PERIOD-IS-OPEN
                   AND WS-PER-MM < 12
               COMPUTE WS-PER-WALK-START = WS-PER-MM + 1
               PERFORM 2575-CHECK-LATER-MONTH THRU 2575-EXIT
                   VARYING WS-PER-WALK-MM FROM WS-PER-WALK-START
                   BY 1
                   UNTIL WS-PER-WALK-MM > 12
                      OR WS-PERIOD-IS-CLOSED
                      OR WS-PERIOD-DISABLED
           END-IF

           IF WS-PERIOD-ACTIVE
                   AND WS-PER-CACHE-COUNT < WS-PER-CACHE-MAX
               ADD 1 TO WS-PER-CACHE-COUNT
               MOVE WS-PER-PERIOD-R
                   TO WS-PER-CACHE-PERIOD(WS-PER-CACHE-COUNT)
               IF WS-PERIOD-IS-CLOSED
                   MOVE 'C' TO WS-PER-CACHE-STATUS(WS-PER-CACHE-COUNT)
               ELSE
                   MOVE 'O' TO WS-PER-CACHE-STATUS(WS-PER-CACHE-COUNT)
               END-IF
           END-IF.
       2570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2575-CHECK-LATER-MONTH.
      *----------------------------------------------------------------*
           MOVE WS-PER-YYYY        TO PM-PERIOD-YYYY
           MOVE WS-PER-WALK-MM     TO PM-PERIOD-MM
           MOVE SPACES             TO PM-SOURCE-SYSTEM
           READ PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '00'
               IF PM-CLOSED
                   SET WS-PERIOD-IS-CLOSED TO TRUE
               END-IF
           ELSE
               IF WS-PERD-FILE-STATUS NOT = '23'
                   DISPLAY 'PROG0001 - PERIOD-FILE STATUS '
                           WS-PERD-FILE-STATUS
                           ' - PERIOD POSTING OFF'
                   SET WS-PERIOD-DISABLED TO TRUE
               END-IF
           END-IF.
       2575-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2580-CHECK-CUSTOMER.
      *----------------------------------------------------------------*
      *    A TRANSACTION CARRYING A CUSTOMER ACCOUNT MUST NAME AN OPEN
      *    ACCOUNT ON THE CUSTOMER MASTER; AN UNKNOWN OR CLOSED ONE IS
      *    REJECTED (REASON 11) SO THE ITEM IS CORRECTED ON THE
      *    SUSPENSE CYCLE INSTEAD OF LANDING ON NOBODY'S STATEMENT.  A
      *    BLANK ACCOUNT (A FEED THAT DOES NOT SUPPLY ONE) CANNOT BE
      *    CHECKED AND IS LET THROUGH.  A REVERSAL IS NOT CHECKED - IT
      *    MUST STILL BE ABLE TO BACK OUT AN ITEM ON AN ACCOUNT CLOSED
      *    SINCE.  AN UNEXPECTED FILE STATUS SWITCHES THE CHECK OFF.
      *----------------------------------------------------------------*
           IF WS-CUSTOMER-ACTIVE AND TR-CUSTOMER-NO NOT = SPACES
               MOVE TR-CUSTOMER-NO TO CUS-ACCOUNT-NO
               READ CUSTOMER-FILE
               IF WS-CUST-FILE-STATUS = '00'
                   IF CUS-CLOSED
                       SET WS-DATE-INVALID TO TRUE
                       MOVE 11 TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF WS-CUST-FILE-STATUS = '23'
                       SET WS-DATE-INVALID TO TRUE
                       MOVE 11 TO WS-REJECT-REASON
                   ELSE
                       DISPLAY 'PROG0001 - CUSTOMER-FILE STATUS '
                               WS-CUST-FILE-STATUS
                               ' - ACCOUNT CHECK OFF'
                       SET WS-CUSTOMER-DISABLED TO TRUE
                   END-IF
               END-IF
           END-IF.
       2580-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2600-CHECK-REVERSAL.
      *----------------------------------------------------------------*
      *    A REVERSAL NAMES IN TR-TRANS-ID THE ORIGINAL IT BACKS OUT.
      *    THE ORIGINAL MUST BE ON THE SEEN-KEY MASTER (CONVERTED BY
      *    THIS OR AN EARLIER RUN) AND NOT ALREADY REVERSED.  A BLANK
      *    ID, AN ID NOT ON FILE, OR A SEEN-KEY MASTER THAT IS OFF
      *    THIS RUN LEAVES THE ORIGINAL UNKNOWN (REASON 08); AN
      *    ORIGINAL ALREADY BACKED OUT GETS REASON 09.  WHEN THE
      *    ORIGINAL IS FOUND ITS CONVERTED DATE, AMOUNT, RUN DATE AND
      *    RECORD NUMBER ARE SAVED FOR 2650.  A KEY REGISTERED BEFORE
      *    THE DATE AND AMOUNT WERE CARRIED FALLS BACK TO THE
      *    REVERSAL'S OWN DATE AND AMOUNT.
      *----------------------------------------------------------------*
           MOVE 08 TO WS-REJECT-REASON

           IF WS-SEEN-ACTIVE AND TR-TRANS-ID NOT = SPACES
               MOVE TR-TRANS-ID TO SK-TRANS-ID
               READ SEEN-KEY-FILE
               IF WS-SEEN-FILE-STATUS = '00'
                   IF SK-REVERSED
                       MOVE 09 TO WS-REJECT-REASON
                   ELSE
                       MOVE ZERO            TO WS-REJECT-REASON
                       MOVE SK-RUN-DATE     TO WS-REV-ORIG-RUN-DATE
                       MOVE SK-RECORD-NO    TO WS-REV-ORIG-RECORD-NO
                       IF SK-CONV-DATE-X NUMERIC
                           MOVE SK-CONV-DATE TO WS-REV-ORIG-DATE
                       ELSE
                           MOVE ZERO         TO WS-REV-ORIG-DATE
                       END-IF
                       IF SK-AMOUNT NUMERIC
                           COMPUTE WS-REV-AMOUNT-WORK = ZERO - SK-AMOUNT
                       ELSE
                           COMPUTE WS-REV-AMOUNT-WORK =
                                   ZERO - WS-AMOUNT-WORK
                       END-IF
                   END-IF
               ELSE
                   IF WS-SEEN-FILE-STATUS NOT = '23'
                       DISPLAY 'PROG0001 - SEEN-KEY-FILE STATUS '
                               WS-SEEN-FILE-STATUS
                               ' - DUPLICATE CHECK OFF'
                       SET WS-SEEN-DISABLED TO TRUE
                   END-IF
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2650-APPLY-REVERSAL.
      *----------------------------------------------------------------*
      *    BACKS OUT THE ORIGINAL FOUND BY 2600: A NEGATIVE ENTRY ON
      *    THE CONVERTED FEED, ONE LESS ON ITS DATE-HISTORY COUNT AND
      *    THE SEEN-KEY ENTRY MARKED REVERSED SO IT CANNOT BE BACKED
      *    OUT TWICE.  A REVERSAL IS NOT AUDITED OR AGED - IT IS NOT A
      *    NEW TRANSACTION.  THE FIRST WS-REV-LIST-MAX ARE KEPT FOR
      *    THE REVERSALS SECTION OF THE REPORT.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-AGE-BUCKET

           IF WS-REV-ORIG-DATE = ZERO
               MOVE TR-YEAR  TO WS-HIST-KEY-YYYY
               MOVE TR-MONTH TO WS-HIST-KEY-MM
               MOVE TR-DATE  TO WS-HIST-KEY-DD
               MOVE WS-HIST-KEY-DATE-R TO WS-REV-ORIG-DATE
           END-IF

           PERFORM 5650-WRITE-REVERSAL-REC     THRU 5650-EXIT
           PERFORM 5750-REVERSE-DATE-HISTORY   THRU 5750-EXIT
           PERFORM 5850-MARK-SEEN-KEY-REVERSED THRU 5850-EXIT
           MOVE WS-REV-ORIG-DATE TO WS-PER-DATE-R
           SET WS-PER-BACKING-OUT TO TRUE
           MOVE WS-REV-AMOUNT-WORK TO WS-PER-DELTA-AMOUNT
           PERFORM 5900-POST-PERIOD-MASTER THRU 5900-EXIT

           ADD 1 TO WS-REV-APPLIED-COUNT
           ADD WS-REV-AMOUNT-WORK TO WS-REV-APPLIED-AMOUNT

           IF WS-REV-LIST-COUNT < WS-REV-LIST-MAX
               ADD 1 TO WS-REV-LIST-COUNT
               MOVE TR-TRANS-ID
                   TO WS-REV-ENT-TRANS-ID(WS-REV-LIST-COUNT)
               MOVE WS-RECORD-COUNT
                   TO WS-REV-ENT-RECORD-NO(WS-REV-LIST-COUNT)
               MOVE WS-REV-ORIG-DATE
                   TO WS-REV-ENT-ORIG-DATE(WS-REV-LIST-COUNT)
               MOVE WS-REV-ORIG-RUN-DATE
                   TO WS-REV-ENT-ORIG-RUN(WS-REV-LIST-COUNT)
               MOVE WS-REV-ORIG-RECORD-NO
                   TO WS-REV-ENT-ORIG-RECNO(WS-REV-LIST-COUNT)
               MOVE WS-REV-AMOUNT-WORK
                   TO WS-REV-ENT-AMOUNT(WS-REV-LIST-COUNT)
           END-IF.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2700-AGE-TRANSACTION.
      *----------------------------------------------------------------*
      *    DATE AGAINST THE AS-OF RUN DATE THROUGH DATE-DIFF-DAYS:
      *    A POSITIVE AGE MEANS THE TRANSACTION IS OLDER THAN THE RUN
      *    DATE.  THE AGE IS BUCKETED FOR CREDIT CONTROL AS CURRENT
      *    (UNDER 30 DAYS), 30, 60 OR 90+.  A FUTURE-DATED
      *    TRANSACTION NEVER GETS HERE - SEE 2750.
      *----------------------------------------------------------------*
           MOVE TR-DATE1 TO WS-AGE-DATE1

       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2750-CHECK-FUTURE-DATED.
      *----------------------------------------------------------------*
      *    A VALID, NORMALIZED TRANSACTION DATED AFTER THE AS-OF RUN
      *    DATE HAS NOT HAPPENED YET FOR THE BOOKS: IT IS HELD BACK
      *    TO THE PENDING FILE (5950) INSTEAD OF BEING CONVERTED, AND
      *    DATE-ROLL RELEASES IT INTO THE DATETRAN STREAM OF THE
      *    BUSINESS DAY IT FALLS DUE.  THE DATES ARE COMPARED IN
      *    YYYYMMDD ORDER.
      *----------------------------------------------------------------*
           MOVE TR-YEAR  TO WS-EFFECTIVE-YYYY
           MOVE TR-MONTH TO WS-EFFECTIVE-MM
           MOVE TR-DATE  TO WS-EFFECTIVE-DD

           IF WS-EFFECTIVE-YMD-R > WS-AS-OF-YMD-R
               SET WS-FUTURE-DATED-YES TO TRUE
           ELSE
               SET WS-FUTURE-DATED-NO TO TRUE
           END-IF.
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2800-RECORD-REJECT-REASON.
      *----------------------------------------------------------------*
                               ADD 1 TO WS-SRC-DUP-COUNT(WS-SRC-IX)
                           END-IF
                       ELSE
                           PERFORM 2850-RECORD-SOURCE-REASON
                               THRU 2850-EXIT
                       END-IF
                   END-IF
               END-IF
           EXIT.

      *----------------------------------------------------------------*
       2850-RECORD-SOURCE-REASON.
      *----------------------------------------------------------------*
      *    CONTINUES 2800 FOR THE REASONS SET OUTSIDE THE SHARED DATE
      *    CHECK: THE SOURCE-REGISTRY REJECTS AND THE REVERSAL
      *    REJECTS, HANDING THE REST ON TO 2860.
      *----------------------------------------------------------------*
           IF WS-REASON-SOURCE-REJECTED
               MOVE "REJ SOURCE" TO WD-STATUS
               ADD 1 TO WS-REASON-SOURCE-COUNT
               IF WS-SRC-IX > ZERO
                   ADD 1 TO WS-SRC-SOURCE-COUNT(WS-SRC-IX)
               END-IF
           ELSE
               IF WS-REASON-WRONG-FORMAT
                   MOVE "REJ REGFMT" TO WD-STATUS
                   ADD 1 TO WS-REASON-REGFMT-COUNT
                   IF WS-SRC-IX > ZERO
                       ADD 1 TO WS-SRC-REGFMT-COUNT(WS-SRC-IX)
                   END-IF
               ELSE
                   IF WS-REASON-REV-UNKNOWN
                       MOVE "REJ NOORIG" TO WD-STATUS
                       ADD 1 TO WS-REASON-REVUNK-COUNT
                       IF WS-SRC-IX > ZERO
                           ADD 1 TO WS-SRC-REVUNK-COUNT(WS-SRC-IX)
                       END-IF
                   ELSE
                       IF WS-REASON-REV-REPEATED
                           MOVE "REJ REVRSD" TO WD-STATUS
                           ADD 1 TO WS-REASON-REVREP-COUNT
                           IF WS-SRC-IX > ZERO
                               ADD 1 TO WS-SRC-REVREP-COUNT(WS-SRC-IX)
                           END-IF
                       ELSE
                           PERFORM 2860-RECORD-OTHER-REASON
                               THRU 2860-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2860-RECORD-OTHER-REASON.
      *----------------------------------------------------------------*
      *    CONTINUES 2850: THE CLOSED-PERIOD AND CUSTOMER-ACCOUNT
      *    REJECTS, AND LAST OF ALL THE UNKNOWN FORMAT CODE.
      *----------------------------------------------------------------*
           IF WS-REASON-CLOSED-PERIOD
               MOVE "REJ CLOSED" TO WD-STATUS
               ADD 1 TO WS-REASON-CLOSED-COUNT
               IF WS-SRC-IX > ZERO
                   ADD 1 TO WS-SRC-CLOSED-COUNT(WS-SRC-IX)
               END-IF
           ELSE
               IF WS-REASON-BAD-CUSTOMER
                   MOVE "REJ CUSTMR" TO WD-STATUS
                   ADD 1 TO WS-REASON-CUSTOMER-COUNT
                   IF WS-SRC-IX > ZERO
                       ADD 1 TO WS-SRC-CUSTOMER-COUNT(WS-SRC-IX)
                   END-IF
               ELSE
                   MOVE "REJ FORMAT" TO WD-STATUS
                   ADD 1 TO WS-REASON-FORMAT-COUNT
                   IF WS-SRC-IX > ZERO
                       ADD 1 TO WS-SRC-FORMAT-COUNT(WS-SRC-IX)
                   END-IF
               END-IF
           END-IF.
       2860-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-TERMINATE.
      *----------------------------------------------------------------*
           PERFORM 3100-BALANCE-THE-RUN       THRU 3100-EXIT
           PERFORM 7200-WRITE-BALANCE-SECTION THRU 7200-EXIT
           PERFORM 7300-WRITE-AGING-SECTION   THRU 7300-EXIT
           PERFORM 7400-WRITE-REJECT-ANALYSIS THRU 7400-EXIT
           PERFORM 7500-WRITE-REVERSAL-SECTION THRU 7500-EXIT
           PERFORM 7600-WRITE-PENDING-SECTION THRU 7600-EXIT

           CLOSE DATE-TRANS-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CONVERTED-FILE
           CLOSE DATE-HIST-FILE
           CLOSE SEEN-KEY-FILE
           CLOSE PERIOD-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PRINT-FILE

           MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-SAVE

           DISPLAY "PROG0001 - RECORDS READ : " WS-RECORD-COUNT
           DISPLAY "PROG0001 - RECORDS VALID : " WS-VALID-COUNT
           DISPLAY "PROG0001 - RECORDS PENDING : " WS-PENDING-COUNT
           DISPLAY "PROG0001 - RECORDS REJECTED : " WS-INVALID-COUNT

           IF WS-RUN-OUT-OF-BALANCE
           PERFORM 3150-SET-RETURN-CODE    THRU 3150-EXIT
           PERFORM 3200-WRITE-RUN-CONTROL  THRU 3200-EXIT

           PERFORM 3900-WRITE-STEP-LOG THRU 3900-EXIT

           DISPLAY "PROG0001 - ENDING WITH CONDITION CODE "
                   WS-RETURN-CODE " (" WS-RUN-STATUS ")".
       3000-EXIT.
      *    GRADES THE RUN FOR THE SCHEDULER:
      *        00 - CLEAN: EVERY RECORD VALID, RUN IN BALANCE
      *        04 - SOME REJECTS, RATE WITHIN THE PARMFILE THRESHOLD
      *        04 - A SOURCE'S VOLUME OUTSIDE ITS REGISTERED RANGE
      *        08 - REJECT RATE OVER THE THRESHOLD, OR RUN OUT OF
      *             BALANCE (SHORT FEED, BAD FEED DATE, NO CONTROLS,
      *             AN ACTIVE REGISTERED SOURCE THAT SENT NOTHING)
      *        12 - A FILE WOULD NOT OPEN AND THE RUN DID NOT PROCESS
      *    THE DOWNSTREAM SCHEDULE RELEASES ON 00/04 AND HOLDS ON
      *    ANYTHING HIGHER.
               MOVE "REJECTS" TO WS-RUN-STATUS
           END-IF

           IF WS-VOLUME-WARNING AND WS-RETURN-CODE = ZERO
               MOVE 04            TO WS-RETURN-CODE
               MOVE "VOLUME-WARN" TO WS-RUN-STATUS
           END-IF

           IF WS-RECORD-COUNT > 0
               COMPUTE WS-RATE-WORK = WS-INVALID-COUNT * 100
               DIVIDE WS-RATE-WORK BY WS-RECORD-COUNT
               MOVE WS-RETURN-CODE     TO RUN-RETURN-CODE
               MOVE WS-RUN-STATUS      TO RUN-STATUS
               MOVE SPACES             TO RUN-SOURCE-SYSTEM
               MOVE WS-VALID-AMOUNT    TO RUN-VALID-AMOUNT
               WRITE RUN-CONTROL-REC
               PERFORM 3250-WRITE-ONE-SOURCE-LOG THRU 3250-EXIT
                   VARYING WS-SRC-PRINT-IX FROM 1 BY 1
           MOVE WS-SRC-REJECT-COUNT(WS-SRC-PRINT-IX)
               TO RUN-RECORDS-REJECT
           MOVE WS-RETURN-CODE     TO RUN-RETURN-CODE
           IF WS-SRC-REG-REJECTED(WS-SRC-PRINT-IX)
               MOVE "SRC-REJECT"   TO RUN-STATUS
           ELSE
               IF WS-SRC-IN-BALANCE(WS-SRC-PRINT-IX)
                   MOVE "IN BALANCE"   TO RUN-STATUS
               ELSE
                   MOVE "OUT-OF-BAL"   TO RUN-STATUS
               END-IF
           END-IF
           MOVE WS-SRC-SYSTEM(WS-SRC-PRINT-IX)
               TO RUN-SOURCE-SYSTEM
           MOVE WS-SRC-VALID-AMOUNT(WS-SRC-PRINT-IX)
               TO RUN-VALID-AMOUNT
           WRITE RUN-CONTROL-REC.
       3250-EXIT.
           EXIT.
      *    SOURCE (VALID PLUS REJECTED).  A DATA RECORD OUTSIDE ANY
      *    HDR/TRL SET, OR ANY SOURCE OUT OF BALANCE, MARKS THE WHOLE
      *    RUN OUT OF BALANCE SO OPERATIONS CAN STOP DOWNSTREAM JOBS
      *    BEFORE THEY CONSUME A TRUNCATED FEED.  SO DOES AN ACTIVE
      *    SOURCE ON THE SOURCE REGISTRY THAT SENT NO HDR AT ALL - A
      *    SILENT UPSTREAM OUTAGE IS CAUGHT THE SAME MORNING.
      *----------------------------------------------------------------*
           IF NOT WS-HEADER-SEEN
               SET WS-RUN-OUT-OF-BALANCE TO TRUE

           PERFORM 3110-BALANCE-ONE-SOURCE THRU 3110-EXIT
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SOURCE-COUNT

           IF WS-REGISTRY-ACTIVE
               PERFORM 3120-CHECK-ONE-FEED THRU 3120-EXIT
                   VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REGISTRY-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

                           " TRAILER AMOUNT DOES NOT MATCH "
                           "AMOUNTS READ"
               END-IF
               IF WS-SRC-REG-ACCEPTED(WS-SRC-IX)
                       AND WS-SRC-MUST-VALUE-BAL(WS-SRC-IX)
                       AND NOT WS-SRC-HASH-SEEN(WS-SRC-IX)
                   SET WS-SRC-OUT-OF-BALANCE(WS-SRC-IX) TO TRUE
                   SET WS-RUN-OUT-OF-BALANCE TO TRUE
                   DISPLAY "PROG0001 - SOURCE "
                           WS-SRC-SYSTEM(WS-SRC-IX)
                           " TRL AMOUNT HASH REQUIRED BY SOURCE "
                           "REGISTRY, NONE SUPPLIED"
               END-IF
           END-IF

      *---- A VOLUME OUTSIDE THE REGISTERED DAILY RANGE IS A WARNING --*
      *---- ONLY: THE SET STILL BALANCES ON ITS OWN TRAILER -----------*
           IF WS-SRC-REG-ACCEPTED(WS-SRC-IX)
                   AND WS-SRC-MAX-VOLUME(WS-SRC-IX) > ZERO
               IF WS-SRC-READ-COUNT(WS-SRC-IX)
                       < WS-SRC-MIN-VOLUME(WS-SRC-IX)
                  OR WS-SRC-READ-COUNT(WS-SRC-IX)
                       > WS-SRC-MAX-VOLUME(WS-SRC-IX)
                   SET WS-SRC-VOLUME-OUT-OF-RANGE(WS-SRC-IX) TO TRUE
                   SET WS-VOLUME-WARNING TO TRUE
                   DISPLAY "PROG0001 - SOURCE "
                           WS-SRC-SYSTEM(WS-SRC-IX)
                           " VOLUME " WS-SRC-READ-COUNT(WS-SRC-IX)
                           " OUTSIDE REGISTERED RANGE "
                           WS-SRC-MIN-VOLUME(WS-SRC-IX) "-"
                           WS-SRC-MAX-VOLUME(WS-SRC-IX)
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3120-CHECK-ONE-FEED.
      *----------------------------------------------------------------*
           IF WS-REG-ENT-ACTIVE(WS-REG-IX)
                   AND NOT WS-REG-ENT-FEED-SEEN(WS-REG-IX)
               ADD 1 TO WS-MISSING-FEED-COUNT
               SET WS-RUN-OUT-OF-BALANCE TO TRUE
               DISPLAY "PROG0001 - ACTIVE SOURCE "
                       WS-REG-ENT-SOURCE(WS-REG-IX)
                       " SENT NO FEED"
           END-IF.
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-WRITE-STEP-LOG.
      *----------------------------------------------------------------*
      *    APPENDS THIS STEP'S RECORD TO THE STREAM STEP LOG READ BY
      *    THE MORNING STATUS REPORT (STREAM-STATUS), WITH THE SAME
      *    TIMESTAMPS AND AS-OF DATE AS THE RUNLOG ENTRY.
      *----------------------------------------------------------------*
           INITIALIZE WS-STEP-LOG-REC
           MOVE "VARIAVEIS-GRUPOS"   TO STP-PROGRAM-ID
           MOVE WS-RUN-TIMESTAMP     TO STP-START-TIMESTAMP
           MOVE WS-END-TIMESTAMP     TO STP-END-TIMESTAMP
           MOVE WS-AS-OF-DATE1       TO STP-AS-OF-DATE1
           MOVE WS-RETURN-CODE       TO STP-RETURN-CODE
           MOVE WS-RECORD-COUNT      TO STP-IN-COUNT
           MOVE WS-VALID-COUNT       TO STP-OUT-COUNT
           CALL 'STEP-LOG' USING WS-STEP-LOG-REC
                                 WS-STEP-LOG-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-VALIDATE-DATE / 4050-APPLY-CENTURY-WINDOW: VALIDATES
      *    DATE-TRANS-REC'S TR-DATE1, SHARED WITH 4200/4250 (CANDIDATE
       5100-WRITE-ONE-AUDIT-REC.
      *----------------------------------------------------------------*
           MOVE WS-RUN-TIMESTAMP TO AUD-RUN-TIMESTAMP
           MOVE SPACES           TO AUD-KEY
           MOVE SPACES           TO AUD-OPERATOR
           MOVE SPACES           TO AUD-REASON
           WRITE AUDIT-TRAIL-REC.
       5100-EXIT.
           EXIT.
           MOVE TR-TRANS-ID       TO SUS-TRANS-ID
           MOVE TR-AMOUNT-X       TO SUS-AMOUNT
           MOVE WS-REJECT-REASON  TO SUS-REASON-CODE
           MOVE TR-RECORD-TYPE    TO SUS-RECORD-TYPE
           MOVE TR-CUSTOMER-NO    TO SUS-CUSTOMER-NO
           WRITE SUSPENSE-REC.
       5500-EXIT.
           EXIT.
      *    WRITES ONE VALID RECORD TO THE MACHINE-READABLE CONVERTED-
      *    DATE FEED: THE ORIGINAL TR-DATE1 AS RECEIVED (BEFORE ANY
      *    FORMAT NORMALIZATION), THE CONVERTED NUMERIC FORM IN
      *    YYYYMMDD ORDER, THE RECORD NUMBER, THE AMOUNT AND THE
      *    TRANSACTION ID.  DOWNSTREAM LOADS READ THIS FILE INSTEAD OF
      *    PARSING THE PAGINATED DATERPT REPORT.
      *----------------------------------------------------------------*
           INITIALIZE CONVERTED-REC
           MOVE WS-ORIGINAL-DATE1 TO OUT-DATE1
           MOVE TR-DATE         TO OUT-NUMERIC-DD
           MOVE WS-RECORD-COUNT TO OUT-RECORD-NO
           MOVE WS-AMOUNT-WORK  TO OUT-AMOUNT
           MOVE "C"             TO OUT-ENTRY-TYPE
           MOVE TR-TRANS-ID     TO OUT-TRANS-ID
           MOVE TR-CUSTOMER-NO  TO OUT-CUSTOMER-NO
           PERFORM 5660-SET-CONVERTED-SOURCE THRU 5660-EXIT
           WRITE CONVERTED-REC.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5650-WRITE-REVERSAL-REC.
      *----------------------------------------------------------------*
      *    WRITES THE REVERSAL ENTRY TO THE CONVERTED-DATE FEED: THE
      *    REVERSAL'S TR-DATE1 AS RECEIVED, THE ORIGINAL'S CONVERTED
      *    DATE, THIS RECORD'S NUMBER, THE ORIGINAL AMOUNT NEGATED,
      *    AND THE ORIGINAL'S ID, RUN DATE AND RECORD NUMBER SO A
      *    SUBSCRIBER CAN NET IT AGAINST THE ENTRY IT BACKS OUT.
      *----------------------------------------------------------------*
           INITIALIZE CONVERTED-REC
           MOVE WS-REV-ORIG-DATE TO WS-HIST-KEY-DATE-R
           MOVE WS-ORIGINAL-DATE1     TO OUT-DATE1
           MOVE WS-HIST-KEY-YYYY      TO OUT-NUMERIC-YYYY
           MOVE WS-HIST-KEY-MM        TO OUT-NUMERIC-MM
           MOVE WS-HIST-KEY-DD        TO OUT-NUMERIC-DD
           MOVE WS-RECORD-COUNT       TO OUT-RECORD-NO
           MOVE WS-REV-AMOUNT-WORK    TO OUT-AMOUNT
           MOVE "R"                   TO OUT-ENTRY-TYPE
           MOVE TR-TRANS-ID           TO OUT-TRANS-ID
           MOVE WS-REV-ORIG-RUN-DATE  TO OUT-ORIG-RUN-DATE
           MOVE WS-REV-ORIG-RECORD-NO TO OUT-ORIG-RECORD-NO
           MOVE TR-CUSTOMER-NO        TO OUT-CUSTOMER-NO
           PERFORM 5660-SET-CONVERTED-SOURCE THRU 5660-EXIT
           WRITE CONVERTED-REC.
       5650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5660-SET-CONVERTED-SOURCE.
      *----------------------------------------------------------------*
      *    NAMES THE ENTRY'S SOURCE SYSTEM (UNKNOWN FOR A RECORD THAT
      *    ARRIVED OUTSIDE ANY CONTROL SET) AND ADDS ITS AMOUNT TO THE
      *    NET VALUE WRITTEN, RUN-LEVEL AND PER SOURCE, THAT RUNLOG
      *    CARRIES FOR THE GENERAL-LEDGER JOURNAL TO BALANCE AGAINST.
      *----------------------------------------------------------------*
           ADD OUT-AMOUNT TO WS-VALID-AMOUNT
           IF WS-SRC-IX > ZERO
               MOVE WS-SRC-SYSTEM(WS-SRC-IX) TO OUT-SOURCE-SYSTEM
               ADD OUT-AMOUNT TO WS-SRC-VALID-AMOUNT(WS-SRC-IX)
           ELSE
               MOVE "UNKNOWN"                TO OUT-SOURCE-SYSTEM
           END-IF.
       5660-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5700-UPDATE-DATE-HISTORY.
      *----------------------------------------------------------------*
       5700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5750-REVERSE-DATE-HISTORY.
      *----------------------------------------------------------------*
      *    TAKES THE REVERSED ORIGINAL BACK OFF THE DATE-HISTORY COUNT
      *    FOR ITS CONVERTED DATE AND REFRESHES ITS LAST-SEEN RUN
      *    DATE, SO RUN-RECONCILE SEES THE DATE AS TOUCHED BY THIS
      *    RUN.  A DATE NO LONGER ON THE MASTER (REORGANISED AWAY
      *    SINCE) IS REPORTED AND LEFT ALONE.  AN
      *    UNEXPECTED FILE STATUS SWITCHES HISTORY MAINTENANCE OFF
      *    FOR THE REST OF THE RUN.
      *----------------------------------------------------------------*
           IF WS-HIST-ACTIVE
               MOVE WS-REV-ORIG-DATE TO DH-DATE-KEY
               READ DATE-HIST-FILE
               IF WS-HIST-FILE-STATUS = '00'
                   IF DH-VALID-COUNT > ZERO
                       SUBTRACT 1 FROM DH-VALID-COUNT
                   END-IF
                   MOVE WS-RUN-DATE TO DH-LAST-RUN-DATE
                   REWRITE DATE-HIST-REC
               ELSE
                   IF WS-HIST-FILE-STATUS = '23'
                       DISPLAY 'PROG0001 - REVERSAL OF ' TR-TRANS-ID
                               ' - DATE ' WS-REV-ORIG-DATE
                               ' NOT ON DATE HISTORY'
                   ELSE
                       DISPLAY 'PROG0001 - DATE-HIST-FILE STATUS '
                               WS-HIST-FILE-STATUS
                               ' - HISTORY MAINTENANCE OFF'
                       SET WS-HIST-DISABLED TO TRUE
                   END-IF
               END-IF
           END-IF.
       5750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5800-REGISTER-SEEN-KEY.
      *----------------------------------------------------------------*
      *    REGISTERS THE JUST-CONVERTED TRANSACTION ID ON THE SEEN-KEY
      *    MASTER SO A LATER RUN CAN CATCH A RE-SEND.  ONLY VALID
      *    CONVERSIONS REGISTER - A REJECTED RECORD MAY LEGITIMATELY
      *    COME BACK CORRECTED THROUGH SUSP-RESUBMIT.  THE RESEND OF A
      *    RELEASED ID (SEE 2400) REWRITES THE EXISTING ENTRY WITH THIS
      *    CONVERSION, WHICH ALSO CLEARS ITS RELEASE AND REVERSAL
      *    FLAGS.
      *----------------------------------------------------------------*
           IF WS-SEEN-ACTIVE AND TR-TRANS-ID NOT = SPACES
               INITIALIZE SEEN-KEY-REC
               MOVE TR-TRANS-ID     TO SK-TRANS-ID
               MOVE WS-RUN-DATE     TO SK-RUN-DATE
               MOVE WS-RECORD-COUNT TO SK-RECORD-NO
               MOVE TR-YEAR         TO WS-HIST-KEY-YYYY
               MOVE TR-MONTH        TO WS-HIST-KEY-MM
               MOVE TR-DATE         TO WS-HIST-KEY-DD
               MOVE WS-HIST-KEY-DATE-R TO SK-CONV-DATE
               MOVE WS-AMOUNT-WORK  TO SK-AMOUNT
               SET SK-NOT-REVERSED  TO TRUE
               SET SK-NOT-RELEASED  TO TRUE
               IF WS-SEEN-RELEASED-YES
                   REWRITE SEEN-KEY-REC
               ELSE
                   WRITE SEEN-KEY-REC
               END-IF
               IF WS-SEEN-FILE-STATUS NOT = '00'
                       AND WS-SEEN-FILE-STATUS NOT = '22'
                   DISPLAY 'PROG0001 - SEEN-KEY-FILE STATUS '
       5800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5850-MARK-SEEN-KEY-REVERSED.
      *----------------------------------------------------------------*
      *    MARKS THE ORIGINAL'S SEEN-KEY ENTRY (STILL IN THE RECORD
      *    AREA FROM 2600) AS REVERSED BY THIS RUN, SO A SECOND
      *    REVERSAL OF THE SAME ID IS REJECTED AND A RE-SEND OF THE
      *    ORIGINAL IS STILL CAUGHT AS A DUPLICATE.
      *----------------------------------------------------------------*
           IF WS-SEEN-ACTIVE
               MOVE TR-TRANS-ID     TO SK-TRANS-ID
               SET SK-REVERSED      TO TRUE
               MOVE WS-RUN-DATE     TO SK-REVERSAL-RUN-DATE
               REWRITE SEEN-KEY-REC
               IF WS-SEEN-FILE-STATUS NOT = '00'
                   DISPLAY 'PROG0001 - SEEN-KEY-FILE STATUS '
                           WS-SEEN-FILE-STATUS
                           ' - DUPLICATE CHECK OFF'
                   SET WS-SEEN-DISABLED TO TRUE
               END-IF
           END-IF.
       5850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5900-POST-PERIOD-MASTER.
      *----------------------------------------------------------------*
      *    POSTS ONE TRANSACTION (OR BACKS ONE OUT, FOR A REVERSAL)
      *    INTO THE PERIOD MASTER FOR THE MONTH IN WS-PER-DATE: ONCE
      *    UNDER ITS SOURCE SYSTEM AND ONCE UNDER THE MONTH'S BLANK-
      *    SOURCE CONTROL RECORD.  WS-PER-DELTA-AMOUNT CARRIES ITS
      *    SIGN (A REVERSAL'S AMOUNT IS ALREADY NEGATED).
      *----------------------------------------------------------------*
           IF WS-PERIOD-ACTIVE
               MOVE WS-PER-SOURCE TO WS-PER-POST-SOURCE
               PERFORM 5910-POST-ONE-PERIOD-REC THRU 5910-EXIT
           END-IF

           IF WS-PERIOD-ACTIVE
               MOVE SPACES TO WS-PER-POST-SOURCE
               PERFORM 5910-POST-ONE-PERIOD-REC THRU 5910-EXIT
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5910-POST-ONE-PERIOD-REC.
      *----------------------------------------------------------------*
      *    UPDATES THE MONTH'S RECORD FOR WS-PER-POST-SOURCE, ADDING
      *    IT ON FIRST USE WITH ITS YEAR-TO-DATE OPENED FROM THE
      *    NEAREST EARLIER MONTH OF THE SAME YEAR.  THE SAME MOVEMENT
      *    IS THEN CARRIED INTO THE YEAR-TO-DATE OF EVERY LATER MONTH
      *    OF THE YEAR ALREADY ON FILE.  THOSE ARE STILL OPEN: 2570
      *    REJECTS AN ITEM DATED BEFORE ANY CLOSED MONTH, AND 5940
      *    LEAVES A CLOSED MONTH UNTOUCHED REGARDLESS.  AN UNEXPECTED
      *    FILE STATUS SWITCHES PERIOD POSTING OFF FOR THE REST OF THE
      *    RUN.
      *----------------------------------------------------------------*
           MOVE WS-PER-PERIOD-R    TO PM-PERIOD-R
           MOVE WS-PER-POST-SOURCE TO PM-SOURCE-SYSTEM
           READ PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '00'
               PERFORM 5920-APPLY-PERIOD-DELTA THRU 5920-EXIT
               REWRITE PERIOD-REC
           ELSE
               IF WS-PERD-FILE-STATUS = '23'
                   PERFORM 5930-FIND-PRIOR-YTD THRU 5930-EXIT
                   INITIALIZE PERIOD-REC
                   MOVE WS-PER-PERIOD-R         TO PM-PERIOD-R
                   MOVE WS-PER-POST-SOURCE      TO PM-SOURCE-SYSTEM
                   MOVE WS-PER-PRIOR-YTD-COUNT  TO PM-YTD-COUNT
                   MOVE WS-PER-PRIOR-YTD-AMOUNT TO PM-YTD-AMOUNT
                   SET PM-OPEN TO TRUE
                   PERFORM 5920-APPLY-PERIOD-DELTA THRU 5920-EXIT
                   WRITE PERIOD-REC
               END-IF
           END-IF

           IF WS-PERD-FILE-STATUS = '00'
               IF WS-PER-MM < 12
                   COMPUTE WS-PER-WALK-START = WS-PER-MM + 1
                   PERFORM 5940-CARRY-YTD-FORWARD THRU 5940-EXIT
                       VARYING WS-PER-WALK-MM FROM WS-PER-WALK-START
                       BY 1
                       UNTIL WS-PER-WALK-MM > 12
                          OR WS-PERIOD-DISABLED
               END-IF
           ELSE
               DISPLAY 'PROG0001 - PERIOD-FILE STATUS '
                       WS-PERD-FILE-STATUS
                       ' - PERIOD POSTING OFF'
               SET WS-PERIOD-DISABLED TO TRUE
           END-IF.
       5910-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5920-APPLY-PERIOD-DELTA.
      *----------------------------------------------------------------*
           IF WS-PER-BACKING-OUT
               IF PM-MTD-COUNT > ZERO
                   SUBTRACT 1 FROM PM-MTD-COUNT
               END-IF
               IF PM-YTD-COUNT > ZERO
                   SUBTRACT 1 FROM PM-YTD-COUNT
               END-IF
           ELSE
               ADD 1 TO PM-MTD-COUNT
               ADD 1 TO PM-YTD-COUNT
           END-IF
           ADD WS-PER-DELTA-AMOUNT TO PM-MTD-AMOUNT
           ADD WS-PER-DELTA-AMOUNT TO PM-YTD-AMOUNT
           MOVE WS-RUN-DATE TO PM-LAST-RUN-DATE.
       5920-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5930-FIND-PRIOR-YTD.
      *----------------------------------------------------------------*
      *    WALKS BACK FROM THE MONTH BEFORE WS-PER-DATE TO JANUARY FOR
      *    THE NEAREST MONTH ON FILE FOR WS-PER-POST-SOURCE, WHOSE
      *    YEAR-TO-DATE THE NEW MONTH OPENS WITH.  NONE FOUND (OR A
      *    JANUARY POSTING) OPENS AT ZERO.
      *----------------------------------------------------------------*
           MOVE ZERO TO WS-PER-PRIOR-YTD-COUNT
           MOVE ZERO TO WS-PER-PRIOR-YTD-AMOUNT
           SET WS-PER-PRIOR-NOT-FOUND TO TRUE

           IF WS-PER-MM > 1
               COMPUTE WS-PER-WALK-START = WS-PER-MM - 1
               PERFORM 5935-READ-PRIOR-MONTH THRU 5935-EXIT
                   VARYING WS-PER-WALK-MM FROM WS-PER-WALK-START
                   BY -1
                   UNTIL WS-PER-WALK-MM < 1
                      OR WS-PER-PRIOR-FOUND
           END-IF.
       5930-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5935-READ-PRIOR-MONTH.
      *----------------------------------------------------------------*
           MOVE WS-PER-YYYY        TO PM-PERIOD-YYYY
           MOVE WS-PER-WALK-MM     TO PM-PERIOD-MM
           MOVE WS-PER-POST-SOURCE TO PM-SOURCE-SYSTEM
           READ PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '00'
               MOVE PM-YTD-COUNT  TO WS-PER-PRIOR-YTD-COUNT
               MOVE PM-YTD-AMOUNT TO WS-PER-PRIOR-YTD-AMOUNT
               SET WS-PER-PRIOR-FOUND TO TRUE
           END-IF.
       5935-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5940-CARRY-YTD-FORWARD.
      *----------------------------------------------------------------*
      *    A CLOSED MONTH'S FIGURES ARE SIGNED OFF AND ARE NEVER
      *    REWRITTEN HERE.
      *----------------------------------------------------------------*
           MOVE WS-PER-YYYY        TO PM-PERIOD-YYYY
           MOVE WS-PER-WALK-MM     TO PM-PERIOD-MM
           MOVE WS-PER-POST-SOURCE TO PM-SOURCE-SYSTEM
           READ PERIOD-FILE
           IF WS-PERD-FILE-STATUS = '00' AND PM-CLOSED
               DISPLAY 'PROG0001 - PERIOD ' PM-PERIOD-R
                       ' SOURCE ' PM-SOURCE-SYSTEM
                       ' IS CLOSED - YEAR-TO-DATE NOT CARRIED'
           END-IF
           IF WS-PERD-FILE-STATUS = '00' AND PM-OPEN
               IF WS-PER-BACKING-OUT
                   IF PM-YTD-COUNT > ZERO
                       SUBTRACT 1 FROM PM-YTD-COUNT
                   END-IF
               ELSE
                   ADD 1 TO PM-YTD-COUNT
               END-IF
               ADD WS-PER-DELTA-AMOUNT TO PM-YTD-AMOUNT
               REWRITE PERIOD-REC
           END-IF
           IF WS-PERD-FILE-STATUS NOT = '00'
               IF WS-PERD-FILE-STATUS NOT = '23'
                   DISPLAY 'PROG0001 - PERIOD-FILE STATUS '
                           WS-PERD-FILE-STATUS
                           ' - PERIOD POSTING OFF'
                   SET WS-PERIOD-DISABLED TO TRUE
               END-IF
           END-IF.
       5940-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5950-WRITE-PENDING-REC.
      *----------------------------------------------------------------*
      *    HOLDS ONE FUTURE-DATED TRANSACTION BACK ON THE PENDING FILE
      *    WITH ITS NORMALIZED EFFECTIVE DATE, TRANSACTION ID, AMOUNT
      *    AND SOURCE SYSTEM, SO DATE-ROLL CAN RELEASE IT UNDER THE
      *    SAME SOURCE ON THE DAY IT FALLS DUE.  NOTHING ELSE IS
      *    POSTED FOR IT TONIGHT: NO CONVERSION, AUDIT, HISTORY, SEEN
      *    KEY OR PERIOD POSTING - ALL OF THAT HAPPENS ON THE RUN THAT
      *    FINALLY CONVERTS IT.
      *----------------------------------------------------------------*
           INITIALIZE PENDING-REC
           MOVE TR-DATE1           TO PND-EFFECTIVE-DATE1
           MOVE WS-EFFECTIVE-YMD-R TO PND-EFFECTIVE-YMD-N
           MOVE TR-TRANS-ID        TO PND-TRANS-ID
           MOVE WS-AMOUNT-WORK     TO PND-AMOUNT
           IF WS-SRC-IX > ZERO
               MOVE WS-SRC-SYSTEM(WS-SRC-IX) TO PND-SOURCE-SYSTEM
           ELSE
               MOVE "UNKNOWN"      TO PND-SOURCE-SYSTEM
           END-IF
           MOVE WS-AS-OF-DATE1     TO PND-DIVERTED-DATE1
           MOVE TR-CUSTOMER-NO     TO PND-CUSTOMER-NO
           WRITE PENDING-REC

           ADD 1 TO WS-PENDING-COUNT
           ADD WS-AMOUNT-WORK TO WS-PENDING-AMOUNT.
       5950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-WRITE-CHECKPOINT.
      *----------------------------------------------------------------*
      *    REWRITES THE CHECKPOINT FILE WITH THE LAST KEY SUCCESSFULLY
      *    PROCESSED, THE LAST DATE SUCCESSFULLY APPLIED AND THE RUN
      *    TOTALS SO FAR.  CALLED
      *    EVERY WS-CHECKPOINT-INTERVAL RECORDS AND AGAIN AT
      *    3000-TERMINATE WITH A KEY OF ZERO, WHICH MARKS THE RUN AS
      *    HAVING FINISHED CLEANLY (NOTHING LEFT TO RESTART).  A
               MOVE WS-RECORD-COUNT    TO CHKPT-LAST-KEY
               MOVE WS-RUN-TIMESTAMP   TO CHKPT-RUN-TIMESTAMP
               MOVE WS-DATE1           TO CHKPT-LAST-DATE1
               MOVE WS-VALID-COUNT     TO CHKPT-VALID-COUNT
               MOVE WS-VALID-AMOUNT    TO CHKPT-VALID-AMOUNT
               MOVE WS-INVALID-COUNT   TO CHKPT-INVALID-COUNT
               MOVE WS-PENDING-COUNT   TO CHKPT-PENDING-COUNT
               MOVE WS-PENDING-AMOUNT  TO CHKPT-PENDING-AMOUNT
               WRITE CHECKPOINT-REC
               CLOSE CHECKPOINT-FILE
           END-IF.
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
           END-IF

           IF WS-REGISTRY-DISABLED
               MOVE "SOURCE REGISTRY"    TO WB-LABEL
               MOVE "*** NOT LOADED ***" TO WB-VALUE
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF

           IF WS-PERIOD-DISABLED
               MOVE "PERIOD MASTER"      TO WB-LABEL
               MOVE "*** NOT POSTED - REBUILD ***" TO WB-VALUE
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF

           IF WS-CUSTOMER-DISABLED
               MOVE "CUSTOMER MASTER"    TO WB-LABEL
               MOVE "*** ACCOUNTS NOT CHECKED ***" TO WB-VALUE
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF

           PERFORM 7210-WRITE-SOURCE-BALANCE THRU 7210-EXIT
               VARYING WS-SRC-PRINT-IX FROM 1 BY 1
               UNTIL WS-SRC-PRINT-IX > WS-SOURCE-COUNT

           IF WS-REGISTRY-ACTIVE
               PERFORM 7220-WRITE-MISSING-FEED THRU 7220-EXIT
                   VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REGISTRY-COUNT
           END-IF

           IF WS-ORPHAN-DATA-SEEN
               MOVE "ORPHAN DATA"        TO WB-LABEL
               MOVE "*** OUTSIDE HDR/TRL SET ***" TO WB-VALUE
           MOVE WS-EDIT-COUNT        TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "RECORDS PENDING"    TO WB-LABEL
           MOVE WS-PENDING-COUNT     TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "RECORDS REJECTED"   TO WB-LABEL
           MOVE WS-INVALID-COUNT     TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WB-VALUE
      *----------------------------------------------------------------*
       7210-WRITE-SOURCE-BALANCE.
      *----------------------------------------------------------------*
      *    ONE BALANCING BLOCK PER SOURCE SYSTEM: ITS STANDING ON THE
      *    SOURCE REGISTRY, ITS FEED DATE AND FEED-DATE CHECK, ITS OWN
      *    TRAILER COUNT AGAINST ITS OWN RECORDS READ, AND THE SET'S
      *    BALANCE STATUS.
      *----------------------------------------------------------------*
           MOVE "SOURCE SYSTEM"      TO WB-LABEL
           MOVE WS-SRC-SYSTEM(WS-SRC-PRINT-IX) TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "REGISTRY STATUS"    TO WB-LABEL
           IF WS-SRC-REG-ACCEPTED(WS-SRC-PRINT-IX)
               MOVE "ACCEPTED"                TO WB-VALUE
           ELSE
               IF WS-SRC-REG-UNREGISTERED(WS-SRC-PRINT-IX)
                   MOVE "*** NOT REGISTERED ***" TO WB-VALUE
               ELSE
                   IF WS-SRC-REG-INACTIVE(WS-SRC-PRINT-IX)
                       MOVE "*** INACTIVE ***"  TO WB-VALUE
                   ELSE
                       MOVE "(NOT CHECKED)"     TO WB-VALUE
                   END-IF
               END-IF
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           IF WS-SRC-REG-ACCEPTED(WS-SRC-PRINT-IX)
               MOVE "FORMAT CHECK"       TO WB-LABEL
               IF WS-SRC-FORMAT-MISMATCH(WS-SRC-PRINT-IX)
                   MOVE "*** WRONG FORMAT CODE ***" TO WB-VALUE
               ELSE
                   MOVE "AS REGISTERED"             TO WB-VALUE
               END-IF
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
               IF WS-SRC-MAX-VOLUME(WS-SRC-PRINT-IX) > ZERO
                   MOVE "DAILY VOLUME"       TO WB-LABEL
                   IF WS-SRC-VOLUME-OUT-OF-RANGE(WS-SRC-PRINT-IX)
                       MOVE "*** OUTSIDE RANGE ***" TO WB-VALUE
                   ELSE
                       MOVE "IN RANGE"              TO WB-VALUE
                   END-IF
                   PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
               END-IF
           END-IF

           MOVE "FEED DATE"          TO WB-LABEL
           MOVE WS-SRC-FEED-DATE1(WS-SRC-PRINT-IX) TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
                   TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT       TO WB-VALUE
           ELSE
               IF WS-SRC-REG-ACCEPTED(WS-SRC-PRINT-IX)
                       AND WS-SRC-MUST-VALUE-BAL(WS-SRC-PRINT-IX)
                   MOVE "*** REQUIRED, NOT SUPPLIED ***" TO WB-VALUE
               ELSE
                   MOVE "(NOT SUPPLIED)"     TO WB-VALUE
               END-IF
           END-IF
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

       7210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7220-WRITE-MISSING-FEED.
      *----------------------------------------------------------------*
      *    AN ACTIVE SOURCE ON THE REGISTRY THAT SENT NO HDR THIS RUN.
      *----------------------------------------------------------------*
           IF WS-REG-ENT-ACTIVE(WS-REG-IX)
                   AND NOT WS-REG-ENT-FEED-SEEN(WS-REG-IX)
               MOVE "SOURCE SYSTEM"      TO WB-LABEL
               MOVE WS-REG-ENT-SOURCE(WS-REG-IX) TO WB-VALUE
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
               MOVE "FEED STATUS"        TO WB-LABEL
               MOVE "*** NO FEED RECEIVED ***" TO WB-VALUE
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
               WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       7220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7300-WRITE-AGING-SECTION.
      *----------------------------------------------------------------*
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "SOURCE NOT ACCEPTED" TO WB-LABEL
           MOVE WS-REASON-SOURCE-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "WRONG FORMAT CODE"   TO WB-LABEL
           MOVE WS-REASON-REGFMT-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "REVERSAL NO ORIGINAL" TO WB-LABEL
           MOVE WS-REASON-REVUNK-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "ALREADY REVERSED"    TO WB-LABEL
           MOVE WS-REASON-REVREP-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "CLOSED PERIOD"       TO WB-LABEL
           MOVE WS-REASON-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "BAD CUSTOMER ACCOUNT" TO WB-LABEL
           MOVE WS-REASON-CUSTOMER-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "TOTAL REJECTED"      TO WB-LABEL
           MOVE WS-INVALID-COUNT       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "SOURCE NOT ACCEPTED" TO WB-LABEL
           MOVE WS-SRC-SOURCE-COUNT(WS-SRC-PRINT-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "WRONG FORMAT CODE"   TO WB-LABEL
           MOVE WS-SRC-REGFMT-COUNT(WS-SRC-PRINT-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "REVERSAL NO ORIGINAL" TO WB-LABEL
           MOVE WS-SRC-REVUNK-COUNT(WS-SRC-PRINT-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "ALREADY REVERSED"    TO WB-LABEL
           MOVE WS-SRC-REVREP-COUNT(WS-SRC-PRINT-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "CLOSED PERIOD"       TO WB-LABEL
           MOVE WS-SRC-CLOSED-COUNT(WS-SRC-PRINT-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "BAD CUSTOMER ACCOUNT" TO WB-LABEL
           MOVE WS-SRC-CUSTOMER-COUNT(WS-SRC-PRINT-IX)
                                       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "TOTAL REJECTED"      TO WB-LABEL
           MOVE WS-SRC-REJECT-COUNT(WS-SRC-PRINT-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
       7410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7500-WRITE-REVERSAL-SECTION.
      *----------------------------------------------------------------*
      *    LISTS THE REVERSALS APPLIED THIS RUN AGAINST THE ORIGINALS
      *    THEY BACKED OUT, THEN THE REVERSAL TOTALS, INCLUDING THE
      *    REVERSALS REJECTED TO SUSPENSE.
      *----------------------------------------------------------------*
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-REVERSAL-HEADING
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-REVERSAL-COLUMNS
           ADD 4 TO WS-LINE-COUNT

           PERFORM 7510-WRITE-REVERSAL-LINE THRU 7510-EXIT
               VARYING WS-REV-IX FROM 1 BY 1
               UNTIL WS-REV-IX > WS-REV-LIST-COUNT

           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           ADD 1 TO WS-LINE-COUNT

           IF WS-REV-APPLIED-COUNT > WS-REV-LIST-COUNT
               MOVE "NOT LISTED (TABLE)"  TO WB-LABEL
               COMPUTE WS-EDIT-COUNT =
                       WS-REV-APPLIED-COUNT - WS-REV-LIST-COUNT
               MOVE WS-EDIT-COUNT          TO WB-VALUE
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
           END-IF

           MOVE "REVERSALS APPLIED"   TO WB-LABEL
           MOVE WS-REV-APPLIED-COUNT   TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "VALUE REVERSED"      TO WB-LABEL
           MOVE WS-REV-APPLIED-AMOUNT  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "REVERSAL NO ORIGINAL" TO WB-LABEL
           MOVE WS-REASON-REVUNK-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "ALREADY REVERSED"    TO WB-LABEL
           MOVE WS-REASON-REVREP-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7510-WRITE-REVERSAL-LINE.
      *----------------------------------------------------------------*
           MOVE WS-REV-ENT-TRANS-ID(WS-REV-IX)   TO WR-TRANS-ID
           MOVE WS-REV-ENT-RECORD-NO(WS-REV-IX)  TO WR-RECORD-NO
           MOVE WS-REV-ENT-ORIG-DATE(WS-REV-IX)  TO WR-ORIG-DATE
           MOVE WS-REV-ENT-ORIG-RUN(WS-REV-IX)   TO WR-ORIG-RUN
           MOVE WS-REV-ENT-ORIG-RECNO(WS-REV-IX) TO WR-ORIG-RECORD-NO
           MOVE WS-REV-ENT-AMOUNT(WS-REV-IX)     TO WR-AMOUNT
           WRITE PRINT-REC FROM WS-REVERSAL-LINE
           ADD 1 TO WS-LINE-COUNT.
       7510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7600-WRITE-PENDING-SECTION.
      *----------------------------------------------------------------*
      *    PENDING INVENTORY FOR CREDIT CONTROL: EVERY ITEM STILL HELD
      *    BACK - THE INVENTORY CARRIED FORWARD BY THE LAST DATE-ROLL
      *    (PENDFILE) PLUS WHAT THIS RUN HELD BACK (PENDOUT, READ BACK
      *    SO A RESTARTED RUN STILL COUNTS ITS ITEMS FROM BEFORE THE
      *    RESTART) - AS COUNT AND VALUE BY EFFECTIVE DATE.  A MISSING
      *    PENDFILE IS AN EMPTY INVENTORY; ONE THAT WILL NOT OPEN FOR
      *    ANY OTHER REASON IS FLAGGED ON THE SECTION.
      *----------------------------------------------------------------*
           CLOSE PENDING-FILE

           OPEN INPUT PENDING-INV-FILE
           IF WS-PINV-FILE-STATUS = '00'
               MOVE 'N' TO WS-PINV-EOF-SWITCH
               PERFORM 7610-READ-CARRIED-ITEM THRU 7610-EXIT
                   UNTIL WS-PINV-EOF-YES
               CLOSE PENDING-INV-FILE
           ELSE
               IF WS-PINV-FILE-STATUS NOT = '35'
                   SET WS-PINV-CARRIED-UNREAD TO TRUE
                   DISPLAY 'PROG0001 - UNABLE TO OPEN '
                           'PENDING-INV-FILE, STATUS = '
                           WS-PINV-FILE-STATUS
               END-IF
           END-IF

           OPEN INPUT PENDING-FILE
           IF WS-PEND-FILE-STATUS = '00'
               MOVE 'N' TO WS-PINV-EOF-SWITCH
               PERFORM 7615-READ-NEW-ITEM THRU 7615-EXIT
                   UNTIL WS-PINV-EOF-YES
               CLOSE PENDING-FILE
           END-IF

           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-PENDING-HEADING
           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           WRITE PRINT-REC FROM WS-PENDING-COLUMNS
           ADD 4 TO WS-LINE-COUNT

           PERFORM 7650-WRITE-PENDING-LINE THRU 7650-EXIT
               VARYING WS-PINV-IX FROM 1 BY 1
               UNTIL WS-PINV-IX > WS-PINV-COUNT

           WRITE PRINT-REC FROM WS-HEADING-BLANK-LINE
           ADD 1 TO WS-LINE-COUNT

           IF WS-PINV-CARRIED-UNREAD
               MOVE "CARRIED INVENTORY"  TO WB-LABEL
               MOVE "*** NOT READ ***"   TO WB-VALUE
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
           END-IF

           IF WS-PINV-UNLISTED-COUNT > ZERO
               MOVE "NOT LISTED (TABLE)"  TO WB-LABEL
               MOVE WS-PINV-UNLISTED-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT          TO WB-VALUE
               PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT
           END-IF

           MOVE "HELD BACK THIS RUN"  TO WB-LABEL
           MOVE WS-PENDING-COUNT       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "VALUE HELD BACK"     TO WB-LABEL
           MOVE WS-PENDING-AMOUNT      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "ITEMS PENDING"       TO WB-LABEL
           MOVE WS-PINV-TOTAL-COUNT    TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT

           MOVE "VALUE PENDING"       TO WB-LABEL
           MOVE WS-PINV-TOTAL-AMOUNT   TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO WB-VALUE
           PERFORM 7250-WRITE-BALANCE-LINE THRU 7250-EXIT.
       7600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7610-READ-CARRIED-ITEM.
      *----------------------------------------------------------------*
           READ PENDING-INV-FILE INTO WS-PENDING-ITEM
               AT END
                   MOVE 'Y' TO WS-PINV-EOF-SWITCH
               NOT AT END
                   PERFORM 7620-ADD-TO-INVENTORY THRU 7620-EXIT
           END-READ.
       7610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7615-READ-NEW-ITEM.
      *----------------------------------------------------------------*
           READ PENDING-FILE INTO WS-PENDING-ITEM
               AT END
                   MOVE 'Y' TO WS-PINV-EOF-SWITCH
               NOT AT END
                   PERFORM 7620-ADD-TO-INVENTORY THRU 7620-EXIT
           END-READ.
       7615-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7620-ADD-TO-INVENTORY.
      *----------------------------------------------------------------*
      *    BOOKS ONE PENDING ITEM AGAINST ITS EFFECTIVE DATE, KEEPING
      *    THE TABLE IN DATE ORDER: AN UNSEEN DATE IS INSERTED AHEAD
      *    OF THE FIRST LATER ONE, THE LATER ENTRIES SHIFTING DOWN.
      *    ONCE THE TABLE IS FULL A NEW DATE IS STILL TOTALLED BUT
      *    ONLY COUNTED AS NOT LISTED.
      *----------------------------------------------------------------*
           ADD 1 TO WS-PINV-TOTAL-COUNT
           IF WPI-AMOUNT-X NOT = SPACES AND WPI-AMOUNT NUMERIC
               ADD WPI-AMOUNT TO WS-PINV-TOTAL-AMOUNT
           ELSE
               MOVE ZERO TO WPI-AMOUNT
           END-IF

           MOVE ZERO TO WS-PINV-FOUND-IX
           PERFORM 7630-MATCH-ONE-PENDING THRU 7630-EXIT
               VARYING WS-PINV-IX FROM 1 BY 1
               UNTIL WS-PINV-IX > WS-PINV-COUNT
                  OR WS-PINV-FOUND-IX > ZERO

           SET WS-PINV-DATE-NEW TO TRUE
           IF WS-PINV-FOUND-IX = ZERO
               COMPUTE WS-PINV-FOUND-IX = WS-PINV-COUNT + 1
           ELSE
               IF WS-PINV-ENT-YMD(WS-PINV-FOUND-IX)
                       = WPI-EFFECTIVE-YMD-N
                   SET WS-PINV-DATE-LISTED TO TRUE
               END-IF
           END-IF

           IF WS-PINV-DATE-LISTED
               ADD 1 TO WS-PINV-ENT-COUNT(WS-PINV-FOUND-IX)
               ADD WPI-AMOUNT TO WS-PINV-ENT-AMOUNT(WS-PINV-FOUND-IX)
           ELSE
               IF WS-PINV-COUNT NOT < WS-PINV-MAX
                   ADD 1 TO WS-PINV-UNLISTED-COUNT
               ELSE
                   PERFORM 7640-SHIFT-ONE-PENDING THRU 7640-EXIT
                       VARYING WS-PINV-SHIFT-IX
                           FROM WS-PINV-COUNT BY -1
                       UNTIL WS-PINV-SHIFT-IX < WS-PINV-FOUND-IX
                   ADD 1 TO WS-PINV-COUNT
                   MOVE WPI-EFFECTIVE-YMD-N
                       TO WS-PINV-ENT-YMD(WS-PINV-FOUND-IX)
                   MOVE WPI-EFFECTIVE-DATE1
                       TO WS-PINV-ENT-DATE1(WS-PINV-FOUND-IX)
                   MOVE 1 TO WS-PINV-ENT-COUNT(WS-PINV-FOUND-IX)
                   MOVE WPI-AMOUNT
                       TO WS-PINV-ENT-AMOUNT(WS-PINV-FOUND-IX)
               END-IF
           END-IF.
       7620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7630-MATCH-ONE-PENDING.
      *----------------------------------------------------------------*
           IF WS-PINV-ENT-YMD(WS-PINV-IX) NOT < WPI-EFFECTIVE-YMD-N
               MOVE WS-PINV-IX TO WS-PINV-FOUND-IX
           END-IF.
       7630-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7640-SHIFT-ONE-PENDING.
      *----------------------------------------------------------------*
           MOVE WS-PINV-ENTRY(WS-PINV-SHIFT-IX)
               TO WS-PINV-ENTRY(WS-PINV-SHIFT-IX + 1).
       7640-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7650-WRITE-PENDING-LINE.
      *----------------------------------------------------------------*
           MOVE WS-PINV-ENT-DATE1(WS-PINV-IX)  TO WA-LABEL
           MOVE WS-PINV-ENT-COUNT(WS-PINV-IX)  TO WA-COUNT
           MOVE WS-PINV-ENT-AMOUNT(WS-PINV-IX) TO WA-AMOUNT
           PERFORM 7350-WRITE-AGING-LINE THRU 7350-EXIT.
       7650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7250-WRITE-BALANCE-LINE.
      *----------------------------------------------------------------*
