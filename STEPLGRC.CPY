      *================================================================*
      * STEPLGRC.CPY
      *
      * PURPOSE.   COMMON LAYOUT OF ONE STREAM STEP-LOG RECORD
      *            (STEPLOG), APPENDED THROUGH STEP-LOG (PROG0017) BY
      *            EVERY PROGRAM IN THE NIGHTLY STREAM AS IT ENDS: THE
      *            PROGRAM, START AND END TIMESTAMPS (YYYYMMDD DATE IN
      *            THE FIRST EIGHT BYTES, TIME IN THE REST), THE AS-OF
      *            BUSINESS DATE THE STEP RAN FOR, ITS CONDITION CODE,
      *            ITS KEY INPUT AND OUTPUT COUNTS, AND THE FILE IT
      *            PRODUCED FOR OPERATIONS TO RENAME OVER A MASTER
      *            (BLANK WHEN IT PRODUCED NONE).  READ BY THE MORNING
      *            STATUS REPORT (STREAM-STATUS).  COPY THIS UNDER A
      *            01-LEVEL GROUP IN ANY PROGRAM THAT WRITES OR READS
      *            THE STEP LOG.  USE THE REPLACING PHRASE TO RENAME
      *            THE DATA-NAMES WHEN MORE THAN ONE STEP-LOG GROUP IS
      *            NEEDED IN THE SAME PROGRAM.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * 2026-10-05  RA  INITIAL VERSION.
      *================================================================*
           05 STP-PROGRAM-ID      PIC X(16).
           05 STP-FILL-1          PIC X(1).
           05 STP-START-TIMESTAMP PIC X(16).
           05 STP-FILL-2          PIC X(1).
           05 STP-END-TIMESTAMP   PIC X(16).
           05 STP-FILL-3          PIC X(1).
      *---- DD-MM-YYYY; LEFT BLANK BY THE CALLER, STEP-LOG TAKES IT ---*
      *---- FROM THE BUSINESS-DATE CONTROL RECORD (DATECTL) -----------*
           05 STP-AS-OF-DATE1     PIC X(10).
           05 STP-FILL-4          PIC X(1).
           05 STP-RETURN-CODE     PIC 9(2).
           05 STP-FILL-5          PIC X(1).
           05 STP-IN-COUNT        PIC 9(9).
           05 STP-FILL-6          PIC X(1).
           05 STP-OUT-COUNT       PIC 9(9).
           05 STP-FILL-7          PIC X(1).
           05 STP-RENAME-FILE     PIC X(8).
