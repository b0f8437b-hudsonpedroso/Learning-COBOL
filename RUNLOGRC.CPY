      *            READ/VALID/REJECTED COUNTS, THE FINAL CONDITION
      *            CODE AND STATUS, AND THE SOURCE SYSTEM (BLANK ON
      *            THE RUN-LEVEL RECORD, NAMED ON THE PER-SOURCE
      *            BREAKOUT RECORDS) AND THE NET VALUE WRITTEN TO THE
      *            CONVERTED FEED (DATEOUT) - CONVERSIONS PLUS THE
      *            NEGATIVE REVERSAL ENTRIES - THAT THE GENERAL-LEDGER
      *            JOURNAL IS BALANCED AGAINST.  COPY THIS UNDER A
      *            01-LEVEL GROUP IN ANY PROGRAM THAT WRITES OR READS
      *            THE RUN-CONTROL LOG.  USE THE REPLACING PHRASE TO
      *            RENAME THE DATA-NAMES WHEN MORE THAN ONE RUN-LOG
      *            GROUP IS NEEDED IN THE SAME PROGRAM.
      *----------------------------------------------------------------*
      * 2026-09-02  RA  EXTRACTED FROM PROG0001 SO THE RECONCILIATION
      *                 JOB (RUN-RECONCILE) AND THE OPERATIONS TREND
      *                 REPORT SHARE THE SAME LAYOUT.
      * 2026-10-13  RA  ADDED THE NET VALUE WRITTEN TO DATEOUT FOR THE
      *                 GENERAL-LEDGER INTERFACE (GL-INTERFACE).
      *================================================================*
           05 RUN-START-TIMESTAMP PIC X(16).
           05 RUN-FILL-1          PIC X(1).
      *---- BLANK ON THE RUN-LEVEL RECORD; NAMES THE SOURCE SYSTEM ----*
      *---- ON THE PER-SOURCE BREAKOUT RECORDS ------------------------*
           05 RUN-SOURCE-SYSTEM   PIC X(7).
           05 RUN-FILL-9          PIC X(1).
      *---- NET DATEOUT VALUE: CONVERSIONS LESS REVERSALS -------------*
           05 RUN-VALID-AMOUNT    PIC S9(11)V99 SIGN LEADING SEPARATE.
