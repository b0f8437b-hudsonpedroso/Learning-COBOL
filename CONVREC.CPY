      *================================================================*
      * CONVREC.CPY
      *
      * PURPOSE.   COMMON LAYOUT OF ONE CONVERTED-FEED RECORD
      *            (DATEOUT) AS WRITTEN BY PROG0001: THE DATE AS
      *            RECEIVED, ITS CONVERTED YYYYMMDD FORM, THE RECORD
      *            NUMBER ON THE TRANSACTION FILE, THE SIGNED AMOUNT,
      *            THE ENTRY TYPE AND THE SENDER'S TRANSACTION ID.  A
      *            REVERSAL ENTRY CARRIES THE ORIGINAL'S CONVERTED
      *            DATE AND ITS AMOUNT NEGATED, AND NAMES THE RUN AND
      *            RECORD NUMBER THAT CONVERTED THE ORIGINAL, SO A
      *            SUBSCRIBER CAN NET IT AGAINST THE ENTRY IT BACKS
      *            OUT.  EVERY ENTRY NAMES THE SOURCE SYSTEM WHOSE
      *            CONTROL SET IT ARRIVED IN (UNKNOWN OUTSIDE A SET),
      *            SO THE FEED CAN BE SUMMARIZED BY SOURCE FOR THE
      *            GENERAL LEDGER.  COPY THIS UNDER A 01-LEVEL GROUP
      *            IN ANY PROGRAM THAT WRITES OR READS DATEOUT.  USE
      *            THE REPLACING PHRASE TO RENAME THE DATA-NAMES WHEN
      *            MORE THAN ONE CONVERTED-FEED GROUP IS NEEDED IN THE
      *            SAME PROGRAM.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * 2026-09-21  RA  EXTRACTED FROM PROG0001 AND DATE-DISTRIB SO
      *                 BOTH SHARE THE SAME LAYOUT, AND EXTENDED WITH
      *                 THE ENTRY TYPE, THE TRANSACTION ID AND THE
      *                 ORIGINAL RUN DATE AND RECORD NUMBER FOR
      *                 REVERSAL ENTRIES.
      * 2026-10-13  RA  ADDED THE SOURCE SYSTEM FOR THE GENERAL-LEDGER
      *                 INTERFACE (GL-INTERFACE).
      * 2026-10-14  RA  ADDED THE CUSTOMER ACCOUNT FOR THE CUSTOMER
      *                 STATEMENT RUN (CUST-STMT).  A REVERSAL ENTRY
      *                 CARRIES THE ACCOUNT FROM THE REVERSAL RECORD.
      *================================================================*
           05 OUT-DATE1           PIC X(10).
           05 OUT-FILL-1          PIC X(1).
           05 OUT-NUMERIC-DATE.
              10 OUT-NUMERIC-YYYY PIC 9(4).
              10 OUT-NUMERIC-MM   PIC 9(2).
              10 OUT-NUMERIC-DD   PIC 9(2).
           05 OUT-FILL-2          PIC X(1).
           05 OUT-RECORD-NO       PIC 9(7).
           05 OUT-FILL-3          PIC X(1).
           05 OUT-AMOUNT          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 OUT-AMOUNT-X REDEFINES OUT-AMOUNT
                                  PIC X(10).
           05 OUT-FILL-4          PIC X(1).
      *---- C = CONVERSION, R = REVERSAL OF AN EARLIER CONVERSION -----*
           05 OUT-ENTRY-TYPE      PIC X(1).
               88 OUT-CONVERSION             VALUE 'C' ' '.
               88 OUT-REVERSAL               VALUE 'R'.
           05 OUT-FILL-5          PIC X(1).
           05 OUT-TRANS-ID        PIC X(12).
           05 OUT-FILL-6          PIC X(1).
      *---- REVERSAL ONLY: THE RUN DATE AND RECORD NUMBER THAT --------*
      *---- CONVERTED THE ORIGINAL ------------------------------------*
           05 OUT-ORIG-RUN-DATE   PIC X(8).
           05 OUT-FILL-7          PIC X(1).
           05 OUT-ORIG-RECORD-NO  PIC 9(7).
           05 OUT-FILL-8          PIC X(1).
           05 OUT-SOURCE-SYSTEM   PIC X(7).
           05 OUT-FILL-9          PIC X(1).
           05 OUT-CUSTOMER-NO     PIC X(8).
