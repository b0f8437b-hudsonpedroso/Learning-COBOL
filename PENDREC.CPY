      *================================================================*
      * PENDREC.CPY
      *
      * PURPOSE.   COMMON LAYOUT OF ONE PENDING-TRANSACTION RECORD: A
      *            VALID TRANSACTION DATED AFTER THE AS-OF RUN DATE,
      *            HELD BACK BY PROG0001 INSTEAD OF BEING CONVERTED.
      *            CARRIES THE EFFECTIVE DATE (NORMALIZED DD-MM-YYYY
      *            AND ITS YYYYMMDD FORM FOR COMPARISONS), THE
      *            SENDER'S TRANSACTION ID, THE SIGNED AMOUNT, THE
      *            SOURCE SYSTEM IT ARRIVED UNDER AND THE AS-OF DATE
      *            OF THE RUN THAT HELD IT BACK.  PROG0001 WRITES
      *            EACH NIGHT'S NEW ITEMS TO PENDOUT; DATE-ROLL MERGES
      *            THEM WITH THE CARRIED INVENTORY (PENDFILE), RELEASES
      *            THE ITEMS THAT HAVE COME DUE AND CARRIES THE REST
      *            FORWARD (PENDNEW).  COPY THIS UNDER A 01-LEVEL GROUP
      *            IN ANY PROGRAM THAT WRITES OR READS A PENDING FILE.
      *            USE THE REPLACING PHRASE TO RENAME THE DATA-NAMES
      *            WHEN MORE THAN ONE PENDING GROUP IS NEEDED IN THE
      *            SAME PROGRAM.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * 2026-10-11  RA  INITIAL VERSION.
      * 2026-10-14  RA  ADDED PND-CUSTOMER-NO, SO A RELEASED ITEM GOES
      *                 BACK INTO THE STREAM WITH ITS CUSTOMER ACCOUNT.
      *================================================================*
           05 PND-EFFECTIVE-DATE1 PIC X(10).
           05 PND-FILL-1          PIC X(1).
           05 PND-EFFECTIVE-YMD.
              10 PND-EFFECTIVE-YYYY PIC 9(4).
              10 PND-EFFECTIVE-MM PIC 9(2).
              10 PND-EFFECTIVE-DD PIC 9(2).
           05 PND-EFFECTIVE-YMD-N REDEFINES PND-EFFECTIVE-YMD
                                  PIC 9(8).
           05 PND-FILL-2          PIC X(1).
           05 PND-TRANS-ID        PIC X(12).
           05 PND-FILL-3          PIC X(1).
           05 PND-AMOUNT          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 PND-AMOUNT-X REDEFINES PND-AMOUNT
                                  PIC X(10).
           05 PND-FILL-4          PIC X(1).
           05 PND-SOURCE-SYSTEM   PIC X(7).
           05 PND-FILL-5          PIC X(1).
      *---- AS-OF DATE OF THE PROG0001 RUN THAT HELD THE ITEM BACK ----*
           05 PND-DIVERTED-DATE1  PIC X(10).
           05 PND-FILL-6          PIC X(1).
           05 PND-CUSTOMER-NO     PIC X(8).
