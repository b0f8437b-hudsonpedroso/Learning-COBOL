      *================================================================*
      * SRCREGRC.CPY
      *
      * PURPOSE.   COMMON LAYOUT OF ONE UPSTREAM SOURCE-REGISTRY RECORD
      *            (SRCREG): THE TC-SOURCE-SYSTEM NAME A FEED CARRIES
      *            ON ITS HDR, THE TR-FORMAT-CODE ITS DATA RECORDS ARE
      *            EXPECTED TO ARRIVE IN (D = DD-MM-YYYY, I = ISO
      *            YYYY-MM-DD, U = US MM/DD/YYYY), WHETHER ITS TRL MUST
      *            CARRY A TC-EXPECTED-AMOUNT HASH TOTAL, ITS NORMAL
      *            DAILY VOLUME RANGE AND WHETHER IT IS ACTIVE.
      *            MAINTAINED BY SRCREG-MAINT (PROG0015) AND READ BY
      *            PROG0001 TO ACCEPT HDR SETS AND TO LIST ACTIVE
      *            SOURCES THAT SENT NOTHING.  COPY THIS UNDER A
      *            01-LEVEL GROUP IN ANY PROGRAM THAT WRITES OR READS
      *            THE REGISTRY.  USE THE REPLACING PHRASE TO RENAME
      *            THE DATA-NAMES WHEN MORE THAN ONE REGISTRY GROUP IS
      *            NEEDED IN THE SAME PROGRAM.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * 2026-09-14  RA  INITIAL VERSION, SHARED BETWEEN PROG0001 AND
      *                 THE REGISTRY MAINTENANCE JOB (SRCREG-MAINT).
      *================================================================*
           05 REG-SOURCE-SYSTEM   PIC X(7).
           05 REG-FILL-1          PIC X(1).
      *---- D, I OR U, AS TR-FORMAT-CODE.  A DATA RECORD WITH A -------*
      *---- BLANK CODE (THE HOUSE LAYOUT SUSP-RESUBMIT WRITES) IS -----*
      *---- ACCEPTED FROM ANY SOURCE ----------------------------------*
           05 REG-FORMAT-CODE     PIC X(1).
           05 REG-FILL-2          PIC X(1).
      *---- Y = THE TRL MUST CARRY A TC-EXPECTED-AMOUNT HASH TOTAL ----*
           05 REG-VALUE-BAL-FLAG  PIC X(1).
               88 REG-MUST-VALUE-BALANCE     VALUE 'Y'.
           05 REG-FILL-3          PIC X(1).
      *---- NORMAL DAILY DATA-RECORD VOLUME, LOW AND HIGH (A HIGH -----*
      *---- OF ZERO MEANS THE VOLUME IS NOT CHECKED) ------------------*
           05 REG-MIN-VOLUME      PIC 9(7).
           05 REG-FILL-4          PIC X(1).
           05 REG-MAX-VOLUME      PIC 9(7).
           05 REG-FILL-5          PIC X(1).
      *---- A = ACTIVE (EXPECTED EVERY RUN), I = INACTIVE -------------*
           05 REG-STATUS          PIC X(1).
               88 REG-ACTIVE                 VALUE 'A'.
               88 REG-INACTIVE               VALUE 'I'.
           05 REG-FILL-6          PIC X(1).
           05 REG-DESCRIPTION     PIC X(30).
