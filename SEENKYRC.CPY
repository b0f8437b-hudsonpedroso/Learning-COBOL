      *================================================================*
      * SEENKYRC.CPY
      *
      * PURPOSE.   COMMON LAYOUT OF ONE SEEN-KEY MASTER RECORD
      *            (SEENKEYS, INDEXED ON SK-TRANS-ID): A TRANSACTION
      *            ID CONVERTED BY PROG0001, THE RUN DATE AND RECORD
      *            NUMBER THAT CONVERTED IT, ITS CONVERTED YYYYMMDD
      *            DATE AND AMOUNT, AND WHETHER A LATER REVERSAL HAS
      *            BACKED IT OUT.  COPY THIS UNDER A 01-LEVEL GROUP IN
      *            ANY PROGRAM THAT WRITES OR READS THE SEEN-KEY
      *            MASTER.  USE THE REPLACING PHRASE TO RENAME THE
      *            DATA-NAMES WHEN MORE THAN ONE SEEN-KEY GROUP IS
      *            NEEDED IN THE SAME PROGRAM.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * 2026-09-21  RA  EXTRACTED FROM PROG0001 AND EXTENDED WITH THE
      *                 CONVERTED DATE, THE AMOUNT AND THE REVERSAL
      *                 FLAG AND RUN DATE, SO A REVERSAL TRANSACTION
      *                 CAN BACK OUT THE ORIGINAL CONVERSION.  A KEY
      *                 REGISTERED BEFORE THESE FIELDS EXISTED CARRIES
      *                 THEM AS SPACES.
      * 2026-10-09  RA  ADDED THE RELEASE FLAG AND DATE SET BY
      *                 SEENKEY-MAINT (PROG0020) WHEN AN OPERATOR LETS
      *                 ONE RESEND OF THE ID THROUGH THE DUPLICATE
      *                 CHECK.  KEYS REGISTERED EARLIER CARRY SPACES.
      * 2026-10-15  RA  A MASTER STILL IN THE ORIGINAL 27-BYTE LAYOUT
      *                 IS RELOADED INTO THIS ONE BY SEENKEY-CONVERT
      *                 (PROG0025) BEFORE PROG0001 WILL OPEN IT.
      *================================================================*
           05 SK-TRANS-ID         PIC X(12).
           05 SK-RUN-DATE         PIC X(8).
           05 SK-RECORD-NO        PIC 9(7).
      *---- THE ORIGINAL CONVERSION'S YYYYMMDD DATE (THE DATEHIST -----*
      *---- KEY IT WAS COUNTED UNDER) AND ITS AMOUNT ------------------*
           05 SK-CONV-DATE        PIC 9(8).
           05 SK-CONV-DATE-X REDEFINES SK-CONV-DATE
                                  PIC X(8).
           05 SK-AMOUNT           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 SK-AMOUNT-X REDEFINES SK-AMOUNT
                                  PIC X(10).
      *---- R = BACKED OUT BY A REVERSAL, ON SK-REVERSAL-RUN-DATE -----*
           05 SK-REVERSAL-FLAG    PIC X(1).
               88 SK-REVERSED                VALUE 'R'.
               88 SK-NOT-REVERSED            VALUE ' '.
           05 SK-REVERSAL-RUN-DATE PIC X(8).
      *---- L = RELEASED FOR ONE RESEND ON SK-RELEASE-DATE; THE NEXT --*
      *---- CONVERSION OF THE ID RE-REGISTERS IT AND CLEARS THE FLAG --*
           05 SK-RELEASE-FLAG     PIC X(1).
               88 SK-RELEASED                VALUE 'L'.
               88 SK-NOT-RELEASED            VALUE ' '.
           05 SK-RELEASE-DATE     PIC X(8).
