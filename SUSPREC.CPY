      *                 RESUBMIT IT FOREVER - EACH LAP RESETTING THE
      *                 CYCLE COUNT AND AGING CLOCK; WITH IT, THE
      *                 RESUBMIT JOB WRITES DUPLICATES OFF INSTEAD.
      * 2026-09-21  RA  ADDED SUS-RECORD-TYPE, CARRIED FROM THE
      *                 TRANSACTION RECORD SO A REJECTED REVERSAL GOES
      *                 BACK THROUGH SUSP-RESUBMIT STILL A REVERSAL.
      * 2026-10-14  RA  ADDED SUS-CUSTOMER-NO, THE CUSTOMER ACCOUNT
      *                 FROM THE TRANSACTION RECORD (REASON 11 WHEN
      *                 IT IS UNKNOWN OR CLOSED ON CUSTMAST), SO THE
      *                 CORRECTED ACCOUNT GOES BACK THROUGH
      *                 SUSP-RESUBMIT WITH THE RECORD.
      *================================================================*
           05 SUS-DATE1           PIC X(10).
           05 SUS-FILL-1          PIC X(1).
           05 SUS-FILL-7          PIC X(1).
      *---- REJECT REASON FROM THE SHARED CHECK (05 = DUPLICATE) ------*
           05 SUS-REASON-CODE     PIC 9(2).
           05 SUS-FILL-8          PIC X(1).
      *---- BLANK = ORDINARY TRANSACTION, R = REVERSAL ----------------*
           05 SUS-RECORD-TYPE     PIC X(1).
           05 SUS-FILL-9          PIC X(1).
      *---- CUSTOMER ACCOUNT AS RECEIVED (BLANK = NONE SUPPLIED) ------*
           05 SUS-CUSTOMER-NO     PIC X(8).
