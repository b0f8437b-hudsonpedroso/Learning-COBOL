      * 2026-08-22  RA  EXTRACTED FROM PROG0001 SO THE AUDIT READER
      *                 (AUDIT-INQUIRY) AND RETENTION JOB
      *                 (AUDIT-ARCHIVE) SHARE THE SAME LAYOUT.
      * 2026-10-09  RA  ADDED THE KEY, OPERATOR INITIALS AND REASON
      *                 CARRIED BY AN OPERATOR ACTION (SEENKEY-MAINT
      *                 RELEASES).  PROG0001'S FIELD-CHANGE RECORDS
      *                 LEAVE THEM BLANK.
      * 2026-10-14  RA  CUST-MAINT (PROG0022) NOW ALSO WRITES AUDIT
      *                 RECORDS: ONE PER CUSTOMER-MASTER FIELD CHANGED,
      *                 KEYED BY THE ACCOUNT WITH THE OPERATOR INITIALS
      *                 FROM ITS CARD.
      *================================================================*
           05 AUD-FIELD-NAME      PIC X(10).
           05 AUD-FILL-1          PIC X     VALUE SPACE.
           05 AUD-AFTER-VALUE     PIC X(10).
           05 AUD-FILL-3          PIC X     VALUE SPACE.
           05 AUD-RUN-TIMESTAMP   PIC X(16).
           05 AUD-FILL-4          PIC X     VALUE SPACE.
           05 AUD-KEY             PIC X(12).
           05 AUD-FILL-5          PIC X     VALUE SPACE.
           05 AUD-OPERATOR        PIC X(3).
           05 AUD-FILL-6          PIC X     VALUE SPACE.
           05 AUD-REASON          PIC X(40).
