      *================================================================*
      * CUSTRC.CPY
      *
      * PURPOSE.   COMMON LAYOUT OF ONE CUSTOMER MASTER RECORD
      *            (CUSTMAST, INDEXED ON CUS-ACCOUNT-NO): THE CUSTOMER
      *            ACCOUNT NUMBER CARRIED ON EACH DATETRAN RECORD, THE
      *            NAME AND ADDRESS PRINTED ON THE CUSTOMER STATEMENT,
      *            THE CREDIT LIMIT THE OPEN BALANCE IS CHECKED
      *            AGAINST, AND WHETHER THE ACCOUNT IS STILL OPEN.
      *            MAINTAINED BY CUST-MAINT (PROG0022), READ BY
      *            PROG0001 TO VALIDATE THE ACCOUNT AND BY CUST-STMT
      *            (PROG0023) TO PRINT STATEMENTS.  COPY THIS UNDER A
      *            01-LEVEL GROUP IN ANY PROGRAM THAT WRITES OR READS
      *            THE CUSTOMER MASTER.  USE THE REPLACING PHRASE TO
      *            RENAME THE DATA-NAMES WHEN MORE THAN ONE CUSTOMER
      *            GROUP IS NEEDED IN THE SAME PROGRAM.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * 2026-10-14  RA  INITIAL VERSION.
      *================================================================*
           05 CUS-ACCOUNT-NO         PIC X(8).
           05 CUS-FILL-1             PIC X(1).
           05 CUS-NAME               PIC X(30).
           05 CUS-FILL-2             PIC X(1).
           05 CUS-ADDRESS-1          PIC X(30).
           05 CUS-FILL-3             PIC X(1).
           05 CUS-ADDRESS-2          PIC X(30).
           05 CUS-FILL-4             PIC X(1).
           05 CUS-ADDRESS-3          PIC X(30).
           05 CUS-FILL-5             PIC X(1).
           05 CUS-POSTAL-CODE        PIC X(10).
           05 CUS-FILL-6             PIC X(1).
      *---- ZERO = NO LIMIT SET (NEVER FLAGGED OVER LIMIT) ------------*
           05 CUS-CREDIT-LIMIT       PIC 9(9)V99.
           05 CUS-FILL-7             PIC X(1).
      *---- A = OPEN, C = CLOSED ON CUS-STATUS-DATE (NO NEW ITEMS) ----*
           05 CUS-STATUS             PIC X(1).
               88 CUS-ACTIVE                   VALUE 'A' ' '.
               88 CUS-CLOSED                   VALUE 'C'.
           05 CUS-FILL-8             PIC X(1).
           05 CUS-STATUS-DATE        PIC X(8).
           05 CUS-FILL-9             PIC X(1).
           05 CUS-LAST-MAINT-DATE    PIC X(8).
