      *================================================================*
      * PERIODRC.CPY
      *
      * PURPOSE.   COMMON LAYOUT OF ONE ACCOUNTING-PERIOD MASTER RECORD
      *            (PERIODM, INDEXED ON PM-KEY): THE VALID-TRANSACTION
      *            COUNT AND TR-AMOUNT VALUE POSTED INTO ONE CALENDAR
      *            MONTH BY ONE SOURCE SYSTEM, MONTH-TO-DATE AND
      *            YEAR-TO-DATE (JANUARY THROUGH THIS MONTH), AND
      *            WHETHER THE MONTH HAS BEEN CLOSED.  THE RECORD WITH
      *            A BLANK PM-SOURCE-SYSTEM IS THE MONTH'S CONTROL
      *            RECORD: IT CARRIES THE ALL-SOURCES TOTALS AND IS
      *            THE ONE PROG0001 READS TO DECIDE WHETHER A
      *            TRANSACTION FALLS IN A CLOSED PERIOD.  FED BY
      *            PROG0001 AND CLOSED BY PERIOD-CLOSE (PROG0016).
      *            COPY THIS UNDER A 01-LEVEL GROUP IN ANY PROGRAM THAT
      *            WRITES OR READS THE PERIOD MASTER.  USE THE
      *            REPLACING PHRASE TO RENAME THE DATA-NAMES WHEN MORE
      *            THAN ONE PERIOD GROUP IS NEEDED IN THE SAME PROGRAM.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * 2026-09-28  RA  INITIAL VERSION, SHARED BETWEEN PROG0001 AND
      *                 THE PERIOD-CLOSE JOB (PERIOD-CLOSE).
      *================================================================*
           05 PM-KEY.
              10 PM-PERIOD.
                 15 PM-PERIOD-YYYY   PIC 9(4).
                 15 PM-PERIOD-MM     PIC 9(2).
              10 PM-PERIOD-R REDEFINES PM-PERIOD
                                     PIC 9(6).
      *---- BLANK = THE MONTH'S ALL-SOURCES CONTROL RECORD ------------*
              10 PM-SOURCE-SYSTEM    PIC X(7).
           05 PM-FILL-1              PIC X(1).
           05 PM-MTD-COUNT           PIC 9(7).
           05 PM-FILL-2              PIC X(1).
           05 PM-MTD-AMOUNT          PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           05 PM-FILL-3              PIC X(1).
           05 PM-YTD-COUNT           PIC 9(9).
           05 PM-FILL-4              PIC X(1).
           05 PM-YTD-AMOUNT          PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05 PM-FILL-5              PIC X(1).
      *---- O = OPEN FOR POSTING, C = CLOSED ON PM-CLOSE-DATE ---------*
           05 PM-STATUS              PIC X(1).
               88 PM-OPEN                      VALUE 'O' ' '.
               88 PM-CLOSED                    VALUE 'C'.
           05 PM-FILL-6              PIC X(1).
           05 PM-CLOSE-DATE          PIC X(8).
           05 PM-FILL-7              PIC X(1).
           05 PM-LAST-RUN-DATE       PIC X(8).
