      *================================================================*
      * GENARCRC.CPY
      *
      * PURPOSE.   COMMON LAYOUT OF ONE RECORD ON THE CONVERTED-FEED
      *            GENERATION ARCHIVE (DATEARCH) KEPT BY
      *            DATEOUT-ARCHIVE (PROG0024).  EACH ARCHIVED RUN OF
      *            PROG0001 IS ONE GENERATION, KEYED BY THAT RUN'S
      *            AS-OF (BUSINESS) DATE AS YYYYMMDD: A CATALOG RECORD
      *            (TYPE C) CARRYING THE RUN'S AS-OF DATE, ITS END
      *            TIMESTAMP, RECORD COUNT AND AMOUNT TOTAL AS LOGGED
      *            ON RUNLOG, FOLLOWED BY ONE DATA RECORD (TYPE D) PER
      *            DATEOUT RECORD, CARRYING THE DATEOUT RECORD
      *            UNCHANGED (CONVREC.CPY LAYOUT).  GENERATIONS ARE
      *            KEPT IN AS-OF DATE ORDER.  READ BY DATE-DISTRIB
      *            (PROG0014) TO REPLAY A SUBSCRIBER'S EXTRACT.  COPY
      *            THIS UNDER A 01-LEVEL GROUP IN ANY PROGRAM THAT
      *            WRITES OR READS THE ARCHIVE.  USE THE REPLACING
      *            PHRASE TO RENAME THE DATA-NAMES WHEN MORE THAN ONE
      *            ARCHIVE GROUP IS NEEDED IN THE SAME PROGRAM.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * 2026-10-15  RA  INITIAL VERSION.
      *================================================================*
           05 GEN-AS-OF-NUM          PIC 9(8).
           05 GEN-FILL-1             PIC X(1).
      *---- C = CATALOG (ONE PER GENERATION), D = DATEOUT RECORD ------*
           05 GEN-RECORD-TYPE        PIC X(1).
               88 GEN-CATALOG-REC              VALUE 'C'.
               88 GEN-DATA-REC                 VALUE 'D'.
           05 GEN-FILL-2             PIC X(1).
           05 GEN-RECORD-DATA        PIC X(100).
           05 GEN-CATALOG-DATA REDEFINES GEN-RECORD-DATA.
              10 GEN-AS-OF-DATE1     PIC X(10).
              10 GEN-FILL-3          PIC X(1).
              10 GEN-RUN-END-TIMESTAMP
                                     PIC X(16).
              10 GEN-FILL-4          PIC X(1).
              10 GEN-RECORD-COUNT    PIC 9(7).
              10 GEN-FILL-5          PIC X(1).
              10 GEN-AMOUNT-TOTAL
                                  PIC S9(11)V99 SIGN LEADING SEPARATE.
              10 GEN-FILL-6          PIC X(1).
              10 GEN-ARCHIVED-DATE   PIC X(8).
              10 GEN-FILL-7          PIC X(41).
