      *             PARAMETER CARD (AUDTPARM): A RUN-DATE RANGE
      *             (YYYYMMDD, AGAINST THE FIRST EIGHT BYTES OF THE
      *             RUN TIMESTAMP) AND/OR A FIELD NAME (WS-DATE,
      *             WS-MONTH OR WS-YEAR, OR SEENKEYS FOR THE KEY
      *             RELEASES APPLIED BY SEENKEY-MAINT).  BLANK
      *             CRITERIA SELECT EVERYTHING, SO AN EMPTY CARD LISTS
      *             THE WHOLE TRAIL.  A RECORD OF AN OPERATOR ACTION
      *             PRINTS A SECOND LINE WITH THE KEY, THE OPERATOR'S
      *             INITIALS AND THE REASON GIVEN.
      * TECTONICS.  COBC.
      ******************************************************************
      * MODIFICATION HISTORY.
      * 2026-08-22  RA  INITIAL VERSION.
      * 2026-10-09  RA  PRINTS THE KEY, OPERATOR AND REASON OF AN
      *                 OPERATOR-ACTION RECORD ON A SECOND LINE.
      ******************************************************************

      *================================================================*
           05 WD-RUN-TIMESTAMP         PIC X(16).
           05 FILLER                   PIC X(28) VALUE SPACES.

       01 WS-ACTION-LINE.
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "KEY ".
           05 WA-KEY                   PIC X(12).
           05 FILLER                   PIC X(4)  VALUE " BY ".
           05 WA-OPERATOR              PIC X(3).
           05 FILLER                   PIC X(3)  VALUE " : ".
           05 WA-REASON                PIC X(40).
           05 FILLER                   PIC X(12) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WT-LABEL                 PIC X(20).
           MOVE AUD-RUN-TIMESTAMP TO WD-RUN-TIMESTAMP

           WRITE PRINT-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT

           IF AUD-KEY NOT = SPACES
               MOVE AUD-KEY           TO WA-KEY
               MOVE AUD-OPERATOR      TO WA-OPERATOR
               MOVE AUD-REASON        TO WA-REASON
               WRITE PRINT-REC FROM WS-ACTION-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       7100-EXIT.
           EXIT.

