      *            DATE/MONTH/YEAR FIELDS TO VALIDATE.  SHARES
      *            4100-GET-DAYS-IN-MONTH (SEE GETDAYSMO.CPY), WHICH
      *            MUST ALREADY BE PRESENT IN THE COPYING PROGRAM.
      *
      *            WS-REJECT-REASON CODES (SUS-REASON-CODE ON SUSPFILE):
      *              00  PASSED
      *              01  NON-NUMERIC FIELDS         (SET HERE)
      *              02  MONTH OUT OF RANGE         (SET HERE)
      *              03  DAY PAST END OF MONTH      (SET HERE)
      *              04  UNKNOWN FORMAT CODE        (SET BY PROG0001)
      *              05  DUPLICATE TRANS ID         (SET BY PROG0001)
      *              06  SOURCE NOT REGISTERED OR   (SET BY PROG0001)
      *                  INACTIVE ON SRCREG
      *              07  FORMAT CODE NOT AS         (SET BY PROG0001)
      *                  REGISTERED ON SRCREG
      *              08  REVERSAL ORIGINAL NOT      (SET BY PROG0001)
      *                  FOUND ON SEENKEYS
      *              09  ORIGINAL ALREADY REVERSED  (SET BY PROG0001)
      *              10  DATED IN A CLOSED          (SET BY PROG0001)
      *                  ACCOUNTING PERIOD
      *              11  CUSTOMER ACCOUNT UNKNOWN   (SET BY PROG0001)
      *                  OR CLOSED ON CUSTMAST
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY.
      * 2026-08-08  RA  EXTRACTED FROM PROG0001 4000-VALIDATE-DATE AND
      *                 ANALYSED BY CAUSE.  EVERY COPYING PROGRAM MUST
      *                 DECLARE WS-REJECT-REASON PIC 9(2) ALONGSIDE
      *                 THE OTHER VALIDATE WORK FIELDS.
      * 2026-09-14  RA  REASON-CODE LIST ADDED TO PURPOSE, WITH 06 AND
      *                 07 FOR THE SOURCE-REGISTRY CHECKS IN PROG0001.
      * 2026-09-21  RA  08 AND 09 ADDED FOR THE REVERSAL CHECKS IN
      *                 PROG0001.
      * 2026-09-28  RA  10 ADDED FOR THE CLOSED-PERIOD CHECK IN
      *                 PROG0001.
      * 2026-10-14  RA  11 ADDED FOR THE CUSTOMER-ACCOUNT CHECK IN
      *                 PROG0001.
      *================================================================*
       VAL-PARAGRAPH.
           SET WS-DATE-VALID TO TRUE
