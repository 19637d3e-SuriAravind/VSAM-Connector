      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     TIMESHEETCOPYBOOK                                          *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     DETAIL RECORD FOR THE WEEKLY TIMESHEET TRANSACTION         *
      *               FILE (TIMESHT) LOADED BY TIMELOAD.  ONE RECORD IS THE      *
      *               HOURS ONE EMPLOYEE BOOKED TO ONE PROJECT IN THE WEEK       *
      *               ENDING ON TS-WEEK-ENDING-DATE.  THE FILE CARRIES THE       *
      *               SAME BATCH HEADER AND TRAILER AS EMPTRAN (SEE              *
      *               BatchControlCopyBook.cob); TS-RECORD-TYPE IS D SO A        *
      *               DETAIL CAN NEVER BE MISTAKEN FOR EITHER OF THEM.           *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *                                                                          *
      ****************************************************************************

       01  TIMESHEET-RECORD.
           05  TS-RECORD-TYPE               PIC X(01).
               88  TS-DETAIL-RECORD                 VALUE "D".
           05  TS-ID                        PIC 9(09).
           05  TS-PROJECT-NAME              PIC A(15).
           05  TS-WEEK-ENDING-DATE          PIC 9(08).
           05  TS-HOURS                     PIC 9(03)V99.
