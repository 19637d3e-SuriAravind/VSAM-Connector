      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     ACTUALSCOPYBOOK                                            *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     RECORD LAYOUT FOR THE TIMESHEET ACTUALS KSDS (ACTUALS),    *
      *               KEYED ON PROJECT NAME, EMPLOYEE ID AND BOOKING MONTH.      *
      *               THE KEY LEADS WITH THE PROJECT NAME IN THE SAME ORDER      *
      *               AS STAFFXRF, SO A PROJECT-SIDE WALK OF EITHER FILE         *
      *               MEETS THE SAME EMPLOYEES IN THE SAME SEQUENCE.             *
      *                                                                          *
      *               TIMELOAD ADDS EVERY ACCEPTED TIMESHEET LINE INTO THE       *
      *               RECORD FOR THE MONTH OF ITS WEEK-ENDING DATE, SO A         *
      *               WEEK THAT STRADDLES A MONTH END IS BOOKED WHOLE TO THE     *
      *               MONTH IT ENDS IN.  TIMEVAR READS IT BY KEY TO SET          *
      *               BOOKED HOURS AGAINST THE HOURS ALLOCATION-PCT IMPLIES.     *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *                                                                          *
      ****************************************************************************

       01  ACTUALS-RECORD.
           05  AC-ACTUALS-KEY.
               10  AC-PROJECT-NAME          PIC A(15).
               10  AC-ID                    PIC 9(09).
               10  AC-MONTH                 PIC 9(06).
           05  AC-HOURS                     PIC 9(05)V99.
           05  AC-LINES-LOADED              PIC 9(05).
           05  AC-LAST-WEEK-ENDING          PIC 9(08).
           05  AC-LAST-UPDATE-DATE          PIC 9(08).
