      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     RATECARDCOPYBOOK                                           *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     RECORD LAYOUT FOR THE CLIENT RATE CARD KSDS (RATECARD),    *
      *               KEYED ON CLIENT NAME (AS CARRIED ON PJ-CLIENT-NAME),       *
      *               BILLING COMPANY SHORT NAME AND EFFECTIVE DATE.  EACH       *
      *               RECORD HOLDS THE DAILY CHARGE-OUT RATE THAT APPLIES        *
      *               FROM RC-EFFECTIVE-DATE UNTIL THE NEXT EFFECTIVE DATE       *
      *               FOR THE SAME CLIENT AND COMPANY, SO A RATE CHANGE IS       *
      *               ADDED AS A NEW RECORD RATHER THAN BY OVERWRITING THE       *
      *               OLD ONE.  MAINTAINED BY RATEMAINT, READ BY CLIBILL.        *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *                                                                          *
      ****************************************************************************

       01  RATE-CARD-RECORD.
           05  RC-RATE-KEY.
               10  RC-CLIENT-NAME           PIC X(20).
               10  RC-SHORT-NAME            PIC X(03).
               10  RC-EFFECTIVE-DATE        PIC 9(08).
           05  RC-DAILY-RATE                PIC 9(07)V99.
           05  RC-LAST-UPDATE-DATE          PIC 9(08).
