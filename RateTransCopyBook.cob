      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     RATETRANSCOPYBOOK                                          *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     MAINTENANCE TRANSACTION FOR THE CLIENT RATE CARD KSDS      *
      *               (SEE RateCardCopyBook.cob), READ BY RATEMAINT FROM         *
      *               RATETRAN.  THE CLIENT NAME, SHORT NAME AND EFFECTIVE       *
      *               DATE TOGETHER IDENTIFY THE RATE RECORD.                    *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *                                                                          *
      ****************************************************************************

       01  RATE-TRANS-RECORD.
           05  RT-TRANS-CODE                PIC X(01).
               88  RT-ADD-TRANS                     VALUE "A".
               88  RT-CHANGE-TRANS                  VALUE "C".
               88  RT-DELETE-TRANS                  VALUE "D".
           05  RT-CLIENT-NAME               PIC X(20).
           05  RT-SHORT-NAME                PIC X(03).
           05  RT-EFFECTIVE-DATE            PIC 9(08).
           05  RT-DAILY-RATE                PIC 9(07)V99.
