      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     EXCHTRANSCOPYBOOK                                          *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     MAINTENANCE TRANSACTION FOR THE EXCHANGE-RATE KSDS         *
      *               (SEE ExchRateCopyBook.cob), READ BY FXMAINT FROM           *
      *               FXTRAN.  THE CURRENCY CODE AND RATE MONTH TOGETHER         *
      *               IDENTIFY THE RATE RECORD.                                  *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *                                                                          *
      ****************************************************************************

       01  EXCH-TRANS-RECORD.
           05  XT-TRANS-CODE                PIC X(01).
               88  XT-ADD-TRANS                     VALUE "A".
               88  XT-CHANGE-TRANS                  VALUE "C".
               88  XT-DELETE-TRANS                  VALUE "D".
           05  XT-CURRENCY-CODE             PIC X(03).
           05  XT-RATE-MONTH                PIC 9(06).
           05  XT-GROUP-RATE                PIC 9(05)V9(06).
