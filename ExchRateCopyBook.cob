      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     EXCHRATECOPYBOOK                                           *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     RECORD LAYOUT FOR THE EXCHANGE-RATE KSDS (FXRATE),         *
      *               KEYED ON CURRENCY CODE AND RATE MONTH (YYYYMM).  EACH      *
      *               RECORD HOLDS THE MONTH-END RATE FOR ONE COMPANY            *
      *               CURRENCY, EXPRESSED AS UNITS OF THE GROUP REPORTING        *
      *               CURRENCY (ZAR) PER ONE UNIT OF THE LOCAL CURRENCY, SO      *
      *               GROUP AMOUNT = LOCAL AMOUNT * FX-GROUP-RATE.  THE          *
      *               GROUP CURRENCY ITSELF IS NEVER HELD - ITS RATE IS 1.       *
      *               TREASURY LOADS EACH MONTH'S RATE BEFORE THE MONTH          *
      *               OPENS AND CORRECTS IT TO THE CLOSING RATE AT MONTH         *
      *               END.  MAINTAINED BY FXMAINT; READ BY EMPMAINT, EMPMOVE,    *
      *               EMPCOMPR AND PRJBURN.                                      *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *                                                                          *
      ****************************************************************************

       01  EXCHANGE-RATE-RECORD.
           05  FX-RATE-KEY.
               10  FX-CURRENCY-CODE         PIC X(03).
               10  FX-RATE-MONTH            PIC 9(06).
           05  FX-GROUP-RATE                PIC 9(05)V9(06).
           05  FX-LAST-UPDATE-DATE          PIC 9(08).
