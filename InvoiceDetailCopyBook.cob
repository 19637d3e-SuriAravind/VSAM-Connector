      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     INVOICEDETAILCOPYBOOK                                      *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     ONE FIXED-WIDTH RECORD PER INVOICE LINE, WRITTEN BY        *
      *               CLIBILL TO THE INVOICE DETAIL FILE (INVDETL) FOR           *
      *               HAND-OFF TO ACCOUNTS RECEIVABLE.  THERE IS ONE INVOICE     *
      *               PER CLIENT PER BILLING MONTH AND ONE LINE PER EMPLOYEE     *
      *               PER PROJECT ON IT.  THE INVOICE NUMBER IS THE BILLING      *
      *               MONTH (YYYYMM) FOLLOWED BY A FOUR-DIGIT SEQUENCE.          *
      *                                                                          *
      *               IV-STAFFED-DAYS IS THE CHARGEABLE WEEKDAYS THE EMPLOYEE    *
      *               WAS STAFFED IN THE MONTH; IV-BILLED-DAYS IS THAT FIGURE    *
      *               SCALED BY ALLOCATION-PCT.  IV-AVERAGE-RATE IS THE          *
      *               AMOUNT OVER THE BILLED DAYS, AND DIFFERS FROM THE RATE     *
      *               CARD ONLY WHEN THE RATE CHANGED DURING THE MONTH.          *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *                                                                          *
      ****************************************************************************

       01  INVOICE-DETAIL-RECORD.
           05  IV-INVOICE-NUMBER            PIC 9(10).
           05  IV-BILLING-MONTH             PIC 9(06).
           05  IV-CLIENT-NAME               PIC X(20).
           05  IV-LINE-NUMBER               PIC 9(04).
           05  IV-SHORT-NAME                PIC X(03).
           05  IV-PROJECT-CODE              PIC X(08).
           05  IV-PROJECT-NAME              PIC A(15).
           05  IV-ID                        PIC 9(09).
           05  IV-FIRST-NAME                PIC A(15).
           05  IV-LAST-NAME                 PIC A(15).
           05  IV-STAFFED-DAYS              PIC 9(03).
           05  IV-BILLED-DAYS               PIC 9(03)V99.
           05  IV-AVERAGE-RATE              PIC 9(07)V99.
           05  IV-AMOUNT                    PIC 9(09)V99.
