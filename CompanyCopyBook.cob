      *               TRANSACTIONS CAN BE VALIDATED INSTEAD OF FREE-KEYED,       *
      *               PLUS A COMPANY STATUS FOR THE PAYROLL INTERFACE.           *
      *                                                                          *
      *               CO-CURRENCY-CODE IS THE ISO CODE OF THE CURRENCY THE       *
      *               COMPANY PAYS IN; EVERY SALARY AT THE COMPANY IS HELD IN    *
      *               IT.  SPACES MEAN THE GROUP REPORTING CURRENCY (ZAR).       *
      *               MONTH-END RATES TO THE GROUP CURRENCY ARE ON THE           *
      *               EXCHANGE-RATE KSDS (SEE ExchRateCopyBook.cob).             *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-08-23 RLM  ORIGINAL VERSION.                                        *
      *  2026-10-15 RLM  ADDED CO-CURRENCY-CODE.                                 *
      *                  THE RECORD GROWS FROM 24 TO 27 BYTES.  THE COMPMAST     *
      *                  CLUSTER MUST BE UNLOADED, REDEFINED WITH THE NEW        *
      *                  RECORD SIZE AND RELOADED; EXISTING RECORDS TAKE A       *
      *                  BLANK CO-CURRENCY-CODE, I.E. ZAR, UNTIL A COMPMAINT     *
      *                  CHANGE GIVES THEM THEIR OWN.                            *
      *                                                                          *
      ****************************************************************************

               88  CO-STATUS-ACTIVE                 VALUE "A".
               88  CO-STATUS-INACTIVE               VALUE "I".
               88  CO-STATUS-VALID        VALUE "A" "I".
           05  CO-CURRENCY-CODE             PIC X(03).
