      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-08-23 RLM  ORIGINAL VERSION.                                        *
      *  2026-10-15 RLM  ADDED CT-CURRENCY-CODE.                                 *
      *                  THE RECORD GROWS FROM 25 TO 28 BYTES: EVERY COMPTRAN    *
      *                  BATCH MUST BE CUT IN THE NEW LAYOUT FROM THE DAY THE    *
      *                  NEW LOAD MODULES GO IN.  AN OLD-LAYOUT A OR C CARD      *
      *                  ARRIVES WITH A BLANK CURRENCY AND IS REJECTED BY        *
      *                  COMPMAINT AS "CURRENCY CODE MUST BE THREE LETTERS",     *
      *                  SO A BATCH STILL IN THE QUEUE IS TO BE APPLIED          *
      *                  BEFORE THE CUTOVER OR RE-CUT.                           *
      *                                                                          *
      ****************************************************************************

           05  CT-SHORT-NAME                PIC X(03).
           05  CT-COMPANY-NAME              PIC X(20).
           05  CT-STATUS                    PIC X(01).
           05  CT-CURRENCY-CODE             PIC X(03).
