      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     SALHOLDPARMCOPYBOOK                                        *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     ONE CARD OF THE SALARY APPROVAL-HOLD PARAMETER FILE        *
      *               (SALHPARM), READ BY EMPMAINT AND SALAPPR.  COMPLIANCE      *
      *               ADJUSTS THE LIMITS BY EDITING THE CARD FILE - NO CODE      *
      *               CHANGE.                                                    *
      *                                                                          *
      *               CARD TYPE T - ONE CARD, THE GROUP-WIDE THRESHOLDS.  A      *
      *                  CHANGE THAT RAISES OR CUTS SALARY BY MORE THAN          *
      *                  HP-THRESHOLD-PCT PERCENT OR BY MORE THAN                *
      *                  HP-THRESHOLD-AMOUNT IS HELD FOR APPROVAL.  ZERO         *
      *                  SWITCHES THAT TEST OFF.  A HELD CHANGE NOT DECIDED      *
      *                  WITHIN HP-EXPIRY-DAYS OF BEING HELD EXPIRES.            *
      *               CARD TYPE C - ONE CARD PER COMPANY WITH A CEILING.  A      *
      *                  CHANGE SETTING SALARY ABOVE HP-SALARY-CEILING FOR       *
      *                  THE EMPLOYEE'S SHORT NAME IS HELD FOR APPROVAL.         *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *                                                                          *
      ****************************************************************************

       01  SAL-HOLD-PARM-RECORD.
           05  HP-CARD-TYPE                 PIC X(01).
               88  HP-THRESHOLD-CARD                VALUE "T".
               88  HP-CEILING-CARD                  VALUE "C".
           05  HP-CARD-DATA                 PIC X(30).
           05  HP-THRESHOLD-DATA REDEFINES HP-CARD-DATA.
               10  HP-THRESHOLD-PCT         PIC 9(03)V99.
               10  HP-THRESHOLD-AMOUNT      PIC 9(10).
               10  HP-EXPIRY-DAYS           PIC 9(03).
               10  FILLER                   PIC X(12).
           05  HP-CEILING-DATA REDEFINES HP-CARD-DATA.
               10  HP-SHORT-NAME            PIC X(03).
               10  HP-SALARY-CEILING        PIC 9(10).
               10  FILLER                   PIC X(17).
