      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     SALHOLDCOPYBOOK                                            *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     RECORD LAYOUT FOR THE SALARY APPROVAL-HOLD KSDS            *
      *               (SALHOLD).  EMPMAINT PARKS A C TRANSACTION HERE,           *
      *               INSTEAD OF APPLYING IT, WHEN ITS SALARY CHANGE PASSES      *
      *               A LIMIT ON SALHPARM (SEE SalHoldParmCopyBook.cob).         *
      *               SALAPPR RECORDS THE APPROVER'S DECISION AND EXPIRES        *
      *               UNDECIDED HOLDS; AN APPROVED HOLD IS RELEASED BACK         *
      *               THROUGH EMPMAINT, WHICH MARKS IT APPLIED.                  *
      *                                                                          *
      *               THE KEY IS THE EMPLOYEE ID, THE DATE THE CHANGE WAS        *
      *               HELD, AND A SEQUENCE THAT KEEPS IT UNIQUE WHEN ONE         *
      *               EMPLOYEE HAS SEVERAL CHANGES HELD THE SAME DAY.  THE       *
      *               HD-TRANS-IMAGE FIELDS MIRROR EmpTransCopyBook.cob AND      *
      *               HOLD THE CHANGE EXACTLY AS SUBMITTED.                      *
      *                                                                          *
      *               HD-STATUS   W - AWAITING APPROVAL                          *
      *                           A - APPROVED, NOT YET APPLIED                  *
      *                           P - APPROVED AND APPLIED                       *
      *                           X - REJECTED BY THE APPROVER                   *
      *                           E - EXPIRED UNDECIDED                          *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *  2026-10-15 RLM  ADDED HD-MANAGER-ID TO THE HELD IMAGE TO MATCH          *
      *                  TR-MANAGER-ID ON EmpTransCopyBook.cob.                  *
      *                                                                          *
      ****************************************************************************

       01  SALARY-HOLD-RECORD.
           05  HD-HOLD-KEY.
               10  HD-ID                    PIC 9(09).
               10  HD-HOLD-DATE             PIC 9(08).
               10  HD-SEQUENCE              PIC 9(03).
           05  HD-STATUS                    PIC X(01).
               88  HD-AWAITING-APPROVAL             VALUE "W".
               88  HD-APPROVED                      VALUE "A".
               88  HD-APPLIED                       VALUE "P".
               88  HD-REJECTED                      VALUE "X".
               88  HD-EXPIRED                       VALUE "E".
           05  HD-HOLD-REASON               PIC X(01).
               88  HD-OVER-PERCENT                  VALUE "P".
               88  HD-OVER-AMOUNT                   VALUE "M".
               88  HD-OVER-CEILING                  VALUE "C".
           05  HD-OLD-SALARY                PIC S9(10).
           05  HD-SOURCE-JOB                PIC X(08).
           05  HD-SOURCE-USER               PIC X(08).
           05  HD-DECIDED-USER              PIC X(08).
           05  HD-DECIDED-DATE              PIC 9(08).
           05  HD-APPLIED-DATE              PIC 9(08).
           05  HD-TRANS-IMAGE.
               10  HD-EFFECTIVE-DATE        PIC 9(08).
               10  HD-COMPANY-NAME          PIC X(20).
               10  HD-SHORT-NAME            PIC X(03).
               10  HD-FIRST-NAME            PIC A(15).
               10  HD-LAST-NAME             PIC A(15).
               10  HD-DATE-OF-BIRTH         PIC 9(08).
               10  HD-HIRE-DATE             PIC 9(08).
               10  HD-EXPERIENCE            PIC 9(02).
               10  HD-SALARY                PIC S9(10).
               10  HD-MANAGER-ID            PIC 9(09).
               10  HD-NUMBER-OF-PROJECTS    PIC 9(03).
               10  HD-PROJECTS-DETAIL       OCCURS 20
                             DEPENDING ON HD-NUMBER-OF-PROJECTS.
                   15  HD-PROJECT-NAME      PIC A(15).
                   15  HD-START-DATE        PIC 9(08).
                   15  HD-END-DATE          PIC 9(08).
                   15  HD-ALLOCATION-PCT    PIC 9(03).
