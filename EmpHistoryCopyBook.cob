      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     EMPHISTORYCOPYBOOK                                         *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     RECORD LAYOUT FOR THE PERMANENT EMPLOYEE HISTORY KSDS      *
      *               (EMPHIST).  EMPMAINT WRITES ONE RECORD FOR EVERY           *
      *               TRANSACTION IT APPLIES TO THE MASTER (A/C/D/R/P/E),        *
      *               WHATEVER BATCH IT ARRIVED IN, CARRYING THE WHOLE           *
      *               EMPLOYEE RECORD AS IT STOOD BEFORE AND AFTER THE           *
      *               CHANGE.  UNLIKE EMPJRNL, WHICH EMPDELTA EMPTIES EVERY      *
      *               NIGHT, NOTHING IS EVER DELETED FROM THIS FILE.             *
      *                                                                          *
      *               THE KEY LEADS WITH THE EMPLOYEE ID AND THE EFFECTIVE       *
      *               DATE, SO ONE EMPLOYEE'S HISTORY IS A SINGLE START AND      *
      *               A FORWARD WALK IN EFFECTIVE-DATE ORDER (SEE EMPHISTR).     *
      *               THE APPLY DATE AND TIME KEEP TWO CHANGES WITH THE SAME     *
      *               EFFECTIVE DATE APART; EH-SEQUENCE BREAKS ANY REMAINING     *
      *               TIE.                                                       *
      *                                                                          *
      *               EH-BEFORE-IMAGE AND EH-AFTER-IMAGE ARE BYTE-FOR-BYTE       *
      *               COPIES OF THE EMPLOYEE RECORD (EmployeeCopyBook.cob)       *
      *               WITH THE PROJECTS-DETAIL TABLE AT ITS FULL 20 ENTRIES;     *
      *               ONLY THE FIRST NUMBER-OF-PROJECTS ENTRIES ARE              *
      *               MEANINGFUL.  AN ADD HAS NO BEFORE-IMAGE (EH-BEFORE-SW      *
      *               IS N AND THE IMAGE IS SPACES).  ANY FIELD ADDED TO THE     *
      *               MASTER MUST BE ADDED TO BOTH IMAGES IN THE SAME PLACE.     *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *  2026-10-15 RLM  ADDED EH-B-MANAGER-ID AND EH-A-MANAGER-ID TO MATCH      *
      *                  MANAGER-ID ON EmployeeCopyBook.cob.                     *
      *                                                                          *
      ****************************************************************************

       01  EMP-HISTORY-RECORD.
           05  EH-HISTORY-KEY.
               10  EH-ID                    PIC 9(09).
               10  EH-EFFECTIVE-DATE        PIC 9(08).
               10  EH-APPLY-DATE            PIC 9(08).
               10  EH-APPLY-TIME            PIC 9(08).
               10  EH-SEQUENCE              PIC 9(03).
           05  EH-TRANS-CODE                PIC X(01).
           05  EH-SOURCE-JOB                PIC X(08).
           05  EH-SOURCE-USER               PIC X(08).
           05  EH-BATCH-IDENTITY.
               10  EH-ORIGIN-DEPT           PIC X(08).
               10  EH-BATCH-DATE            PIC 9(08).
               10  EH-BATCH-NUMBER          PIC 9(04).
           05  EH-BEFORE-SW                 PIC X(01).
               88  EH-HAS-BEFORE-IMAGE              VALUE "Y".
           05  EH-BEFORE-IMAGE.
               10  EH-B-ID                  PIC 9(09).
               10  EH-B-COMPANY-NAME        PIC X(20).
               10  EH-B-SHORT-NAME          PIC X(03).
               10  EH-B-FIRST-NAME          PIC A(15).
               10  EH-B-LAST-NAME           PIC A(15).
               10  EH-B-DATE-OF-BIRTH       PIC 9(08).
               10  EH-B-HIRE-DATE           PIC 9(08).
               10  EH-B-EXPERIENCE          PIC 9(02).
               10  EH-B-SALARY              PIC S9(10).
               10  EH-B-EMP-STATUS          PIC X(01).
               10  EH-B-TERMINATION-DATE    PIC 9(08).
               10  EH-B-MANAGER-ID          PIC 9(09).
               10  EH-B-NUMBER-OF-PROJECTS  PIC 9(03).
               10  EH-B-PROJECTS-DETAIL     OCCURS 20.
                   15  EH-B-PROJECT-NAME    PIC A(15).
                   15  EH-B-START-DATE      PIC 9(08).
                   15  EH-B-END-DATE        PIC 9(08).
                   15  EH-B-ALLOCATION-PCT  PIC 9(03).
           05  EH-AFTER-IMAGE.
               10  EH-A-ID                  PIC 9(09).
               10  EH-A-COMPANY-NAME        PIC X(20).
               10  EH-A-SHORT-NAME          PIC X(03).
               10  EH-A-FIRST-NAME          PIC A(15).
               10  EH-A-LAST-NAME           PIC A(15).
               10  EH-A-DATE-OF-BIRTH       PIC 9(08).
               10  EH-A-HIRE-DATE           PIC 9(08).
               10  EH-A-EXPERIENCE          PIC 9(02).
               10  EH-A-SALARY              PIC S9(10).
               10  EH-A-EMP-STATUS          PIC X(01).
               10  EH-A-TERMINATION-DATE    PIC 9(08).
               10  EH-A-MANAGER-ID          PIC 9(09).
               10  EH-A-NUMBER-OF-PROJECTS  PIC 9(03).
               10  EH-A-PROJECTS-DETAIL     OCCURS 20.
                   15  EH-A-PROJECT-NAME    PIC A(15).
                   15  EH-A-START-DATE      PIC 9(08).
                   15  EH-A-END-DATE        PIC 9(08).
                   15  EH-A-ALLOCATION-PCT  PIC 9(03).
