      *               OCCURS RANGE AND MUST AGREE WITH THE NUMBER OF             *
      *               PROJECTS-DETAIL ENTRIES ACTUALLY SUPPLIED ON THE           *
      *               TRANSACTION.                                               *
      *               WHEN A CHANGE'S SALARY MOVE PASSES A LIMIT ON SALHPARM     *
      *               (SEE SalHoldParmCopyBook.cob) THE SALARY IS HELD ON        *
      *               SALHOLD FOR A SECOND USER'S APPROVAL THROUGH SALAPPR;      *
      *               THE REST OF THE CHANGE IS APPLIED WITH THE OLD SALARY.     *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *                  IS I (INACTIVE) ARE NOW REJECTED, SO A CLOSED           *
      *                  COMPANY CANNOT QUIETLY ACQUIRE NEW EMPLOYEES            *
      *                  AFTER COMPCLSE HAS MOVED ITS STAFF OUT.                 *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *  2026-10-15 RLM  EVERY APPLIED TRANSACTION NOW WRITES A BEFORE-IMAGE     *
      *                  AND AFTER-IMAGE OF THE WHOLE MASTER RECORD, WITH ITS    *
      *                  EFFECTIVE DATE, SOURCE JOB AND USER AND THE BATCH       *
      *                  IDENTITY, TO THE PERMANENT EMPLOYEE HISTORY KSDS        *
      *                  (EMPHIST) FOR THE EMPHISTR AS-OF INQUIRY.               *
      *  2026-10-15 RLM  AN ADD, OR A CHANGE THAT TRANSFERS THE EMPLOYEE TO      *
      *                  ANOTHER COMPANY, IS NOW REJECTED WHEN THE TARGET        *
      *                  COMPANY PAYS IN A FOREIGN CURRENCY WITH NO RATE FOR     *
      *                  THE CURRENT MONTH ON THE EXCHANGE-RATE KSDS (FXRATE).   *
      *  2026-10-15 RLM  MAKER-CHECKER CONTROL ON SALARY.  A CHANGE THAT         *
      *                  MOVES SALARY BY MORE THAN THE PERCENT OR AMOUNT         *
      *                  THRESHOLD, OR SETS IT ABOVE THE COMPANY CEILING, ON     *
      *                  THE PARAMETER FILE (SALHPARM) IS PARKED ON THE          *
      *                  APPROVAL-HOLD KSDS (SALHOLD) INSTEAD OF APPLIED.        *
      *                  ONCE SALAPPR RECORDS A SECOND USER'S APPROVAL THE       *
      *                  RELEASED CHANGE IS APPLIED, THE HOLD IS MARKED          *
      *                  APPLIED, AND THE SALARY AUDIT RECORD CARRIES THE        *
      *                  ORIGINATING JOB AND USER.                               *
      *  2026-10-15 RLM  REPORTING LINE.  AN ADD OR CHANGE CARRIES               *
      *                  TR-MANAGER-ID TO THE NEW MANAGER-ID ON THE MASTER.      *
      *                  A NEW OR CHANGED MANAGER MUST BE ON THE MASTER,         *
      *                  ACTIVE, NOT THE EMPLOYEE AND NOT ONE OF THE             *
      *                  EMPLOYEE'S OWN REPORTS.  PR-BEFORE-IMAGE WIDENED        *
      *                  FROM 782 TO 791 BYTES.                                  *
      *  2026-10-15 RLM  AN APPLIED ADD WHOSE NAME AND DATE OF BIRTH MATCH       *
      *                  SOMEONE ALREADY ON THE MASTER OR THE PURGE ARCHIVE      *
      *                  (EMPARCH) - SAME NAMES, SWAPPED NAMES, OR SAME LAST     *
      *                  NAME AND FIRST INITIAL, AS IN EMPDUPR - IS FLAGGED      *
      *                  WITH A WARNING ON THE EXCEPTION REPORT.  THE ADD        *
      *                  STILL GOES THROUGH.                                     *
      *  2026-10-15 RLM  A CHANGE RELEASED BY SALAPPR NOW TAKES ONLY ITS         *
      *                  SALARY ONTO THE MASTER, SO CHANGES MADE SINCE IT        *
      *                  WAS HELD ARE NOT UNDONE.  THE APPROVED HOLD IS          *
      *                  LOOKED FOR ON EVERY SALARY CHANGE AND MARKED            *
      *                  APPLIED EVEN IF THE LIMITS HAVE SINCE BEEN RELAXED.     *
      *                  HISTORY CARRIES THE SAME ORIGINATING JOB AND USER       *
      *                  AS SALAUDIT.  A FULL PERSON TABLE NOW DROPS THE         *
      *                  DUPLICATE-PERSON WARNING WITH RC 4 INSTEAD OF           *
      *                  STOPPING THE RUN.                                       *
      *  2026-10-15 RLM  A HELD CHANGE NOW HOLDS ONLY THE SALARY; ITS OTHER      *
      *                  FIELDS ARE APPLIED THE SAME NIGHT WITH THE OLD          *
      *                  SALARY.  THE APPROVED HOLD IS LOOKED FOR IN THE         *
      *                  EDIT, AND A RELEASED CHANGE SKIPS THE COMPANY,          *
      *                  ALLOCATION AND MANAGER EDITS, WHICH ITS STALE IMAGE     *
      *                  COULD FAIL AND WHICH ITS SALARY-ONLY APPLY NEEDS NOT.   *
      *  2026-10-15 RLM  AN APPROVED HOLD IS HONOURED ONLY FOR A CHANGE IN A     *
      *                  BATCH OF ORIGIN SALAPPR.  ANY OTHER CHANGE CARRYING     *
      *                  THE SAME SALARY AND DATE IS EDITED AND APPLIED IN       *
      *                  FULL AS BEFORE.                                         *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT COMPANY-MASTER    ASSIGN TO COMPMAST
                  RECORD KEY IS CO-SHORT-NAME
                  FILE STATUS IS PR-COMP-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO FXRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FX-RATE-KEY
                  FILE STATUS IS PR-FXRT-STATUS.

           SELECT PROJECTS-MASTER   ASSIGN TO PROJMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SX-XREF-KEY
                  FILE STATUS IS PR-XREF-STATUS.

           SELECT EMP-HISTORY-FILE  ASSIGN TO EMPHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EH-HISTORY-KEY
                  FILE STATUS IS PR-HIST-STATUS.

           SELECT SALARY-HOLD-FILE  ASSIGN TO SALHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HD-HOLD-KEY
                  FILE STATUS IS PR-HOLD-STATUS.

           SELECT HOLD-PARM-FILE    ASSIGN TO SALHPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-HPRM-STATUS.

           SELECT ARCHIVE-FILE      ASSIGN TO EMPARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-ARCH-STATUS.

           SELECT RUN-STATS-FILE    ASSIGN TO RUNSTATS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY "CompanyCopyBook.cob".

       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ExchRateCopyBook.cob".

       FD  PROJECTS-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "ProjectsCopyBook.cob".
           LABEL RECORDS ARE STANDARD.
           COPY "StaffXrefCopyBook.cob".

       FD  EMP-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "EmpHistoryCopyBook.cob".

       FD  SALARY-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SalHoldCopyBook.cob".

       FD  HOLD-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SalHoldParmCopyBook.cob".

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(791).
       01  ARCHIVE-PERSON-VIEW.
           05  ARCHIVE-EMP-ID             PIC 9(09).
           05  FILLER                     PIC X(23).
           05  ARCHIVE-FIRST-NAME         PIC A(15).
           05  ARCHIVE-LAST-NAME          PIC A(15).
           05  ARCHIVE-DATE-OF-BIRTH      PIC 9(08).
           05  FILLER                     PIC X(721).

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RunStatsCopyBook.cob".
           05  PR-COMP-STATUS             PIC X(02).
               88  PR-COMP-OK                     VALUE "00".
               88  PR-COMP-NOT-FOUND              VALUE "23".
           05  PR-FXRT-STATUS             PIC X(02).
               88  PR-FXRT-OK                     VALUE "00".
               88  PR-FXRT-NOT-FOUND              VALUE "23".
           05  PR-PROJ-STATUS             PIC X(02).
               88  PR-PROJ-OK                     VALUE "00".
               88  PR-PROJ-EOF                    VALUE "10".
           05  PR-XREF-STATUS             PIC X(02).
               88  PR-XREF-OK                     VALUE "00".
               88  PR-XREF-DUPLICATE              VALUE "22".
           05  PR-HIST-STATUS             PIC X(02).
               88  PR-HIST-OK                     VALUE "00".
               88  PR-HIST-DUPLICATE              VALUE "22".
           05  PR-HOLD-STATUS             PIC X(02).
               88  PR-HOLD-OK                     VALUE "00".
               88  PR-HOLD-DUPLICATE              VALUE "22".
           05  PR-HPRM-STATUS             PIC X(02).
               88  PR-HPRM-OK                     VALUE "00".
           05  PR-ARCH-STATUS             PIC X(02).
               88  PR-ARCH-OK                     VALUE "00".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".

               88  PR-RSTR-IS-OPEN                VALUE "Y".
           05  PR-ALLOC-SUPPLIED-SW       PIC X(01)   VALUE "N".
               88  PR-ALLOC-SUPPLIED              VALUE "Y".
           05  PR-HIST-WRITTEN-SW         PIC X(01)   VALUE "N".
               88  PR-HIST-WRITTEN                VALUE "Y".
               88  PR-HIST-WRITE-FAILED           VALUE "F".
           05  PR-RATE-FOUND-SW           PIC X(01)   VALUE "N".
               88  PR-RATE-FOUND                  VALUE "Y".
           05  PR-HPRM-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-HOLD-PARMS          VALUE "Y".
           05  PR-THRESHOLD-CARD-SW       PIC X(01)   VALUE "N".
               88  PR-THRESHOLD-CARD-READ         VALUE "Y".
           05  PR-CEILING-FOUND-SW        PIC X(01)   VALUE "N".
               88  PR-CEILING-FOUND               VALUE "Y".
           05  PR-CHANGE-HELD-SW          PIC X(01)   VALUE "N".
               88  PR-CHANGE-HELD                 VALUE "Y".
           05  PR-HOLD-MATCH-SW           PIC X(01)   VALUE "N".
               88  PR-HOLD-NOT-MATCHED            VALUE "N".
               88  PR-HOLD-APPROVED               VALUE "A".
               88  PR-HOLD-AWAITING               VALUE "W".
           05  PR-HOLD-SCAN-SW            PIC X(01)   VALUE "N".
               88  PR-HOLD-SCAN-DONE              VALUE "Y".
           05  PR-HOLD-WRITTEN-SW         PIC X(01)   VALUE "N".
               88  PR-HOLD-WRITTEN                VALUE "Y".
               88  PR-HOLD-WRITE-FAILED           VALUE "F".
           05  PR-MAST-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-MASTER              VALUE "Y".
           05  PR-ARCH-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-ARCHIVE             VALUE "Y".
           05  PR-PERSON-TABLE-SW         PIC X(01)   VALUE "N".
               88  PR-PERSON-TABLE-FULL           VALUE "Y".

       01  PR-COUNTERS COMP.
           05  PR-TRANS-READ              PIC 9(07)   VALUE ZERO.
           05  PR-TRANS-TO-SKIP           PIC 9(09)   VALUE ZERO.
           05  PR-TRANS-SKIPPED           PIC 9(09)   VALUE ZERO.
           05  PR-SINCE-LAST-CHECKPOINT   PIC 9(05)   VALUE ZERO.
           05  PR-HISTORY-WRITTEN         PIC 9(07)   VALUE ZERO.
           05  PR-TRANS-HELD              PIC 9(07)   VALUE ZERO.
           05  PR-CEILINGS-LOADED         PIC 9(03)   VALUE ZERO.
           05  PR-PERSONS-LOADED          PIC 9(05)   VALUE ZERO.
           05  PR-DUP-WARNINGS            PIC 9(07)   VALUE ZERO.

       01  PR-MY-JOB-NAME                 PIC X(08)   VALUE "EMPMAINT".
       01  PR-CHECKPOINT-INTERVAL         PIC 9(05)   VALUE 00500.

       01  PR-MAX-TABLE-PROJECTS          PIC 9(04)   VALUE 0500.

       01  PR-GROUP-CURRENCY              PIC X(03)   VALUE "ZAR".

       01  PR-MAX-CEILINGS                PIC 9(03)   VALUE 100.

       01  PR-MAX-CHAIN-DEPTH             PIC 9(03)   VALUE 050.

       01  PR-MAX-PERSONS                 PIC 9(05)   VALUE 20000.

      *    BATCH HEADER ORIGIN OF A SALAPPR RELEASE BATCH
       01  PR-RELEASE-ORIGIN              PIC X(08)   VALUE "SALAPPR ".

      *    NAME AND DATE OF BIRTH OF EVERYONE ON THE MASTER AND THE
      *    ARCHIVE, FOR THE DUPLICATE-PERSON WARNING ON AN ADD.  ADDS
      *    APPLIED THIS RUN ARE APPENDED AS THEY GO.
       01  PR-PERSON-TABLE.
           05  PR-PERSON-ENTRY            OCCURS 20000.
               10  PR-PN-ID               PIC 9(09).
               10  PR-PN-SOURCE           PIC X(01).
                   88  PR-PN-ON-MASTER            VALUE "M".
                   88  PR-PN-ON-ARCHIVE           VALUE "A".
               10  PR-PN-LAST-NAME        PIC A(15).
               10  PR-PN-FIRST-NAME       PIC A(15).
               10  PR-PN-DATE-OF-BIRTH    PIC 9(08).

       01  PR-PERSON-IX                   PIC 9(05)   COMP.

       01  PR-DUP-WORK-FIELDS.
           05  PR-DUP-RULE-TEXT           PIC X(30).
           05  PR-DUP-SOURCE-TEXT         PIC X(08).

      *    WALK UP THE REPORTING LINE FROM A PROPOSED MANAGER
       01  PR-CHAIN-FIELDS.
           05  PR-CHAIN-ID                PIC 9(09).
           05  PR-CHAIN-DEPTH             PIC 9(03)   COMP.
           05  PR-CHAIN-SW                PIC X(01).
               88  PR-CHAIN-AT-TOP                VALUE "T".
               88  PR-CHAIN-LOOPS                 VALUE "L".
               88  PR-CHAIN-CLIMBING              VALUE "C".

      *    SALARY APPROVAL-HOLD LIMITS FROM SALHPARM; ZERO MEANS THE TEST
      *    IS OFF
       01  PR-HOLD-LIMITS.
           05  PR-HL-THRESHOLD-PCT        PIC 9(03)V99 VALUE ZERO.
           05  PR-HL-THRESHOLD-AMOUNT     PIC 9(10)    VALUE ZERO.

       01  PR-CEILING-TABLE.
           05  PR-CEILING-ENTRY           OCCURS 100.
               10  PR-CL-SHORT-NAME       PIC X(03).
               10  PR-CL-SALARY-CEILING   PIC 9(10).

       01  PR-CEILING-IX                  PIC 9(03)   COMP.

       01  PR-HOLD-WORK-FIELDS.
           05  PR-SALARY-DIFF             PIC S9(10).
           05  PR-SALARY-PCT              PIC 9(05)V99.
           05  PR-HOLD-REASON             PIC X(01).
           05  PR-HOLD-REASON-TEXT        PIC X(30).

      *    JOB AND USER RECORDED ON THE SALARY AUDIT TRAIL - THE RUN
      *    PARM'S, OR THE ORIGINATOR'S WHEN AN APPROVED HOLD IS APPLIED
       01  PR-AUDIT-SOURCE.
           05  PR-AUDIT-JOB               PIC X(08).
           05  PR-AUDIT-USER              PIC X(08).

       01  PR-PROJECT-IX                  PIC 9(03)   COMP.
       01  PR-ASSIGN-IX                   PIC 9(03)   COMP.
       01  PR-SCAN-IX                     PIC 9(03)   COMP.

       01  PR-OLD-SALARY                  PIC S9(10).
       01  PR-TODAY                       PIC 9(08).
       01  PR-TODAY-PARTS REDEFINES PR-TODAY.
           05  PR-TODAY-YYYYMM            PIC 9(06).
           05  FILLER                     PIC 9(02).
       01  PR-NOW                         PIC 9(08).

      *    THE MASTER RECORD AS IT STOOD BEFORE THE TRANSACTION TOUCHED
      *    IT, KEPT FOR THE HISTORY FILE; SPACES (AND SWITCH N) ON AN ADD
       01  PR-BEFORE-SW                   PIC X(01).
       01  PR-BEFORE-IMAGE                PIC X(791).

       01  PR-JOURNAL-ACTION              PIC X(01).
       01  PR-OLD-JOURNAL-ACTION          PIC X(01).

               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EXCHANGE-RATE-FILE.
           IF NOT PR-FXRT-OK
               DISPLAY "EMPMAINT: EXCHANGE RATE OPEN FAILED, STATUS "
                       PR-FXRT-STATUS
               MOVE "Y" TO PR-TRAN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT PROJECTS-MASTER.
           IF NOT PR-PROJ-OK
               DISPLAY "EMPMAINT: PROJECTS OPEN FAILED, STATUS "
           PERFORM 1100-LOAD-PROJECT-TABLE
               THRU 1100-LOAD-PROJECT-TABLE-EXIT.

           OPEN INPUT HOLD-PARM-FILE.
           IF NOT PR-HPRM-OK
               DISPLAY "EMPMAINT: HOLD PARM OPEN FAILED, STATUS "
                       PR-HPRM-STATUS
               MOVE "Y" TO PR-TRAN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1300-LOAD-HOLD-LIMITS
               THRU 1300-LOAD-HOLD-LIMITS-EXIT.
           CLOSE HOLD-PARM-FILE.
           IF RETURN-CODE >= 16
               MOVE "Y" TO PR-TRAN-EOF-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF NOT PR-ARCH-OK
               DISPLAY "EMPMAINT: ARCHIVE OPEN FAILED, STATUS "
                       PR-ARCH-STATUS
               MOVE "Y" TO PR-TRAN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1400-LOAD-PERSON-TABLE
               THRU 1400-LOAD-PERSON-TABLE-EXIT.
           CLOSE ARCHIVE-FILE.
           IF RETURN-CODE >= 16
               MOVE "Y" TO PR-TRAN-EOF-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT MAINT-TRANS-FILE.
           IF NOT PR-TRAN-OK
               DISPLAY "EMPMAINT: TRANS OPEN FAILED, STATUS "
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O   EMP-HISTORY-FILE.
           IF NOT PR-HIST-OK
               DISPLAY "EMPMAINT: HISTORY OPEN FAILED, STATUS "
                       PR-HIST-STATUS
               MOVE "Y" TO PR-TRAN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O   SALARY-HOLD-FILE.
           IF NOT PR-HOLD-OK
               DISPLAY "EMPMAINT: SALARY HOLD OPEN FAILED, STATUS "
                       PR-HOLD-STATUS
               MOVE "Y" TO PR-TRAN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O   BATCH-REGISTRY-FILE.
           IF NOT PR-BREG-OK
               DISPLAY "EMPMAINT: BATCH REGISTRY OPEN FAILED, STATUS "
       1200-SET-UP-RESTART-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1300-LOAD-HOLD-LIMITS  --  READ THE APPROVAL-HOLD PARAMETER CARDS:    *
      *                              THE THRESHOLD CARD INTO PR-HOLD-LIMITS    *
      *                              AND EACH COMPANY CEILING CARD INTO THE    *
      *                              CEILING TABLE                             *
      *----------------------------------------------------------------------*
       1300-LOAD-HOLD-LIMITS.
           PERFORM 1390-READ-NEXT-HOLD-PARM
               THRU 1390-READ-NEXT-HOLD-PARM-EXIT.

           PERFORM 1350-LOAD-ONE-HOLD-PARM
               THRU 1350-LOAD-ONE-HOLD-PARM-EXIT
               UNTIL PR-NO-MORE-HOLD-PARMS.

      *    WITHOUT A THRESHOLD CARD ONLY THE CEILINGS ARE ENFORCED; SAY
      *    SO RATHER THAN LET DUAL CONTROL LAPSE UNNOTICED
           IF NOT PR-THRESHOLD-CARD-READ
               DISPLAY "EMPMAINT: NO THRESHOLD CARD ON SALHPARM - "
                       "ONLY COMPANY CEILINGS ARE ENFORCED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1300-LOAD-HOLD-LIMITS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1350-LOAD-ONE-HOLD-PARM                                             *
      *----------------------------------------------------------------------*
       1350-LOAD-ONE-HOLD-PARM.
           EVALUATE TRUE
               WHEN HP-THRESHOLD-CARD
                   MOVE HP-THRESHOLD-PCT    TO PR-HL-THRESHOLD-PCT
                   MOVE HP-THRESHOLD-AMOUNT TO PR-HL-THRESHOLD-AMOUNT
                   SET PR-THRESHOLD-CARD-READ TO TRUE
               WHEN HP-CEILING-CARD
                   IF PR-CEILINGS-LOADED >= PR-MAX-CEILINGS
                       DISPLAY "EMPMAINT: CEILING TABLE FULL AT "
                               PR-MAX-CEILINGS
                               " - RAISE PR-MAX-CEILINGS"
                       MOVE 16 TO RETURN-CODE
                       MOVE "Y" TO PR-HPRM-EOF-SW
                       GO TO 1350-LOAD-ONE-HOLD-PARM-EXIT
                   END-IF
                   ADD 1 TO PR-CEILINGS-LOADED
                   MOVE HP-SHORT-NAME
                       TO PR-CL-SHORT-NAME (PR-CEILINGS-LOADED)
                   MOVE HP-SALARY-CEILING
                       TO PR-CL-SALARY-CEILING (PR-CEILINGS-LOADED)
               WHEN OTHER
                   DISPLAY "EMPMAINT: UNKNOWN SALHPARM CARD TYPE "
                           HP-CARD-TYPE " IGNORED"
           END-EVALUATE.

           PERFORM 1390-READ-NEXT-HOLD-PARM
               THRU 1390-READ-NEXT-HOLD-PARM-EXIT.

       1350-LOAD-ONE-HOLD-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1390-READ-NEXT-HOLD-PARM                                            *
      *----------------------------------------------------------------------*
       1390-READ-NEXT-HOLD-PARM.
           READ HOLD-PARM-FILE
               AT END
                   MOVE "Y" TO PR-HPRM-EOF-SW
           END-READ.

       1390-READ-NEXT-HOLD-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1400-LOAD-PERSON-TABLE  --  NAME AND DATE OF BIRTH OF EVERYONE ON    *
      *                               THE MASTER, THEN THE ARCHIVE.  THE      *
      *                               MASTER IS READ FROM THE FRONT BEFORE    *
      *                               ANY TRANSACTION TOUCHES IT.  A RECORD   *
      *                               WITH NO DATE OF BIRTH CANNOT MATCH      *
      *                               AND IS LEFT OUT.  THE CHECK ONLY        *
      *                               WARNS, SO A FULL TABLE DROPS THE CHECK  *
      *                               FOR THE RUN WITH RETURN CODE 4 RATHER   *
      *                               THAN STOPPING THE UPDATE.               *
      *----------------------------------------------------------------------*
       1400-LOAD-PERSON-TABLE.
           PERFORM 1480-READ-NEXT-MASTER
               THRU 1480-READ-NEXT-MASTER-EXIT.
           PERFORM 1410-TABLE-ONE-EMPLOYEE
               THRU 1410-TABLE-ONE-EMPLOYEE-EXIT
               UNTIL PR-NO-MORE-MASTER.

           IF PR-PERSON-TABLE-FULL
               GO TO 1400-LOAD-PERSON-TABLE-EXIT
           END-IF.

           PERFORM 1490-READ-NEXT-ARCHIVE
               THRU 1490-READ-NEXT-ARCHIVE-EXIT.
           PERFORM 1420-TABLE-ONE-ARCHIVE
               THRU 1420-TABLE-ONE-ARCHIVE-EXIT
               UNTIL PR-NO-MORE-ARCHIVE.

       1400-LOAD-PERSON-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1410-TABLE-ONE-EMPLOYEE                                             *
      *----------------------------------------------------------------------*
       1410-TABLE-ONE-EMPLOYEE.
           IF DATE-OF-BIRTH IS NOT NUMERIC OR DATE-OF-BIRTH = ZERO
               GO TO 1410-TABLE-ONE-EMPLOYEE-NEXT
           END-IF.

           IF PR-PERSONS-LOADED >= PR-MAX-PERSONS
               DISPLAY "EMPMAINT: PERSON TABLE FULL AT "
                       PR-MAX-PERSONS
                       " - RAISE PR-MAX-PERSONS"
               DISPLAY "EMPMAINT: DUPLICATE-PERSON CHECK SKIPPED "
                       "THIS RUN"
               SET PR-PERSON-TABLE-FULL TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "Y" TO PR-MAST-EOF-SW
               GO TO 1410-TABLE-ONE-EMPLOYEE-EXIT
           END-IF.

           ADD 1 TO PR-PERSONS-LOADED.
           MOVE PR-PERSONS-LOADED TO PR-PERSON-IX.
           MOVE EMP-ID        TO PR-PN-ID (PR-PERSON-IX).
           MOVE "M"           TO PR-PN-SOURCE (PR-PERSON-IX).
           MOVE LAST-NAME     TO PR-PN-LAST-NAME (PR-PERSON-IX).
           MOVE FIRST-NAME    TO PR-PN-FIRST-NAME (PR-PERSON-IX).
           MOVE DATE-OF-BIRTH TO PR-PN-DATE-OF-BIRTH (PR-PERSON-IX).

       1410-TABLE-ONE-EMPLOYEE-NEXT.
           PERFORM 1480-READ-NEXT-MASTER
               THRU 1480-READ-NEXT-MASTER-EXIT.

       1410-TABLE-ONE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1420-TABLE-ONE-ARCHIVE                                              *
      *----------------------------------------------------------------------*
       1420-TABLE-ONE-ARCHIVE.
           IF ARCHIVE-DATE-OF-BIRTH IS NOT NUMERIC
                   OR ARCHIVE-DATE-OF-BIRTH = ZERO
               GO TO 1420-TABLE-ONE-ARCHIVE-NEXT
           END-IF.

           IF PR-PERSONS-LOADED >= PR-MAX-PERSONS
               DISPLAY "EMPMAINT: PERSON TABLE FULL AT "
                       PR-MAX-PERSONS
                       " - RAISE PR-MAX-PERSONS"
               DISPLAY "EMPMAINT: DUPLICATE-PERSON CHECK SKIPPED "
                       "THIS RUN"
               SET PR-PERSON-TABLE-FULL TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "Y" TO PR-ARCH-EOF-SW
               GO TO 1420-TABLE-ONE-ARCHIVE-EXIT
           END-IF.

           ADD 1 TO PR-PERSONS-LOADED.
           MOVE PR-PERSONS-LOADED TO PR-PERSON-IX.
           MOVE ARCHIVE-EMP-ID        TO PR-PN-ID (PR-PERSON-IX).
           MOVE "A"                   TO PR-PN-SOURCE (PR-PERSON-IX).
           MOVE ARCHIVE-LAST-NAME     TO PR-PN-LAST-NAME (PR-PERSON-IX).
           MOVE ARCHIVE-FIRST-NAME
               TO PR-PN-FIRST-NAME (PR-PERSON-IX).
           MOVE ARCHIVE-DATE-OF-BIRTH
               TO PR-PN-DATE-OF-BIRTH (PR-PERSON-IX).

       1420-TABLE-ONE-ARCHIVE-NEXT.
           PERFORM 1490-READ-NEXT-ARCHIVE
               THRU 1490-READ-NEXT-ARCHIVE-EXIT.

       1420-TABLE-ONE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1480-READ-NEXT-MASTER                                               *
      *----------------------------------------------------------------------*
       1480-READ-NEXT-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO PR-MAST-EOF-SW
           END-READ.

       1480-READ-NEXT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1490-READ-NEXT-ARCHIVE                                              *
      *----------------------------------------------------------------------*
       1490-READ-NEXT-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO PR-ARCH-EOF-SW
           END-READ.

       1490-READ-NEXT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1500-VERIFY-BATCH  --  PRE-PASS OVER THE WHOLE TRANSACTION FILE.     *
      *                          THE FIRST RECORD MUST BE THE BATCH HEADER,   *
           ADD 1 TO PR-TRANS-READ.
           SET PR-TRANS-IS-VALID TO TRUE.

      *    THE AUDIT TRAIL AND HISTORY CARRY THE BATCH'S JOB AND USER
      *    UNLESS 2100 FINDS THE CHANGE WAS KEYED BY SOMEONE ELSE AND
      *    RELEASED BY SALAPPR
           MOVE PR-SOURCE-JOB  TO PR-AUDIT-JOB.
           MOVE PR-SOURCE-USER TO PR-AUDIT-USER.

           PERFORM 2100-EDIT-TRANS
               THRU 2100-EDIT-TRANS-EXIT.

           EXIT.

      *----------------------------------------------------------------------*
      *  2100-EDIT-TRANS  --  APPLY THE BASIC FIELD EDITS BEFORE ANY WRITE.   *
      *                        A CHANGE IN A SALAPPR RELEASE BATCH (ORIGIN    *
      *                        SALAPPR) MATCHING A HOLD APPROVED THERE        *
      *                        CARRIES THE RECORD AS IT STOOD WHEN            *
      *                        HELD AND ONLY ITS SALARY IS APPLIED, SO THE    *
      *                        EDITS AGAINST THE COMPANY MASTER, THE          *
      *                        ALLOCATIONS AND THE MANAGER ARE SKIPPED FOR    *
      *                        IT.  THE MATCHING HOLD IS LEFT IN THE FD.      *
      *----------------------------------------------------------------------*
       2100-EDIT-TRANS.
           IF TR-FIRST-NAME NOT ALPHABETIC
               GO TO 2100-EDIT-TRANS-EXIT
           END-IF.

           MOVE "N" TO PR-HOLD-MATCH-SW.
           IF TR-CHANGE-TRANS AND PR-BI-ORIGIN-DEPT = PR-RELEASE-ORIGIN
               PERFORM 2320-FIND-MATCHING-HOLD
                   THRU 2320-FIND-MATCHING-HOLD-EXIT
           END-IF.
           IF PR-HOLD-APPROVED
               GO TO 2100-EDIT-TRANS-EXIT
           END-IF.

           IF TR-ADD-TRANS OR TR-CHANGE-TRANS
               PERFORM 2150-EDIT-COMPANY
                   THRU 2150-EDIT-COMPANY-EXIT
                   THRU 2180-EDIT-ALLOCATIONS-EXIT
           END-IF.

           IF PR-TRANS-IS-VALID
                   AND (TR-ADD-TRANS OR TR-CHANGE-TRANS)
               PERFORM 2190-EDIT-MANAGER
                   THRU 2190-EDIT-MANAGER-EXIT
           END-IF.

           IF TR-ASSIGN-TRANS OR TR-END-ASSIGN-TRANS
               PERFORM 2170-EDIT-ASSIGNMENT
                   THRU 2170-EDIT-ASSIGNMENT-EXIT
       2150-EDIT-COMPANY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2160-CHECK-EXCHANGE-RATE  --  A COMPANY PAYING IN A FOREIGN          *
      *                                 CURRENCY MAY ONLY TAKE ON STAFF       *
      *                                 WHEN THIS MONTH'S RATE TO THE GROUP   *
      *                                 CURRENCY IS ON FILE, OR EVERY         *
      *                                 GROUP-CURRENCY REPORT WOULD DROP      *
      *                                 THEIR SALARY.  EXPECTS THE TARGET     *
      *                                 COMPANY RECORD STILL IN THE FD FROM   *
      *                                 2150-EDIT-COMPANY.  SETS              *
      *                                 PR-RATE-FOUND-SW.                     *
      *----------------------------------------------------------------------*
       2160-CHECK-EXCHANGE-RATE.
           SET PR-RATE-FOUND TO TRUE.
           IF CO-CURRENCY-CODE = SPACES
                   OR CO-CURRENCY-CODE = PR-GROUP-CURRENCY
               GO TO 2160-CHECK-EXCHANGE-RATE-EXIT
           END-IF.

           MOVE CO-CURRENCY-CODE TO FX-CURRENCY-CODE.
           MOVE PR-TODAY-YYYYMM  TO FX-RATE-MONTH.
           READ EXCHANGE-RATE-FILE
               INVALID KEY
                   MOVE "N" TO PR-RATE-FOUND-SW
           END-READ.

       2160-CHECK-EXCHANGE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2170-EDIT-ASSIGNMENT  --  A P OR E TRANSACTION MUST CARRY EXACTLY    *
      *                             ONE PROJECTS-DETAIL ENTRY NAMING A         *
       2185-CHECK-ONE-ALLOCATION-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2190-EDIT-MANAGER  --  A MANAGER-ID SET OR CHANGED BY AN ADD OR      *
      *                          CHANGE MUST NAME AN ACTIVE EMPLOYEE ON THE   *
      *                          MASTER WHO IS NEITHER THE EMPLOYEE NOR       *
      *                          ANYWHERE BELOW THE EMPLOYEE IN THE           *
      *                          REPORTING LINE.  ZERO MEANS NO MANAGER.  A   *
      *                          CHANGE THAT LEAVES THE MANAGER AS IT IS      *
      *                          PASSES, SO A MANAGER'S LEAVING DOES NOT      *
      *                          BLOCK EVERY OTHER CHANGE TO THE REPORTS.     *
      *                          USES THE MASTER FD; THE APPLY PARAGRAPHS     *
      *                          READ THE EMPLOYEE AFRESH.                    *
      *----------------------------------------------------------------------*
       2190-EDIT-MANAGER.
           IF TR-MANAGER-ID NOT NUMERIC
               MOVE TR-ID TO PR-EX-ID
               MOVE "MANAGER-ID IS NOT NUMERIC" TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2190-EDIT-MANAGER-EXIT
           END-IF.

           IF TR-MANAGER-ID = ZERO
               GO TO 2190-EDIT-MANAGER-EXIT
           END-IF.

           IF TR-CHANGE-TRANS
               MOVE TR-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       GO TO 2190-EDIT-MANAGER-EXIT
               END-READ
               IF MANAGER-ID = TR-MANAGER-ID
                   GO TO 2190-EDIT-MANAGER-EXIT
               END-IF
           END-IF.

           IF TR-MANAGER-ID = TR-ID
               MOVE TR-ID TO PR-EX-ID
               MOVE "MANAGER-ID MAY NOT BE THE EMPLOYEE" TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2190-EDIT-MANAGER-EXIT
           END-IF.

           MOVE TR-MANAGER-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE TR-ID TO PR-EX-ID
                   MOVE "MANAGER NOT ON MASTER" TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   SET PR-TRANS-IS-INVALID TO TRUE
                   GO TO 2190-EDIT-MANAGER-EXIT
           END-READ.

           IF EMP-TERMINATED
               MOVE TR-ID TO PR-EX-ID
               MOVE "MANAGER IS TERMINATED" TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2190-EDIT-MANAGER-EXIT
           END-IF.

      *    CLIMB FROM THE NEW MANAGER TOWARDS THE TOP; MEETING THE
      *    EMPLOYEE ON THE WAY UP MEANS THE MANAGER REPORTS TO THEM
           MOVE MANAGER-ID TO PR-CHAIN-ID.
           MOVE ZERO       TO PR-CHAIN-DEPTH.
           SET PR-CHAIN-CLIMBING TO TRUE.
           PERFORM 2195-CLIMB-ONE-LEVEL
               THRU 2195-CLIMB-ONE-LEVEL-EXIT
               UNTIL NOT PR-CHAIN-CLIMBING.

           IF PR-CHAIN-LOOPS
               MOVE TR-ID TO PR-EX-ID
               MOVE "MANAGER REPORTS TO THE EMPLOYEE - REPORTING LOOP"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
           END-IF.

       2190-EDIT-MANAGER-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2195-CLIMB-ONE-LEVEL  --  ONE STEP UP THE REPORTING LINE.  A CHAIN   *
      *                             LONGER THAN PR-MAX-CHAIN-DEPTH IS         *
      *                             TREATED AS A LOOP.  A MANAGER MISSING     *
      *                             FROM THE MASTER ENDS THE CLIMB.           *
      *----------------------------------------------------------------------*
       2195-CLIMB-ONE-LEVEL.
           IF PR-CHAIN-ID = ZERO
               SET PR-CHAIN-AT-TOP TO TRUE
               GO TO 2195-CLIMB-ONE-LEVEL-EXIT
           END-IF.

           IF PR-CHAIN-ID = TR-ID
                   OR PR-CHAIN-DEPTH >= PR-MAX-CHAIN-DEPTH
               SET PR-CHAIN-LOOPS TO TRUE
               GO TO 2195-CLIMB-ONE-LEVEL-EXIT
           END-IF.

           MOVE PR-CHAIN-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET PR-CHAIN-AT-TOP TO TRUE
                   GO TO 2195-CLIMB-ONE-LEVEL-EXIT
           END-READ.

           MOVE MANAGER-ID TO PR-CHAIN-ID.
           ADD 1 TO PR-CHAIN-DEPTH.

       2195-CLIMB-ONE-LEVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2200-APPLY-ADD  --  WRITE A NEW EMPLOYEE-MASTER RECORD               *
      *----------------------------------------------------------------------*
       2200-APPLY-ADD.
           PERFORM 2160-CHECK-EXCHANGE-RATE
               THRU 2160-CHECK-EXCHANGE-RATE-EXIT.
           IF NOT PR-RATE-FOUND
               MOVE TR-ID TO PR-EX-ID
               MOVE SPACES TO PR-EX-REASON
               STRING "ADD REJECTED - NO " CO-CURRENCY-CODE
                      " EXCHANGE RATE FOR " PR-TODAY-YYYYMM
                   DELIMITED BY SIZE INTO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               ADD 1 TO PR-TRANS-REJECTED
               GO TO 2200-APPLY-ADD-EXIT
           END-IF.

           MOVE TR-ID                   TO EMP-ID.
           MOVE TR-COMPANY-NAME         TO COMPANY-NAME.
           MOVE TR-SHORT-NAME           TO SHORT_NAME.
           MOVE TR-FIRST-NAME           TO FIRST-NAME.
           MOVE TR-HIRE-DATE            TO HIRE-DATE.
           MOVE TR-EXPERIENCE           TO EXPERIENCE.
           MOVE TR-SALARY               TO SALARY.
           MOVE TR-MANAGER-ID           TO MANAGER-ID.
           SET EMP-ACTIVE               TO TRUE.
           MOVE ZERO                    TO TERMINATION-DATE.
           MOVE TR-NUMBER-OF-PROJECTS   TO NUMBER-OF-PROJECTS.
           PERFORM 2250-MOVE-PROJECTS-DETAIL
               THRU 2250-MOVE-PROJECTS-DETAIL-EXIT.

           MOVE "N"    TO PR-BEFORE-SW.
           MOVE SPACES TO PR-BEFORE-IMAGE.

           WRITE EMPLOYEE
               INVALID KEY
                   MOVE TR-ID TO PR-EX-ID
                   MOVE ZERO TO PR-OLD-PROJECT-COUNT
                   PERFORM 3200-SYNC-STAFF-XREF
                       THRU 3200-SYNC-STAFF-XREF-EXIT
                   PERFORM 2780-WRITE-HISTORY
                       THRU 2780-WRITE-HISTORY-EXIT
                   PERFORM 2210-CHECK-DUPLICATE-PERSON
                       THRU 2210-CHECK-DUPLICATE-PERSON-EXIT
           END-WRITE.

       2200-APPLY-ADD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2210-CHECK-DUPLICATE-PERSON  --  WARN, WITHOUT REJECTING, WHEN THE   *
      *                                    NEW EMPLOYEE LOOKS LIKE SOMEONE    *
      *                                    ALREADY ON THE MASTER OR THE       *
      *                                    ARCHIVE, THEN TABLE THE NEW ONE    *
      *                                    SO A SECOND ADD OF THE SAME        *
      *                                    PERSON IN THIS BATCH IS CAUGHT     *
      *----------------------------------------------------------------------*
       2210-CHECK-DUPLICATE-PERSON.
           IF PR-PERSON-TABLE-FULL
                   OR TR-DATE-OF-BIRTH = ZERO OR TR-LAST-NAME = SPACES
               GO TO 2210-CHECK-DUPLICATE-PERSON-EXIT
           END-IF.

           IF PR-PERSONS-LOADED > ZERO
               PERFORM 2215-MATCH-ONE-PERSON
                   THRU 2215-MATCH-ONE-PERSON-EXIT
                   VARYING PR-PERSON-IX FROM 1 BY 1
                   UNTIL PR-PERSON-IX > PR-PERSONS-LOADED
           END-IF.

      *    FILLING THE TABLE HERE ONLY COSTS THE CHECK FOR LATER ADDS
           IF PR-PERSONS-LOADED < PR-MAX-PERSONS
               ADD 1 TO PR-PERSONS-LOADED
               MOVE PR-PERSONS-LOADED TO PR-PERSON-IX
               MOVE TR-ID            TO PR-PN-ID (PR-PERSON-IX)
               MOVE "M"              TO PR-PN-SOURCE (PR-PERSON-IX)
               MOVE TR-LAST-NAME     TO PR-PN-LAST-NAME (PR-PERSON-IX)
               MOVE TR-FIRST-NAME    TO PR-PN-FIRST-NAME (PR-PERSON-IX)
               MOVE TR-DATE-OF-BIRTH
                   TO PR-PN-DATE-OF-BIRTH (PR-PERSON-IX)
           END-IF.

       2210-CHECK-DUPLICATE-PERSON-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2215-MATCH-ONE-PERSON  --  SAME DATE OF BIRTH, THEN THE STRONGEST    *
      *                              NAME RULE MET: SAME NAMES, SWAPPED       *
      *                              NAMES, OR SAME LAST NAME AND FIRST       *
      *                              INITIAL.  THE SAME EMP-ID ON THE         *
      *                              ARCHIVE IS THE SAME PERSON COMING BACK   *
      *----------------------------------------------------------------------*
       2215-MATCH-ONE-PERSON.
           IF PR-PN-DATE-OF-BIRTH (PR-PERSON-IX) NOT = TR-DATE-OF-BIRTH
                   OR PR-PN-ID (PR-PERSON-IX) = TR-ID
               GO TO 2215-MATCH-ONE-PERSON-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PR-PN-LAST-NAME (PR-PERSON-IX) = TR-LAST-NAME
                AND PR-PN-FIRST-NAME (PR-PERSON-IX) = TR-FIRST-NAME
                   MOVE "SAME NAME AND DOB AS"
                       TO PR-DUP-RULE-TEXT
               WHEN PR-PN-LAST-NAME (PR-PERSON-IX) = TR-FIRST-NAME
                AND PR-PN-FIRST-NAME (PR-PERSON-IX) = TR-LAST-NAME
                   MOVE "NAMES SWAPPED, SAME DOB AS"
                       TO PR-DUP-RULE-TEXT
               WHEN PR-PN-LAST-NAME (PR-PERSON-IX) = TR-LAST-NAME
                AND TR-FIRST-NAME NOT = SPACES
                AND PR-PN-FIRST-NAME (PR-PERSON-IX) (1:1)
                        = TR-FIRST-NAME (1:1)
                   MOVE "SAME SURNAME, INITIAL, DOB AS"
                       TO PR-DUP-RULE-TEXT
               WHEN OTHER
                   GO TO 2215-MATCH-ONE-PERSON-EXIT
           END-EVALUATE.

           IF PR-PN-ON-ARCHIVE (PR-PERSON-IX)
               MOVE "ARCHIVE" TO PR-DUP-SOURCE-TEXT
           ELSE
               MOVE "MASTER"  TO PR-DUP-SOURCE-TEXT
           END-IF.

           MOVE TR-ID TO PR-EX-ID.
           MOVE SPACES TO PR-EX-REASON.
           STRING "WARNING - "              DELIMITED BY SIZE
                  PR-DUP-RULE-TEXT          DELIMITED BY "  "
                  " "                       DELIMITED BY SIZE
                  PR-DUP-SOURCE-TEXT        DELIMITED BY " "
                  " ID "                    DELIMITED BY SIZE
                  PR-PN-ID (PR-PERSON-IX)   DELIMITED BY SIZE
               INTO PR-EX-REASON.
           PERFORM 2800-WRITE-EXCEPTION
               THRU 2800-WRITE-EXCEPTION-EXIT.
           ADD 1 TO PR-DUP-WARNINGS.

       2215-MATCH-ONE-PERSON-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2250-MOVE-PROJECTS-DETAIL  --  COPY THE PROJECT ENTRIES SUPPLIED     *
      *                                 ON THE TRANSACTION INTO THE MASTER    *
           EXIT.

      *----------------------------------------------------------------------*
      *  2300-APPLY-CHANGE  --  REWRITE AN EXISTING EMPLOYEE-MASTER RECORD.   *
      *                          WHEN THE SALARY MOVE IS HELD FOR APPROVAL    *
      *                          THE OTHER FIELDS ARE STILL APPLIED TONIGHT   *
      *                          WITH THE OLD SALARY, AND ONLY THE SALARY     *
      *                          WAITS ON SALHOLD.  THE CHANGE SALAPPR        *
      *                          RELEASES LATER (FOUND BY 2100, AND ONLY IN   *
      *                          A BATCH OF ORIGIN SALAPPR) THEREFORE         *
      *                          HAS ONLY ITS SALARY TAKEN, SO NOTHING        *
      *                          CHANGED ON THE MASTER SINCE IS UNDONE.       *
      *----------------------------------------------------------------------*
       2300-APPLY-CHANGE.
           MOVE TR-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE TR-ID TO PR-EX-ID
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

      *    AN APPROVED HOLD FOR THIS SALARY IS HONOURED WHATEVER THE
      *    LIMITS SAY NOW; 2100 HAS ALREADY LOOKED FOR IT
           MOVE "N" TO PR-CHANGE-HELD-SW.
           MOVE "N" TO PR-HOLD-WRITTEN-SW.
           IF PR-HOLD-APPROVED
               MOVE HD-SOURCE-JOB  TO PR-AUDIT-JOB
               MOVE HD-SOURCE-USER TO PR-AUDIT-USER
           END-IF.

      *    A TRANSFER NEEDS THE RECEIVING COMPANY'S RATE THE SAME WAY AN
      *    ADD DOES
           IF TR-SHORT-NAME NOT = SHORT_NAME
                   AND NOT PR-HOLD-APPROVED
               PERFORM 2160-CHECK-EXCHANGE-RATE
                   THRU 2160-CHECK-EXCHANGE-RATE-EXIT
               IF NOT PR-RATE-FOUND
                   MOVE TR-ID TO PR-EX-ID
                   MOVE SPACES TO PR-EX-REASON
                   STRING "TRANSFER REJECTED - NO " CO-CURRENCY-CODE
                          " EXCHANGE RATE FOR " PR-TODAY-YYYYMM
                       DELIMITED BY SIZE INTO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-TRANS-REJECTED
                   GO TO 2300-APPLY-CHANGE-EXIT
               END-IF
           END-IF.

      *    A LARGE SALARY MOVE WAITS FOR A SECOND USER'S APPROVAL.  ONCE
      *    IT IS SAFELY PARKED THE REST OF THE CHANGE GOES AHEAD; A
      *    CHANGE THAT COULD NOT BE PARKED HAS BEEN REJECTED WHOLE
           IF TR-SALARY NOT = SALARY
                   AND NOT PR-HOLD-APPROVED
               PERFORM 2310-CHECK-SALARY-HOLD
                   THRU 2310-CHECK-SALARY-HOLD-EXIT
               IF PR-CHANGE-HELD AND NOT PR-HOLD-WRITTEN
                   GO TO 2300-APPLY-CHANGE-EXIT
               END-IF
           END-IF.

           MOVE SALARY TO PR-OLD-SALARY.
           PERFORM 2770-SAVE-BEFORE-IMAGE
               THRU 2770-SAVE-BEFORE-IMAGE-EXIT.
           PERFORM 3100-SAVE-OLD-PROJECT-NAMES
               THRU 3100-SAVE-OLD-PROJECT-NAMES-EXIT.

           IF PR-HOLD-APPROVED
               MOVE TR-SALARY               TO SALARY
           ELSE
               MOVE TR-COMPANY-NAME         TO COMPANY-NAME
               MOVE TR-SHORT-NAME           TO SHORT_NAME
               MOVE TR-FIRST-NAME           TO FIRST-NAME
               MOVE TR-LAST-NAME            TO LAST-NAME
               MOVE TR-DATE-OF-BIRTH        TO DATE-OF-BIRTH
               MOVE TR-HIRE-DATE            TO HIRE-DATE
               MOVE TR-EXPERIENCE           TO EXPERIENCE
               IF NOT PR-CHANGE-HELD
                   MOVE TR-SALARY           TO SALARY
               END-IF
               MOVE TR-MANAGER-ID           TO MANAGER-ID
               MOVE TR-NUMBER-OF-PROJECTS   TO NUMBER-OF-PROJECTS
               PERFORM 2250-MOVE-PROJECTS-DETAIL
                   THRU 2250-MOVE-PROJECTS-DETAIL-EXIT
           END-IF.

      *    A HELD CHANGE THAT MOVED NOTHING BUT THE SALARY LEAVES THE
      *    MASTER AS IT WAS; THE TRANSACTION IS ALREADY COUNTED AS HELD
           IF PR-CHANGE-HELD AND EMPLOYEE = PR-BEFORE-IMAGE
               GO TO 2300-APPLY-CHANGE-EXIT
           END-IF.

           REWRITE EMPLOYEE
               INVALID KEY
                   MOVE TR-ID TO PR-EX-ID
                   IF PR-CHANGE-HELD
                       MOVE "SALARY HELD BUT OTHER FIELDS NOT APPLIED"
                           TO PR-EX-REASON
                   ELSE
                       MOVE "CHANGE REJECTED - REWRITE FAILED"
                           TO PR-EX-REASON
                       ADD 1 TO PR-TRANS-REJECTED
                   END-IF
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
               NOT INVALID KEY
                   IF NOT PR-CHANGE-HELD
                       ADD 1 TO PR-CHANGES-APPLIED
                   END-IF
                   MOVE "C" TO PR-JOURNAL-ACTION
                   PERFORM 2700-JOURNAL-CHANGE
                       THRU 2700-JOURNAL-CHANGE-EXIT
                   PERFORM 3200-SYNC-STAFF-XREF
                       THRU 3200-SYNC-STAFF-XREF-EXIT
                   IF SALARY NOT = PR-OLD-SALARY
                       PERFORM 2350-WRITE-SALARY-AUDIT
                           THRU 2350-WRITE-SALARY-AUDIT-EXIT
                   END-IF
                   IF PR-HOLD-APPROVED
                       PERFORM 2340-MARK-HOLD-APPLIED
                           THRU 2340-MARK-HOLD-APPLIED-EXIT
                   END-IF
                   PERFORM 2780-WRITE-HISTORY
                       THRU 2780-WRITE-HISTORY-EXIT
           END-REWRITE.

       2300-APPLY-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2310-CHECK-SALARY-HOLD  --  DECIDE WHETHER A SALARY CHANGE NEEDS      *
      *                               A SECOND USER'S APPROVAL.  EXPECTS THE   *
      *                               MASTER RECORD AS IT STANDS IN THE FD     *
      *                               AND 2100 TO HAVE LOOKED FOR A MATCHING   *
      *                               HOLD ALREADY; AN APPROVED ONE NEVER      *
      *                               REACHES HERE.  A SALARY MOVE OVER A      *
      *                               LIMIT IS PARKED ON SALHOLD AND           *
      *                               PR-CHANGE-HELD IS SET; PR-HOLD-WRITTEN   *
      *                               SAYS WHETHER THE PARKING WORKED.         *
      *----------------------------------------------------------------------*
       2310-CHECK-SALARY-HOLD.
           MOVE SPACES TO PR-HOLD-REASON.

           COMPUTE PR-SALARY-DIFF = TR-SALARY - SALARY.
           IF PR-SALARY-DIFF < ZERO
               COMPUTE PR-SALARY-DIFF = ZERO - PR-SALARY-DIFF
           END-IF.

           IF SALARY > ZERO
               COMPUTE PR-SALARY-PCT ROUNDED =
                   PR-SALARY-DIFF * 100 / SALARY
                   ON SIZE ERROR
                       MOVE 99999.99 TO PR-SALARY-PCT
               END-COMPUTE
           ELSE
               MOVE 99999.99 TO PR-SALARY-PCT
           END-IF.

           MOVE "N" TO PR-CEILING-FOUND-SW.
           PERFORM 2315-MATCH-ONE-CEILING
               THRU 2315-MATCH-ONE-CEILING-EXIT
               VARYING PR-CEILING-IX FROM 1 BY 1
               UNTIL PR-CEILING-IX > PR-CEILINGS-LOADED
                  OR PR-CEILING-FOUND.

           EVALUATE TRUE
               WHEN PR-CEILING-FOUND
                       AND PR-CL-SALARY-CEILING (PR-CEILING-IX) > ZERO
                       AND TR-SALARY
                           > PR-CL-SALARY-CEILING (PR-CEILING-IX)
                   MOVE "C" TO PR-HOLD-REASON
                   MOVE "ABOVE COMPANY SALARY CEILING"
                       TO PR-HOLD-REASON-TEXT
               WHEN PR-HL-THRESHOLD-PCT > ZERO
                       AND PR-SALARY-PCT > PR-HL-THRESHOLD-PCT
                   MOVE "P" TO PR-HOLD-REASON
                   MOVE "CHANGE OVER PERCENT THRESHOLD"
                       TO PR-HOLD-REASON-TEXT
               WHEN PR-HL-THRESHOLD-AMOUNT > ZERO
                       AND PR-SALARY-DIFF > PR-HL-THRESHOLD-AMOUNT
                   MOVE "M" TO PR-HOLD-REASON
                   MOVE "CHANGE OVER AMOUNT THRESHOLD"
                       TO PR-HOLD-REASON-TEXT
           END-EVALUATE.

           IF PR-HOLD-REASON = SPACES
               GO TO 2310-CHECK-SALARY-HOLD-EXIT
           END-IF.

           SET PR-CHANGE-HELD TO TRUE.

           IF PR-HOLD-AWAITING
               MOVE TR-ID TO PR-EX-ID
               MOVE "CHANGE REJECTED - SAME CHANGE AWAITING APPROVAL"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               ADD 1 TO PR-TRANS-REJECTED
               GO TO 2310-CHECK-SALARY-HOLD-EXIT
           END-IF.

           PERFORM 2330-PARK-SALARY-HOLD
               THRU 2330-PARK-SALARY-HOLD-EXIT.

       2310-CHECK-SALARY-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2315-MATCH-ONE-CEILING                                              *
      *----------------------------------------------------------------------*
       2315-MATCH-ONE-CEILING.
           IF PR-CL-SHORT-NAME (PR-CEILING-IX) = TR-SHORT-NAME
               SET PR-CEILING-FOUND TO TRUE
               SUBTRACT 1 FROM PR-CEILING-IX
           END-IF.

       2315-MATCH-ONE-CEILING-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2320-FIND-MATCHING-HOLD  --  WALK THE EMPLOYEE'S HOLDS FOR ONE        *
      *                                CARRYING THE SAME NEW SALARY AND        *
      *                                EFFECTIVE DATE.  SETS PR-HOLD-MATCH-SW  *
      *                                TO A (APPROVED) OR W (STILL AWAITING)   *
      *                                AND LEAVES THAT HOLD IN THE FD.         *
      *----------------------------------------------------------------------*
       2320-FIND-MATCHING-HOLD.
           MOVE "N"   TO PR-HOLD-MATCH-SW.
           MOVE TR-ID TO HD-ID.
           MOVE ZERO  TO HD-HOLD-DATE.
           MOVE ZERO  TO HD-SEQUENCE.
           START SALARY-HOLD-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   GO TO 2320-FIND-MATCHING-HOLD-EXIT
           END-START.

           MOVE "N" TO PR-HOLD-SCAN-SW.
           PERFORM 2325-EXAMINE-ONE-HOLD
               THRU 2325-EXAMINE-ONE-HOLD-EXIT
               UNTIL PR-HOLD-SCAN-DONE.

       2320-FIND-MATCHING-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2325-EXAMINE-ONE-HOLD                                               *
      *----------------------------------------------------------------------*
       2325-EXAMINE-ONE-HOLD.
           READ SALARY-HOLD-FILE NEXT RECORD
               AT END
                   SET PR-HOLD-SCAN-DONE TO TRUE
                   GO TO 2325-EXAMINE-ONE-HOLD-EXIT
           END-READ.

           IF HD-ID NOT = TR-ID
               SET PR-HOLD-SCAN-DONE TO TRUE
               GO TO 2325-EXAMINE-ONE-HOLD-EXIT
           END-IF.

           IF HD-SALARY NOT = TR-SALARY
                   OR HD-EFFECTIVE-DATE NOT = TR-EFFECTIVE-DATE
               GO TO 2325-EXAMINE-ONE-HOLD-EXIT
           END-IF.

           IF HD-APPROVED
               SET PR-HOLD-APPROVED TO TRUE
               SET PR-HOLD-SCAN-DONE TO TRUE
           END-IF.

           IF HD-AWAITING-APPROVAL
               SET PR-HOLD-AWAITING TO TRUE
               SET PR-HOLD-SCAN-DONE TO TRUE
           END-IF.

       2325-EXAMINE-ONE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2330-PARK-SALARY-HOLD  --  WRITE THE CHANGE, AS SUBMITTED, TO THE     *
      *                              APPROVAL-HOLD KSDS WITH THE REASON AND    *
      *                              THE ORIGINATING JOB AND USER.  ONLY ITS   *
      *                              SALARY IS STILL TO APPLY; 2300 APPLIES    *
      *                              THE REST TONIGHT.                         *
      *                              HD-SEQUENCE IS BUMPED PAST ANY CHANGE     *
      *                              ALREADY HELD FOR THE EMPLOYEE TODAY.      *
      *----------------------------------------------------------------------*
       2330-PARK-SALARY-HOLD.
           MOVE TR-ID                   TO HD-ID.
           MOVE PR-TODAY                TO HD-HOLD-DATE.
           SET HD-AWAITING-APPROVAL     TO TRUE.
           MOVE PR-HOLD-REASON          TO HD-HOLD-REASON.
           MOVE SALARY                  TO HD-OLD-SALARY.
           MOVE PR-SOURCE-JOB           TO HD-SOURCE-JOB.
           MOVE PR-SOURCE-USER          TO HD-SOURCE-USER.
           MOVE SPACES                  TO HD-DECIDED-USER.
           MOVE ZERO                    TO HD-DECIDED-DATE.
           MOVE ZERO                    TO HD-APPLIED-DATE.
           MOVE TR-EFFECTIVE-DATE       TO HD-EFFECTIVE-DATE.
           MOVE TR-COMPANY-NAME         TO HD-COMPANY-NAME.
           MOVE TR-SHORT-NAME           TO HD-SHORT-NAME.
           MOVE TR-FIRST-NAME           TO HD-FIRST-NAME.
           MOVE TR-LAST-NAME            TO HD-LAST-NAME.
           MOVE TR-DATE-OF-BIRTH        TO HD-DATE-OF-BIRTH.
           MOVE TR-HIRE-DATE            TO HD-HIRE-DATE.
           MOVE TR-EXPERIENCE           TO HD-EXPERIENCE.
           MOVE TR-SALARY               TO HD-SALARY.
           MOVE TR-MANAGER-ID           TO HD-MANAGER-ID.
           MOVE TR-NUMBER-OF-PROJECTS   TO HD-NUMBER-OF-PROJECTS.
           PERFORM 2332-MOVE-ONE-HOLD-PROJECT
               THRU 2332-MOVE-ONE-HOLD-PROJECT-EXIT
               VARYING PR-PROJECT-IX FROM 1 BY 1
               UNTIL PR-PROJECT-IX > TR-NUMBER-OF-PROJECTS.

           MOVE 1   TO HD-SEQUENCE.
           MOVE "N" TO PR-HOLD-WRITTEN-SW.
           PERFORM 2335-WRITE-ONE-HOLD
               THRU 2335-WRITE-ONE-HOLD-EXIT
               UNTIL PR-HOLD-WRITTEN OR PR-HOLD-WRITE-FAILED.

           MOVE TR-ID TO PR-EX-ID.
           IF PR-HOLD-WRITTEN
               ADD 1 TO PR-TRANS-HELD
               MOVE SPACES TO PR-EX-REASON
               STRING "SALARY HELD FOR APPROVAL - "
                      PR-HOLD-REASON-TEXT
                   DELIMITED BY SIZE INTO PR-EX-REASON
           ELSE
               ADD 1 TO PR-TRANS-REJECTED
               MOVE "CHANGE NOT HELD - HOLD WRITE FAILED"
                   TO PR-EX-REASON
           END-IF.
           PERFORM 2800-WRITE-EXCEPTION
               THRU 2800-WRITE-EXCEPTION-EXIT.

       2330-PARK-SALARY-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2332-MOVE-ONE-HOLD-PROJECT                                          *
      *----------------------------------------------------------------------*
       2332-MOVE-ONE-HOLD-PROJECT.
           MOVE TR-PROJECT-NAME (PR-PROJECT-IX)
               TO HD-PROJECT-NAME (PR-PROJECT-IX).
           MOVE TR-START-DATE (PR-PROJECT-IX)
               TO HD-START-DATE (PR-PROJECT-IX).
           MOVE TR-END-DATE (PR-PROJECT-IX)
               TO HD-END-DATE (PR-PROJECT-IX).
           MOVE TR-ALLOCATION-PCT (PR-PROJECT-IX)
               TO HD-ALLOCATION-PCT (PR-PROJECT-IX).

       2332-MOVE-ONE-HOLD-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2335-WRITE-ONE-HOLD  --  ONE WRITE ATTEMPT; A DUPLICATE KEY BUMPS     *
      *                            THE SEQUENCE AND TRIES AGAIN                *
      *----------------------------------------------------------------------*
       2335-WRITE-ONE-HOLD.
           WRITE SALARY-HOLD-RECORD
               INVALID KEY
                   IF PR-HOLD-DUPLICATE AND HD-SEQUENCE < 999
                       ADD 1 TO HD-SEQUENCE
                   ELSE
                       SET PR-HOLD-WRITE-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET PR-HOLD-WRITTEN TO TRUE
           END-WRITE.

       2335-WRITE-ONE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2340-MARK-HOLD-APPLIED  --  THE APPROVED HOLD FOUND BY 2320 IS        *
      *                               STILL IN THE FD; CLOSE IT OFF SO THE     *
      *                               SAME APPROVAL CANNOT BE USED TWICE       *
      *----------------------------------------------------------------------*
       2340-MARK-HOLD-APPLIED.
           SET HD-APPLIED   TO TRUE.
           MOVE PR-TODAY    TO HD-APPLIED-DATE.
           REWRITE SALARY-HOLD-RECORD
               INVALID KEY
                   MOVE TR-ID TO PR-EX-ID
                   MOVE "APPLIED BUT HOLD NOT MARKED - REWRITE FAILED"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
           END-REWRITE.

       2340-MARK-HOLD-APPLIED-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2350-WRITE-SALARY-AUDIT  --  RECORD AN OLD/NEW SALARY PAIR ON THE     *
      *                                SALARY AUDIT TRAIL FILE.               *
           MOVE PR-NOW           TO SA-TIME-OF-CHANGE.
           MOVE PR-OLD-SALARY    TO SA-OLD-SALARY.
           MOVE TR-SALARY        TO SA-NEW-SALARY.
           MOVE PR-AUDIT-JOB     TO SA-SOURCE-JOB.
           MOVE PR-AUDIT-USER    TO SA-SOURCE-USER.

           WRITE SALARY-AUDIT-RECORD
               INVALID KEY
      *                             GIVEN.                                    *
      *----------------------------------------------------------------------*
       2400-APPLY-TERMINATE.
           MOVE TR-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE TR-ID TO PR-EX-ID
               GO TO 2400-APPLY-TERMINATE-EXIT
           END-IF.

           PERFORM 2770-SAVE-BEFORE-IMAGE
               THRU 2770-SAVE-BEFORE-IMAGE-EXIT.

           SET EMP-TERMINATED TO TRUE.
           IF TR-EFFECTIVE-DATE > ZERO
               MOVE TR-EFFECTIVE-DATE TO TERMINATION-DATE
                   MOVE "D" TO PR-JOURNAL-ACTION
                   PERFORM 2700-JOURNAL-CHANGE
                       THRU 2700-JOURNAL-CHANGE-EXIT
                   PERFORM 2780-WRITE-HISTORY
                       THRU 2780-WRITE-HISTORY-EXIT
           END-REWRITE.

       2400-APPLY-TERMINATE-EXIT.
      *                          NEW COMPANY, SALARY OR STAFFING DATA.        *
      *----------------------------------------------------------------------*
       2500-APPLY-REHIRE.
           MOVE TR-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE TR-ID TO PR-EX-ID
                   END-IF
           END-READ.

           PERFORM 2770-SAVE-BEFORE-IMAGE
               THRU 2770-SAVE-BEFORE-IMAGE-EXIT.

           SET EMP-ACTIVE TO TRUE.
           MOVE ZERO TO TERMINATION-DATE.

                   MOVE "A" TO PR-JOURNAL-ACTION
                   PERFORM 2700-JOURNAL-CHANGE
                       THRU 2700-JOURNAL-CHANGE-EXIT
                   PERFORM 2780-WRITE-HISTORY
                       THRU 2780-WRITE-HISTORY-EXIT
           END-REWRITE.

       2500-APPLY-REHIRE-EXIT.
      *                          ALONE.                                        *
      *----------------------------------------------------------------------*
       2550-APPLY-ASSIGN.
           MOVE TR-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE TR-ID TO PR-EX-ID
               GO TO 2550-APPLY-ASSIGN-EXIT
           END-IF.

           PERFORM 2770-SAVE-BEFORE-IMAGE
               THRU 2770-SAVE-BEFORE-IMAGE-EXIT.

           ADD 1 TO NUMBER-OF-PROJECTS.
           MOVE NUMBER-OF-PROJECTS TO PR-ASSIGN-IX.
           MOVE TR-PROJECT-NAME (1) TO PROJECT-NAME (PR-ASSIGN-IX).
                   MOVE PR-ASSIGN-IX TO PR-XREF-IX
                   PERFORM 3220-WRITE-ONE-XREF
                       THRU 3220-WRITE-ONE-XREF-EXIT
                   PERFORM 2780-WRITE-HISTORY
                       THRU 2780-WRITE-HISTORY-EXIT
           END-REWRITE.

       2550-APPLY-ASSIGN-EXIT.
      *                              NEITHER WAS GIVEN.                        *
      *----------------------------------------------------------------------*
       2570-APPLY-END-ASSIGN.
           MOVE TR-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE TR-ID TO PR-EX-ID
               GO TO 2570-APPLY-END-ASSIGN-EXIT
           END-IF.

           PERFORM 2770-SAVE-BEFORE-IMAGE
               THRU 2770-SAVE-BEFORE-IMAGE-EXIT.

           EVALUATE TRUE
               WHEN TR-END-DATE (1) > ZERO
                   MOVE TR-END-DATE (1)   TO END-DATE (PR-ASSIGN-IX)
                   MOVE PR-ASSIGN-IX TO PR-XREF-IX
                   PERFORM 3220-WRITE-ONE-XREF
                       THRU 3220-WRITE-ONE-XREF-EXIT
                   PERFORM 2780-WRITE-HISTORY
                       THRU 2780-WRITE-HISTORY-EXIT
           END-REWRITE.

       2570-APPLY-END-ASSIGN-EXIT.
           MOVE TR-HIRE-DATE            TO PN-HIRE-DATE.
           MOVE TR-EXPERIENCE           TO PN-EXPERIENCE.
           MOVE TR-SALARY               TO PN-SALARY.
           MOVE TR-MANAGER-ID           TO PN-MANAGER-ID.
           MOVE TR-NUMBER-OF-PROJECTS   TO PN-NUMBER-OF-PROJECTS.
           PERFORM VARYING PR-PROJECT-IX FROM 1 BY 1
                   UNTIL PR-PROJECT-IX > TR-NUMBER-OF-PROJECTS
       2750-MERGE-JOURNAL-ACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2770-SAVE-BEFORE-IMAGE  --  KEEP THE MASTER RECORD AS IT STANDS      *
      *                               BEFORE THE TRANSACTION CHANGES IT       *
      *----------------------------------------------------------------------*
       2770-SAVE-BEFORE-IMAGE.
           MOVE "Y"      TO PR-BEFORE-SW.
           MOVE SPACES   TO PR-BEFORE-IMAGE.
           MOVE EMPLOYEE TO PR-BEFORE-IMAGE.

       2770-SAVE-BEFORE-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2780-WRITE-HISTORY  --  ONE PERMANENT BEFORE/AFTER-IMAGE RECORD      *
      *                           FOR THE TRANSACTION JUST APPLIED.  THE      *
      *                           EFFECTIVE DATE IS THE TRANSACTION'S, OR     *
      *                           TODAY WHEN NONE WAS GIVEN, THE SAME RULE    *
      *                           THE SALARY AUDIT TRAIL USES.  EH-SEQUENCE   *
      *                           IS BUMPED PAST ANY RECORD ALREADY WRITTEN   *
      *                           FOR THE SAME ID, DATE AND TIME.             *
      *----------------------------------------------------------------------*
       2780-WRITE-HISTORY.
           ACCEPT PR-NOW FROM TIME.

           MOVE TR-ID                TO EH-ID.
           IF TR-EFFECTIVE-DATE > ZERO
               MOVE TR-EFFECTIVE-DATE TO EH-EFFECTIVE-DATE
           ELSE
               MOVE PR-TODAY          TO EH-EFFECTIVE-DATE
           END-IF.
           MOVE PR-TODAY              TO EH-APPLY-DATE.
           MOVE PR-NOW                TO EH-APPLY-TIME.
           MOVE TR-TRANS-CODE         TO EH-TRANS-CODE.
           MOVE PR-AUDIT-JOB          TO EH-SOURCE-JOB.
           MOVE PR-AUDIT-USER         TO EH-SOURCE-USER.
           MOVE PR-BI-ORIGIN-DEPT     TO EH-ORIGIN-DEPT.
           MOVE PR-BI-BATCH-DATE      TO EH-BATCH-DATE.
           MOVE PR-BI-BATCH-NUMBER    TO EH-BATCH-NUMBER.
           MOVE PR-BEFORE-SW          TO EH-BEFORE-SW.
           MOVE PR-BEFORE-IMAGE       TO EH-BEFORE-IMAGE.
           MOVE SPACES                TO EH-AFTER-IMAGE.
           MOVE EMPLOYEE              TO EH-AFTER-IMAGE.

           MOVE 1   TO EH-SEQUENCE.
           MOVE "N" TO PR-HIST-WRITTEN-SW.
           PERFORM 2790-WRITE-ONE-HISTORY
               THRU 2790-WRITE-ONE-HISTORY-EXIT
               UNTIL PR-HIST-WRITTEN OR PR-HIST-WRITE-FAILED.

           IF PR-HIST-WRITTEN
               ADD 1 TO PR-HISTORY-WRITTEN
           ELSE
               MOVE TR-ID TO PR-EX-ID
               MOVE "APPLIED BUT NOT ON HISTORY - WRITE FAILED"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
           END-IF.

       2780-WRITE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2790-WRITE-ONE-HISTORY  --  ONE WRITE ATTEMPT; A DUPLICATE KEY       *
      *                               BUMPS THE SEQUENCE AND TRIES AGAIN      *
      *----------------------------------------------------------------------*
       2790-WRITE-ONE-HISTORY.
           WRITE EMP-HISTORY-RECORD
               INVALID KEY
                   IF PR-HIST-DUPLICATE AND EH-SEQUENCE < 999
                       ADD 1 TO EH-SEQUENCE
                   ELSE
                       SET PR-HIST-WRITE-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET PR-HIST-WRITTEN TO TRUE
           END-WRITE.

       2790-WRITE-ONE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2800-WRITE-EXCEPTION  --  FORMAT AND WRITE ONE EXCEPTION LINE        *
      *----------------------------------------------------------------------*
      *----------------------------------------------------------------------*
       3210-DELETE-ONE-XREF.
           MOVE PR-OLD-NAME (PR-XREF-IX)       TO SX-PROJECT-NAME.
           MOVE EMP-ID                         TO SX-ID.
           MOVE PR-OLD-START-DATE (PR-XREF-IX) TO SX-START-DATE.
           DELETE STAFF-XREF-FILE
               INVALID KEY
      *----------------------------------------------------------------------*
       3220-WRITE-ONE-XREF.
           MOVE PROJECT-NAME (PR-XREF-IX)   TO SX-PROJECT-NAME.
           MOVE EMP-ID                      TO SX-ID.
           MOVE START-DATE (PR-XREF-IX)     TO SX-START-DATE.
           MOVE END-DATE (PR-XREF-IX)       TO SX-END-DATE.
           MOVE ALLOCATION-PCT (PR-XREF-IX) TO SX-ALLOCATION-PCT.
           DISPLAY "EMPMAINT: ENDS DONE     = " PR-END-ASSIGNS-APPLIED.
           DISPLAY "EMPMAINT: TRANS REJECTED= " PR-TRANS-REJECTED.
           DISPLAY "EMPMAINT: TRANS DEFERRED= " PR-TRANS-DEFERRED.
           DISPLAY "EMPMAINT: TRANS HELD    = " PR-TRANS-HELD.
           DISPLAY "EMPMAINT: HISTORY WRITTEN= " PR-HISTORY-WRITTEN.
           DISPLAY "EMPMAINT: DUP WARNINGS  = " PR-DUP-WARNINGS.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

           CLOSE EMPLOYEE-MASTER
                 COMPANY-MASTER
                 EXCHANGE-RATE-FILE
                 PROJECTS-MASTER
                 MAINT-TRANS-FILE
                 EXCEPTION-REPORT
                 PENDING-TRANS-FILE
                 CHANGE-JOURNAL-FILE
                 STAFF-XREF-FILE
                 EMP-HISTORY-FILE
                 SALARY-HOLD-FILE
                 BATCH-REGISTRY-FILE.

           IF PR-RSTR-IS-OPEN
      *  9100-WRITE-RUN-STATS  --  ONE END-OF-RUN RECORD TO THE SHARED        *
      *                             RUN-STATISTICS KSDS FOR THE OPSBAL        *
      *                             BALANCING REPORT.  APPLIED PLUS           *
      *                             DEFERRED PLUS HELD PLUS REJECTED MUST     *
      *                             EQUAL THE TRANSACTIONS READ.              *
      *----------------------------------------------------------------------*
       9100-WRITE-RUN-STATS.
           OPEN I-O RUN-STATS-FILE.
               PR-ADDS-APPLIED + PR-CHANGES-APPLIED
               + PR-TERMS-APPLIED + PR-REHIRES-APPLIED
               + PR-ASSIGNS-APPLIED + PR-END-ASSIGNS-APPLIED
               + PR-TRANS-DEFERRED + PR-TRANS-HELD.
           MOVE PR-TRANS-REJECTED    TO RS-RECORDS-REJECTED.
           MOVE ZERO                 TO RS-CONTROL-TOTAL.
           MOVE RETURN-CODE          TO RS-RETURN-CODE.
