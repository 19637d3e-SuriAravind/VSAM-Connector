      ****************************************************************************
      *                                                                          *
      *  PROGRAM      TIMELOAD                                                   *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     EDIT AND LOAD THE WEEKLY TIMESHEET TRANSACTION FILE        *
      *               (TIMESHT - SEE TimesheetCopyBook.cob).  EACH LINE IS       *
      *               ONE EMPLOYEE'S HOURS ON ONE PROJECT FOR ONE WEEK.          *
      *               ACCEPTED HOURS ARE ADDED INTO THE PROJECT/EMPLOYEE/        *
      *               MONTH ACTUALS KSDS (ACTUALS - SEE ActualsCopyBook.cob)     *
      *               FOR THE MONTH OF THE WEEK-ENDING DATE.  LINES THAT         *
      *               FAIL EDIT ARE WRITTEN TO THE EXCEPTION REPORT              *
      *               (TIMEEXCP) AND ARE NOT LOADED.                             *
      *                                                                          *
      *               THE FILE CARRIES A BATCH HEADER AND TRAILER (SEE           *
      *               BatchControlCopyBook.cob) VERIFIED IN A PRE-PASS AND       *
      *               RECORDED ON THE APPLIED-BATCH REGISTRY (BATCHREG) THE      *
      *               SAME WAY PROJMAINT DOES, SO AN OUT-OF-BALANCE OR           *
      *               RE-TRANSMITTED BATCH IS REJECTED WHOLE WITH RETURN         *
      *               CODE 8 AND NO HOURS ARE COUNTED TWICE.                     *
      *                                                                          *
      *  EDITS APPLIED.                                                          *
      *               HOURS MUST BE NUMERIC, ABOVE ZERO AND NO MORE THAN         *
      *               168 (ONE WEEK).  THE EMPLOYEE MUST BE ON EMPMAST AND       *
      *               MUST NOT BE TERMINATED - A TERMINATED EMPLOYEE'S LAST      *
      *               WEEK IS STILL ACCEPTED WHEN THE TERMINATION DATE FALLS     *
      *               INSIDE IT.  THE PROJECT MUST BE ON PROJMAST AND NOT        *
      *               CLOSED (C).  STAFFXRF MUST HOLD AN ASSIGNMENT OF THE       *
      *               EMPLOYEE TO THE PROJECT WHOSE START/END WINDOW             *
      *               OVERLAPS THE WEEK (THE SEVEN DAYS ENDING ON THE            *
      *               WEEK-ENDING DATE); AN END DATE OF ZERO IS OPEN.            *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - TIMESHEET EDIT AND LOAD TO THE       *
      *                  MONTHLY ACTUALS FILE.                                   *
      *  2026-10-15 RLM  EXCEPTION REPORT OPEN AND TIMESHEET RE-OPEN ARE NOW     *
      *                  CHECKED; FILES ARE CLOSED ONLY WHEN THE RUN DID NOT     *
      *                  END WITH RETURN CODE 16.                                *
      *  2026-10-15 RLM  WEEK-ENDING DAY CHECKED AGAINST THE DAYS IN ITS         *
      *                  MONTH, WITH FEBRUARY 29 ONLY IN A LEAP YEAR.            *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TIMELOAD.
       AUTHOR.        R L MARSH.
       INSTALLATION.  ABSA GROUP LIMITED.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMESHEET-FILE    ASSIGN TO TIMESHT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-TIME-STATUS.

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT PROJECTS-MASTER   ASSIGN TO PROJMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PJ-PROJECT-CODE
                  FILE STATUS IS PR-PROJ-STATUS.

           SELECT STAFF-XREF-FILE   ASSIGN TO STAFFXRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SX-XREF-KEY
                  FILE STATUS IS PR-XREF-STATUS.

           SELECT ACTUALS-FILE      ASSIGN TO ACTUALS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AC-ACTUALS-KEY
                  FILE STATUS IS PR-ACT-STATUS.

           SELECT EXCEPTION-REPORT  ASSIGN TO TIMEEXCP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.

           SELECT BATCH-REGISTRY-FILE ASSIGN TO BATCHREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-BATCH-KEY
                  FILE STATUS IS PR-BREG-STATUS.

           SELECT RUN-STATS-FILE    ASSIGN TO RUNSTATS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RS-RUN-KEY
                  FILE STATUS IS PR-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMESHEET-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TimesheetCopyBook.cob".
           COPY "BatchControlCopyBook.cob".

       FD  EMPLOYEE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "EmployeeCopyBook.cob".

       FD  PROJECTS-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "ProjectsCopyBook.cob".

       FD  STAFF-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "StaffXrefCopyBook.cob".

       FD  ACTUALS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ActualsCopyBook.cob".

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-LINE                 PIC X(132).

       FD  BATCH-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "BatchRegistryCopyBook.cob".

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RunStatsCopyBook.cob".

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-TIME-STATUS             PIC X(02).
               88  PR-TIME-OK                     VALUE "00".
               88  PR-TIME-EOF                    VALUE "10".
           05  PR-MAST-STATUS             PIC X(02).
               88  PR-MAST-OK                     VALUE "00".
               88  PR-MAST-NOT-FOUND              VALUE "23".
           05  PR-PROJ-STATUS             PIC X(02).
               88  PR-PROJ-OK                     VALUE "00".
               88  PR-PROJ-EOF                    VALUE "10".
           05  PR-XREF-STATUS             PIC X(02).
               88  PR-XREF-OK                     VALUE "00".
               88  PR-XREF-EOF                    VALUE "10".
           05  PR-ACT-STATUS              PIC X(02).
               88  PR-ACT-OK                      VALUE "00".
               88  PR-ACT-NOT-FOUND               VALUE "23".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".
           05  PR-BREG-STATUS             PIC X(02).
               88  PR-BREG-OK                     VALUE "00".
               88  PR-BREG-NOT-FOUND              VALUE "23".
               88  PR-BREG-DUPLICATE              VALUE "22".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".

       01  PR-SWITCHES.
           05  PR-TIME-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-LINES               VALUE "Y".
           05  PR-VALID-LINE-SW           PIC X(01)   VALUE "Y".
               88  PR-LINE-IS-VALID               VALUE "Y".
               88  PR-LINE-IS-INVALID             VALUE "N".
           05  PR-BATCH-STATUS-SW         PIC X(01)   VALUE "P".
               88  PR-BATCH-IN-PROGRESS           VALUE "P".
               88  PR-BATCH-VERIFIED              VALUE "V".
               88  PR-BATCH-FAILED                VALUE "F".
           05  PR-PROJ-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-PROJECTS            VALUE "Y".
           05  PR-PROJ-FOUND-SW           PIC X(01)   VALUE "N".
               88  PR-PROJ-FOUND                  VALUE "Y".
           05  PR-XREF-SCAN-SW            PIC X(01)   VALUE "N".
               88  PR-XREF-SCAN-DONE              VALUE "Y".
           05  PR-COVERED-SW              PIC X(01)   VALUE "N".
               88  PR-WEEK-IS-COVERED             VALUE "Y".
           05  PR-LEAP-YEAR-SW            PIC X(01)   VALUE "N".
               88  PR-IS-LEAP-YEAR                VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-MAX-TABLE-PROJECTS      PIC 9(04)   VALUE 0500.
           05  PR-MAX-WEEK-HOURS          PIC 9(03)V99 VALUE 168.00.

       01  PR-BATCH-CONTROL-TOTALS.
           05  PR-BATCH-COUNT             PIC 9(09)      VALUE ZERO.
           05  PR-BATCH-HASH-ID           PIC S9(15)     VALUE ZERO.
           05  PR-BATCH-HASH-HOURS        PIC S9(15)V99  VALUE ZERO.

       01  PR-BATCH-IDENTITY.
           05  PR-BI-ORIGIN-DEPT          PIC X(08).
           05  PR-BI-BATCH-DATE           PIC 9(08).
           05  PR-BI-BATCH-NUMBER         PIC 9(04).

       01  PR-COUNTERS COMP.
           05  PR-LINES-READ              PIC 9(07)   VALUE ZERO.
           05  PR-LINES-ACCEPTED          PIC 9(07)   VALUE ZERO.
           05  PR-LINES-REJECTED          PIC 9(07)   VALUE ZERO.
           05  PR-ACTUALS-ADDED           PIC 9(07)   VALUE ZERO.
           05  PR-ACTUALS-UPDATED         PIC 9(07)   VALUE ZERO.
           05  PR-PROJECTS-LOADED         PIC 9(07)   VALUE ZERO.
           05  PR-TABLE-IX                PIC 9(04)   VALUE ZERO.
           05  PR-LOOKUP-IX               PIC 9(04)   VALUE ZERO.

       01  PR-HOURS-ACCEPTED              PIC 9(09)V99 VALUE ZERO.

       01  PR-LOOKUP-NAME                 PIC A(15).

       01  PR-PROJECT-TABLE.
           05  PR-PROJ-ENTRY              OCCURS 500.
               10  PR-PT-PROJECT-NAME     PIC A(15).
               10  PR-PT-STATUS           PIC X(01).

       01  PR-EXCEPTION-LINE-FIELDS.
           05  PR-EX-REASON               PIC X(60).
           05  PR-EX-HOURS                PIC ZZ9.99.

       01  PR-WEEK-ENDING-PARTS.
           05  PR-WE-MONTH-KEY            PIC 9(06).
           05  FILLER                     PIC 9(02).

      *    SERIAL-DAY CONVERSION WORK FIELDS (DAYS FROM 1900-01-01)
       01  PR-CONV-DATE                   PIC 9(08).
       01  PR-CONV-DATE-PARTS REDEFINES PR-CONV-DATE.
           05  PR-CONV-YEAR               PIC 9(04).
           05  PR-CONV-MONTH              PIC 9(02).
           05  PR-CONV-DAY                PIC 9(02).
       01  PR-CONV-SERIAL                 PIC S9(08).

       01  PR-DATE-WORK-FIELDS.
           05  PR-YEAR-LESS-1             PIC 9(04).
           05  PR-LEAP-QUOTIENT           PIC 9(04).
           05  PR-LEAP-REMAINDER          PIC 9(04).
           05  PR-LEAP-COUNT              PIC S9(05).
           05  PR-LEAP-WORK               PIC 9(04).
           05  PR-MAX-DAY-THIS-MONTH      PIC 9(02).

       01  PR-CUM-DAYS-LITERAL.
           05  FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  PR-CUM-DAYS-TABLE REDEFINES PR-CUM-DAYS-LITERAL.
           05  PR-CUM-DAYS                PIC 9(03)   OCCURS 12 TIMES.

       01  PR-DAYS-IN-MONTH-LITERAL.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  PR-DAYS-IN-MONTH-TABLE REDEFINES PR-DAYS-IN-MONTH-LITERAL.
           05  PR-DAYS-IN-MONTH           PIC 9(02)   OCCURS 12 TIMES.

       01  PR-WEEK-WORK-FIELDS.
           05  PR-WEEK-END-SERIAL         PIC S9(08).
           05  PR-WEEK-START-SERIAL       PIC S9(08).

       01  PR-TODAY                       PIC 9(08).
       01  PR-STAT-DATE                   PIC 9(08).
       01  PR-STAT-TIME                   PIC 9(08).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ONE-LINE
               THRU 2000-PROCESS-ONE-LINE-EXIT
               UNTIL PR-NO-MORE-LINES.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  OPEN FILES, LOAD THE PROJECT TABLE, VERIFY      *
      *                        THE BATCH AND PRIME THE LINE LOOP              *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT TIMESHEET-FILE.
           IF NOT PR-TIME-OK
               DISPLAY "TIMELOAD: TIMESHEET OPEN FAILED, STATUS "
                       PR-TIME-STATUS
               MOVE "Y" TO PR-TIME-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT PR-MAST-OK
               DISPLAY "TIMELOAD: MASTER OPEN FAILED, STATUS "
                       PR-MAST-STATUS
               MOVE "Y" TO PR-TIME-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT PROJECTS-MASTER.
           IF NOT PR-PROJ-OK
               DISPLAY "TIMELOAD: PROJECTS OPEN FAILED, STATUS "
                       PR-PROJ-STATUS
               MOVE "Y" TO PR-TIME-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT STAFF-XREF-FILE.
           IF NOT PR-XREF-OK
               DISPLAY "TIMELOAD: STAFF XREF OPEN FAILED, STATUS "
                       PR-XREF-STATUS
               MOVE "Y" TO PR-TIME-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O   ACTUALS-FILE.
           IF NOT PR-ACT-OK
               DISPLAY "TIMELOAD: ACTUALS OPEN FAILED, STATUS "
                       PR-ACT-STATUS
               MOVE "Y" TO PR-TIME-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           IF NOT PR-RPT-OK
               DISPLAY "TIMELOAD: EXCEPTION REPORT OPEN FAILED, STATUS "
                       PR-RPT-STATUS
               MOVE "Y" TO PR-TIME-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O   BATCH-REGISTRY-FILE.
           IF NOT PR-BREG-OK
               DISPLAY "TIMELOAD: BATCH REGISTRY OPEN FAILED, STATUS "
                       PR-BREG-STATUS
               MOVE "Y" TO PR-TIME-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1100-LOAD-PROJECT-TABLE
               THRU 1100-LOAD-PROJECT-TABLE-EXIT.
           IF RETURN-CODE >= 16
               MOVE "Y" TO PR-TIME-EOF-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1500-VERIFY-BATCH
               THRU 1500-VERIFY-BATCH-EXIT.
           IF PR-BATCH-FAILED
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 2900-READ-NEXT-LINE
               THRU 2900-READ-NEXT-LINE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1100-LOAD-PROJECT-TABLE  --  READ THE WHOLE PROJECTS MASTER INTO     *
      *                                WORKING STORAGE; TIMESHEETS NAME THE   *
      *                                PROJECT, NOT ITS CODE                  *
      *----------------------------------------------------------------------*
       1100-LOAD-PROJECT-TABLE.
           PERFORM 1900-READ-NEXT-PROJECT
               THRU 1900-READ-NEXT-PROJECT-EXIT.

           PERFORM 1150-TABLE-ONE-PROJECT
               THRU 1150-TABLE-ONE-PROJECT-EXIT
               UNTIL PR-NO-MORE-PROJECTS.

       1100-LOAD-PROJECT-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1150-TABLE-ONE-PROJECT                                              *
      *----------------------------------------------------------------------*
       1150-TABLE-ONE-PROJECT.
           IF PR-PROJECTS-LOADED >= PR-MAX-TABLE-PROJECTS
               DISPLAY "TIMELOAD: PROJECT TABLE FULL AT "
                       PR-MAX-TABLE-PROJECTS
                       " - RAISE PR-MAX-TABLE-PROJECTS"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO PR-PROJ-EOF-SW
               GO TO 1150-TABLE-ONE-PROJECT-EXIT
           END-IF.

           ADD 1 TO PR-PROJECTS-LOADED.
           MOVE PR-PROJECTS-LOADED TO PR-TABLE-IX.
           MOVE PJ-PROJECT-NAME TO PR-PT-PROJECT-NAME (PR-TABLE-IX).
           MOVE PJ-STATUS       TO PR-PT-STATUS (PR-TABLE-IX).

           PERFORM 1900-READ-NEXT-PROJECT
               THRU 1900-READ-NEXT-PROJECT-EXIT.

       1150-TABLE-ONE-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1500-VERIFY-BATCH  --  PRE-PASS OVER THE WHOLE TIMESHEET FILE.       *
      *                          THE FIRST RECORD MUST BE THE BATCH HEADER,   *
      *                          THE LAST THE TRAILER, AND THE TRAILER'S      *
      *                          COUNT, ID HASH AND HOURS HASH MUST AGREE     *
      *                          WITH THE DETAIL RECORDS.  NOTHING IS         *
      *                          LOADED FROM AN OUT-OF-BALANCE BATCH.  ON     *
      *                          SUCCESS THE FILE IS REOPENED AND THE         *
      *                          HEADER SKIPPED.                              *
      *----------------------------------------------------------------------*
       1500-VERIFY-BATCH.
           READ TIMESHEET-FILE
               AT END
                   MOVE "Y" TO PR-TIME-EOF-SW
           END-READ.

           IF PR-NO-MORE-LINES OR NOT BH-HEADER-RECORD
               MOVE "BATCH REJECTED - HEADER MISSING" TO PR-EX-REASON
               PERFORM 1590-FAIL-BATCH
                   THRU 1590-FAIL-BATCH-EXIT
               GO TO 1500-VERIFY-BATCH-EXIT
           END-IF.

           DISPLAY "TIMELOAD: BATCH DATE " BH-BATCH-DATE
                   " FROM " BH-ORIGIN-DEPT
                   " NUMBER " BH-BATCH-NUMBER.

           MOVE BH-ORIGIN-DEPT  TO PR-BI-ORIGIN-DEPT.
           MOVE BH-BATCH-DATE   TO PR-BI-BATCH-DATE.
           MOVE BH-BATCH-NUMBER TO PR-BI-BATCH-NUMBER.

           PERFORM 1520-CHECK-BATCH-REGISTRY
               THRU 1520-CHECK-BATCH-REGISTRY-EXIT.
           IF PR-BATCH-FAILED
               GO TO 1500-VERIFY-BATCH-EXIT
           END-IF.

           PERFORM 1550-TALLY-ONE-RECORD
               THRU 1550-TALLY-ONE-RECORD-EXIT
               UNTIL NOT PR-BATCH-IN-PROGRESS OR PR-NO-MORE-LINES.

           IF PR-BATCH-IN-PROGRESS
               MOVE "BATCH REJECTED - TRAILER MISSING" TO PR-EX-REASON
               PERFORM 1590-FAIL-BATCH
                   THRU 1590-FAIL-BATCH-EXIT
               GO TO 1500-VERIFY-BATCH-EXIT
           END-IF.

           IF PR-BATCH-FAILED
               PERFORM 1590-FAIL-BATCH
                   THRU 1590-FAIL-BATCH-EXIT
               GO TO 1500-VERIFY-BATCH-EXIT
           END-IF.

      *    A BATCH THAT CANNOT BE RE-READ IS NOT LOADED, SO IT MUST NOT
      *    BE REGISTERED AS APPLIED EITHER
           CLOSE TIMESHEET-FILE.
           OPEN INPUT TIMESHEET-FILE.
           IF NOT PR-TIME-OK
               DISPLAY "TIMELOAD: TIMESHEET RE-OPEN FAILED, STATUS "
                       PR-TIME-STATUS
               SET PR-BATCH-FAILED TO TRUE
               MOVE "Y" TO PR-TIME-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1500-VERIFY-BATCH-EXIT
           END-IF.
           MOVE "N" TO PR-TIME-EOF-SW.
           READ TIMESHEET-FILE
               AT END
                   MOVE "Y" TO PR-TIME-EOF-SW
           END-READ.

       1500-VERIFY-BATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1520-CHECK-BATCH-REGISTRY  --  A HEADER IDENTITY ALREADY ON THE       *
      *                                  APPLIED-BATCH REGISTRY MEANS THIS     *
      *                                  FILE WAS LOADED BEFORE; REJECT THE    *
      *                                  WHOLE BATCH SO NO HOURS ARE ADDED     *
      *                                  TWICE                                 *
      *----------------------------------------------------------------------*
       1520-CHECK-BATCH-REGISTRY.
           MOVE PR-BI-ORIGIN-DEPT  TO BR-ORIGIN-DEPT.
           MOVE PR-BI-BATCH-DATE   TO BR-BATCH-DATE.
           MOVE PR-BI-BATCH-NUMBER TO BR-BATCH-NUMBER.

           READ BATCH-REGISTRY-FILE
               INVALID KEY
                   GO TO 1520-CHECK-BATCH-REGISTRY-EXIT
           END-READ.

           MOVE SPACES TO PR-EX-REASON.
           STRING "BATCH REJECTED - ALREADY APPLIED ON "
                  BR-APPLIED-DATE
               DELIMITED BY SIZE INTO PR-EX-REASON.
           PERFORM 1590-FAIL-BATCH
               THRU 1590-FAIL-BATCH-EXIT.

       1520-CHECK-BATCH-REGISTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1550-TALLY-ONE-RECORD  --  ACCUMULATE ONE DETAIL RECORD, OR CHECK    *
      *                              THE TRAILER WHEN IT ARRIVES              *
      *----------------------------------------------------------------------*
       1550-TALLY-ONE-RECORD.
           READ TIMESHEET-FILE
               AT END
                   MOVE "Y" TO PR-TIME-EOF-SW
                   GO TO 1550-TALLY-ONE-RECORD-EXIT
           END-READ.

           IF BT-TRAILER-RECORD
               EVALUATE TRUE
                   WHEN BT-RECORD-COUNT NOT = PR-BATCH-COUNT
                       MOVE "BATCH REJECTED - RECORD COUNT MISMATCH"
                           TO PR-EX-REASON
                       SET PR-BATCH-FAILED TO TRUE
                   WHEN BT-HASH-TOTAL-1 NOT = PR-BATCH-HASH-ID
                       MOVE "BATCH REJECTED - ID HASH MISMATCH"
                           TO PR-EX-REASON
                       SET PR-BATCH-FAILED TO TRUE
                   WHEN BT-HASH-TOTAL-2 NOT = PR-BATCH-HASH-HOURS
                       MOVE "BATCH REJECTED - HOURS HASH MISMATCH"
                           TO PR-EX-REASON
                       SET PR-BATCH-FAILED TO TRUE
                   WHEN OTHER
                       SET PR-BATCH-VERIFIED TO TRUE
               END-EVALUATE
               GO TO 1550-TALLY-ONE-RECORD-EXIT
           END-IF.

           ADD 1 TO PR-BATCH-COUNT.
           IF TS-ID IS NUMERIC
               ADD TS-ID    TO PR-BATCH-HASH-ID
           END-IF.
           IF TS-HOURS IS NUMERIC
               ADD TS-HOURS TO PR-BATCH-HASH-HOURS
           END-IF.

       1550-TALLY-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1590-FAIL-BATCH  --  REPORT THE REJECTED BATCH AND MAKE SURE THE     *
      *                        LINE LOOP NEVER RUNS                           *
      *----------------------------------------------------------------------*
       1590-FAIL-BATCH.
           SET PR-BATCH-FAILED TO TRUE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING PR-EX-REASON
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           DISPLAY "TIMELOAD: " PR-EX-REASON.
           MOVE "Y" TO PR-TIME-EOF-SW.
           MOVE 8 TO RETURN-CODE.

       1590-FAIL-BATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1900-READ-NEXT-PROJECT                                              *
      *----------------------------------------------------------------------*
       1900-READ-NEXT-PROJECT.
           READ PROJECTS-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO PR-PROJ-EOF-SW
           END-READ.

       1900-READ-NEXT-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2000-PROCESS-ONE-LINE  --  EDIT AND LOAD ONE TIMESHEET LINE          *
      *----------------------------------------------------------------------*
       2000-PROCESS-ONE-LINE.
           ADD 1 TO PR-LINES-READ.
           SET PR-LINE-IS-VALID TO TRUE.

           PERFORM 2100-EDIT-LINE
               THRU 2100-EDIT-LINE-EXIT.

           IF PR-LINE-IS-INVALID
               ADD 1 TO PR-LINES-REJECTED
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
           ELSE
               PERFORM 2500-POST-ACTUALS
                   THRU 2500-POST-ACTUALS-EXIT
           END-IF.

           PERFORM 2900-READ-NEXT-LINE
               THRU 2900-READ-NEXT-LINE-EXIT.

       2000-PROCESS-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2100-EDIT-LINE  --  FIELD EDITS, THEN THE MASTER-FILE CHECKS.  THE   *
      *                       FIRST FAILURE SETS PR-EX-REASON AND ENDS THE    *
      *                       EDIT.                                           *
      *----------------------------------------------------------------------*
       2100-EDIT-LINE.
           IF NOT TS-DETAIL-RECORD
               MOVE "NOT A TIMESHEET DETAIL RECORD" TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
               GO TO 2100-EDIT-LINE-EXIT
           END-IF.

           IF TS-ID IS NOT NUMERIC OR TS-ID = ZERO
               MOVE "EMPLOYEE ID MISSING OR NOT NUMERIC" TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
               GO TO 2100-EDIT-LINE-EXIT
           END-IF.

           IF TS-HOURS IS NOT NUMERIC OR TS-HOURS = ZERO
               MOVE "HOURS MISSING OR NOT NUMERIC" TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
               GO TO 2100-EDIT-LINE-EXIT
           END-IF.

           IF TS-HOURS > PR-MAX-WEEK-HOURS
               MOVE "HOURS EXCEED 168 FOR ONE WEEK" TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
               GO TO 2100-EDIT-LINE-EXIT
           END-IF.

           IF TS-WEEK-ENDING-DATE IS NOT NUMERIC
               MOVE "WEEK-ENDING DATE NOT NUMERIC" TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
               GO TO 2100-EDIT-LINE-EXIT
           END-IF.

           MOVE TS-WEEK-ENDING-DATE TO PR-CONV-DATE.
           IF PR-CONV-YEAR < 1900
                   OR PR-CONV-MONTH < 1 OR PR-CONV-MONTH > 12
               MOVE "WEEK-ENDING DATE INVALID" TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
               GO TO 2100-EDIT-LINE-EXIT
           END-IF.

           PERFORM 6150-DETERMINE-LEAP-YEAR
               THRU 6150-DETERMINE-LEAP-YEAR-EXIT.
           MOVE PR-DAYS-IN-MONTH (PR-CONV-MONTH)
               TO PR-MAX-DAY-THIS-MONTH.
           IF PR-CONV-MONTH = 02 AND PR-IS-LEAP-YEAR
               MOVE 29 TO PR-MAX-DAY-THIS-MONTH
           END-IF.
           IF PR-CONV-DAY < 1 OR PR-CONV-DAY > PR-MAX-DAY-THIS-MONTH
               MOVE "WEEK-ENDING DATE INVALID" TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
               GO TO 2100-EDIT-LINE-EXIT
           END-IF.

           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           MOVE PR-CONV-SERIAL TO PR-WEEK-END-SERIAL.
           COMPUTE PR-WEEK-START-SERIAL = PR-WEEK-END-SERIAL - 6.

           MOVE TS-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO PR-EX-REASON
                   SET PR-LINE-IS-INVALID TO TRUE
                   GO TO 2100-EDIT-LINE-EXIT
           END-READ.

           IF EMP-TERMINATED
               PERFORM 2150-CHECK-TERMINATION
                   THRU 2150-CHECK-TERMINATION-EXIT
               IF PR-LINE-IS-INVALID
                   GO TO 2100-EDIT-LINE-EXIT
               END-IF
           END-IF.

           MOVE TS-PROJECT-NAME TO PR-LOOKUP-NAME.
           PERFORM 6000-FIND-PROJECT-BY-NAME
               THRU 6000-FIND-PROJECT-BY-NAME-EXIT.

           IF NOT PR-PROJ-FOUND
               MOVE "PROJECT NOT ON PROJECTS MASTER" TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
               GO TO 2100-EDIT-LINE-EXIT
           END-IF.

           IF PR-PT-STATUS (PR-LOOKUP-IX) = "C"
               MOVE "PROJECT IS CLOSED" TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
               GO TO 2100-EDIT-LINE-EXIT
           END-IF.

           PERFORM 2200-FIND-COVERING-XREF
               THRU 2200-FIND-COVERING-XREF-EXIT.

           IF NOT PR-WEEK-IS-COVERED
               MOVE "NO STAFFXRF ASSIGNMENT TO PROJECT COVERS THE WEEK"
                   TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
           END-IF.

       2100-EDIT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2150-CHECK-TERMINATION  --  A TERMINATED EMPLOYEE MAY STILL BOOK     *
      *                               THE WEEK THEY LEFT IN, BUT NOTHING      *
      *                               AFTER IT                                *
      *----------------------------------------------------------------------*
       2150-CHECK-TERMINATION.
           IF TERMINATION-DATE = ZERO
               MOVE "EMPLOYEE IS TERMINATED" TO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
               GO TO 2150-CHECK-TERMINATION-EXIT
           END-IF.

           MOVE TERMINATION-DATE TO PR-CONV-DATE.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.

           IF PR-CONV-SERIAL < PR-WEEK-START-SERIAL
               MOVE SPACES TO PR-EX-REASON
               STRING "EMPLOYEE TERMINATED ON " TERMINATION-DATE
                   DELIMITED BY SIZE INTO PR-EX-REASON
               SET PR-LINE-IS-INVALID TO TRUE
           END-IF.

       2150-CHECK-TERMINATION-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2200-FIND-COVERING-XREF  --  START THE CROSS-REFERENCE AT (NAME,     *
      *                                ID, ZERO) AND WALK THE PAIR'S STINTS   *
      *                                FOR ONE WHOSE WINDOW OVERLAPS THE      *
      *                                WEEK                                   *
      *----------------------------------------------------------------------*
       2200-FIND-COVERING-XREF.
           MOVE "N" TO PR-COVERED-SW.
           MOVE "N" TO PR-XREF-SCAN-SW.

           MOVE TS-PROJECT-NAME TO SX-PROJECT-NAME.
           MOVE TS-ID           TO SX-ID.
           MOVE ZERO            TO SX-START-DATE.
           START STAFF-XREF-FILE KEY IS NOT LESS THAN SX-XREF-KEY
               INVALID KEY
                   GO TO 2200-FIND-COVERING-XREF-EXIT
           END-START.

           PERFORM 2250-CHECK-ONE-STINT
               THRU 2250-CHECK-ONE-STINT-EXIT
               UNTIL PR-XREF-SCAN-DONE OR PR-WEEK-IS-COVERED.

       2200-FIND-COVERING-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2250-CHECK-ONE-STINT  --  THE STINT STARTS ON OR BEFORE THE WEEK     *
      *                             ENDS AND IS OPEN OR ENDS ON OR AFTER      *
      *                             THE WEEK STARTS                           *
      *----------------------------------------------------------------------*
       2250-CHECK-ONE-STINT.
           READ STAFF-XREF-FILE NEXT RECORD
               AT END
                   SET PR-XREF-SCAN-DONE TO TRUE
                   GO TO 2250-CHECK-ONE-STINT-EXIT
           END-READ.

           IF SX-PROJECT-NAME NOT = TS-PROJECT-NAME
                   OR SX-ID NOT = TS-ID
               SET PR-XREF-SCAN-DONE TO TRUE
               GO TO 2250-CHECK-ONE-STINT-EXIT
           END-IF.

      *    STINTS ARE IN START-DATE ORDER; ONE STARTING AFTER THE WEEK
      *    MEANS NO LATER STINT CAN COVER IT EITHER
           IF SX-START-DATE > TS-WEEK-ENDING-DATE
               SET PR-XREF-SCAN-DONE TO TRUE
               GO TO 2250-CHECK-ONE-STINT-EXIT
           END-IF.

           IF SX-END-DATE = ZERO
               SET PR-WEEK-IS-COVERED TO TRUE
               GO TO 2250-CHECK-ONE-STINT-EXIT
           END-IF.

           MOVE SX-END-DATE TO PR-CONV-DATE.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           IF PR-CONV-SERIAL NOT < PR-WEEK-START-SERIAL
               SET PR-WEEK-IS-COVERED TO TRUE
           END-IF.

       2250-CHECK-ONE-STINT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2500-POST-ACTUALS  --  ADD THE LINE'S HOURS INTO THE ACTUALS         *
      *                          RECORD FOR PROJECT, EMPLOYEE AND THE MONTH   *
      *                          OF THE WEEK-ENDING DATE, CREATING IT ON THE  *
      *                          FIRST BOOKING OF THE MONTH                   *
      *----------------------------------------------------------------------*
       2500-POST-ACTUALS.
           MOVE TS-WEEK-ENDING-DATE TO PR-WEEK-ENDING-PARTS.

           MOVE TS-PROJECT-NAME     TO AC-PROJECT-NAME.
           MOVE TS-ID               TO AC-ID.
           MOVE PR-WE-MONTH-KEY     TO AC-MONTH.

           READ ACTUALS-FILE
               INVALID KEY
                   PERFORM 2600-ADD-ACTUALS
                       THRU 2600-ADD-ACTUALS-EXIT
                   GO TO 2500-POST-ACTUALS-EXIT
           END-READ.

           ADD TS-HOURS TO AC-HOURS.
           ADD 1        TO AC-LINES-LOADED.
           IF TS-WEEK-ENDING-DATE > AC-LAST-WEEK-ENDING
               MOVE TS-WEEK-ENDING-DATE TO AC-LAST-WEEK-ENDING
           END-IF.
           MOVE PR-TODAY TO AC-LAST-UPDATE-DATE.

           REWRITE ACTUALS-RECORD
               INVALID KEY
                   MOVE "ACTUALS REWRITE FAILED" TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-LINES-REJECTED
               NOT INVALID KEY
                   ADD 1        TO PR-ACTUALS-UPDATED
                   ADD 1        TO PR-LINES-ACCEPTED
                   ADD TS-HOURS TO PR-HOURS-ACCEPTED
           END-REWRITE.

       2500-POST-ACTUALS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2600-ADD-ACTUALS  --  FIRST BOOKING FOR THE KEY THIS MONTH           *
      *----------------------------------------------------------------------*
       2600-ADD-ACTUALS.
           MOVE TS-HOURS            TO AC-HOURS.
           MOVE 1                   TO AC-LINES-LOADED.
           MOVE TS-WEEK-ENDING-DATE TO AC-LAST-WEEK-ENDING.
           MOVE PR-TODAY            TO AC-LAST-UPDATE-DATE.

           WRITE ACTUALS-RECORD
               INVALID KEY
                   MOVE "ACTUALS WRITE FAILED" TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-LINES-REJECTED
               NOT INVALID KEY
                   ADD 1        TO PR-ACTUALS-ADDED
                   ADD 1        TO PR-LINES-ACCEPTED
                   ADD TS-HOURS TO PR-HOURS-ACCEPTED
           END-WRITE.

       2600-ADD-ACTUALS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2800-WRITE-EXCEPTION  --  FORMAT AND WRITE ONE EXCEPTION LINE        *
      *----------------------------------------------------------------------*
       2800-WRITE-EXCEPTION.
           MOVE ZERO TO PR-EX-HOURS.
           IF TS-HOURS IS NUMERIC
               MOVE TS-HOURS TO PR-EX-HOURS
           END-IF.

           MOVE SPACES TO EXCEPTION-LINE.
           STRING "ID=" TS-ID
                  " PROJECT=" TS-PROJECT-NAME
                  " WEEK=" TS-WEEK-ENDING-DATE
                  " HOURS=" PR-EX-HOURS
                  " " PR-EX-REASON
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       2800-WRITE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2900-READ-NEXT-LINE  --  READ THE NEXT TIMESHEET LINE                *
      *----------------------------------------------------------------------*
       2900-READ-NEXT-LINE.
           READ TIMESHEET-FILE
               AT END
                   MOVE "Y" TO PR-TIME-EOF-SW
                   GO TO 2900-READ-NEXT-LINE-EXIT
           END-READ.

      *    THE TRAILER MARKS THE END OF THE BATCH DATA
           IF BT-TRAILER-RECORD
               MOVE "Y" TO PR-TIME-EOF-SW
           END-IF.

       2900-READ-NEXT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6000-FIND-PROJECT-BY-NAME  --  LINEAR SEARCH OF THE IN-CORE          *
      *                                  PROJECT TABLE ON PJ-PROJECT-NAME.    *
      *                                  SETS PR-PROJ-FOUND-SW AND LEAVES     *
      *                                  PR-LOOKUP-IX ON THE MATCHED ENTRY.   *
      *----------------------------------------------------------------------*
       6000-FIND-PROJECT-BY-NAME.
           MOVE "N" TO PR-PROJ-FOUND-SW.
           PERFORM 6050-COMPARE-ONE-PROJECT
               THRU 6050-COMPARE-ONE-PROJECT-EXIT
               VARYING PR-LOOKUP-IX FROM 1 BY 1
               UNTIL PR-LOOKUP-IX > PR-PROJECTS-LOADED
                  OR PR-PROJ-FOUND.

       6000-FIND-PROJECT-BY-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6050-COMPARE-ONE-PROJECT                                            *
      *----------------------------------------------------------------------*
       6050-COMPARE-ONE-PROJECT.
           IF PR-PT-PROJECT-NAME (PR-LOOKUP-IX) = PR-LOOKUP-NAME
               SET PR-PROJ-FOUND TO TRUE
               SUBTRACT 1 FROM PR-LOOKUP-IX
           END-IF.

       6050-COMPARE-ONE-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6100-CONVERT-DATE-TO-SERIAL  --  TURN PR-CONV-DATE (YYYYMMDD) INTO   *
      *                                    A SERIAL DAY NUMBER COUNTED FROM   *
      *                                    1900-01-01, WITH FULL LEAP-YEAR    *
      *                                    HANDLING (1900 IS NOT A LEAP       *
      *                                    YEAR, 2000 IS).                    *
      *----------------------------------------------------------------------*
       6100-CONVERT-DATE-TO-SERIAL.
           COMPUTE PR-YEAR-LESS-1 = PR-CONV-YEAR - 1.

      *    LEAP YEARS FROM 1900 UP TO BUT NOT INCLUDING PR-CONV-YEAR
           DIVIDE PR-YEAR-LESS-1 BY 4
               GIVING PR-LEAP-QUOTIENT REMAINDER PR-LEAP-REMAINDER.
           MOVE PR-LEAP-QUOTIENT TO PR-LEAP-COUNT.
           DIVIDE PR-YEAR-LESS-1 BY 100
               GIVING PR-LEAP-QUOTIENT REMAINDER PR-LEAP-REMAINDER.
           SUBTRACT PR-LEAP-QUOTIENT FROM PR-LEAP-COUNT.
           DIVIDE PR-YEAR-LESS-1 BY 400
               GIVING PR-LEAP-QUOTIENT REMAINDER PR-LEAP-REMAINDER.
           ADD PR-LEAP-QUOTIENT TO PR-LEAP-COUNT.
           SUBTRACT 460 FROM PR-LEAP-COUNT.

           COMPUTE PR-CONV-SERIAL =
               (PR-CONV-YEAR - 1900) * 365
               + PR-LEAP-COUNT
               + PR-CUM-DAYS (PR-CONV-MONTH)
               + PR-CONV-DAY.

      *    ONE MORE DAY WHEN THE DATE FALLS AFTER FEBRUARY OF A LEAP YEAR
           IF PR-CONV-MONTH > 2
               DIVIDE PR-CONV-YEAR BY 4
                   GIVING PR-LEAP-WORK REMAINDER PR-LEAP-REMAINDER
               IF PR-LEAP-REMAINDER = 0
                   DIVIDE PR-CONV-YEAR BY 100
                       GIVING PR-LEAP-WORK
                       REMAINDER PR-LEAP-REMAINDER
                   IF PR-LEAP-REMAINDER NOT = 0
                       ADD 1 TO PR-CONV-SERIAL
                   ELSE
                       DIVIDE PR-CONV-YEAR BY 400
                           GIVING PR-LEAP-WORK
                           REMAINDER PR-LEAP-REMAINDER
                       IF PR-LEAP-REMAINDER = 0
                           ADD 1 TO PR-CONV-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6100-CONVERT-DATE-TO-SERIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6150-DETERMINE-LEAP-YEAR  --  SETS PR-LEAP-YEAR-SW FOR PR-CONV-YEAR  *
      *----------------------------------------------------------------------*
       6150-DETERMINE-LEAP-YEAR.
           MOVE "N" TO PR-LEAP-YEAR-SW.

           DIVIDE PR-CONV-YEAR BY 4
               GIVING PR-LEAP-WORK REMAINDER PR-LEAP-REMAINDER.
           IF PR-LEAP-REMAINDER NOT = 0
               GO TO 6150-DETERMINE-LEAP-YEAR-EXIT
           END-IF.

           DIVIDE PR-CONV-YEAR BY 100
               GIVING PR-LEAP-WORK REMAINDER PR-LEAP-REMAINDER.
           IF PR-LEAP-REMAINDER NOT = 0
               SET PR-IS-LEAP-YEAR TO TRUE
               GO TO 6150-DETERMINE-LEAP-YEAR-EXIT
           END-IF.

           DIVIDE PR-CONV-YEAR BY 400
               GIVING PR-LEAP-WORK REMAINDER PR-LEAP-REMAINDER.
           IF PR-LEAP-REMAINDER = 0
               SET PR-IS-LEAP-YEAR TO TRUE
           END-IF.

       6150-DETERMINE-LEAP-YEAR-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  CLOSE FILES AND REPORT COUNTS                    *
      *----------------------------------------------------------------------*
       9000-TERMINATE.
      *    ONLY A BATCH THAT PASSED THE PRE-PASS AND RAN TO COMPLETION
      *    IS RECORDED AS APPLIED
           IF PR-BATCH-VERIFIED
               PERFORM 9200-REGISTER-BATCH
                   THRU 9200-REGISTER-BATCH-EXIT
           END-IF.

           DISPLAY "TIMELOAD: LINES READ      = " PR-LINES-READ.
           DISPLAY "TIMELOAD: LINES ACCEPTED  = " PR-LINES-ACCEPTED.
           DISPLAY "TIMELOAD: LINES REJECTED  = " PR-LINES-REJECTED.
           DISPLAY "TIMELOAD: ACTUALS ADDED   = " PR-ACTUALS-ADDED.
           DISPLAY "TIMELOAD: ACTUALS UPDATED = " PR-ACTUALS-UPDATED.
           DISPLAY "TIMELOAD: HOURS ACCEPTED  = " PR-HOURS-ACCEPTED.

           IF PR-LINES-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

           IF RETURN-CODE < 16
               CLOSE TIMESHEET-FILE
                     EMPLOYEE-MASTER
                     PROJECTS-MASTER
                     STAFF-XREF-FILE
                     ACTUALS-FILE
                     EXCEPTION-REPORT
                     BATCH-REGISTRY-FILE
           END-IF.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9100-WRITE-RUN-STATS  --  ONE END-OF-RUN RECORD TO THE SHARED        *
      *                             RUN-STATISTICS KSDS FOR THE OPSBAL        *
      *                             BALANCING REPORT.  ACCEPTED PLUS          *
      *                             REJECTED MUST EQUAL THE LINES READ; THE   *
      *                             CONTROL TOTAL IS THE WHOLE HOURS LOADED.  *
      *----------------------------------------------------------------------*
       9100-WRITE-RUN-STATS.
           OPEN I-O RUN-STATS-FILE.
           IF NOT PR-STAT-OK
               DISPLAY "TIMELOAD: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               GO TO 9100-WRITE-RUN-STATS-EXIT
           END-IF.

           ACCEPT PR-STAT-DATE FROM DATE YYYYMMDD.
           ACCEPT PR-STAT-TIME FROM TIME.

           MOVE "TIMELOAD"            TO RS-JOB-NAME.
           MOVE PR-STAT-DATE          TO RS-RUN-DATE.
           MOVE PR-STAT-TIME          TO RS-RUN-TIME.
           MOVE PR-LINES-READ         TO RS-RECORDS-READ.
           MOVE PR-LINES-ACCEPTED     TO RS-RECORDS-WRITTEN.
           MOVE PR-LINES-REJECTED     TO RS-RECORDS-REJECTED.
           MOVE PR-HOURS-ACCEPTED     TO RS-CONTROL-TOTAL.
           MOVE RETURN-CODE           TO RS-RETURN-CODE.

           WRITE RUN-STATS-RECORD
               INVALID KEY
                   DISPLAY "TIMELOAD: RUN STATS WRITE FAILED, STATUS "
                           PR-STAT-STATUS
           END-WRITE.

           CLOSE RUN-STATS-FILE.

       9100-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9200-REGISTER-BATCH  --  RECORD THE COMPLETED BATCH'S HEADER          *
      *                            IDENTITY ON THE APPLIED-BATCH REGISTRY      *
      *                            SO A RE-SEND IS REJECTED IN THE PRE-PASS    *
      *----------------------------------------------------------------------*
       9200-REGISTER-BATCH.
           ACCEPT PR-STAT-DATE FROM DATE YYYYMMDD.
           ACCEPT PR-STAT-TIME FROM TIME.

           MOVE PR-BI-ORIGIN-DEPT  TO BR-ORIGIN-DEPT.
           MOVE PR-BI-BATCH-DATE   TO BR-BATCH-DATE.
           MOVE PR-BI-BATCH-NUMBER TO BR-BATCH-NUMBER.
           MOVE PR-STAT-DATE        TO BR-APPLIED-DATE.
           MOVE PR-STAT-TIME        TO BR-APPLIED-TIME.
           MOVE PR-LINES-READ       TO BR-RECORD-COUNT.

           WRITE BATCH-REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "TIMELOAD: BATCH REGISTRY WRITE FAILED, "
                           "STATUS " PR-BREG-STATUS
           END-WRITE.

       9200-REGISTER-BATCH-EXIT.
           EXIT.
