      ****************************************************************************
      *                                                                          *
      *  PROGRAM      EMPHISTR                                                   *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     INQUIRY AGAINST THE PERMANENT EMPLOYEE HISTORY KSDS        *
      *               (EMPHIST) THAT EMPMAINT WRITES FOR EVERY APPLIED           *
      *               TRANSACTION.  FOR ONE EMPLOYEE ID IT WILL EITHER:          *
      *                                                                          *
      *               ASOF     - REBUILD AND PRINT THE WHOLE MASTER RECORD       *
      *                          (COMPANY, STATUS, SALARY, PROJECTS AND          *
      *                          ALLOCATIONS) AS IT STOOD ON THE GIVEN DATE.     *
      *                          THE IMAGE IS THE AFTER-IMAGE OF THE LAST        *
      *                          CHANGE EFFECTIVE ON OR BEFORE THAT DATE.  WHEN  *
      *                          EVERY CHANGE ON FILE IS LATER THAN THE DATE,    *
      *                          THE BEFORE-IMAGE OF THE EARLIEST CHANGE IS      *
      *                          THE RECORD AS IT STOOD THEN.                    *
      *               CHANGES  - LIST EVERY CHANGE EFFECTIVE BETWEEN TWO         *
      *                          DATES: WHO APPLIED IT, IN WHICH JOB AND         *
      *                          BATCH, AND EACH FIELD AND PROJECT ENTRY         *
      *                          WHOSE VALUE MOVED.                              *
      *                                                                          *
      *               THE HISTORY KEY LEADS WITH THE ID AND THE EFFECTIVE        *
      *               DATE, SO BOTH FUNCTIONS ARE ONE START AND A SHORT          *
      *               FORWARD WALK THAT ENDS AT THE NEXT EMPLOYEE.               *
      *                                                                          *
      *  RUN PARM.    FUNCTION(8)  "ASOF    " OR "CHANGES ",                     *
      *               ID(9)        EMPLOYEE ID                                   *
      *               FROM-DATE(8) ASOF: THE AS-OF DATE, ZERO = TODAY            *
      *                            CHANGES: RANGE START, ZERO = FIRST CHANGE     *
      *               TO-DATE(8)   CHANGES ONLY: RANGE END, ZERO = NO LIMIT      *
      *               A DATE LEFT OFF THE END OF THE PARM COUNTS AS ZERO.        *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - AS-OF REBUILD AND CHANGE LIST.       *
      *  2026-10-15 RLM  MANAGER-ID SHOWN ON THE AS-OF IMAGE AND LISTED          *
      *                  AMONG THE FIELD CHANGES.                                *
      *  2026-10-15 RLM  PARM FIELDS COPIED TO WORKING STORAGE ONLY WHEN THE     *
      *                  PARM COVERS THEM; A NON-NUMERIC ID OR DATE IS           *
      *                  REJECTED.  THE PARM AREA IS NO LONGER WRITTEN.          *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPHISTR.
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
           SELECT EMP-HISTORY-FILE  ASSIGN TO EMPHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EH-HISTORY-KEY
                  FILE STATUS IS PR-HIST-STATUS.

           SELECT HISTORY-REPORT    ASSIGN TO EMPHSTPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.

           SELECT RUN-STATS-FILE    ASSIGN TO RUNSTATS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RS-RUN-KEY
                  FILE STATUS IS PR-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "EmpHistoryCopyBook.cob".

       FD  HISTORY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REPORT-LINE            PIC X(132).

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RunStatsCopyBook.cob".

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-HIST-STATUS             PIC X(02).
               88  PR-HIST-OK                     VALUE "00".
               88  PR-HIST-EOF                    VALUE "10".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".

       01  PR-SWITCHES.
           05  PR-HIST-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-HISTORY             VALUE "Y".
           05  PR-IMAGE-FOUND-SW          PIC X(01)   VALUE "N".
               88  PR-IMAGE-FOUND                 VALUE "Y".

       01  PR-COUNTERS COMP.
           05  PR-HISTORY-READ            PIC 9(07)   VALUE ZERO.
           05  PR-CHANGES-LISTED          PIC 9(07)   VALUE ZERO.
           05  PR-PROJECT-IX              PIC 9(03)   VALUE ZERO.
           05  PR-PROJECT-LIMIT           PIC 9(03)   VALUE ZERO.

      *    UNPACKED IMAGE OF THE MASTER RECORD BEING PRINTED
           COPY "EmployeeCopyBook.cob".

      *    THE RUN PARM AS ACCEPTED - ONLY THE BYTES THE PARM COVERS ARE
      *    COPIED IN; THE REST KEEP THESE DEFAULTS
       01  PR-SELECTION.
           05  PR-FUNCTION                PIC X(08)   VALUE SPACES.
               88  PR-AS-OF-FUNCTION              VALUE "ASOF    ".
               88  PR-CHANGES-FUNCTION            VALUE "CHANGES ".
           05  PR-ID                      PIC 9(09)   VALUE ZERO.
           05  PR-FROM-DATE               PIC 9(08)   VALUE ZERO.
           05  PR-TO-DATE                 PIC 9(08)   VALUE ZERO.

       01  PR-AS-OF-DATE                  PIC 9(08).
       01  PR-TODAY                       PIC 9(08).
       01  PR-NOW                         PIC 9(08).

      *    WHERE THE REBUILT AS-OF IMAGE CAME FROM
       01  PR-IMAGE-SOURCE.
           05  PR-IS-KIND                 PIC X(06).
           05  PR-IS-EFFECTIVE-DATE       PIC 9(08).
           05  PR-IS-TRANS-CODE           PIC X(01).
           05  PR-IS-SOURCE-JOB           PIC X(08).

       01  PR-IMAGE-LINE-1.
           05  FILLER                     PIC X(04)   VALUE "ID=".
           05  PR-I1-ID                   PIC 9(09).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-I1-LAST-NAME            PIC A(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-I1-FIRST-NAME           PIC A(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-I1-COMPANY-NAME         PIC X(20).
           05  FILLER                     PIC X(02)   VALUE " (".
           05  PR-I1-SHORT-NAME           PIC X(03).
           05  FILLER                     PIC X(01)   VALUE ")".

       01  PR-IMAGE-LINE-2.
           05  FILLER                     PIC X(08)   VALUE "    DOB=".
           05  PR-I2-DATE-OF-BIRTH        PIC 9(08).
           05  FILLER                     PIC X(06)   VALUE " HIRE=".
           05  PR-I2-HIRE-DATE            PIC 9(08).
           05  FILLER                     PIC X(05)   VALUE " EXP=".
           05  PR-I2-EXPERIENCE           PIC 9(02).
           05  FILLER                     PIC X(05)   VALUE " SAL=".
           05  PR-I2-SALARY               PIC -9(10).
           05  FILLER                     PIC X(08)   VALUE " STATUS=".
           05  PR-I2-EMP-STATUS           PIC X(01).
           05  FILLER                     PIC X(06)   VALUE " TERM=".
           05  PR-I2-TERMINATION-DATE     PIC 9(08).
           05  FILLER                     PIC X(05)   VALUE " MGR=".
           05  PR-I2-MANAGER-ID           PIC 9(09).
           05  FILLER                     PIC X(06)   VALUE " PRJS=".
           05  PR-I2-NUMBER-OF-PROJECTS   PIC 9(03).

       01  PR-PROJECT-LINE.
           05  FILLER                     PIC X(04)   VALUE SPACES.
           05  PR-PL-PROJECT-NAME         PIC A(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PL-START-DATE           PIC 9(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PL-END-DATE             PIC 9(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PL-ALLOCATION-PCT       PIC 9(03).

       01  PR-CHANGE-LINE.
           05  FILLER                     PIC X(04)   VALUE "EFF=".
           05  PR-CL-EFFECTIVE-DATE       PIC 9(08).
           05  FILLER                     PIC X(07)   VALUE " TRANS=".
           05  PR-CL-TRANS-CODE           PIC X(01).
           05  FILLER                     PIC X(09)   VALUE " APPLIED=".
           05  PR-CL-APPLY-DATE           PIC 9(08).
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  PR-CL-APPLY-TIME           PIC 9(08).
           05  FILLER                     PIC X(05)   VALUE " JOB=".
           05  PR-CL-SOURCE-JOB           PIC X(08).
           05  FILLER                     PIC X(06)   VALUE " USER=".
           05  PR-CL-SOURCE-USER          PIC X(08).
           05  FILLER                     PIC X(07)   VALUE " BATCH=".
           05  PR-CL-ORIGIN-DEPT          PIC X(08).
           05  FILLER                     PIC X(01)   VALUE "/".
           05  PR-CL-BATCH-DATE           PIC 9(08).
           05  FILLER                     PIC X(01)   VALUE "/".
           05  PR-CL-BATCH-NUMBER         PIC 9(04).

       01  PR-DIFF-LINE.
           05  FILLER                     PIC X(04)   VALUE SPACES.
           05  PR-DF-FIELD-NAME           PIC X(18).
           05  PR-DF-BEFORE               PIC X(20).
           05  FILLER                     PIC X(04)   VALUE " -> ".
           05  PR-DF-AFTER                PIC X(20).

       01  PR-DIFF-EDIT-FIELDS.
           05  PR-DE-BEFORE-SALARY        PIC -9(10).
           05  PR-DE-AFTER-SALARY         PIC -9(10).

       01  PR-PROJECT-DIFF-LINE.
           05  FILLER                     PIC X(12)   VALUE
                                                  "    PROJECT ".
           05  PR-PD-ENTRY                PIC 9(02).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PD-BEFORE.
               10  PR-PD-B-PROJECT-NAME   PIC X(15).
               10  FILLER                 PIC X(01).
               10  PR-PD-B-START-DATE     PIC X(08).
               10  FILLER                 PIC X(01).
               10  PR-PD-B-END-DATE       PIC X(08).
               10  FILLER                 PIC X(01).
               10  PR-PD-B-ALLOCATION-PCT PIC X(03).
           05  FILLER                     PIC X(04)   VALUE " -> ".
           05  PR-PD-AFTER.
               10  PR-PD-A-PROJECT-NAME   PIC X(15).
               10  FILLER                 PIC X(01).
               10  PR-PD-A-START-DATE     PIC X(08).
               10  FILLER                 PIC X(01).
               10  PR-PD-A-END-DATE       PIC X(08).
               10  FILLER                 PIC X(01).
               10  PR-PD-A-ALLOCATION-PCT PIC X(03).

       LINKAGE SECTION.
       01  PR-PARM-LENGTH                 PIC S9(4) COMP.
       01  PR-RUN-PARM.
           05  PM-FUNCTION                PIC X(08).
           05  PM-ID                      PIC 9(09).
           05  PM-FROM-DATE               PIC 9(08).
           05  PM-TO-DATE                 PIC 9(08).

       PROCEDURE DIVISION USING PR-PARM-LENGTH PR-RUN-PARM.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF RETURN-CODE < 16
               EVALUATE TRUE
                   WHEN PR-AS-OF-FUNCTION
                       PERFORM 2000-REBUILD-AS-OF
                           THRU 2000-REBUILD-AS-OF-EXIT
                   WHEN PR-CHANGES-FUNCTION
                       PERFORM 3000-LIST-CHANGES
                           THRU 3000-LIST-CHANGES-EXIT
               END-EVALUATE
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  VALIDATE THE PARM AND OPEN THE FILES           *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.

           IF PR-PARM-LENGTH >= 8
               MOVE PM-FUNCTION TO PR-FUNCTION
           END-IF.
           IF NOT PR-AS-OF-FUNCTION AND NOT PR-CHANGES-FUNCTION
               DISPLAY "EMPHISTR: FUNCTION PARM MUST BE ASOF OR CHANGES"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           IF PR-PARM-LENGTH >= 17
               IF PM-ID IS NOT NUMERIC
                   DISPLAY "EMPHISTR: EMPLOYEE ID PARM MUST BE 9 DIGITS"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE PM-ID TO PR-ID
           END-IF.
           IF PR-ID = ZERO
               DISPLAY "EMPHISTR: AN EMPLOYEE ID IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           IF PR-PARM-LENGTH >= 25
               IF PM-FROM-DATE IS NOT NUMERIC
                   DISPLAY "EMPHISTR: FROM-DATE PARM MUST BE 8 DIGITS"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE PM-FROM-DATE TO PR-FROM-DATE
           END-IF.
           IF PR-PARM-LENGTH >= 33
               IF PM-TO-DATE IS NOT NUMERIC
                   DISPLAY "EMPHISTR: TO-DATE PARM MUST BE 8 DIGITS"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE PM-TO-DATE TO PR-TO-DATE
           END-IF.

           IF PR-FROM-DATE = ZERO
               MOVE PR-TODAY     TO PR-AS-OF-DATE
           ELSE
               MOVE PR-FROM-DATE TO PR-AS-OF-DATE
           END-IF.

           OPEN INPUT EMP-HISTORY-FILE.
           IF NOT PR-HIST-OK
               DISPLAY "EMPHISTR: HISTORY OPEN FAILED, STATUS "
                       PR-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT HISTORY-REPORT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2000-REBUILD-AS-OF  --  WALK THE EMPLOYEE'S HISTORY IN EFFECTIVE-   *
      *                           DATE ORDER, KEEPING THE LATEST AFTER-IMAGE *
      *                           ON OR BEFORE THE AS-OF DATE                *
      *----------------------------------------------------------------------*
       2000-REBUILD-AS-OF.
           MOVE SPACES TO HISTORY-REPORT-LINE.
           STRING "EMPLOYEE " PR-ID " AS OF " PR-AS-OF-DATE
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.

           MOVE PR-ID TO EH-ID.
           MOVE ZERO  TO EH-EFFECTIVE-DATE.
           PERFORM 2800-START-HISTORY
               THRU 2800-START-HISTORY-EXIT.

           PERFORM 2100-TAKE-ONE-IMAGE
               THRU 2100-TAKE-ONE-IMAGE-EXIT
               UNTIL PR-NO-MORE-HISTORY.

           IF PR-IMAGE-FOUND
               PERFORM 2200-PRINT-AS-OF-IMAGE
                   THRU 2200-PRINT-AS-OF-IMAGE-EXIT
               GO TO 2000-REBUILD-AS-OF-EXIT
           END-IF.

           MOVE SPACES TO HISTORY-REPORT-LINE.
           IF PR-HISTORY-READ = ZERO
               STRING "NO HISTORY ON FILE FOR EMPLOYEE " PR-ID
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           ELSE
               STRING "EMPLOYEE " PR-ID " WAS NOT ON THE MASTER ON "
                      PR-AS-OF-DATE
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           END-IF.
           WRITE HISTORY-REPORT-LINE.
           MOVE 8 TO RETURN-CODE.

       2000-REBUILD-AS-OF-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2100-TAKE-ONE-IMAGE  --  A CHANGE ON OR BEFORE THE AS-OF DATE       *
      *                            REPLACES THE IMAGE HELD SO FAR.  THE      *
      *                            FIRST LATER CHANGE ENDS THE WALK; IF      *
      *                            NOTHING WAS HELD YET, ITS BEFORE-IMAGE    *
      *                            IS THE RECORD AS IT STOOD ON THE DATE.    *
      *----------------------------------------------------------------------*
       2100-TAKE-ONE-IMAGE.
           ADD 1 TO PR-HISTORY-READ.

           IF EH-EFFECTIVE-DATE > PR-AS-OF-DATE
               IF NOT PR-IMAGE-FOUND AND EH-HAS-BEFORE-IMAGE
                   MOVE EH-BEFORE-IMAGE TO EMPLOYEE
                   MOVE "BEFORE"        TO PR-IS-KIND
                   PERFORM 2150-NOTE-IMAGE-SOURCE
                       THRU 2150-NOTE-IMAGE-SOURCE-EXIT
               END-IF
               MOVE "Y" TO PR-HIST-EOF-SW
               GO TO 2100-TAKE-ONE-IMAGE-EXIT
           END-IF.

           MOVE EH-AFTER-IMAGE TO EMPLOYEE.
           MOVE "AFTER "       TO PR-IS-KIND.
           PERFORM 2150-NOTE-IMAGE-SOURCE
               THRU 2150-NOTE-IMAGE-SOURCE-EXIT.

           PERFORM 2900-READ-NEXT-HISTORY
               THRU 2900-READ-NEXT-HISTORY-EXIT.

       2100-TAKE-ONE-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2150-NOTE-IMAGE-SOURCE                                              *
      *----------------------------------------------------------------------*
       2150-NOTE-IMAGE-SOURCE.
           SET PR-IMAGE-FOUND TO TRUE.
           MOVE EH-EFFECTIVE-DATE TO PR-IS-EFFECTIVE-DATE.
           MOVE EH-TRANS-CODE     TO PR-IS-TRANS-CODE.
           MOVE EH-SOURCE-JOB     TO PR-IS-SOURCE-JOB.

       2150-NOTE-IMAGE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2200-PRINT-AS-OF-IMAGE  --  SAY WHICH CHANGE THE IMAGE CAME FROM,   *
      *                               THEN PRINT THE REBUILT RECORD          *
      *----------------------------------------------------------------------*
       2200-PRINT-AS-OF-IMAGE.
           MOVE SPACES TO HISTORY-REPORT-LINE.
           IF PR-IS-KIND = "BEFORE"
               STRING "  (BEFORE-IMAGE OF THE FIRST LATER CHANGE, EFF "
                      PR-IS-EFFECTIVE-DATE " TRANS " PR-IS-TRANS-CODE
                      " JOB " PR-IS-SOURCE-JOB ")"
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           ELSE
               STRING "  (AFTER-IMAGE OF THE CHANGE EFFECTIVE "
                      PR-IS-EFFECTIVE-DATE " TRANS " PR-IS-TRANS-CODE
                      " JOB " PR-IS-SOURCE-JOB ")"
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           END-IF.
           WRITE HISTORY-REPORT-LINE.

           PERFORM 2300-PRINT-EMPLOYEE-IMAGE
               THRU 2300-PRINT-EMPLOYEE-IMAGE-EXIT.

       2200-PRINT-AS-OF-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2300-PRINT-EMPLOYEE-IMAGE  --  TWO HEADER LINES PLUS ONE LINE PER   *
      *                                  PROJECTS-DETAIL ENTRY               *
      *----------------------------------------------------------------------*
       2300-PRINT-EMPLOYEE-IMAGE.
           MOVE EMP-ID             TO PR-I1-ID.
           MOVE LAST-NAME          TO PR-I1-LAST-NAME.
           MOVE FIRST-NAME         TO PR-I1-FIRST-NAME.
           MOVE COMPANY-NAME       TO PR-I1-COMPANY-NAME.
           MOVE SHORT_NAME         TO PR-I1-SHORT-NAME.
           WRITE HISTORY-REPORT-LINE FROM PR-IMAGE-LINE-1.

           MOVE DATE-OF-BIRTH      TO PR-I2-DATE-OF-BIRTH.
           MOVE HIRE-DATE          TO PR-I2-HIRE-DATE.
           MOVE EXPERIENCE         TO PR-I2-EXPERIENCE.
           MOVE SALARY             TO PR-I2-SALARY.
           MOVE EMP-STATUS         TO PR-I2-EMP-STATUS.
           MOVE TERMINATION-DATE   TO PR-I2-TERMINATION-DATE.
           MOVE MANAGER-ID         TO PR-I2-MANAGER-ID.
           MOVE NUMBER-OF-PROJECTS TO PR-I2-NUMBER-OF-PROJECTS.
           WRITE HISTORY-REPORT-LINE FROM PR-IMAGE-LINE-2.

           PERFORM 2350-PRINT-ONE-PROJECT
               THRU 2350-PRINT-ONE-PROJECT-EXIT
               VARYING PR-PROJECT-IX FROM 1 BY 1
               UNTIL PR-PROJECT-IX > NUMBER-OF-PROJECTS.

       2300-PRINT-EMPLOYEE-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2350-PRINT-ONE-PROJECT                                              *
      *----------------------------------------------------------------------*
       2350-PRINT-ONE-PROJECT.
           MOVE PROJECT-NAME (PR-PROJECT-IX)
               TO PR-PL-PROJECT-NAME.
           MOVE START-DATE (PR-PROJECT-IX)     TO PR-PL-START-DATE.
           MOVE END-DATE (PR-PROJECT-IX)       TO PR-PL-END-DATE.
           MOVE ALLOCATION-PCT (PR-PROJECT-IX)
               TO PR-PL-ALLOCATION-PCT.
           WRITE HISTORY-REPORT-LINE FROM PR-PROJECT-LINE.

       2350-PRINT-ONE-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2800-START-HISTORY  --  POSITION ON THE FIRST HISTORY RECORD FOR    *
      *                           THE ID AT OR AFTER EH-EFFECTIVE-DATE       *
      *----------------------------------------------------------------------*
       2800-START-HISTORY.
           MOVE ZERO TO EH-APPLY-DATE.
           MOVE ZERO TO EH-APPLY-TIME.
           MOVE ZERO TO EH-SEQUENCE.
           START EMP-HISTORY-FILE
                   KEY IS NOT LESS THAN EH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO PR-HIST-EOF-SW
           END-START.

           IF NOT PR-NO-MORE-HISTORY
               PERFORM 2900-READ-NEXT-HISTORY
                   THRU 2900-READ-NEXT-HISTORY-EXIT
           END-IF.

       2800-START-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2900-READ-NEXT-HISTORY  --  THE WALK ENDS AT THE NEXT EMPLOYEE      *
      *----------------------------------------------------------------------*
       2900-READ-NEXT-HISTORY.
           READ EMP-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PR-HIST-EOF-SW
                   GO TO 2900-READ-NEXT-HISTORY-EXIT
           END-READ.

           IF EH-ID NOT = PR-ID
               MOVE "Y" TO PR-HIST-EOF-SW
           END-IF.

       2900-READ-NEXT-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3000-LIST-CHANGES  --  START AT THE FROM-DATE AND LIST EVERY        *
      *                          CHANGE UP TO THE TO-DATE                    *
      *----------------------------------------------------------------------*
       3000-LIST-CHANGES.
           MOVE SPACES TO HISTORY-REPORT-LINE.
           STRING "CHANGES TO EMPLOYEE " PR-ID " EFFECTIVE FROM "
                  PR-FROM-DATE " TO " PR-TO-DATE
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.

           MOVE PR-ID        TO EH-ID.
           MOVE PR-FROM-DATE TO EH-EFFECTIVE-DATE.
           PERFORM 2800-START-HISTORY
               THRU 2800-START-HISTORY-EXIT.

           PERFORM 3100-LIST-ONE-CHANGE
               THRU 3100-LIST-ONE-CHANGE-EXIT
               UNTIL PR-NO-MORE-HISTORY.

           IF PR-CHANGES-LISTED = ZERO
               MOVE SPACES TO HISTORY-REPORT-LINE
               STRING "NO CHANGES ON FILE FOR EMPLOYEE " PR-ID
                      " IN THE RANGE"
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-LIST-CHANGES-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3100-LIST-ONE-CHANGE  --  THE CHANGE LINE, THEN EITHER THE WHOLE    *
      *                             NEW RECORD (AN ADD HAS NO BEFORE-IMAGE)  *
      *                             OR ONE LINE PER FIELD THAT MOVED         *
      *----------------------------------------------------------------------*
       3100-LIST-ONE-CHANGE.
           IF PR-TO-DATE > ZERO AND EH-EFFECTIVE-DATE > PR-TO-DATE
               MOVE "Y" TO PR-HIST-EOF-SW
               GO TO 3100-LIST-ONE-CHANGE-EXIT
           END-IF.

           ADD 1 TO PR-HISTORY-READ.

           MOVE SPACES TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
           MOVE EH-EFFECTIVE-DATE TO PR-CL-EFFECTIVE-DATE.
           MOVE EH-TRANS-CODE     TO PR-CL-TRANS-CODE.
           MOVE EH-APPLY-DATE     TO PR-CL-APPLY-DATE.
           MOVE EH-APPLY-TIME     TO PR-CL-APPLY-TIME.
           MOVE EH-SOURCE-JOB     TO PR-CL-SOURCE-JOB.
           MOVE EH-SOURCE-USER    TO PR-CL-SOURCE-USER.
           MOVE EH-ORIGIN-DEPT    TO PR-CL-ORIGIN-DEPT.
           MOVE EH-BATCH-DATE     TO PR-CL-BATCH-DATE.
           MOVE EH-BATCH-NUMBER   TO PR-CL-BATCH-NUMBER.
           WRITE HISTORY-REPORT-LINE FROM PR-CHANGE-LINE.
           ADD 1 TO PR-CHANGES-LISTED.

           IF EH-HAS-BEFORE-IMAGE
               PERFORM 3200-LIST-FIELD-CHANGES
                   THRU 3200-LIST-FIELD-CHANGES-EXIT
           ELSE
               MOVE EH-AFTER-IMAGE TO EMPLOYEE
               PERFORM 2300-PRINT-EMPLOYEE-IMAGE
                   THRU 2300-PRINT-EMPLOYEE-IMAGE-EXIT
           END-IF.

           PERFORM 2900-READ-NEXT-HISTORY
               THRU 2900-READ-NEXT-HISTORY-EXIT.

       3100-LIST-ONE-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3200-LIST-FIELD-CHANGES  --  COMPARE THE BEFORE AND AFTER IMAGES    *
      *                                FIELD BY FIELD                        *
      *----------------------------------------------------------------------*
       3200-LIST-FIELD-CHANGES.
           IF EH-B-COMPANY-NAME NOT = EH-A-COMPANY-NAME
               MOVE "COMPANY-NAME"      TO PR-DF-FIELD-NAME
               MOVE EH-B-COMPANY-NAME   TO PR-DF-BEFORE
               MOVE EH-A-COMPANY-NAME   TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-SHORT-NAME NOT = EH-A-SHORT-NAME
               MOVE "SHORT-NAME"        TO PR-DF-FIELD-NAME
               MOVE EH-B-SHORT-NAME     TO PR-DF-BEFORE
               MOVE EH-A-SHORT-NAME     TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-FIRST-NAME NOT = EH-A-FIRST-NAME
               MOVE "FIRST-NAME"        TO PR-DF-FIELD-NAME
               MOVE EH-B-FIRST-NAME     TO PR-DF-BEFORE
               MOVE EH-A-FIRST-NAME     TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-LAST-NAME NOT = EH-A-LAST-NAME
               MOVE "LAST-NAME"         TO PR-DF-FIELD-NAME
               MOVE EH-B-LAST-NAME      TO PR-DF-BEFORE
               MOVE EH-A-LAST-NAME      TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-DATE-OF-BIRTH NOT = EH-A-DATE-OF-BIRTH
               MOVE "DATE-OF-BIRTH"     TO PR-DF-FIELD-NAME
               MOVE EH-B-DATE-OF-BIRTH  TO PR-DF-BEFORE
               MOVE EH-A-DATE-OF-BIRTH  TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-HIRE-DATE NOT = EH-A-HIRE-DATE
               MOVE "HIRE-DATE"         TO PR-DF-FIELD-NAME
               MOVE EH-B-HIRE-DATE      TO PR-DF-BEFORE
               MOVE EH-A-HIRE-DATE      TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-EXPERIENCE NOT = EH-A-EXPERIENCE
               MOVE "EXPERIENCE"        TO PR-DF-FIELD-NAME
               MOVE EH-B-EXPERIENCE     TO PR-DF-BEFORE
               MOVE EH-A-EXPERIENCE     TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-SALARY NOT = EH-A-SALARY
               MOVE "SALARY"            TO PR-DF-FIELD-NAME
               MOVE EH-B-SALARY         TO PR-DE-BEFORE-SALARY
               MOVE EH-A-SALARY         TO PR-DE-AFTER-SALARY
               MOVE PR-DE-BEFORE-SALARY TO PR-DF-BEFORE
               MOVE PR-DE-AFTER-SALARY  TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-EMP-STATUS NOT = EH-A-EMP-STATUS
               MOVE "EMP-STATUS"        TO PR-DF-FIELD-NAME
               MOVE EH-B-EMP-STATUS     TO PR-DF-BEFORE
               MOVE EH-A-EMP-STATUS     TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-TERMINATION-DATE NOT = EH-A-TERMINATION-DATE
               MOVE "TERMINATION-DATE"    TO PR-DF-FIELD-NAME
               MOVE EH-B-TERMINATION-DATE TO PR-DF-BEFORE
               MOVE EH-A-TERMINATION-DATE TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-MANAGER-ID NOT = EH-A-MANAGER-ID
               MOVE "MANAGER-ID"        TO PR-DF-FIELD-NAME
               MOVE EH-B-MANAGER-ID     TO PR-DF-BEFORE
               MOVE EH-A-MANAGER-ID     TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           IF EH-B-NUMBER-OF-PROJECTS NOT = EH-A-NUMBER-OF-PROJECTS
               MOVE "NUMBER-OF-PROJECTS"    TO PR-DF-FIELD-NAME
               MOVE EH-B-NUMBER-OF-PROJECTS TO PR-DF-BEFORE
               MOVE EH-A-NUMBER-OF-PROJECTS TO PR-DF-AFTER
               PERFORM 3300-WRITE-DIFF-LINE
                   THRU 3300-WRITE-DIFF-LINE-EXIT
           END-IF.

           MOVE EH-A-NUMBER-OF-PROJECTS TO PR-PROJECT-LIMIT.
           IF EH-B-NUMBER-OF-PROJECTS > PR-PROJECT-LIMIT
               MOVE EH-B-NUMBER-OF-PROJECTS TO PR-PROJECT-LIMIT
           END-IF.

           PERFORM 3400-COMPARE-ONE-PROJECT
               THRU 3400-COMPARE-ONE-PROJECT-EXIT
               VARYING PR-PROJECT-IX FROM 1 BY 1
               UNTIL PR-PROJECT-IX > PR-PROJECT-LIMIT.

       3200-LIST-FIELD-CHANGES-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3300-WRITE-DIFF-LINE                                                *
      *----------------------------------------------------------------------*
       3300-WRITE-DIFF-LINE.
           WRITE HISTORY-REPORT-LINE FROM PR-DIFF-LINE.
           MOVE SPACES TO PR-DF-BEFORE
                          PR-DF-AFTER.

       3300-WRITE-DIFF-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3400-COMPARE-ONE-PROJECT  --  PRINT PROJECTS-DETAIL ENTRY           *
      *                                 PR-PROJECT-IX WHEN IT DIFFERS, OR    *
      *                                 EXISTS ON ONLY ONE SIDE              *
      *----------------------------------------------------------------------*
       3400-COMPARE-ONE-PROJECT.
           MOVE SPACES TO PR-PD-BEFORE
                          PR-PD-AFTER.

           IF PR-PROJECT-IX NOT > EH-B-NUMBER-OF-PROJECTS
               MOVE EH-B-PROJECT-NAME (PR-PROJECT-IX)
                   TO PR-PD-B-PROJECT-NAME
               MOVE EH-B-START-DATE (PR-PROJECT-IX)
                   TO PR-PD-B-START-DATE
               MOVE EH-B-END-DATE (PR-PROJECT-IX)
                   TO PR-PD-B-END-DATE
               MOVE EH-B-ALLOCATION-PCT (PR-PROJECT-IX)
                   TO PR-PD-B-ALLOCATION-PCT
           END-IF.

           IF PR-PROJECT-IX NOT > EH-A-NUMBER-OF-PROJECTS
               MOVE EH-A-PROJECT-NAME (PR-PROJECT-IX)
                   TO PR-PD-A-PROJECT-NAME
               MOVE EH-A-START-DATE (PR-PROJECT-IX)
                   TO PR-PD-A-START-DATE
               MOVE EH-A-END-DATE (PR-PROJECT-IX)
                   TO PR-PD-A-END-DATE
               MOVE EH-A-ALLOCATION-PCT (PR-PROJECT-IX)
                   TO PR-PD-A-ALLOCATION-PCT
           END-IF.

           IF PR-PD-BEFORE NOT = PR-PD-AFTER
               MOVE PR-PROJECT-IX TO PR-PD-ENTRY
               WRITE HISTORY-REPORT-LINE FROM PR-PROJECT-DIFF-LINE
           END-IF.

       3400-COMPARE-ONE-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  CLOSE FILES AND REPORT COUNTS                   *
      *----------------------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY "EMPHISTR: HISTORY READ    = " PR-HISTORY-READ.
           DISPLAY "EMPHISTR: CHANGES LISTED  = " PR-CHANGES-LISTED.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

           IF RETURN-CODE < 16
               CLOSE EMP-HISTORY-FILE
                     HISTORY-REPORT
           END-IF.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9100-WRITE-RUN-STATS  --  ONE END-OF-RUN RECORD TO THE SHARED       *
      *                             RUN-STATISTICS KSDS FOR THE OPSBAL       *
      *                             BALANCING REPORT                         *
      *----------------------------------------------------------------------*
       9100-WRITE-RUN-STATS.
           OPEN I-O RUN-STATS-FILE.
           IF NOT PR-STAT-OK
               DISPLAY "EMPHISTR: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               GO TO 9100-WRITE-RUN-STATS-EXIT
           END-IF.

           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           ACCEPT PR-NOW   FROM TIME.

           MOVE "EMPHISTR"            TO RS-JOB-NAME.
           MOVE PR-TODAY              TO RS-RUN-DATE.
           MOVE PR-NOW                TO RS-RUN-TIME.
           MOVE PR-HISTORY-READ       TO RS-RECORDS-READ.
           MOVE PR-CHANGES-LISTED     TO RS-RECORDS-WRITTEN.
           MOVE ZERO                  TO RS-RECORDS-REJECTED.
           MOVE ZERO                  TO RS-CONTROL-TOTAL.
           MOVE RETURN-CODE           TO RS-RETURN-CODE.

           WRITE RUN-STATS-RECORD
               INVALID KEY
                   DISPLAY "EMPHISTR: RUN STATS WRITE FAILED, STATUS "
                           PR-STAT-STATUS
           END-WRITE.

           CLOSE RUN-STATS-FILE.

       9100-WRITE-RUN-STATS-EXIT.
           EXIT.
