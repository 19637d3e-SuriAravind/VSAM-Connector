      ****************************************************************************
      *                                                                          *
      *  PROGRAM      EMPORGR                                                    *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     ORG-STRUCTURE REPORT FROM THE MANAGER-ID ON THE            *
      *               EMPLOYEE MASTER.  THE WHOLE MASTER IS TABLED IN EMP-ID     *
      *               ORDER AND EACH ACTIVE EMPLOYEE IS HUNG UNDER AN ACTIVE     *
      *               MANAGER.  THE REPORTING TREE IS THEN PRINTED INDENTED      *
      *               FROM EACH TOP-LEVEL MANAGER, SHOWING FOR EVERY PERSON      *
      *               THE DIRECT REPORTS, AND THE HEADCOUNT AND SALARY MASS      *
      *               OF THE WHOLE BRANCH THEY HEAD (THEMSELVES INCLUDED).       *
      *                                                                          *
      *               AN EMPLOYEE IS PRINTED AT THE TOP OF A TREE WHEN THE       *
      *               MANAGER-ID IS ZERO, OR WHEN THE MANAGER CANNOT BE          *
      *               HUNG UNDER; THE SECOND CASE IS LISTED IN THE               *
      *               EXCEPTIONS SECTION AS:                                     *
      *                 MANAGER TERMINATED  - ON THE MASTER WITH STATUS T        *
      *                 MANAGER PURGED      - NOT ON THE MASTER, BUT ON THE      *
      *                                       PURGE ARCHIVE (EMPARCH)            *
      *                 MANAGER NOT ON FILE - ON NEITHER                         *
      *                 REPORTING LOOP      - THE CHAIN OF MANAGERS COMES        *
      *                                       BACK ROUND; IT IS BROKEN AT        *
      *                                       ONE EMPLOYEE IN THE LOOP           *
      *               THE SECTION ALSO LISTS EVERY MANAGER WITH MORE DIRECT      *
      *               REPORTS THAN THE LIMIT ON THE RUN PARM.                    *
      *                                                                          *
      *               SALARY MASS IS IN THE GROUP REPORTING CURRENCY (ZAR)       *
      *               AT THIS MONTH'S RATE ON FXRATE.  A SALARY WITH NO RATE     *
      *               FOR THE MONTH IS MARKED NO RATE AND LEFT OUT OF THE        *
      *               MASS; THE PERSON STILL COUNTS IN THE HEADCOUNT.            *
      *                                                                          *
      *  RUN PARM.    MAX-REPORTS(3)  DIRECT-REPORT LIMIT, ZERO OR OMITTED = 10  *
      *                                                                          *
      *  RETURN CODE. 4 WHEN THERE ARE EXCEPTIONS, A SALARY WITH NO RATE, OR     *
      *               THE MISSING-MANAGER TABLE FILLS.                           *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - REPORTING TREE WITH ROLLED-UP        *
      *                  HEADCOUNT AND SALARY MASS, AND EXCEPTIONS.              *
      *  2026-10-15 RLM  ORG TABLE RAISED FROM 5000 TO 50000 ENTRIES, WITH       *
      *                  ITS SUBSCRIPTS AND LINKS WIDENED TO FIVE DIGITS, SO     *
      *                  THE WHOLE MASTER OF A MULTI-COMPANY GROUP FITS.         *
      *                  A FULL MISSING-MANAGER TABLE NOW WARNS AND SETS RC      *
      *                  4, LEAVING THE REST UNCHECKED AGAINST THE ARCHIVE,      *
      *                  INSTEAD OF SETTING RC 16 AND CARRYING ON.  CO           *
      *                  HEADING MOVED OVER THE SHORT NAME.                      *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPORGR.
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
           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT ARCHIVE-FILE      ASSIGN TO EMPARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-ARCH-STATUS.

           SELECT COMPANY-MASTER    ASSIGN TO COMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CO-SHORT-NAME
                  FILE STATUS IS PR-COMP-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO FXRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FX-RATE-KEY
                  FILE STATUS IS PR-FXRT-STATUS.

           SELECT ORG-REPORT        ASSIGN TO EMPORGPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.

           SELECT RUN-STATS-FILE    ASSIGN TO RUNSTATS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RS-RUN-KEY
                  FILE STATUS IS PR-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "EmployeeCopyBook.cob".

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(791).
       01  ARCHIVE-KEY-VIEW.
           05  ARCHIVE-EMP-ID             PIC 9(09).
           05  FILLER                     PIC X(782).

       FD  COMPANY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "CompanyCopyBook.cob".

       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ExchRateCopyBook.cob".

       FD  ORG-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ORG-REPORT-LINE                PIC X(132).

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RunStatsCopyBook.cob".

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-MAST-STATUS             PIC X(02).
               88  PR-MAST-OK                     VALUE "00".
               88  PR-MAST-EOF                    VALUE "10".
           05  PR-ARCH-STATUS             PIC X(02).
               88  PR-ARCH-OK                     VALUE "00".
               88  PR-ARCH-EOF                    VALUE "10".
           05  PR-COMP-STATUS             PIC X(02).
               88  PR-COMP-OK                     VALUE "00".
           05  PR-FXRT-STATUS             PIC X(02).
               88  PR-FXRT-OK                     VALUE "00".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".

       01  PR-SWITCHES.
           05  PR-MAST-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-MASTER              VALUE "Y".
           05  PR-ARCH-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-ARCHIVE             VALUE "Y".
           05  PR-RATE-FOUND-SW           PIC X(01)   VALUE "N".
               88  PR-RATE-FOUND                  VALUE "Y".
           05  PR-MISS-FOUND-SW           PIC X(01)   VALUE "N".
               88  PR-MISS-FOUND                  VALUE "Y".
           05  PR-TREE-DONE-SW            PIC X(01)   VALUE "N".
               88  PR-TREE-DONE                   VALUE "Y".
           05  PR-MISSING-TABLE-SW        PIC X(01)   VALUE "N".
               88  PR-MISSING-TABLE-FULL          VALUE "Y".
           05  PR-SIBLING-FOUND-SW        PIC X(01)   VALUE "N".
               88  PR-SIBLING-FOUND               VALUE "Y".
           05  PR-SECTION-STARTED-SW      PIC X(01)   VALUE "N".
               88  PR-SECTION-STARTED             VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-DEFAULT-MAX-REPORTS     PIC 9(03)   VALUE 010.
           05  PR-MAX-ORG-ENTRIES         PIC 9(05)   VALUE 50000.
           05  PR-MAX-MISSING-ENTRIES     PIC 9(04)   VALUE 0500.
           05  PR-MAX-RATE-ENTRIES        PIC 9(04)   VALUE 0200.
           05  PR-MAX-INDENT-LEVEL        PIC 9(02)   VALUE 09.
           05  PR-GROUP-CURRENCY          PIC X(03)   VALUE "ZAR".

       01  PR-COUNTERS COMP.
           05  PR-EMPLOYEES-READ          PIC 9(07)   VALUE ZERO.
           05  PR-ARCHIVE-READ            PIC 9(07)   VALUE ZERO.
           05  PR-ACTIVE-COUNT            PIC 9(07)   VALUE ZERO.
           05  PR-TOP-COUNT               PIC 9(07)   VALUE ZERO.
           05  PR-NO-RATE-COUNT           PIC 9(07)   VALUE ZERO.
           05  PR-LINE-EXCEPTIONS         PIC 9(07)   VALUE ZERO.
           05  PR-SPAN-EXCEPTIONS         PIC 9(07)   VALUE ZERO.
           05  PR-LOOPS-BROKEN            PIC 9(07)   VALUE ZERO.
           05  PR-LINES-PRINTED           PIC 9(07)   VALUE ZERO.
           05  PR-ORG-LOADED              PIC 9(05)   VALUE ZERO.
           05  PR-MISSING-LOADED          PIC 9(04)   VALUE ZERO.
           05  PR-RATES-LOADED            PIC 9(04)   VALUE ZERO.
           05  PR-ORG-IX                  PIC 9(05)   VALUE ZERO.
           05  PR-PARENT-IX               PIC 9(05)   VALUE ZERO.
           05  PR-LAST-IX                 PIC 9(05)   VALUE ZERO.
           05  PR-WALK-IX                 PIC 9(05)   VALUE ZERO.
           05  PR-TOP-IX                  PIC 9(05)   VALUE ZERO.
           05  PR-CUR-IX                  PIC 9(05)   VALUE ZERO.
           05  PR-FOUND-IX                PIC 9(05)   VALUE ZERO.
           05  PR-MISS-IX                 PIC 9(04)   VALUE ZERO.
           05  PR-RATE-IX                 PIC 9(04)   VALUE ZERO.
           05  PR-STEPS                   PIC 9(05)   VALUE ZERO.
           05  PR-LEVEL                   PIC 9(04)   VALUE ZERO.
           05  PR-INDENT                  PIC 9(04)   VALUE ZERO.
           05  PR-TEXT-PTR                PIC 9(04)   VALUE ZERO.
           05  PR-LOW                     PIC S9(05)  VALUE ZERO.
           05  PR-HIGH                    PIC S9(05)  VALUE ZERO.
           05  PR-MID                     PIC S9(05)  VALUE ZERO.

       01  PR-MAX-REPORTS                 PIC 9(03).
       01  PR-FIND-ID                     PIC 9(09).
       01  PR-TOTAL-MASS                  PIC S9(15)V99 VALUE ZERO.

      *    THE WHOLE MASTER IN EMP-ID ORDER.  PARENT, CHILD AND SIBLING
      *    ENTRIES ARE SUBSCRIPTS INTO THIS SAME TABLE; ZERO IS NONE
       01  PR-ORG-TABLE.
           05  PR-ORG-ENTRY               OCCURS 50000.
               10  PR-OG-ID               PIC 9(09).
               10  PR-OG-MANAGER-ID       PIC 9(09).
               10  PR-OG-STATUS           PIC X(01).
                   88  PR-OG-ACTIVE               VALUE "A".
                   88  PR-OG-TERMINATED           VALUE "T".
               10  PR-OG-LAST-NAME        PIC A(15).
               10  PR-OG-FIRST-NAME       PIC A(15).
               10  PR-OG-SHORT-NAME       PIC X(03).
               10  PR-OG-RATE-SW          PIC X(01).
                   88  PR-OG-HAS-RATE             VALUE "Y".
               10  PR-OG-GROUP-SALARY     PIC S9(13)V99.
               10  PR-OG-EXCEPTION        PIC X(01).
                   88  PR-OG-NO-EXCEPTION         VALUE SPACE.
                   88  PR-OG-MGR-TERMINATED       VALUE "T".
                   88  PR-OG-MGR-NOT-ON-MASTER    VALUE "M".
                   88  PR-OG-REPORTING-LOOP       VALUE "L".
               10  PR-OG-LINKS COMP.
                   15  PR-OG-PARENT-IX    PIC 9(05).
                   15  PR-OG-FIRST-CHILD  PIC 9(05).
                   15  PR-OG-LAST-CHILD   PIC 9(05).
                   15  PR-OG-NEXT-SIBLING PIC 9(05).
                   15  PR-OG-DIRECTS      PIC 9(05).
                   15  PR-OG-HEADCOUNT    PIC 9(07).
               10  PR-OG-MASS             PIC S9(15)V99.

      *    MANAGER-IDS NAMED ON THE MASTER BUT NOT ON IT, AND WHETHER
      *    THE PURGE ARCHIVE HAS THEM
       01  PR-MISSING-TABLE.
           05  PR-MISSING-ENTRY           OCCURS 500.
               10  PR-MS-ID               PIC 9(09).
               10  PR-MS-ARCHIVED-SW      PIC X(01).
                   88  PR-MS-ARCHIVED             VALUE "Y".

      *    CURRENCY AND THIS MONTH'S GROUP RATE FOR EACH COMPANY SEEN
       01  PR-RATE-TABLE.
           05  PR-RATE-ENTRY              OCCURS 200.
               10  PR-RT-SHORT-NAME       PIC X(03).
               10  PR-RT-CURRENCY         PIC X(03).
               10  PR-RT-RATE-SW          PIC X(01).
               10  PR-RT-GROUP-RATE       PIC 9(05)V9(06).

       01  PR-TITLE-LINE.
           05  FILLER                     PIC X(27)   VALUE
               "ORG-STRUCTURE REPORT AS OF ".
           05  PR-TL-TODAY                PIC 9(08).
           05  FILLER                     PIC X(25)   VALUE
               "  DIRECT-REPORT LIMIT    ".
           05  PR-TL-MAX-REPORTS          PIC ZZ9.
           05  FILLER                     PIC X(20)   VALUE
               "  SALARY MASS IN    ".
           05  PR-TL-CURRENCY             PIC X(03).

       01  PR-SECTION-LINE.
           05  PR-SL-TITLE                PIC X(60).

       01  PR-TREE-HEADING-LINE.
           05  FILLER                     PIC X(60)   VALUE
               "ID        NAME".
           05  FILLER                     PIC X(05)   VALUE "LEVEL".
           05  FILLER                     PIC X(06)   VALUE "   CO".
           05  FILLER                     PIC X(09)   VALUE
               "  DIRECTS".
           05  FILLER                     PIC X(11)   VALUE
               "  HEADCOUNT".
           05  FILLER                     PIC X(21)   VALUE
               "          SALARY MASS".
           05  FILLER                     PIC X(20)   VALUE
               "  NOTE".

       01  PR-TREE-LINE.
           05  PR-TR-TEXT                 PIC X(60).
           05  PR-TR-LEVEL                PIC ZZZZ9.
           05  FILLER                     PIC X(03)   VALUE SPACES.
           05  PR-TR-SHORT-NAME           PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-TR-DIRECTS              PIC ZZZZZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-TR-HEADCOUNT            PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-TR-MASS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-TR-NOTE                 PIC X(18).

       01  PR-EXCEPTION-HEADING-LINE.
           05  FILLER                     PIC X(04)   VALUE SPACES.
           05  FILLER                     PIC X(11)   VALUE "ID".
           05  FILLER                     PIC X(17)   VALUE "LAST NAME".
           05  FILLER                     PIC X(17)   VALUE
               "FIRST NAME".
           05  FILLER                     PIC X(05)   VALUE "CO".
           05  PR-EH-COLUMN-TITLE         PIC X(15).
           05  FILLER                     PIC X(30)   VALUE "REASON".

       01  PR-EXCEPTION-LINE.
           05  FILLER                     PIC X(04)   VALUE SPACES.
           05  PR-EL-ID                   PIC 9(09).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-EL-LAST-NAME            PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-EL-FIRST-NAME           PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-EL-SHORT-NAME           PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-EL-COLUMN               PIC X(09).
           05  PR-EL-COLUMN-ID REDEFINES PR-EL-COLUMN
                                          PIC 9(09).
           05  PR-EL-COLUMN-COUNT REDEFINES PR-EL-COLUMN
                                          PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(06)   VALUE SPACES.
           05  PR-EL-REASON               PIC X(40).

       01  PR-NONE-LINE.
           05  FILLER                     PIC X(04)   VALUE SPACES.
           05  FILLER                     PIC X(04)   VALUE "NONE".

       01  PR-TOTAL-LINE-1.
           05  FILLER                     PIC X(18)   VALUE
               "ACTIVE EMPLOYEES  ".
           05  PR-T1-ACTIVE               PIC ZZZZZZ9.
           05  FILLER                     PIC X(17)   VALUE
               "   TOP-LEVEL     ".
           05  PR-T1-TOPS                 PIC ZZZZZZ9.
           05  FILLER                     PIC X(21)   VALUE
               "   GROUP SALARY MASS ".
           05  PR-T1-MASS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  PR-TOTAL-LINE-2.
           05  FILLER                     PIC X(18)   VALUE
               "REPORTING LINE    ".
           05  PR-T2-LINE-EXCEPTIONS      PIC ZZZZZZ9.
           05  FILLER                     PIC X(17)   VALUE
               "   OVER LIMIT    ".
           05  PR-T2-SPAN-EXCEPTIONS      PIC ZZZZZZ9.
           05  FILLER                     PIC X(21)   VALUE
               "   NO RATE           ".
           05  PR-T2-NO-RATE              PIC ZZZZZZ9.

       01  PR-TODAY                       PIC 9(08).
       01  PR-TODAY-PARTS REDEFINES PR-TODAY.
           05  PR-TODAY-YYYYMM            PIC 9(06).
           05  FILLER                     PIC 9(02).
       01  PR-NOW                         PIC 9(08).

       LINKAGE SECTION.
       01  PR-PARM-LENGTH                 PIC S9(4) COMP.
       01  PR-RUN-PARM.
           05  PM-MAX-REPORTS             PIC 9(03).

       PROCEDURE DIVISION USING PR-PARM-LENGTH PR-RUN-PARM.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF RETURN-CODE < 16
               PERFORM 2000-LOAD-EMPLOYEES
                   THRU 2000-LOAD-EMPLOYEES-EXIT
           END-IF.

           IF RETURN-CODE < 16
               PERFORM 3000-LINK-REPORTING-LINES
                   THRU 3000-LINK-REPORTING-LINES-EXIT
               PERFORM 3300-CHECK-ARCHIVE
                   THRU 3300-CHECK-ARCHIVE-EXIT
               PERFORM 3500-BREAK-LOOPS
                   THRU 3500-BREAK-LOOPS-EXIT
               PERFORM 3700-BUILD-CHILD-LISTS
                   THRU 3700-BUILD-CHILD-LISTS-EXIT
               PERFORM 3800-ROLL-UP-TOTALS
                   THRU 3800-ROLL-UP-TOTALS-EXIT
               PERFORM 4000-PRINT-TREE
                   THRU 4000-PRINT-TREE-EXIT
               PERFORM 5000-PRINT-EXCEPTIONS
                   THRU 5000-PRINT-EXCEPTIONS-EXIT
               PERFORM 5900-PRINT-TOTALS
                   THRU 5900-PRINT-TOTALS-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  SETTLE THE DIRECT-REPORT LIMIT AND OPEN THE     *
      *                        FILES                                          *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.

           MOVE PR-DEFAULT-MAX-REPORTS TO PR-MAX-REPORTS.
           IF PR-PARM-LENGTH >= 3
               IF PM-MAX-REPORTS IS NOT NUMERIC
                   DISPLAY "EMPORGR: MAX-REPORTS PARM MUST BE 3 DIGITS"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               IF PM-MAX-REPORTS NOT = ZERO
                   MOVE PM-MAX-REPORTS TO PR-MAX-REPORTS
               END-IF
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT PR-MAST-OK
               DISPLAY "EMPORGR: MASTER OPEN FAILED, STATUS "
                       PR-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF NOT PR-ARCH-OK
               DISPLAY "EMPORGR: ARCHIVE OPEN FAILED, STATUS "
                       PR-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT COMPANY-MASTER.
           IF NOT PR-COMP-OK
               DISPLAY "EMPORGR: COMPANY OPEN FAILED, STATUS "
                       PR-COMP-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EXCHANGE-RATE-FILE.
           IF NOT PR-FXRT-OK
               DISPLAY "EMPORGR: FXRATE OPEN FAILED, STATUS "
                       PR-FXRT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT ORG-REPORT.

           MOVE PR-TODAY          TO PR-TL-TODAY.
           MOVE PR-MAX-REPORTS    TO PR-TL-MAX-REPORTS.
           MOVE PR-GROUP-CURRENCY TO PR-TL-CURRENCY.
           WRITE ORG-REPORT-LINE FROM PR-TITLE-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2000-LOAD-EMPLOYEES  --  TABLE THE WHOLE MASTER.  TERMINATED         *
      *                            EMPLOYEES ARE KEPT SO A REPORTING LINE     *
      *                            TO ONE CAN BE TOLD FROM A MISSING ONE      *
      *----------------------------------------------------------------------*
       2000-LOAD-EMPLOYEES.
           PERFORM 2900-READ-NEXT-EMPLOYEE
               THRU 2900-READ-NEXT-EMPLOYEE-EXIT.

           PERFORM 2100-TABLE-ONE-EMPLOYEE
               THRU 2100-TABLE-ONE-EMPLOYEE-EXIT
               UNTIL PR-NO-MORE-MASTER.

       2000-LOAD-EMPLOYEES-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2100-TABLE-ONE-EMPLOYEE                                             *
      *----------------------------------------------------------------------*
       2100-TABLE-ONE-EMPLOYEE.
           ADD 1 TO PR-EMPLOYEES-READ.

           IF PR-ORG-LOADED >= PR-MAX-ORG-ENTRIES
               DISPLAY "EMPORGR: ORG TABLE FULL AT "
                       PR-MAX-ORG-ENTRIES
                       " - RAISE PR-MAX-ORG-ENTRIES"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO PR-MAST-EOF-SW
               GO TO 2100-TABLE-ONE-EMPLOYEE-EXIT
           END-IF.

           ADD 1 TO PR-ORG-LOADED.
           MOVE PR-ORG-LOADED  TO PR-ORG-IX.
           MOVE EMP-ID         TO PR-OG-ID (PR-ORG-IX).
           IF MANAGER-ID IS NUMERIC
               MOVE MANAGER-ID TO PR-OG-MANAGER-ID (PR-ORG-IX)
           ELSE
               MOVE ZERO       TO PR-OG-MANAGER-ID (PR-ORG-IX)
           END-IF.
           MOVE EMP-STATUS     TO PR-OG-STATUS (PR-ORG-IX).
           MOVE LAST-NAME      TO PR-OG-LAST-NAME (PR-ORG-IX).
           MOVE FIRST-NAME     TO PR-OG-FIRST-NAME (PR-ORG-IX).
           MOVE SHORT_NAME     TO PR-OG-SHORT-NAME (PR-ORG-IX).
           MOVE SPACE          TO PR-OG-EXCEPTION (PR-ORG-IX).
           MOVE ZERO           TO PR-OG-PARENT-IX (PR-ORG-IX).
           MOVE ZERO           TO PR-OG-FIRST-CHILD (PR-ORG-IX).
           MOVE ZERO           TO PR-OG-LAST-CHILD (PR-ORG-IX).
           MOVE ZERO           TO PR-OG-NEXT-SIBLING (PR-ORG-IX).
           MOVE ZERO           TO PR-OG-DIRECTS (PR-ORG-IX).
           MOVE ZERO           TO PR-OG-HEADCOUNT (PR-ORG-IX).
           MOVE ZERO           TO PR-OG-MASS (PR-ORG-IX).
           MOVE ZERO           TO PR-OG-GROUP-SALARY (PR-ORG-IX).
           MOVE "Y"            TO PR-OG-RATE-SW (PR-ORG-IX).

           IF NOT EMP-ACTIVE
               GO TO 2100-TABLE-ONE-EMPLOYEE-NEXT
           END-IF.

           ADD 1 TO PR-ACTIVE-COUNT.
           PERFORM 2500-FIND-COMPANY-RATE
               THRU 2500-FIND-COMPANY-RATE-EXIT.
           IF RETURN-CODE >= 16
               MOVE "Y" TO PR-MAST-EOF-SW
               GO TO 2100-TABLE-ONE-EMPLOYEE-EXIT
           END-IF.

           IF PR-RT-RATE-SW (PR-RATE-IX) = "Y"
               COMPUTE PR-OG-GROUP-SALARY (PR-ORG-IX) ROUNDED =
                   SALARY * PR-RT-GROUP-RATE (PR-RATE-IX)
           ELSE
               MOVE "N" TO PR-OG-RATE-SW (PR-ORG-IX)
               ADD 1 TO PR-NO-RATE-COUNT
           END-IF.

       2100-TABLE-ONE-EMPLOYEE-NEXT.
           PERFORM 2900-READ-NEXT-EMPLOYEE
               THRU 2900-READ-NEXT-EMPLOYEE-EXIT.

       2100-TABLE-ONE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2500-FIND-COMPANY-RATE  --  LEAVE PR-RATE-IX ON THE RATE ENTRY FOR   *
      *                               THE EMPLOYEE'S COMPANY, TABLING IT      *
      *                               FROM COMPMAST AND FXRATE THE FIRST      *
      *                               TIME THE COMPANY IS SEEN.  THE GROUP    *
      *                               CURRENCY CONVERTS AT 1.                 *
      *----------------------------------------------------------------------*
       2500-FIND-COMPANY-RATE.
           MOVE "N" TO PR-RATE-FOUND-SW.
           PERFORM 2550-MATCH-ONE-RATE
               THRU 2550-MATCH-ONE-RATE-EXIT
               VARYING PR-RATE-IX FROM 1 BY 1
               UNTIL PR-RATE-IX > PR-RATES-LOADED
                  OR PR-RATE-FOUND.
           IF PR-RATE-FOUND
               SUBTRACT 1 FROM PR-RATE-IX
               GO TO 2500-FIND-COMPANY-RATE-EXIT
           END-IF.

           IF PR-RATES-LOADED >= PR-MAX-RATE-ENTRIES
               DISPLAY "EMPORGR: RATE TABLE FULL AT "
                       PR-MAX-RATE-ENTRIES
                       " - RAISE PR-MAX-RATE-ENTRIES"
               MOVE 16 TO RETURN-CODE
               GO TO 2500-FIND-COMPANY-RATE-EXIT
           END-IF.

           ADD 1 TO PR-RATES-LOADED.
           MOVE PR-RATES-LOADED TO PR-RATE-IX.
           MOVE SHORT_NAME TO PR-RT-SHORT-NAME (PR-RATE-IX).
           MOVE SHORT_NAME TO CO-SHORT-NAME.
           READ COMPANY-MASTER
               INVALID KEY
                   MOVE "???" TO CO-CURRENCY-CODE
           END-READ.
           IF CO-CURRENCY-CODE = SPACES
               MOVE PR-GROUP-CURRENCY TO CO-CURRENCY-CODE
           END-IF.
           MOVE CO-CURRENCY-CODE TO PR-RT-CURRENCY (PR-RATE-IX).

           IF PR-RT-CURRENCY (PR-RATE-IX) = PR-GROUP-CURRENCY
               MOVE "Y" TO PR-RT-RATE-SW (PR-RATE-IX)
               MOVE 1   TO PR-RT-GROUP-RATE (PR-RATE-IX)
               GO TO 2500-FIND-COMPANY-RATE-EXIT
           END-IF.

           MOVE PR-RT-CURRENCY (PR-RATE-IX) TO FX-CURRENCY-CODE.
           MOVE PR-TODAY-YYYYMM             TO FX-RATE-MONTH.
           READ EXCHANGE-RATE-FILE
               INVALID KEY
                   MOVE "N"  TO PR-RT-RATE-SW (PR-RATE-IX)
                   MOVE ZERO TO PR-RT-GROUP-RATE (PR-RATE-IX)
                   GO TO 2500-FIND-COMPANY-RATE-EXIT
           END-READ.
           MOVE "Y"           TO PR-RT-RATE-SW (PR-RATE-IX).
           MOVE FX-GROUP-RATE TO PR-RT-GROUP-RATE (PR-RATE-IX).

       2500-FIND-COMPANY-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2550-MATCH-ONE-RATE                                                 *
      *----------------------------------------------------------------------*
       2550-MATCH-ONE-RATE.
           IF PR-RT-SHORT-NAME (PR-RATE-IX) = SHORT_NAME
               SET PR-RATE-FOUND TO TRUE
           END-IF.

       2550-MATCH-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2900-READ-NEXT-EMPLOYEE                                             *
      *----------------------------------------------------------------------*
       2900-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO PR-MAST-EOF-SW
           END-READ.

       2900-READ-NEXT-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3000-LINK-REPORTING-LINES  --  HANG EACH ACTIVE EMPLOYEE UNDER AN    *
      *                                  ACTIVE MANAGER, OR MARK WHY IT       *
      *                                  CANNOT BE                            *
      *----------------------------------------------------------------------*
       3000-LINK-REPORTING-LINES.
           PERFORM 3100-LINK-ONE-EMPLOYEE
               THRU 3100-LINK-ONE-EMPLOYEE-EXIT
               VARYING PR-ORG-IX FROM 1 BY 1
               UNTIL PR-ORG-IX > PR-ORG-LOADED.

       3000-LINK-REPORTING-LINES-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3100-LINK-ONE-EMPLOYEE                                              *
      *----------------------------------------------------------------------*
       3100-LINK-ONE-EMPLOYEE.
           IF NOT PR-OG-ACTIVE (PR-ORG-IX)
                   OR PR-OG-MANAGER-ID (PR-ORG-IX) = ZERO
               GO TO 3100-LINK-ONE-EMPLOYEE-EXIT
           END-IF.

           MOVE PR-OG-MANAGER-ID (PR-ORG-IX) TO PR-FIND-ID.
           PERFORM 6000-FIND-EMPLOYEE
               THRU 6000-FIND-EMPLOYEE-EXIT.

           IF PR-FOUND-IX = ZERO
               MOVE "M" TO PR-OG-EXCEPTION (PR-ORG-IX)
               PERFORM 3150-NOTE-MISSING-MANAGER
                   THRU 3150-NOTE-MISSING-MANAGER-EXIT
               GO TO 3100-LINK-ONE-EMPLOYEE-EXIT
           END-IF.

           IF NOT PR-OG-ACTIVE (PR-FOUND-IX)
               MOVE "T" TO PR-OG-EXCEPTION (PR-ORG-IX)
               GO TO 3100-LINK-ONE-EMPLOYEE-EXIT
           END-IF.

           MOVE PR-FOUND-IX TO PR-OG-PARENT-IX (PR-ORG-IX).

       3100-LINK-ONE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3150-NOTE-MISSING-MANAGER  --  ONE ENTRY PER MANAGER-ID, FOR THE     *
      *                                  ARCHIVE PASS.  ONCE THE TABLE IS     *
      *                                  FULL A FURTHER MISSING MANAGER IS    *
      *                                  NOT LOOKED FOR ON THE ARCHIVE AND    *
      *                                  IS LISTED AS NOT ON THE MASTER.      *
      *----------------------------------------------------------------------*
       3150-NOTE-MISSING-MANAGER.
           PERFORM 6200-FIND-MISSING-MANAGER
               THRU 6200-FIND-MISSING-MANAGER-EXIT.
           IF PR-MISS-FOUND
               GO TO 3150-NOTE-MISSING-MANAGER-EXIT
           END-IF.

           IF PR-MISSING-TABLE-FULL
               GO TO 3150-NOTE-MISSING-MANAGER-EXIT
           END-IF.

           IF PR-MISSING-LOADED >= PR-MAX-MISSING-ENTRIES
               DISPLAY "EMPORGR: MISSING MANAGER TABLE FULL AT "
                       PR-MAX-MISSING-ENTRIES
                       " - ARCHIVE CHECK INCOMPLETE,"
                       " RAISE PR-MAX-MISSING-ENTRIES"
               SET PR-MISSING-TABLE-FULL TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 3150-NOTE-MISSING-MANAGER-EXIT
           END-IF.

           ADD 1 TO PR-MISSING-LOADED.
           MOVE PR-FIND-ID TO PR-MS-ID (PR-MISSING-LOADED).
           MOVE "N"        TO PR-MS-ARCHIVED-SW (PR-MISSING-LOADED).

       3150-NOTE-MISSING-MANAGER-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3300-CHECK-ARCHIVE  --  ONE PASS OF EMPARCH, MARKING EACH MISSING    *
      *                           MANAGER THAT WAS PURGED TO IT               *
      *----------------------------------------------------------------------*
       3300-CHECK-ARCHIVE.
           IF PR-MISSING-LOADED = ZERO
               GO TO 3300-CHECK-ARCHIVE-EXIT
           END-IF.

           PERFORM 3390-READ-NEXT-ARCHIVED
               THRU 3390-READ-NEXT-ARCHIVED-EXIT.

           PERFORM 3350-CHECK-ONE-ARCHIVED
               THRU 3350-CHECK-ONE-ARCHIVED-EXIT
               UNTIL PR-NO-MORE-ARCHIVE.

       3300-CHECK-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3350-CHECK-ONE-ARCHIVED                                             *
      *----------------------------------------------------------------------*
       3350-CHECK-ONE-ARCHIVED.
           ADD 1 TO PR-ARCHIVE-READ.

           MOVE ARCHIVE-EMP-ID TO PR-FIND-ID.
           PERFORM 6200-FIND-MISSING-MANAGER
               THRU 6200-FIND-MISSING-MANAGER-EXIT.
           IF PR-MISS-FOUND
               MOVE "Y" TO PR-MS-ARCHIVED-SW (PR-MISS-IX)
           END-IF.

           PERFORM 3390-READ-NEXT-ARCHIVED
               THRU 3390-READ-NEXT-ARCHIVED-EXIT.

       3350-CHECK-ONE-ARCHIVED-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3390-READ-NEXT-ARCHIVED                                             *
      *----------------------------------------------------------------------*
       3390-READ-NEXT-ARCHIVED.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO PR-ARCH-EOF-SW
           END-READ.

       3390-READ-NEXT-ARCHIVED-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3500-BREAK-LOOPS  --  CLIMB FROM EACH LINKED EMPLOYEE.  A CHAIN      *
      *                         LONGER THAN THE TABLE MUST BE GOING ROUND,    *
      *                         AND WHERE THE CLIMB THEN STANDS IS IN THE     *
      *                         LOOP; THE LINE IS CUT THERE SO THE EMPLOYEE   *
      *                         BECOMES THE TOP OF THE TREE.  LOOPS PREDATE   *
      *                         THE EMPMAINT MANAGER EDIT.                    *
      *----------------------------------------------------------------------*
       3500-BREAK-LOOPS.
           PERFORM 3550-CHECK-ONE-CHAIN
               THRU 3550-CHECK-ONE-CHAIN-EXIT
               VARYING PR-ORG-IX FROM 1 BY 1
               UNTIL PR-ORG-IX > PR-ORG-LOADED.

       3500-BREAK-LOOPS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3550-CHECK-ONE-CHAIN                                                *
      *----------------------------------------------------------------------*
       3550-CHECK-ONE-CHAIN.
           IF PR-OG-PARENT-IX (PR-ORG-IX) = ZERO
               GO TO 3550-CHECK-ONE-CHAIN-EXIT
           END-IF.

           MOVE PR-ORG-IX TO PR-WALK-IX.
           MOVE ZERO      TO PR-STEPS.
           PERFORM 3560-STEP-UP-ONE-LEVEL
               THRU 3560-STEP-UP-ONE-LEVEL-EXIT
               UNTIL PR-OG-PARENT-IX (PR-WALK-IX) = ZERO
                  OR PR-STEPS > PR-ORG-LOADED.

           IF PR-STEPS > PR-ORG-LOADED
               MOVE ZERO TO PR-OG-PARENT-IX (PR-WALK-IX)
               MOVE "L"  TO PR-OG-EXCEPTION (PR-WALK-IX)
               ADD 1 TO PR-LOOPS-BROKEN
           END-IF.

       3550-CHECK-ONE-CHAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3560-STEP-UP-ONE-LEVEL                                              *
      *----------------------------------------------------------------------*
       3560-STEP-UP-ONE-LEVEL.
           MOVE PR-OG-PARENT-IX (PR-WALK-IX) TO PR-WALK-IX.
           ADD 1 TO PR-STEPS.

       3560-STEP-UP-ONE-LEVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3700-BUILD-CHILD-LISTS  --  CHAIN EACH MANAGER'S DIRECT REPORTS      *
      *                               IN EMP-ID ORDER AND COUNT THEM          *
      *----------------------------------------------------------------------*
       3700-BUILD-CHILD-LISTS.
           PERFORM 3750-FILE-ONE-CHILD
               THRU 3750-FILE-ONE-CHILD-EXIT
               VARYING PR-ORG-IX FROM 1 BY 1
               UNTIL PR-ORG-IX > PR-ORG-LOADED.

       3700-BUILD-CHILD-LISTS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3750-FILE-ONE-CHILD                                                 *
      *----------------------------------------------------------------------*
       3750-FILE-ONE-CHILD.
           IF NOT PR-OG-ACTIVE (PR-ORG-IX)
               GO TO 3750-FILE-ONE-CHILD-EXIT
           END-IF.

           MOVE PR-OG-PARENT-IX (PR-ORG-IX) TO PR-PARENT-IX.
           IF PR-PARENT-IX = ZERO
               ADD 1 TO PR-TOP-COUNT
               GO TO 3750-FILE-ONE-CHILD-EXIT
           END-IF.

           ADD 1 TO PR-OG-DIRECTS (PR-PARENT-IX).
           MOVE PR-OG-LAST-CHILD (PR-PARENT-IX) TO PR-LAST-IX.
           IF PR-LAST-IX = ZERO
               MOVE PR-ORG-IX TO PR-OG-FIRST-CHILD (PR-PARENT-IX)
           ELSE
               MOVE PR-ORG-IX TO PR-OG-NEXT-SIBLING (PR-LAST-IX)
           END-IF.
           MOVE PR-ORG-IX TO PR-OG-LAST-CHILD (PR-PARENT-IX).

       3750-FILE-ONE-CHILD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3800-ROLL-UP-TOTALS  --  ADD EACH ACTIVE EMPLOYEE'S HEAD AND         *
      *                            CONVERTED SALARY TO THEMSELVES AND TO      *
      *                            EVERY MANAGER ABOVE THEM                   *
      *----------------------------------------------------------------------*
       3800-ROLL-UP-TOTALS.
           PERFORM 3850-ROLL-UP-ONE-EMPLOYEE
               THRU 3850-ROLL-UP-ONE-EMPLOYEE-EXIT
               VARYING PR-ORG-IX FROM 1 BY 1
               UNTIL PR-ORG-IX > PR-ORG-LOADED.

       3800-ROLL-UP-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3850-ROLL-UP-ONE-EMPLOYEE                                           *
      *----------------------------------------------------------------------*
       3850-ROLL-UP-ONE-EMPLOYEE.
           IF NOT PR-OG-ACTIVE (PR-ORG-IX)
               GO TO 3850-ROLL-UP-ONE-EMPLOYEE-EXIT
           END-IF.

           IF PR-OG-HAS-RATE (PR-ORG-IX)
               ADD PR-OG-GROUP-SALARY (PR-ORG-IX) TO PR-TOTAL-MASS
           END-IF.

           MOVE PR-ORG-IX TO PR-WALK-IX.
           PERFORM 3860-ADD-TO-ONE-LEVEL
               THRU 3860-ADD-TO-ONE-LEVEL-EXIT
               UNTIL PR-WALK-IX = ZERO.

       3850-ROLL-UP-ONE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3860-ADD-TO-ONE-LEVEL                                               *
      *----------------------------------------------------------------------*
       3860-ADD-TO-ONE-LEVEL.
           ADD 1 TO PR-OG-HEADCOUNT (PR-WALK-IX).
           IF PR-OG-HAS-RATE (PR-ORG-IX)
               ADD PR-OG-GROUP-SALARY (PR-ORG-IX)
                   TO PR-OG-MASS (PR-WALK-IX)
           END-IF.
           MOVE PR-OG-PARENT-IX (PR-WALK-IX) TO PR-WALK-IX.

       3860-ADD-TO-ONE-LEVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4000-PRINT-TREE  --  EVERY TOP-LEVEL EMPLOYEE IN EMP-ID ORDER,       *
      *                        EACH FOLLOWED BY THE BRANCH BELOW THEM         *
      *----------------------------------------------------------------------*
       4000-PRINT-TREE.
           MOVE SPACES TO ORG-REPORT-LINE.
           WRITE ORG-REPORT-LINE.
           MOVE "REPORTING TREE" TO PR-SL-TITLE.
           WRITE ORG-REPORT-LINE FROM PR-SECTION-LINE.
           WRITE ORG-REPORT-LINE FROM PR-TREE-HEADING-LINE.

           PERFORM 4100-PRINT-ONE-TOP
               THRU 4100-PRINT-ONE-TOP-EXIT
               VARYING PR-TOP-IX FROM 1 BY 1
               UNTIL PR-TOP-IX > PR-ORG-LOADED.

       4000-PRINT-TREE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4100-PRINT-ONE-TOP  --  WALK THE BRANCH DEPTH FIRST: DOWN TO THE     *
      *                           FIRST REPORT WHERE THERE IS ONE, ELSE ON    *
      *                           TO THE NEXT REPORT OF THE NEAREST MANAGER   *
      *                           THAT HAS ONE, UNTIL BACK AT THE TOP         *
      *----------------------------------------------------------------------*
       4100-PRINT-ONE-TOP.
           IF NOT PR-OG-ACTIVE (PR-TOP-IX)
                   OR PR-OG-PARENT-IX (PR-TOP-IX) NOT = ZERO
               GO TO 4100-PRINT-ONE-TOP-EXIT
           END-IF.

           IF PR-OG-FIRST-CHILD (PR-TOP-IX) NOT = ZERO
               MOVE SPACES TO ORG-REPORT-LINE
               WRITE ORG-REPORT-LINE
           END-IF.

           MOVE PR-TOP-IX TO PR-CUR-IX.
           MOVE ZERO      TO PR-LEVEL.
           MOVE "N"       TO PR-TREE-DONE-SW.
           PERFORM 4200-VISIT-ONE-NODE
               THRU 4200-VISIT-ONE-NODE-EXIT
               UNTIL PR-TREE-DONE.

       4100-PRINT-ONE-TOP-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4200-VISIT-ONE-NODE                                                 *
      *----------------------------------------------------------------------*
       4200-VISIT-ONE-NODE.
           PERFORM 4300-PRINT-NODE-LINE
               THRU 4300-PRINT-NODE-LINE-EXIT.

           IF PR-OG-FIRST-CHILD (PR-CUR-IX) NOT = ZERO
               MOVE PR-OG-FIRST-CHILD (PR-CUR-IX) TO PR-CUR-IX
               ADD 1 TO PR-LEVEL
               GO TO 4200-VISIT-ONE-NODE-EXIT
           END-IF.

           MOVE "N" TO PR-SIBLING-FOUND-SW.
           PERFORM 4250-CLIMB-TO-SIBLING
               THRU 4250-CLIMB-TO-SIBLING-EXIT
               UNTIL PR-TREE-DONE OR PR-SIBLING-FOUND.

       4200-VISIT-ONE-NODE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4250-CLIMB-TO-SIBLING                                               *
      *----------------------------------------------------------------------*
       4250-CLIMB-TO-SIBLING.
           IF PR-CUR-IX = PR-TOP-IX
               SET PR-TREE-DONE TO TRUE
               GO TO 4250-CLIMB-TO-SIBLING-EXIT
           END-IF.

           IF PR-OG-NEXT-SIBLING (PR-CUR-IX) NOT = ZERO
               MOVE PR-OG-NEXT-SIBLING (PR-CUR-IX) TO PR-CUR-IX
               SET PR-SIBLING-FOUND TO TRUE
               GO TO 4250-CLIMB-TO-SIBLING-EXIT
           END-IF.

           MOVE PR-OG-PARENT-IX (PR-CUR-IX) TO PR-CUR-IX.
           SUBTRACT 1 FROM PR-LEVEL.

       4250-CLIMB-TO-SIBLING-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4300-PRINT-NODE-LINE  --  TWO COLUMNS OF INDENT PER LEVEL; PAST      *
      *                             PR-MAX-INDENT-LEVEL THE LEVEL COLUMN      *
      *                             CARRIES ON BUT THE INDENT STOPS           *
      *----------------------------------------------------------------------*
       4300-PRINT-NODE-LINE.
           MOVE PR-LEVEL TO PR-INDENT.
           IF PR-INDENT > PR-MAX-INDENT-LEVEL
               MOVE PR-MAX-INDENT-LEVEL TO PR-INDENT
           END-IF.
           COMPUTE PR-TEXT-PTR = PR-INDENT * 2 + 1.

           MOVE SPACES TO PR-TR-TEXT.
           STRING PR-OG-ID (PR-CUR-IX)         DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  PR-OG-LAST-NAME (PR-CUR-IX)  DELIMITED BY "  "
                  ", "                         DELIMITED BY SIZE
                  PR-OG-FIRST-NAME (PR-CUR-IX) DELIMITED BY "  "
               INTO PR-TR-TEXT
               WITH POINTER PR-TEXT-PTR
           END-STRING.

           MOVE PR-LEVEL                      TO PR-TR-LEVEL.
           MOVE PR-OG-SHORT-NAME (PR-CUR-IX)  TO PR-TR-SHORT-NAME.
           MOVE PR-OG-DIRECTS (PR-CUR-IX)     TO PR-TR-DIRECTS.
           MOVE PR-OG-HEADCOUNT (PR-CUR-IX)   TO PR-TR-HEADCOUNT.
           MOVE PR-OG-MASS (PR-CUR-IX)        TO PR-TR-MASS.

           EVALUATE TRUE
               WHEN PR-OG-MGR-TERMINATED (PR-CUR-IX)
                   MOVE "MANAGER TERMINATED" TO PR-TR-NOTE
               WHEN PR-OG-MGR-NOT-ON-MASTER (PR-CUR-IX)
                   MOVE PR-OG-MANAGER-ID (PR-CUR-IX) TO PR-FIND-ID
                   PERFORM 6200-FIND-MISSING-MANAGER
                       THRU 6200-FIND-MISSING-MANAGER-EXIT
                   IF PR-MISS-FOUND AND PR-MS-ARCHIVED (PR-MISS-IX)
                       MOVE "MANAGER PURGED"  TO PR-TR-NOTE
                   ELSE
                       MOVE "MANAGER MISSING" TO PR-TR-NOTE
                   END-IF
               WHEN PR-OG-REPORTING-LOOP (PR-CUR-IX)
                   MOVE "REPORTING LOOP"     TO PR-TR-NOTE
               WHEN NOT PR-OG-HAS-RATE (PR-CUR-IX)
                   MOVE "NO RATE"            TO PR-TR-NOTE
               WHEN OTHER
                   MOVE SPACES               TO PR-TR-NOTE
           END-EVALUATE.

           WRITE ORG-REPORT-LINE FROM PR-TREE-LINE.
           ADD 1 TO PR-LINES-PRINTED.

       4300-PRINT-NODE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5000-PRINT-EXCEPTIONS  --  BROKEN REPORTING LINES, THEN MANAGERS     *
      *                              OVER THE DIRECT-REPORT LIMIT             *
      *----------------------------------------------------------------------*
       5000-PRINT-EXCEPTIONS.
           MOVE SPACES TO ORG-REPORT-LINE.
           WRITE ORG-REPORT-LINE.
           MOVE "EXCEPTIONS - MANAGER TERMINATED, PURGED OR NOT ON FILE"
               TO PR-SL-TITLE.
           WRITE ORG-REPORT-LINE FROM PR-SECTION-LINE.
           MOVE "MANAGER-ID" TO PR-EH-COLUMN-TITLE.
           WRITE ORG-REPORT-LINE FROM PR-EXCEPTION-HEADING-LINE.

           MOVE "N" TO PR-SECTION-STARTED-SW.
           PERFORM 5100-PRINT-ONE-LINE-EXCEPTION
               THRU 5100-PRINT-ONE-LINE-EXCEPTION-EXIT
               VARYING PR-ORG-IX FROM 1 BY 1
               UNTIL PR-ORG-IX > PR-ORG-LOADED.
           IF NOT PR-SECTION-STARTED
               WRITE ORG-REPORT-LINE FROM PR-NONE-LINE
           END-IF.

           MOVE SPACES TO ORG-REPORT-LINE.
           WRITE ORG-REPORT-LINE.
           MOVE SPACES TO PR-SL-TITLE.
           STRING "EXCEPTIONS - MANAGERS WITH MORE THAN "
                                               DELIMITED BY SIZE
                  PR-TL-MAX-REPORTS            DELIMITED BY SIZE
                  " DIRECT REPORTS"            DELIMITED BY SIZE
               INTO PR-SL-TITLE
           END-STRING.
           WRITE ORG-REPORT-LINE FROM PR-SECTION-LINE.
           MOVE "  DIRECTS" TO PR-EH-COLUMN-TITLE.
           WRITE ORG-REPORT-LINE FROM PR-EXCEPTION-HEADING-LINE.

           MOVE "N" TO PR-SECTION-STARTED-SW.
           PERFORM 5200-PRINT-ONE-SPAN-EXCEPTION
               THRU 5200-PRINT-ONE-SPAN-EXCEPTION-EXIT
               VARYING PR-ORG-IX FROM 1 BY 1
               UNTIL PR-ORG-IX > PR-ORG-LOADED.
           IF NOT PR-SECTION-STARTED
               WRITE ORG-REPORT-LINE FROM PR-NONE-LINE
           END-IF.

       5000-PRINT-EXCEPTIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5100-PRINT-ONE-LINE-EXCEPTION                                       *
      *----------------------------------------------------------------------*
       5100-PRINT-ONE-LINE-EXCEPTION.
           IF PR-OG-NO-EXCEPTION (PR-ORG-IX)
               GO TO 5100-PRINT-ONE-LINE-EXCEPTION-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PR-OG-MGR-TERMINATED (PR-ORG-IX)
                   MOVE "MANAGER TERMINATED" TO PR-EL-REASON
               WHEN PR-OG-REPORTING-LOOP (PR-ORG-IX)
                   MOVE "REPORTING LOOP - SHOWN AT THE TOP"
                       TO PR-EL-REASON
               WHEN PR-OG-MGR-NOT-ON-MASTER (PR-ORG-IX)
                   MOVE PR-OG-MANAGER-ID (PR-ORG-IX) TO PR-FIND-ID
                   PERFORM 6200-FIND-MISSING-MANAGER
                       THRU 6200-FIND-MISSING-MANAGER-EXIT
                   IF PR-MISS-FOUND AND PR-MS-ARCHIVED (PR-MISS-IX)
                       MOVE "MANAGER PURGED TO EMPARCH"
                           TO PR-EL-REASON
                   ELSE
                       MOVE "MANAGER NOT ON MASTER OR ARCHIVE"
                           TO PR-EL-REASON
                   END-IF
           END-EVALUATE.

           MOVE PR-OG-MANAGER-ID (PR-ORG-IX) TO PR-EL-COLUMN-ID.
           PERFORM 5500-PRINT-EXCEPTION-LINE
               THRU 5500-PRINT-EXCEPTION-LINE-EXIT.
           ADD 1 TO PR-LINE-EXCEPTIONS.

       5100-PRINT-ONE-LINE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5200-PRINT-ONE-SPAN-EXCEPTION                                       *
      *----------------------------------------------------------------------*
       5200-PRINT-ONE-SPAN-EXCEPTION.
           IF PR-OG-DIRECTS (PR-ORG-IX) NOT > PR-MAX-REPORTS
               GO TO 5200-PRINT-ONE-SPAN-EXCEPTION-EXIT
           END-IF.

           MOVE PR-OG-DIRECTS (PR-ORG-IX) TO PR-EL-COLUMN-COUNT.
           MOVE "OVER THE DIRECT-REPORT LIMIT" TO PR-EL-REASON.
           PERFORM 5500-PRINT-EXCEPTION-LINE
               THRU 5500-PRINT-EXCEPTION-LINE-EXIT.
           ADD 1 TO PR-SPAN-EXCEPTIONS.

       5200-PRINT-ONE-SPAN-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5500-PRINT-EXCEPTION-LINE  --  COMMON PART OF AN EXCEPTION LINE      *
      *----------------------------------------------------------------------*
       5500-PRINT-EXCEPTION-LINE.
           MOVE PR-OG-ID (PR-ORG-IX)         TO PR-EL-ID.
           MOVE PR-OG-LAST-NAME (PR-ORG-IX)  TO PR-EL-LAST-NAME.
           MOVE PR-OG-FIRST-NAME (PR-ORG-IX) TO PR-EL-FIRST-NAME.
           MOVE PR-OG-SHORT-NAME (PR-ORG-IX) TO PR-EL-SHORT-NAME.
           WRITE ORG-REPORT-LINE FROM PR-EXCEPTION-LINE.
           ADD 1 TO PR-LINES-PRINTED.
           SET PR-SECTION-STARTED TO TRUE.

       5500-PRINT-EXCEPTION-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5900-PRINT-TOTALS                                                   *
      *----------------------------------------------------------------------*
       5900-PRINT-TOTALS.
           MOVE SPACES TO ORG-REPORT-LINE.
           WRITE ORG-REPORT-LINE.
           MOVE PR-ACTIVE-COUNT    TO PR-T1-ACTIVE.
           MOVE PR-TOP-COUNT       TO PR-T1-TOPS.
           MOVE PR-TOTAL-MASS      TO PR-T1-MASS.
           WRITE ORG-REPORT-LINE FROM PR-TOTAL-LINE-1.
           MOVE PR-LINE-EXCEPTIONS TO PR-T2-LINE-EXCEPTIONS.
           MOVE PR-SPAN-EXCEPTIONS TO PR-T2-SPAN-EXCEPTIONS.
           MOVE PR-NO-RATE-COUNT   TO PR-T2-NO-RATE.
           WRITE ORG-REPORT-LINE FROM PR-TOTAL-LINE-2.

           IF PR-NO-RATE-COUNT > ZERO
               MOVE SPACES TO ORG-REPORT-LINE
               STRING "NO RATE - SALARIES PAID IN A CURRENCY WITH "
                      "NO EXCHANGE RATE FOR " PR-TODAY-YYYYMM
                      " ARE LEFT OUT OF THE SALARY MASS"
                   DELIMITED BY SIZE
                   INTO ORG-REPORT-LINE
               END-STRING
               WRITE ORG-REPORT-LINE
           END-IF.

       5900-PRINT-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6000-FIND-EMPLOYEE  --  PR-FOUND-IX TO THE TABLE ENTRY FOR           *
      *                           PR-FIND-ID, OR ZERO.  THE TABLE IS IN       *
      *                           EMP-ID ORDER SO IT IS HALVED EACH PROBE.    *
      *----------------------------------------------------------------------*
       6000-FIND-EMPLOYEE.
           MOVE ZERO          TO PR-FOUND-IX.
           MOVE 1             TO PR-LOW.
           MOVE PR-ORG-LOADED TO PR-HIGH.
           PERFORM 6050-PROBE-ONE-ENTRY
               THRU 6050-PROBE-ONE-ENTRY-EXIT
               UNTIL PR-LOW > PR-HIGH
                  OR PR-FOUND-IX NOT = ZERO.

       6000-FIND-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6050-PROBE-ONE-ENTRY                                                *
      *----------------------------------------------------------------------*
       6050-PROBE-ONE-ENTRY.
           COMPUTE PR-MID = (PR-LOW + PR-HIGH) / 2.
           EVALUATE TRUE
               WHEN PR-OG-ID (PR-MID) = PR-FIND-ID
                   MOVE PR-MID TO PR-FOUND-IX
               WHEN PR-OG-ID (PR-MID) < PR-FIND-ID
                   COMPUTE PR-LOW = PR-MID + 1
               WHEN OTHER
                   COMPUTE PR-HIGH = PR-MID - 1
           END-EVALUATE.

       6050-PROBE-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6200-FIND-MISSING-MANAGER  --  PR-MISS-IX TO THE MISSING-MANAGER     *
      *                                  ENTRY FOR PR-FIND-ID                 *
      *----------------------------------------------------------------------*
       6200-FIND-MISSING-MANAGER.
           MOVE "N" TO PR-MISS-FOUND-SW.
           PERFORM 6250-MATCH-ONE-MISSING
               THRU 6250-MATCH-ONE-MISSING-EXIT
               VARYING PR-MISS-IX FROM 1 BY 1
               UNTIL PR-MISS-IX > PR-MISSING-LOADED
                  OR PR-MISS-FOUND.
           IF PR-MISS-FOUND
               SUBTRACT 1 FROM PR-MISS-IX
           END-IF.

       6200-FIND-MISSING-MANAGER-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6250-MATCH-ONE-MISSING                                              *
      *----------------------------------------------------------------------*
       6250-MATCH-ONE-MISSING.
           IF PR-MS-ID (PR-MISS-IX) = PR-FIND-ID
               SET PR-MISS-FOUND TO TRUE
           END-IF.

       6250-MATCH-ONE-MISSING-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  CLOSE FILES AND REPORT COUNTS                    *
      *----------------------------------------------------------------------*
       9000-TERMINATE.
           IF RETURN-CODE < 4
               IF PR-LINE-EXCEPTIONS > ZERO
                       OR PR-SPAN-EXCEPTIONS > ZERO
                       OR PR-NO-RATE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "EMPORGR: DIRECT-REPORT LIMIT = " PR-MAX-REPORTS.
           DISPLAY "EMPORGR: EMPLOYEES READ     = " PR-EMPLOYEES-READ.
           DISPLAY "EMPORGR: ACTIVE EMPLOYEES   = " PR-ACTIVE-COUNT.
           DISPLAY "EMPORGR: TOP-LEVEL          = " PR-TOP-COUNT.
           DISPLAY "EMPORGR: ARCHIVE READ       = " PR-ARCHIVE-READ.
           DISPLAY "EMPORGR: LOOPS BROKEN       = " PR-LOOPS-BROKEN.
           DISPLAY "EMPORGR: LINE EXCEPTIONS    = " PR-LINE-EXCEPTIONS.
           DISPLAY "EMPORGR: SPAN EXCEPTIONS    = " PR-SPAN-EXCEPTIONS.
           DISPLAY "EMPORGR: SALARIES NO RATE   = " PR-NO-RATE-COUNT.
           DISPLAY "EMPORGR: LINES PRINTED      = " PR-LINES-PRINTED.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

           IF RETURN-CODE < 16
               CLOSE EMPLOYEE-MASTER
                     ARCHIVE-FILE
                     COMPANY-MASTER
                     EXCHANGE-RATE-FILE
                     ORG-REPORT
           END-IF.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9100-WRITE-RUN-STATS  --  ONE END-OF-RUN RECORD TO THE SHARED        *
      *                             RUN-STATISTICS KSDS FOR THE OPSBAL        *
      *                             BALANCING REPORT                          *
      *----------------------------------------------------------------------*
       9100-WRITE-RUN-STATS.
           OPEN I-O RUN-STATS-FILE.
           IF NOT PR-STAT-OK
               DISPLAY "EMPORGR: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               GO TO 9100-WRITE-RUN-STATS-EXIT
           END-IF.

           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           ACCEPT PR-NOW   FROM TIME.

           MOVE "EMPORGR "            TO RS-JOB-NAME.
           MOVE PR-TODAY              TO RS-RUN-DATE.
           MOVE PR-NOW                TO RS-RUN-TIME.
           COMPUTE RS-RECORDS-READ = PR-EMPLOYEES-READ
               + PR-ARCHIVE-READ.
           MOVE PR-LINES-PRINTED      TO RS-RECORDS-WRITTEN.
           MOVE ZERO                  TO RS-RECORDS-REJECTED.
           COMPUTE RS-CONTROL-TOTAL = PR-LINE-EXCEPTIONS
               + PR-SPAN-EXCEPTIONS.
           MOVE RETURN-CODE           TO RS-RETURN-CODE.

           WRITE RUN-STATS-RECORD
               INVALID KEY
                   DISPLAY "EMPORGR: RUN STATS WRITE FAILED, STATUS "
                           PR-STAT-STATUS
           END-WRITE.

           CLOSE RUN-STATS-FILE.

       9100-WRITE-RUN-STATS-EXIT.
           EXIT.
