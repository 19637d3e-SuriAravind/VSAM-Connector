      ****************************************************************************
      *                                                                          *
      *  PROGRAM      CSVCONV                                                    *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     CONVERTS A COMMA-DELIMITED FILE (CSVIN) SENT IN BY HR      *
      *               OR THE PROJECT OFFICE INTO A COMPLETE MAINTENANCE          *
      *               BATCH IN EMPTRAN FORMAT (EMPBATCH) OR PROJTRAN FORMAT      *
      *               (PRJBATCH), WITH A BATCH HEADER AND A TRAILER WHOSE        *
      *               RECORD COUNT AND HASH TOTALS ARE WORKED OUT HERE (SEE      *
      *               BatchControlCopyBook.cob), READY FOR EMPMAINT OR           *
      *               PROJMAINT.                                                 *
      *                                                                          *
      *               THE FIRST ROW NAMES THE COLUMNS, USING THE FIELD NAMES     *
      *               OF EmpTransCopyBook.cob OR ProjTransCopyBook.cob WITH      *
      *               OR WITHOUT THE TR- / PT- PREFIX, IN ANY ORDER AND IN       *
      *               EITHER CASE.  COLUMNS LEFT OUT ARE BLANK OR ZERO.          *
      *               EMPTRAN PROJECT COLUMNS ARE NUMBERED, E.G.                 *
      *               PROJECT-NAME-1 ... ALLOCATION-PCT-20; AN UNNUMBERED        *
      *               PROJECT COLUMN IS PROJECT 1.  NUMBER-OF-PROJECTS IS        *
      *               TAKEN FROM THE PROJECT COLUMNS FILLED IN ON EACH ROW;      *
      *               A NUMBER-OF-PROJECTS COLUMN, WHEN GIVEN, MUST AGREE.       *
      *               A VALUE HOLDING A COMMA IS ENCLOSED IN DOUBLE QUOTES,      *
      *               WITH A QUOTE INSIDE IT DOUBLED.  TEXT IS FOLDED TO         *
      *               UPPER CASE.                                                *
      *                                                                          *
      *  EDITS APPLIED.                                                          *
      *               TRANSACTION CODE MUST BE ONE THE MAINTENANCE PROGRAM       *
      *               KNOWS.  NUMERIC FIELDS MUST BE DIGITS, WITHIN THE          *
      *               FIELD'S SIZE, SIGNED OR WITH DECIMALS ONLY WHERE THE       *
      *               FIELD IS.  DATES MUST BE REAL YYYYMMDD CALENDAR DATES.     *
      *               NAMES MUST BE ALPHABETIC.  TEXT MUST FIT ITS FIELD.        *
      *               EMPTRAN ROWS NEED AN ID; P AND E ROWS CARRY EXACTLY        *
      *               ONE PROJECT, A AND C ROWS CARRY THE FULL TABLE WITH        *
      *               NO GAPS, D AND R ROWS CARRY NONE.  PROJTRAN ROWS NEED      *
      *               A PROJECT CODE.  THE MAINTENANCE PROGRAM'S OWN EDITS       *
      *               AGAINST THE MASTERS STILL APPLY WHEN THE BATCH RUNS.       *
      *                                                                          *
      *               A ROW THAT FAILS IS LEFT OUT OF THE BATCH AND EVERY        *
      *               FAULT ON IT IS LISTED ON THE ERROR FILE (CSVERR) WITH      *
      *               THE ROW NUMBER (THE HEADING ROW IS ROW 1), COLUMN,         *
      *               REASON AND VALUE, FOR RETURN TO THE SUBMITTER.  A          *
      *               HEADING ROW THAT CANNOT BE MAPPED REJECTS THE FILE         *
      *               WHOLE AND NO BATCH IS WRITTEN.                             *
      *                                                                          *
      *  RUN PARM.    TARGET(1)       E = EMPTRAN, P = PROJTRAN - REQUIRED       *
      *               ORIGIN(8)       BATCH HEADER ORIGIN DEPT - REQUIRED,       *
      *                               NOT SALAPPR                                *
      *               BATCH-NO(4)     BATCH HEADER NUMBER, ZERO OR               *
      *                               OMITTED = 1                                *
      *                                                                          *
      *  RETURN CODE. 4 WHEN ANY ROW WAS REJECTED, 8 WHEN THE HEADING ROW IS     *
      *               UNUSABLE.                                                  *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - CSV TO BALANCED EMPTRAN AND          *
      *                  PROJTRAN BATCHES.                                       *
      *  2026-10-15 RLM  ONE OUTPUT FILE PER TARGET, EMPBATCH FOR EMPTRAN AND    *
      *                  PRJBATCH FOR PROJTRAN, EACH LAID OUT AS ITS             *
      *                  MAINTENANCE PROGRAM'S TRANSACTION FILE, IN PLACE OF     *
      *                  THE SINGLE CSVBATCH FILE.                               *
      *  2026-10-15 RLM  ORIGIN SALAPPR REFUSED WITH RC 16; EMPMAINT TAKES A     *
      *                  BATCH OF THAT ORIGIN AS A SALARY-HOLD RELEASE.          *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSVCONV.
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
           SELECT CSV-INPUT-FILE    ASSIGN TO CSVIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-CSV-STATUS.

           SELECT EMP-BATCH-FILE    ASSIGN TO EMPBATCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-BAT-STATUS.

           SELECT PROJ-BATCH-FILE   ASSIGN TO PRJBATCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-BAT-STATUS.

           SELECT CSV-ERROR-FILE    ASSIGN TO CSVERR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-ERR-STATUS.

           SELECT RUN-STATS-FILE    ASSIGN TO RUNSTATS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RS-RUN-KEY
                  FILE STATUS IS PR-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSV-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSV-RECORD.
           05  CSV-CHAR                   PIC X(01)   OCCURS 2000.

      *    ONLY THE FILE FOR THE TARGET IS OPENED, SO THE TWO SHARE A
      *    STATUS.  THE BATCH CONTROL RECORDS ARE QUALIFIED BY FILE NAME
       FD  EMP-BATCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "EmpTransCopyBook.cob".
           COPY "BatchControlCopyBook.cob".

       FD  PROJ-BATCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ProjTransCopyBook.cob".
           COPY "BatchControlCopyBook.cob".

       FD  CSV-ERROR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSV-ERROR-LINE                 PIC X(132).

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RunStatsCopyBook.cob".

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-CSV-STATUS              PIC X(02).
               88  PR-CSV-OK                      VALUE "00".
               88  PR-CSV-EOF                     VALUE "10".
           05  PR-BAT-STATUS              PIC X(02).
               88  PR-BAT-OK                      VALUE "00".
           05  PR-ERR-STATUS              PIC X(02).
               88  PR-ERR-OK                      VALUE "00".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".

       01  PR-SWITCHES.
           05  PR-CSV-EOF-SW              PIC X(01)   VALUE "N".
               88  PR-NO-MORE-ROWS                VALUE "Y".
           05  PR-BATCH-OPEN-SW           PIC X(01)   VALUE "N".
               88  PR-BATCH-OPEN                  VALUE "Y".
           05  PR-HEADER-VALID-SW         PIC X(01)   VALUE "Y".
               88  PR-HEADER-IS-VALID             VALUE "Y".
               88  PR-HEADER-IS-INVALID           VALUE "N".
           05  PR-ROW-VALID-SW            PIC X(01)   VALUE "Y".
               88  PR-ROW-IS-VALID                VALUE "Y".
               88  PR-ROW-IS-INVALID              VALUE "N".
           05  PR-VALUE-VALID-SW          PIC X(01)   VALUE "Y".
               88  PR-VALUE-IS-VALID              VALUE "Y".
               88  PR-VALUE-IS-INVALID            VALUE "N".
           05  PR-DATE-VALID-SW           PIC X(01)   VALUE "Y".
               88  PR-DATE-IS-VALID               VALUE "Y".
               88  PR-DATE-IS-INVALID             VALUE "N".
           05  PR-LEAP-YEAR-SW            PIC X(01)   VALUE "N".
               88  PR-IS-LEAP-YEAR                VALUE "Y".
           05  PR-IN-QUOTES-SW            PIC X(01)   VALUE "N".
               88  PR-IN-QUOTES                   VALUE "Y".
           05  PR-SKIP-CHAR-SW            PIC X(01)   VALUE "N".
               88  PR-SKIP-CHAR                   VALUE "Y".
           05  PR-LINE-END-SW             PIC X(01)   VALUE "N".
               88  PR-LINE-END-FOUND              VALUE "Y".
           05  PR-TOO-MANY-COLUMNS-SW     PIC X(01)   VALUE "N".
               88  PR-TOO-MANY-COLUMNS            VALUE "Y".
           05  PR-BUILD-OVERFLOW-SW       PIC X(01)   VALUE "N".
               88  PR-BUILD-OVERFLOW              VALUE "Y".
           05  PR-NAME-FOUND-SW           PIC X(01)   VALUE "N".
               88  PR-NAME-FOUND                  VALUE "Y".
           05  PR-COLUMN-FOUND-SW         PIC X(01)   VALUE "N".
               88  PR-COLUMN-FOUND                VALUE "Y".
           05  PR-SIGN-ALLOWED-SW         PIC X(01)   VALUE "N".
               88  PR-SIGN-ALLOWED                VALUE "Y".
           05  PR-NUM-NEGATIVE-SW         PIC X(01)   VALUE "N".
               88  PR-NUM-NEGATIVE                VALUE "Y".
           05  PR-NUM-POINT-SW            PIC X(01)   VALUE "N".
               88  PR-NUM-POINT-SEEN              VALUE "Y".
           05  PR-GIVEN-COUNT-SW          PIC X(01)   VALUE "N".
               88  PR-GIVEN-COUNT                 VALUE "Y".
           05  PR-NUM-DIGIT-SW            PIC X(01)   VALUE "N".
               88  PR-NUM-DIGIT-SEEN              VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-MAX-COLUMNS             PIC 9(03)   VALUE 100.
           05  PR-MAX-VALUE-LENGTH        PIC 9(02)   VALUE 40.
           05  PR-MAX-PROJECTS            PIC 9(02)   VALUE 20.
           05  PR-EMP-FIELD-COUNT         PIC 9(02)   VALUE 17.
           05  PR-PROJ-FIELD-COUNT        PIC 9(02)   VALUE 09.
           05  PR-FIRST-GROUP-FIELD       PIC 9(02)   VALUE 14.
           05  PR-LOWER-CASE              PIC X(26)   VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  PR-UPPER-CASE              PIC X(26)   VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  PR-COUNTERS COMP.
           05  PR-ROWS-READ               PIC 9(07)   VALUE ZERO.
           05  PR-ROWS-BLANK              PIC 9(07)   VALUE ZERO.
           05  PR-ROWS-CONVERTED          PIC 9(07)   VALUE ZERO.
           05  PR-ROWS-REJECTED           PIC 9(07)   VALUE ZERO.
           05  PR-ERRORS-WRITTEN          PIC 9(07)   VALUE ZERO.
           05  PR-ROW-NUMBER              PIC 9(07)   VALUE ZERO.
           05  PR-HEADER-COLUMNS          PIC 9(03)   VALUE ZERO.
           05  PR-FIELD-COUNT             PIC 9(03)   VALUE ZERO.
           05  PR-COL-IX                  PIC 9(03)   VALUE ZERO.
           05  PR-DUP-IX                  PIC 9(03)   VALUE ZERO.
           05  PR-DICT-IX                 PIC 9(02)   VALUE ZERO.
           05  PR-DICT-LIMIT              PIC 9(02)   VALUE ZERO.
           05  PR-DICT-LENGTH             PIC 9(02)   VALUE ZERO.
           05  PR-LINE-LENGTH             PIC 9(04)   VALUE ZERO.
           05  PR-CHAR-IX                 PIC 9(04)   VALUE ZERO.
           05  PR-BUILD-LENGTH            PIC 9(02)   VALUE ZERO.
           05  PR-VALUE-LENGTH            PIC 9(02)   VALUE ZERO.
           05  PR-MAX-LENGTH              PIC 9(02)   VALUE ZERO.
           05  PR-MAX-DIGITS              PIC 9(02)   VALUE ZERO.
           05  PR-MAX-DECIMALS            PIC 9(02)   VALUE ZERO.
           05  PR-INT-DIGITS              PIC 9(02)   VALUE ZERO.
           05  PR-DEC-DIGITS              PIC 9(02)   VALUE ZERO.
           05  PR-PROJ-IX                 PIC 9(02)   VALUE ZERO.
           05  PR-OCCURRENCE              PIC 9(02)   VALUE ZERO.
           05  PR-PROJECTS-PRESENT        PIC 9(02)   VALUE ZERO.
           05  PR-HIGHEST-PROJECT         PIC 9(02)   VALUE ZERO.
           05  PR-GIVEN-PROJECT-COUNT     PIC 9(02)   VALUE ZERO.
           05  PR-REQUIRED-FIELD          PIC 9(02)   VALUE ZERO.

       01  PR-RUN-OPTIONS.
           05  PR-TARGET                  PIC X(01).
               88  PR-TARGET-EMPTRAN              VALUE "E".
               88  PR-TARGET-PROJTRAN             VALUE "P".
           05  PR-TARGET-NAME             PIC X(08).
           05  PR-FIELD-PREFIX            PIC X(03).
           05  PR-ORIGIN-DEPT             PIC X(08).
           05  PR-BATCH-NUMBER            PIC 9(04)   VALUE 1.

       01  PR-BATCH-CONTROL-TOTALS.
           05  PR-BATCH-COUNT             PIC 9(09)      VALUE ZERO.
           05  PR-BATCH-HASH-1            PIC S9(15)     VALUE ZERO.
           05  PR-BATCH-HASH-2            PIC S9(15)V99  VALUE ZERO.

      *    EMPTRAN FIELD NAMES, WITHOUT THE TR- PREFIX, AND THE LENGTH
      *    OF EACH NAME.  ENTRIES FROM PR-FIRST-GROUP-FIELD ON ARE THE
      *    PROJECTS-DETAIL FIELDS AND TAKE A -1 TO -20 SUFFIX.
       01  PR-EMP-FIELD-LITERAL.
           05  FILLER PIC X(22) VALUE "TRANS-CODE          10".
           05  FILLER PIC X(22) VALUE "ID                  02".
           05  FILLER PIC X(22) VALUE "EFFECTIVE-DATE      14".
           05  FILLER PIC X(22) VALUE "COMPANY-NAME        12".
           05  FILLER PIC X(22) VALUE "SHORT-NAME          10".
           05  FILLER PIC X(22) VALUE "FIRST-NAME          10".
           05  FILLER PIC X(22) VALUE "LAST-NAME           09".
           05  FILLER PIC X(22) VALUE "DATE-OF-BIRTH       13".
           05  FILLER PIC X(22) VALUE "HIRE-DATE           09".
           05  FILLER PIC X(22) VALUE "EXPERIENCE          10".
           05  FILLER PIC X(22) VALUE "SALARY              06".
           05  FILLER PIC X(22) VALUE "MANAGER-ID          10".
           05  FILLER PIC X(22) VALUE "NUMBER-OF-PROJECTS  18".
           05  FILLER PIC X(22) VALUE "PROJECT-NAME        12".
           05  FILLER PIC X(22) VALUE "START-DATE          10".
           05  FILLER PIC X(22) VALUE "END-DATE            08".
           05  FILLER PIC X(22) VALUE "ALLOCATION-PCT      14".
       01  PR-EMP-FIELD-TABLE REDEFINES PR-EMP-FIELD-LITERAL.
           05  PR-EMP-FIELD-ENTRY         OCCURS 17.
               10  PR-EF-NAME             PIC X(20).
               10  PR-EF-LENGTH           PIC 9(02).

      *    PROJTRAN FIELD NAMES, WITHOUT THE PT- PREFIX
       01  PR-PROJ-FIELD-LITERAL.
           05  FILLER PIC X(22) VALUE "TRANS-CODE          10".
           05  FILLER PIC X(22) VALUE "PROJECT-CODE        12".
           05  FILLER PIC X(22) VALUE "PROJECT-NAME        12".
           05  FILLER PIC X(22) VALUE "CLIENT-NAME         11".
           05  FILLER PIC X(22) VALUE "STATUS              06".
           05  FILLER PIC X(22) VALUE "BUDGET              06".
           05  FILLER PIC X(22) VALUE "START-DATE          10".
           05  FILLER PIC X(22) VALUE "END-DATE            08".
           05  FILLER PIC X(22) VALUE "EMPLOYEE-ID         11".
       01  PR-PROJ-FIELD-TABLE REDEFINES PR-PROJ-FIELD-LITERAL.
           05  PR-PROJ-FIELD-ENTRY        OCCURS 9.
               10  PR-PF-NAME             PIC X(20).
               10  PR-PF-LENGTH           PIC 9(02).

      *    WHAT EACH CSV COLUMN MAPS TO, FROM THE HEADING ROW.  FIELD
      *    ZERO IS A COLUMN WITH NO HEADING, WHICH IS IGNORED.
       01  PR-COLUMN-TABLE.
           05  PR-COLUMN-ENTRY            OCCURS 100.
               10  PR-CM-NAME             PIC X(24).
               10  PR-CM-FIELD            PIC 9(02).
               10  PR-CM-OCCURRENCE       PIC 9(02).

      *    THE VALUES OF THE ROW IN HAND
       01  PR-VALUE-TABLE.
           05  PR-VALUE-ENTRY             OCCURS 100.
               10  PR-VL-TEXT             PIC X(40).
               10  PR-VL-LENGTH           PIC 9(02).
               10  PR-VL-OVERFLOW-SW      PIC X(01).

      *    PROJECTS-DETAIL OCCURRENCES GIVEN A VALUE ON THE ROW
       01  PR-PROJECT-PRESENT-TABLE.
           05  PR-PROJECT-PRESENT-SW      PIC X(01)   OCCURS 20.

       01  PR-BUILD-AREA.
           05  PR-BUILD-CHAR              PIC X(01)   OCCURS 40.
       01  PR-BUILD-TEXT REDEFINES PR-BUILD-AREA
                                          PIC X(40).

       01  PR-VALUE                       PIC X(40).
       01  PR-VALUE-CHARS REDEFINES PR-VALUE.
           05  PR-VALUE-CHAR              PIC X(01)   OCCURS 40.

       01  PR-HEADING-WORK                PIC X(40).
       01  PR-SUFFIX                      PIC X(02).
       01  PR-SUFFIX-PARTS REDEFINES PR-SUFFIX.
           05  PR-SUFFIX-CHAR-1           PIC X(01).
           05  PR-SUFFIX-CHAR-2           PIC X(01).
       01  PR-SUFFIX-NUMBER REDEFINES PR-SUFFIX
                                          PIC 9(02).

       01  PR-CHAR                        PIC X(01).
       01  PR-NEXT-CHAR                   PIC X(01).
       01  PR-DIGIT-CHAR                  PIC X(01).
       01  PR-DIGIT REDEFINES PR-DIGIT-CHAR
                                          PIC 9(01).

       01  PR-NUMBER-FIELDS.
           05  PR-NUM-VALUE               PIC S9(15)V99.
           05  PR-NUM-SCALE               PIC 9V99.

       01  PR-DAYS-IN-MONTH-LITERAL.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  PR-DAYS-IN-MONTH-TABLE REDEFINES PR-DAYS-IN-MONTH-LITERAL.
           05  PR-DAYS-IN-MONTH           PIC 9(02)   OCCURS 12 TIMES.

       01  PR-CHECK-DATE                  PIC 9(08).
       01  PR-CHECK-DATE-PARTS REDEFINES PR-CHECK-DATE.
           05  PR-CHECK-YEAR              PIC 9(04).
           05  PR-CHECK-MONTH             PIC 9(02).
           05  PR-CHECK-DAY               PIC 9(02).

       01  PR-DATE-WORK-FIELDS.
           05  PR-YEAR-QUOTIENT           PIC 9(04).
           05  PR-YEAR-REMAINDER          PIC 9(04).
           05  PR-MAX-DAY-THIS-MONTH      PIC 9(02).

       01  PR-ERROR-FIELDS.
           05  PR-ER-COLUMN-NAME          PIC X(24).
           05  PR-ER-REASON               PIC X(50).

       01  PR-ERROR-TITLE-LINE.
           05  FILLER                     PIC X(27)   VALUE
               "CSV INTAKE ERRORS - TARGET ".
           05  PR-ET-TARGET-NAME          PIC X(08).
           05  FILLER                     PIC X(10)   VALUE
               "  ORIGIN ".
           05  PR-ET-ORIGIN-DEPT          PIC X(08).
           05  FILLER                     PIC X(09)   VALUE
               "  BATCH ".
           05  PR-ET-BATCH-NUMBER         PIC 9(04).
           05  FILLER                     PIC X(08)   VALUE
               "  DATE ".
           05  PR-ET-TODAY                PIC 9(08).

       01  PR-ERROR-HEADING-LINE.
           05  FILLER                     PIC X(12)   VALUE "ROW".
           05  FILLER                     PIC X(26)   VALUE "COLUMN".
           05  FILLER                     PIC X(52)   VALUE "REASON".
           05  FILLER                     PIC X(40)   VALUE "VALUE".

       01  PR-ERROR-LINE.
           05  PR-EL-ROW                  PIC ZZZZZZ9.
           05  FILLER                     PIC X(05)   VALUE SPACES.
           05  PR-EL-COLUMN-NAME          PIC X(24).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-EL-REASON               PIC X(50).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-EL-VALUE                PIC X(40).

       01  PR-ERROR-TOTAL-LINE.
           05  FILLER                     PIC X(10)   VALUE
               "ROWS READ ".
           05  PR-EQ-READ                 PIC ZZZZZZ9.
           05  FILLER                     PIC X(13)   VALUE
               "   CONVERTED ".
           05  PR-EQ-CONVERTED            PIC ZZZZZZ9.
           05  FILLER                     PIC X(12)   VALUE
               "   REJECTED ".
           05  PR-EQ-REJECTED             PIC ZZZZZZ9.
           05  FILLER                     PIC X(09)   VALUE
               "   BLANK ".
           05  PR-EQ-BLANK                PIC ZZZZZZ9.

       01  PR-TODAY                       PIC 9(08).
       01  PR-NOW                         PIC 9(08).

       LINKAGE SECTION.
       01  PR-PARM-LENGTH                 PIC S9(4) COMP.
       01  PR-RUN-PARM.
           05  PM-TARGET                  PIC X(01).
           05  PM-ORIGIN-DEPT             PIC X(08).
           05  PM-BATCH-NUMBER            PIC 9(04).

       PROCEDURE DIVISION USING PR-PARM-LENGTH PR-RUN-PARM.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF RETURN-CODE < 8
               PERFORM 1200-MAP-HEADING-ROW
                   THRU 1200-MAP-HEADING-ROW-EXIT
           END-IF.

           IF RETURN-CODE < 8
               PERFORM 1300-OPEN-BATCH
                   THRU 1300-OPEN-BATCH-EXIT
           END-IF.

           IF RETURN-CODE < 8
               PERFORM 2900-READ-NEXT-ROW
                   THRU 2900-READ-NEXT-ROW-EXIT
               PERFORM 2000-PROCESS-ONE-ROW
                   THRU 2000-PROCESS-ONE-ROW-EXIT
                   UNTIL PR-NO-MORE-ROWS
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  CHECK THE RUN PARM AND OPEN THE INPUT AND       *
      *                        ERROR FILES                                    *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.

           IF PR-PARM-LENGTH < 9
               DISPLAY "CSVCONV: TARGET AND ORIGIN REQUIRED ON RUN PARM"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE PM-TARGET TO PR-TARGET.
           EVALUATE TRUE
               WHEN PR-TARGET-EMPTRAN
                   MOVE "EMPTRAN"  TO PR-TARGET-NAME
                   MOVE "TR-"      TO PR-FIELD-PREFIX
                   MOVE PR-EMP-FIELD-COUNT  TO PR-DICT-LIMIT
               WHEN PR-TARGET-PROJTRAN
                   MOVE "PROJTRAN" TO PR-TARGET-NAME
                   MOVE "PT-"      TO PR-FIELD-PREFIX
                   MOVE PR-PROJ-FIELD-COUNT TO PR-DICT-LIMIT
               WHEN OTHER
                   DISPLAY "CSVCONV: TARGET PARM MUST BE E OR P"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
           END-EVALUATE.

           IF PM-ORIGIN-DEPT = SPACES
               DISPLAY "CSVCONV: TARGET AND ORIGIN REQUIRED ON RUN PARM"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
      *    SALAPPR'S RELEASE BATCHES CARRY APPROVAL AUTHORITY IN EMPMAINT
           IF PM-ORIGIN-DEPT = "SALAPPR "
               DISPLAY "CSVCONV: ORIGIN SALAPPR IS RESERVED FOR SALAPPR"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE PM-ORIGIN-DEPT TO PR-ORIGIN-DEPT.

           IF PR-PARM-LENGTH >= 13
               IF PM-BATCH-NUMBER IS NOT NUMERIC
                   DISPLAY "CSVCONV: BATCH NUMBER PARM MUST BE 4 DIGITS"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               IF PM-BATCH-NUMBER > ZERO
                   MOVE PM-BATCH-NUMBER TO PR-BATCH-NUMBER
               END-IF
           END-IF.

           OPEN INPUT CSV-INPUT-FILE.
           IF NOT PR-CSV-OK
               DISPLAY "CSVCONV: CSV INPUT OPEN FAILED, STATUS "
                       PR-CSV-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CSV-ERROR-FILE.
           IF NOT PR-ERR-OK
               DISPLAY "CSVCONV: ERROR FILE OPEN FAILED, STATUS "
                       PR-ERR-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE PR-TARGET-NAME  TO PR-ET-TARGET-NAME.
           MOVE PR-ORIGIN-DEPT  TO PR-ET-ORIGIN-DEPT.
           MOVE PR-BATCH-NUMBER TO PR-ET-BATCH-NUMBER.
           MOVE PR-TODAY        TO PR-ET-TODAY.
           WRITE CSV-ERROR-LINE FROM PR-ERROR-TITLE-LINE.
           WRITE CSV-ERROR-LINE FROM PR-ERROR-HEADING-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1200-MAP-HEADING-ROW  --  MAP EVERY HEADING TO A TRANSACTION FIELD.  *
      *                             ANY FAULT REJECTS THE WHOLE FILE WITH     *
      *                             RETURN CODE 8.                            *
      *----------------------------------------------------------------------*
       1200-MAP-HEADING-ROW.
           PERFORM 2900-READ-NEXT-ROW
               THRU 2900-READ-NEXT-ROW-EXIT.
           IF PR-NO-MORE-ROWS
               MOVE SPACES TO PR-ER-COLUMN-NAME
               MOVE SPACES TO PR-VALUE
               MOVE "CSV FILE IS EMPTY - NO HEADING ROW"
                   TO PR-ER-REASON
               PERFORM 2800-WRITE-ERROR-LINE
                   THRU 2800-WRITE-ERROR-LINE-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 1200-MAP-HEADING-ROW-EXIT
           END-IF.

           PERFORM 1400-SPLIT-CSV-LINE
               THRU 1400-SPLIT-CSV-LINE-EXIT.
           MOVE PR-FIELD-COUNT TO PR-HEADER-COLUMNS.

           IF PR-TOO-MANY-COLUMNS
               MOVE SPACES TO PR-ER-COLUMN-NAME
               MOVE SPACES TO PR-VALUE
               MOVE "MORE COLUMNS THAN PR-MAX-COLUMNS" TO PR-ER-REASON
               PERFORM 2800-WRITE-ERROR-LINE
                   THRU 2800-WRITE-ERROR-LINE-EXIT
               SET PR-HEADER-IS-INVALID TO TRUE
           END-IF.

           IF PR-HEADER-COLUMNS > ZERO
               PERFORM 1250-MAP-ONE-HEADING
                   THRU 1250-MAP-ONE-HEADING-EXIT
                   VARYING PR-COL-IX FROM 1 BY 1
                   UNTIL PR-COL-IX > PR-HEADER-COLUMNS
           END-IF.

      *    EVERY ROW NEEDS ITS TRANSACTION CODE AND ITS KEY
           MOVE 1 TO PR-REQUIRED-FIELD.
           PERFORM 1290-CHECK-REQUIRED-COLUMN
               THRU 1290-CHECK-REQUIRED-COLUMN-EXIT.
           MOVE 2 TO PR-REQUIRED-FIELD.
           PERFORM 1290-CHECK-REQUIRED-COLUMN
               THRU 1290-CHECK-REQUIRED-COLUMN-EXIT.

           IF PR-HEADER-IS-INVALID
               MOVE 8 TO RETURN-CODE
           END-IF.

       1200-MAP-HEADING-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1250-MAP-ONE-HEADING  --  TRY THE NAME AS IT STANDS, THEN AS A       *
      *                             NUMBERED PROJECTS-DETAIL FIELD            *
      *----------------------------------------------------------------------*
       1250-MAP-ONE-HEADING.
           MOVE PR-VL-TEXT (PR-COL-IX) TO PR-VALUE.
           MOVE PR-VALUE             TO PR-CM-NAME (PR-COL-IX).
           MOVE ZERO                 TO PR-CM-FIELD (PR-COL-IX).
           MOVE ZERO                 TO PR-CM-OCCURRENCE (PR-COL-IX).
           IF PR-VALUE = SPACES
               GO TO 1250-MAP-ONE-HEADING-EXIT
           END-IF.

           INSPECT PR-VALUE CONVERTING PR-LOWER-CASE TO PR-UPPER-CASE.
           MOVE PR-VALUE TO PR-CM-NAME (PR-COL-IX).
           MOVE PR-VALUE TO PR-ER-COLUMN-NAME.

           IF PR-VALUE (1:3) = PR-FIELD-PREFIX
               MOVE PR-VALUE (4:37) TO PR-HEADING-WORK
           ELSE
               MOVE PR-VALUE        TO PR-HEADING-WORK
           END-IF.

           MOVE "N" TO PR-NAME-FOUND-SW.
           PERFORM 1260-MATCH-ONE-NAME
               THRU 1260-MATCH-ONE-NAME-EXIT
               VARYING PR-DICT-IX FROM 1 BY 1
               UNTIL PR-DICT-IX > PR-DICT-LIMIT
                  OR PR-NAME-FOUND.

           IF NOT PR-NAME-FOUND AND PR-TARGET-EMPTRAN
               PERFORM 1270-MATCH-NUMBERED-NAME
                   THRU 1270-MATCH-NUMBERED-NAME-EXIT
                   VARYING PR-DICT-IX FROM PR-FIRST-GROUP-FIELD BY 1
                   UNTIL PR-DICT-IX > PR-DICT-LIMIT
                      OR PR-NAME-FOUND
           END-IF.

           IF NOT PR-NAME-FOUND
               IF PR-ER-REASON = SPACES
                   MOVE "UNKNOWN COLUMN NAME" TO PR-ER-REASON
               END-IF
               PERFORM 2800-WRITE-ERROR-LINE
                   THRU 2800-WRITE-ERROR-LINE-EXIT
               SET PR-HEADER-IS-INVALID TO TRUE
               GO TO 1250-MAP-ONE-HEADING-EXIT
           END-IF.

           MOVE "N" TO PR-COLUMN-FOUND-SW.
           IF PR-COL-IX > 1
               PERFORM 1280-CHECK-ONE-DUPLICATE
                   THRU 1280-CHECK-ONE-DUPLICATE-EXIT
                   VARYING PR-DUP-IX FROM 1 BY 1
                   UNTIL PR-DUP-IX >= PR-COL-IX
                      OR PR-COLUMN-FOUND
           END-IF.
           IF PR-COLUMN-FOUND
               MOVE "COLUMN NAMED TWICE" TO PR-ER-REASON
               PERFORM 2800-WRITE-ERROR-LINE
                   THRU 2800-WRITE-ERROR-LINE-EXIT
               SET PR-HEADER-IS-INVALID TO TRUE
           END-IF.

       1250-MAP-ONE-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1260-MATCH-ONE-NAME  --  A PROJECTS-DETAIL FIELD WITH NO NUMBER IS   *
      *                            PROJECT 1                                  *
      *----------------------------------------------------------------------*
       1260-MATCH-ONE-NAME.
           MOVE SPACES TO PR-ER-REASON.
           IF PR-TARGET-EMPTRAN
               IF PR-HEADING-WORK NOT = PR-EF-NAME (PR-DICT-IX)
                   GO TO 1260-MATCH-ONE-NAME-EXIT
               END-IF
           ELSE
               IF PR-HEADING-WORK NOT = PR-PF-NAME (PR-DICT-IX)
                   GO TO 1260-MATCH-ONE-NAME-EXIT
               END-IF
           END-IF.

           SET PR-NAME-FOUND TO TRUE.
           MOVE PR-DICT-IX TO PR-CM-FIELD (PR-COL-IX).
           IF PR-TARGET-EMPTRAN AND PR-DICT-IX >= PR-FIRST-GROUP-FIELD
               MOVE 1 TO PR-CM-OCCURRENCE (PR-COL-IX)
           END-IF.

       1260-MATCH-ONE-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1270-MATCH-NUMBERED-NAME  --  FIELD NAME, A HYPHEN, THEN A PROJECT   *
      *                                 NUMBER OF ONE OR TWO DIGITS           *
      *----------------------------------------------------------------------*
       1270-MATCH-NUMBERED-NAME.
           MOVE PR-EF-LENGTH (PR-DICT-IX) TO PR-DICT-LENGTH.
           IF PR-HEADING-WORK (1:PR-DICT-LENGTH)
                   NOT = PR-EF-NAME (PR-DICT-IX) (1:PR-DICT-LENGTH)
               GO TO 1270-MATCH-NUMBERED-NAME-EXIT
           END-IF.
           IF PR-HEADING-WORK (PR-DICT-LENGTH + 1:1) NOT = "-"
               GO TO 1270-MATCH-NUMBERED-NAME-EXIT
           END-IF.
           IF PR-HEADING-WORK (PR-DICT-LENGTH + 4:) NOT = SPACES
               GO TO 1270-MATCH-NUMBERED-NAME-EXIT
           END-IF.

           MOVE PR-HEADING-WORK (PR-DICT-LENGTH + 2:2) TO PR-SUFFIX.
           MOVE ZERO TO PR-OCCURRENCE.
           IF PR-SUFFIX-CHAR-2 = SPACE
               IF PR-SUFFIX-CHAR-1 IS NUMERIC
                   MOVE PR-SUFFIX-CHAR-1 TO PR-DIGIT-CHAR
                   MOVE PR-DIGIT         TO PR-OCCURRENCE
               END-IF
           ELSE
               IF PR-SUFFIX-NUMBER IS NUMERIC
                   MOVE PR-SUFFIX-NUMBER TO PR-OCCURRENCE
               END-IF
           END-IF.

           IF PR-OCCURRENCE < 1 OR PR-OCCURRENCE > PR-MAX-PROJECTS
               MOVE "PROJECT NUMBER MUST BE 1 TO 20" TO PR-ER-REASON
               GO TO 1270-MATCH-NUMBERED-NAME-EXIT
           END-IF.

           SET PR-NAME-FOUND TO TRUE.
           MOVE PR-DICT-IX    TO PR-CM-FIELD (PR-COL-IX).
           MOVE PR-OCCURRENCE TO PR-CM-OCCURRENCE (PR-COL-IX).

       1270-MATCH-NUMBERED-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1280-CHECK-ONE-DUPLICATE                                            *
      *----------------------------------------------------------------------*
       1280-CHECK-ONE-DUPLICATE.
           IF PR-CM-FIELD (PR-DUP-IX) = PR-CM-FIELD (PR-COL-IX)
                   AND PR-CM-OCCURRENCE (PR-DUP-IX)
                       = PR-CM-OCCURRENCE (PR-COL-IX)
               SET PR-COLUMN-FOUND TO TRUE
           END-IF.

       1280-CHECK-ONE-DUPLICATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1290-CHECK-REQUIRED-COLUMN  --  FIELD PR-REQUIRED-FIELD MUST HAVE    *
      *                                   A COLUMN                            *
      *----------------------------------------------------------------------*
       1290-CHECK-REQUIRED-COLUMN.
           MOVE "N" TO PR-COLUMN-FOUND-SW.
           IF PR-HEADER-COLUMNS > ZERO
               PERFORM 1295-FIND-ONE-COLUMN
                   THRU 1295-FIND-ONE-COLUMN-EXIT
                   VARYING PR-COL-IX FROM 1 BY 1
                   UNTIL PR-COL-IX > PR-HEADER-COLUMNS
                      OR PR-COLUMN-FOUND
           END-IF.
           IF PR-COLUMN-FOUND
               GO TO 1290-CHECK-REQUIRED-COLUMN-EXIT
           END-IF.

           IF PR-TARGET-EMPTRAN
               MOVE PR-EF-NAME (PR-REQUIRED-FIELD) TO PR-ER-COLUMN-NAME
           ELSE
               MOVE PR-PF-NAME (PR-REQUIRED-FIELD) TO PR-ER-COLUMN-NAME
           END-IF.
           MOVE SPACES TO PR-VALUE.
           MOVE "REQUIRED COLUMN IS MISSING" TO PR-ER-REASON.
           PERFORM 2800-WRITE-ERROR-LINE
               THRU 2800-WRITE-ERROR-LINE-EXIT.
           SET PR-HEADER-IS-INVALID TO TRUE.

       1290-CHECK-REQUIRED-COLUMN-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1295-FIND-ONE-COLUMN                                                *
      *----------------------------------------------------------------------*
       1295-FIND-ONE-COLUMN.
           IF PR-CM-FIELD (PR-COL-IX) = PR-REQUIRED-FIELD
               SET PR-COLUMN-FOUND TO TRUE
           END-IF.

       1295-FIND-ONE-COLUMN-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1300-OPEN-BATCH  --  OPEN THE BATCH AND WRITE ITS HEADER             *
      *----------------------------------------------------------------------*
       1300-OPEN-BATCH.
           IF PR-TARGET-EMPTRAN
               OPEN OUTPUT EMP-BATCH-FILE
           ELSE
               OPEN OUTPUT PROJ-BATCH-FILE
           END-IF.
           IF NOT PR-BAT-OK
               DISPLAY "CSVCONV: BATCH FILE OPEN FAILED, STATUS "
                       PR-BAT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1300-OPEN-BATCH-EXIT
           END-IF.
           SET PR-BATCH-OPEN TO TRUE.

           IF PR-TARGET-EMPTRAN
               PERFORM 1310-WRITE-EMP-HEADER
                   THRU 1310-WRITE-EMP-HEADER-EXIT
           ELSE
               PERFORM 1320-WRITE-PROJ-HEADER
                   THRU 1320-WRITE-PROJ-HEADER-EXIT
           END-IF.

       1300-OPEN-BATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1310-WRITE-EMP-HEADER                                               *
      *----------------------------------------------------------------------*
       1310-WRITE-EMP-HEADER.
           MOVE "H"             TO BH-RECORD-TYPE OF EMP-BATCH-FILE.
           MOVE PR-TODAY        TO BH-BATCH-DATE OF EMP-BATCH-FILE.
           MOVE PR-ORIGIN-DEPT  TO BH-ORIGIN-DEPT OF EMP-BATCH-FILE.
           MOVE PR-BATCH-NUMBER TO BH-BATCH-NUMBER OF EMP-BATCH-FILE.
           WRITE BATCH-HEADER-RECORD OF EMP-BATCH-FILE.

       1310-WRITE-EMP-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1320-WRITE-PROJ-HEADER                                              *
      *----------------------------------------------------------------------*
       1320-WRITE-PROJ-HEADER.
           MOVE "H"             TO BH-RECORD-TYPE OF PROJ-BATCH-FILE.
           MOVE PR-TODAY        TO BH-BATCH-DATE OF PROJ-BATCH-FILE.
           MOVE PR-ORIGIN-DEPT  TO BH-ORIGIN-DEPT OF PROJ-BATCH-FILE.
           MOVE PR-BATCH-NUMBER TO BH-BATCH-NUMBER OF PROJ-BATCH-FILE.
           WRITE BATCH-HEADER-RECORD OF PROJ-BATCH-FILE.

       1320-WRITE-PROJ-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1400-SPLIT-CSV-LINE  --  BREAK THE LINE IN CSV-RECORD INTO THE       *
      *                            VALUE TABLE.  LEADING AND TRAILING         *
      *                            BLANKS ROUND A VALUE ARE DROPPED; A        *
      *                            QUOTED VALUE MAY HOLD COMMAS, AND A        *
      *                            DOUBLED QUOTE INSIDE IT STANDS FOR ONE.    *
      *----------------------------------------------------------------------*
       1400-SPLIT-CSV-LINE.
           MOVE ZERO TO PR-FIELD-COUNT.
           MOVE "N"  TO PR-TOO-MANY-COLUMNS-SW.
           MOVE "N"  TO PR-IN-QUOTES-SW.
           MOVE "N"  TO PR-SKIP-CHAR-SW.

           MOVE 2000 TO PR-LINE-LENGTH.
           MOVE "N"  TO PR-LINE-END-SW.
           PERFORM 1410-FIND-LINE-END
               THRU 1410-FIND-LINE-END-EXIT
               UNTIL PR-LINE-LENGTH = ZERO OR PR-LINE-END-FOUND.
           IF PR-LINE-LENGTH = ZERO
               GO TO 1400-SPLIT-CSV-LINE-EXIT
           END-IF.

           PERFORM 1420-START-VALUE
               THRU 1420-START-VALUE-EXIT.
           PERFORM 1430-SCAN-ONE-CHAR
               THRU 1430-SCAN-ONE-CHAR-EXIT
               VARYING PR-CHAR-IX FROM 1 BY 1
               UNTIL PR-CHAR-IX > PR-LINE-LENGTH.
           PERFORM 1450-CLOSE-VALUE
               THRU 1450-CLOSE-VALUE-EXIT.

       1400-SPLIT-CSV-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1410-FIND-LINE-END  --  BACK OFF THE PADDING AT THE END OF THE       *
      *                           RECORD                                      *
      *----------------------------------------------------------------------*
       1410-FIND-LINE-END.
           IF CSV-CHAR (PR-LINE-LENGTH) = SPACE
                   OR CSV-CHAR (PR-LINE-LENGTH) = LOW-VALUE
               SUBTRACT 1 FROM PR-LINE-LENGTH
           ELSE
               SET PR-LINE-END-FOUND TO TRUE
           END-IF.

       1410-FIND-LINE-END-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1420-START-VALUE                                                    *
      *----------------------------------------------------------------------*
       1420-START-VALUE.
           MOVE SPACES TO PR-BUILD-TEXT.
           MOVE ZERO   TO PR-BUILD-LENGTH.
           MOVE "N"    TO PR-BUILD-OVERFLOW-SW.

       1420-START-VALUE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1430-SCAN-ONE-CHAR                                                  *
      *----------------------------------------------------------------------*
       1430-SCAN-ONE-CHAR.
           IF PR-SKIP-CHAR
               MOVE "N" TO PR-SKIP-CHAR-SW
               GO TO 1430-SCAN-ONE-CHAR-EXIT
           END-IF.

           MOVE CSV-CHAR (PR-CHAR-IX) TO PR-CHAR.
           MOVE SPACE TO PR-NEXT-CHAR.
           IF PR-CHAR-IX < PR-LINE-LENGTH
               MOVE CSV-CHAR (PR-CHAR-IX + 1) TO PR-NEXT-CHAR
           END-IF.

           IF PR-IN-QUOTES
               IF PR-CHAR = QUOTE
                   IF PR-NEXT-CHAR = QUOTE
                       PERFORM 1440-APPEND-CHAR
                           THRU 1440-APPEND-CHAR-EXIT
                       SET PR-SKIP-CHAR TO TRUE
                   ELSE
                       MOVE "N" TO PR-IN-QUOTES-SW
                   END-IF
               ELSE
                   PERFORM 1440-APPEND-CHAR
                       THRU 1440-APPEND-CHAR-EXIT
               END-IF
               GO TO 1430-SCAN-ONE-CHAR-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PR-CHAR = ","
                   PERFORM 1450-CLOSE-VALUE
                       THRU 1450-CLOSE-VALUE-EXIT
                   PERFORM 1420-START-VALUE
                       THRU 1420-START-VALUE-EXIT
               WHEN PR-CHAR = QUOTE AND PR-BUILD-LENGTH = ZERO
                   SET PR-IN-QUOTES TO TRUE
               WHEN PR-CHAR = SPACE AND PR-BUILD-LENGTH = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM 1440-APPEND-CHAR
                       THRU 1440-APPEND-CHAR-EXIT
           END-EVALUATE.

       1430-SCAN-ONE-CHAR-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1440-APPEND-CHAR                                                    *
      *----------------------------------------------------------------------*
       1440-APPEND-CHAR.
           IF PR-BUILD-LENGTH >= PR-MAX-VALUE-LENGTH
               SET PR-BUILD-OVERFLOW TO TRUE
               GO TO 1440-APPEND-CHAR-EXIT
           END-IF.

           ADD 1 TO PR-BUILD-LENGTH.
           MOVE PR-CHAR TO PR-BUILD-CHAR (PR-BUILD-LENGTH).

       1440-APPEND-CHAR-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1450-CLOSE-VALUE  --  FILE THE VALUE BUILT SO FAR AS THE NEXT        *
      *                         COLUMN                                        *
      *----------------------------------------------------------------------*
       1450-CLOSE-VALUE.
           IF PR-FIELD-COUNT >= PR-MAX-COLUMNS
               SET PR-TOO-MANY-COLUMNS TO TRUE
               GO TO 1450-CLOSE-VALUE-EXIT
           END-IF.

           MOVE "N" TO PR-LINE-END-SW.
           PERFORM 1460-TRIM-ONE-TRAILING
               THRU 1460-TRIM-ONE-TRAILING-EXIT
               UNTIL PR-BUILD-LENGTH = ZERO OR PR-LINE-END-FOUND.

           ADD 1 TO PR-FIELD-COUNT.
           MOVE PR-BUILD-TEXT        TO PR-VL-TEXT (PR-FIELD-COUNT).
           MOVE PR-BUILD-LENGTH      TO PR-VL-LENGTH (PR-FIELD-COUNT).
           MOVE PR-BUILD-OVERFLOW-SW
               TO PR-VL-OVERFLOW-SW (PR-FIELD-COUNT).

       1450-CLOSE-VALUE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1460-TRIM-ONE-TRAILING                                              *
      *----------------------------------------------------------------------*
       1460-TRIM-ONE-TRAILING.
           IF PR-BUILD-CHAR (PR-BUILD-LENGTH) = SPACE
               SUBTRACT 1 FROM PR-BUILD-LENGTH
           ELSE
               SET PR-LINE-END-FOUND TO TRUE
           END-IF.

       1460-TRIM-ONE-TRAILING-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2000-PROCESS-ONE-ROW  --  CONVERT ONE DATA ROW, THEN WRITE IT TO     *
      *                             THE BATCH OR LEAVE IT OUT                 *
      *----------------------------------------------------------------------*
       2000-PROCESS-ONE-ROW.
           ADD 1 TO PR-ROWS-READ.
           SET PR-ROW-IS-VALID TO TRUE.

           PERFORM 1400-SPLIT-CSV-LINE
               THRU 1400-SPLIT-CSV-LINE-EXIT.

      *    A ROW OF EMPTY CELLS IS SPREADSHEET PADDING, NOT AN ERROR
           MOVE "N" TO PR-COLUMN-FOUND-SW.
           IF PR-FIELD-COUNT > ZERO
               PERFORM 2010-CHECK-ONE-FILLED
                   THRU 2010-CHECK-ONE-FILLED-EXIT
                   VARYING PR-COL-IX FROM 1 BY 1
                   UNTIL PR-COL-IX > PR-FIELD-COUNT
                      OR PR-COLUMN-FOUND
           END-IF.
           IF NOT PR-COLUMN-FOUND
               ADD 1 TO PR-ROWS-BLANK
               GO TO 2000-PROCESS-ONE-ROW-NEXT
           END-IF.

           IF PR-FIELD-COUNT > PR-HEADER-COLUMNS
                   OR PR-TOO-MANY-COLUMNS
               MOVE SPACES TO PR-ER-COLUMN-NAME
               MOVE SPACES TO PR-VALUE
               MOVE "ROW HAS MORE VALUES THAN THE HEADING ROW"
                   TO PR-ER-REASON
               PERFORM 2800-WRITE-ERROR-LINE
                   THRU 2800-WRITE-ERROR-LINE-EXIT
               SET PR-ROW-IS-INVALID TO TRUE
           END-IF.

           IF PR-IN-QUOTES
               MOVE SPACES TO PR-ER-COLUMN-NAME
               MOVE SPACES TO PR-VALUE
               MOVE "QUOTED VALUE NOT CLOSED" TO PR-ER-REASON
               PERFORM 2800-WRITE-ERROR-LINE
                   THRU 2800-WRITE-ERROR-LINE-EXIT
               SET PR-ROW-IS-INVALID TO TRUE
           END-IF.

           IF PR-ROW-IS-INVALID
               GO TO 2000-PROCESS-ONE-ROW-REJECT
           END-IF.

           IF PR-TARGET-EMPTRAN
               PERFORM 2050-CLEAR-EMP-TRANS
                   THRU 2050-CLEAR-EMP-TRANS-EXIT
           ELSE
               PERFORM 2060-CLEAR-PROJ-TRANS
                   THRU 2060-CLEAR-PROJ-TRANS-EXIT
           END-IF.

           PERFORM 2100-CONVERT-ONE-VALUE
               THRU 2100-CONVERT-ONE-VALUE-EXIT
               VARYING PR-COL-IX FROM 1 BY 1
               UNTIL PR-COL-IX > PR-FIELD-COUNT.

           IF PR-TARGET-EMPTRAN
               PERFORM 2500-CHECK-EMP-ROW
                   THRU 2500-CHECK-EMP-ROW-EXIT
           ELSE
               PERFORM 2600-CHECK-PROJ-ROW
                   THRU 2600-CHECK-PROJ-ROW-EXIT
           END-IF.

           IF PR-ROW-IS-INVALID
               GO TO 2000-PROCESS-ONE-ROW-REJECT
           END-IF.

           IF PR-TARGET-EMPTRAN
               PERFORM 2700-WRITE-EMP-TRANS
                   THRU 2700-WRITE-EMP-TRANS-EXIT
           ELSE
               PERFORM 2750-WRITE-PROJ-TRANS
                   THRU 2750-WRITE-PROJ-TRANS-EXIT
           END-IF.
           GO TO 2000-PROCESS-ONE-ROW-NEXT.

       2000-PROCESS-ONE-ROW-REJECT.
           ADD 1 TO PR-ROWS-REJECTED.

       2000-PROCESS-ONE-ROW-NEXT.
           PERFORM 2900-READ-NEXT-ROW
               THRU 2900-READ-NEXT-ROW-EXIT.

       2000-PROCESS-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2010-CHECK-ONE-FILLED                                               *
      *----------------------------------------------------------------------*
       2010-CHECK-ONE-FILLED.
           IF PR-VL-LENGTH (PR-COL-IX) > ZERO
               SET PR-COLUMN-FOUND TO TRUE
           END-IF.

       2010-CHECK-ONE-FILLED-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2050-CLEAR-EMP-TRANS  --  BLANK AND ZERO THE WHOLE RECORD, ALL       *
      *                             TWENTY PROJECTS-DETAIL ENTRIES INCLUDED   *
      *----------------------------------------------------------------------*
       2050-CLEAR-EMP-TRANS.
           MOVE SPACES TO TR-TRANS-CODE.
           MOVE ZERO   TO TR-ID.
           MOVE ZERO   TO TR-EFFECTIVE-DATE.
           MOVE SPACES TO TR-COMPANY-NAME.
           MOVE SPACES TO TR-SHORT-NAME.
           MOVE SPACES TO TR-FIRST-NAME.
           MOVE SPACES TO TR-LAST-NAME.
           MOVE ZERO   TO TR-DATE-OF-BIRTH.
           MOVE ZERO   TO TR-HIRE-DATE.
           MOVE ZERO   TO TR-EXPERIENCE.
           MOVE ZERO   TO TR-SALARY.
           MOVE ZERO   TO TR-MANAGER-ID.
           MOVE PR-MAX-PROJECTS TO TR-NUMBER-OF-PROJECTS.
           PERFORM 2055-CLEAR-ONE-PROJECT
               THRU 2055-CLEAR-ONE-PROJECT-EXIT
               VARYING PR-PROJ-IX FROM 1 BY 1
               UNTIL PR-PROJ-IX > PR-MAX-PROJECTS.

           MOVE "N"  TO PR-GIVEN-COUNT-SW.
           MOVE ZERO TO PR-GIVEN-PROJECT-COUNT.

       2050-CLEAR-EMP-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2055-CLEAR-ONE-PROJECT                                              *
      *----------------------------------------------------------------------*
       2055-CLEAR-ONE-PROJECT.
           MOVE SPACES TO TR-PROJECT-NAME (PR-PROJ-IX).
           MOVE ZERO   TO TR-START-DATE (PR-PROJ-IX).
           MOVE ZERO   TO TR-END-DATE (PR-PROJ-IX).
           MOVE ZERO   TO TR-ALLOCATION-PCT (PR-PROJ-IX).
           MOVE "N"    TO PR-PROJECT-PRESENT-SW (PR-PROJ-IX).

       2055-CLEAR-ONE-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2060-CLEAR-PROJ-TRANS                                               *
      *----------------------------------------------------------------------*
       2060-CLEAR-PROJ-TRANS.
           MOVE SPACES TO PT-TRANS-CODE.
           MOVE SPACES TO PT-PROJECT-CODE.
           MOVE SPACES TO PT-PROJECT-NAME.
           MOVE SPACES TO PT-CLIENT-NAME.
           MOVE SPACES TO PT-STATUS.
           MOVE ZERO   TO PT-BUDGET.
           MOVE ZERO   TO PT-START-DATE.
           MOVE ZERO   TO PT-END-DATE.
           MOVE ZERO   TO PT-EMPLOYEE-ID.

       2060-CLEAR-PROJ-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2100-CONVERT-ONE-VALUE  --  AN EMPTY CELL LEAVES THE FIELD BLANK     *
      *                               OR ZERO                                 *
      *----------------------------------------------------------------------*
       2100-CONVERT-ONE-VALUE.
           IF PR-CM-FIELD (PR-COL-IX) = ZERO
                   OR PR-VL-LENGTH (PR-COL-IX) = ZERO
               GO TO 2100-CONVERT-ONE-VALUE-EXIT
           END-IF.

           MOVE PR-VL-TEXT (PR-COL-IX)   TO PR-VALUE.
           MOVE PR-VL-LENGTH (PR-COL-IX) TO PR-VALUE-LENGTH.
           MOVE PR-CM-NAME (PR-COL-IX)   TO PR-ER-COLUMN-NAME.
           INSPECT PR-VALUE CONVERTING PR-LOWER-CASE TO PR-UPPER-CASE.

           IF PR-VL-OVERFLOW-SW (PR-COL-IX) = "Y"
               MOVE "VALUE LONGER THAN 40 CHARACTERS" TO PR-ER-REASON
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
               GO TO 2100-CONVERT-ONE-VALUE-EXIT
           END-IF.

           IF PR-TARGET-EMPTRAN
               PERFORM 2200-CONVERT-EMP-VALUE
                   THRU 2200-CONVERT-EMP-VALUE-EXIT
           ELSE
               PERFORM 2300-CONVERT-PROJ-VALUE
                   THRU 2300-CONVERT-PROJ-VALUE-EXIT
           END-IF.

       2100-CONVERT-ONE-VALUE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2200-CONVERT-EMP-VALUE  --  EDIT ONE VALUE AGAINST ITS EMPTRAN       *
      *                               FIELD AND MOVE IT IN                    *
      *----------------------------------------------------------------------*
       2200-CONVERT-EMP-VALUE.
           MOVE PR-CM-OCCURRENCE (PR-COL-IX) TO PR-PROJ-IX.
           IF PR-PROJ-IX > ZERO
               MOVE "Y" TO PR-PROJECT-PRESENT-SW (PR-PROJ-IX)
           END-IF.

           EVALUATE PR-CM-FIELD (PR-COL-IX)
               WHEN 1
                   MOVE 1 TO PR-MAX-LENGTH
                   PERFORM 3000-EDIT-TEXT
                       THRU 3000-EDIT-TEXT-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO TR-TRANS-CODE
                       IF NOT TR-ADD-TRANS AND NOT TR-CHANGE-TRANS
                               AND NOT TR-DELETE-TRANS
                               AND NOT TR-REHIRE-TRANS
                               AND NOT TR-ASSIGN-TRANS
                               AND NOT TR-END-ASSIGN-TRANS
                           MOVE "UNKNOWN TRANSACTION CODE"
                               TO PR-ER-REASON
                           PERFORM 2850-REJECT-VALUE
                               THRU 2850-REJECT-VALUE-EXIT
                       END-IF
                   END-IF
               WHEN 2
                   MOVE 9 TO PR-MAX-DIGITS
                   PERFORM 3200-EDIT-UNSIGNED
                       THRU 3200-EDIT-UNSIGNED-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO TR-ID
                   END-IF
               WHEN 3
                   PERFORM 3300-EDIT-DATE
                       THRU 3300-EDIT-DATE-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO TR-EFFECTIVE-DATE
                   END-IF
               WHEN 4
                   MOVE 20 TO PR-MAX-LENGTH
                   PERFORM 3000-EDIT-TEXT
                       THRU 3000-EDIT-TEXT-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO TR-COMPANY-NAME
                   END-IF
               WHEN 5
                   MOVE 3 TO PR-MAX-LENGTH
                   PERFORM 3000-EDIT-TEXT
                       THRU 3000-EDIT-TEXT-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO TR-SHORT-NAME
                   END-IF
               WHEN 6
                   MOVE 15 TO PR-MAX-LENGTH
                   PERFORM 3100-EDIT-NAME
                       THRU 3100-EDIT-NAME-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO TR-FIRST-NAME
                   END-IF
               WHEN 7
                   MOVE 15 TO PR-MAX-LENGTH
                   PERFORM 3100-EDIT-NAME
                       THRU 3100-EDIT-NAME-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO TR-LAST-NAME
                   END-IF
               WHEN 8
                   PERFORM 3300-EDIT-DATE
                       THRU 3300-EDIT-DATE-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO TR-DATE-OF-BIRTH
                   END-IF
               WHEN 9
                   PERFORM 3300-EDIT-DATE
                       THRU 3300-EDIT-DATE-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO TR-HIRE-DATE
                   END-IF
               WHEN 10
                   MOVE 2 TO PR-MAX-DIGITS
                   PERFORM 3200-EDIT-UNSIGNED
                       THRU 3200-EDIT-UNSIGNED-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO TR-EXPERIENCE
                   END-IF
               WHEN 11
                   MOVE 10  TO PR-MAX-DIGITS
                   MOVE ZERO TO PR-MAX-DECIMALS
                   MOVE "Y" TO PR-SIGN-ALLOWED-SW
                   PERFORM 3250-EDIT-NUMBER
                       THRU 3250-EDIT-NUMBER-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO TR-SALARY
                   END-IF
               WHEN 12
                   MOVE 9 TO PR-MAX-DIGITS
                   PERFORM 3200-EDIT-UNSIGNED
                       THRU 3200-EDIT-UNSIGNED-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO TR-MANAGER-ID
                   END-IF
               WHEN 13
                   MOVE 2 TO PR-MAX-DIGITS
                   PERFORM 3200-EDIT-UNSIGNED
                       THRU 3200-EDIT-UNSIGNED-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO PR-GIVEN-PROJECT-COUNT
                       SET PR-GIVEN-COUNT TO TRUE
                   END-IF
               WHEN 14
                   MOVE 15 TO PR-MAX-LENGTH
                   PERFORM 3100-EDIT-NAME
                       THRU 3100-EDIT-NAME-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO TR-PROJECT-NAME (PR-PROJ-IX)
                   END-IF
               WHEN 15
                   PERFORM 3300-EDIT-DATE
                       THRU 3300-EDIT-DATE-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO TR-START-DATE (PR-PROJ-IX)
                   END-IF
               WHEN 16
                   PERFORM 3300-EDIT-DATE
                       THRU 3300-EDIT-DATE-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO TR-END-DATE (PR-PROJ-IX)
                   END-IF
               WHEN 17
                   MOVE 3 TO PR-MAX-DIGITS
                   PERFORM 3200-EDIT-UNSIGNED
                       THRU 3200-EDIT-UNSIGNED-EXIT
                   IF PR-VALUE-IS-VALID AND PR-NUM-VALUE > 100
                       MOVE "ALLOCATION-PCT OVER 100" TO PR-ER-REASON
                       PERFORM 2850-REJECT-VALUE
                           THRU 2850-REJECT-VALUE-EXIT
                   END-IF
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE
                           TO TR-ALLOCATION-PCT (PR-PROJ-IX)
                   END-IF
           END-EVALUATE.

       2200-CONVERT-EMP-VALUE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2300-CONVERT-PROJ-VALUE  --  EDIT ONE VALUE AGAINST ITS PROJTRAN     *
      *                                FIELD AND MOVE IT IN                   *
      *----------------------------------------------------------------------*
       2300-CONVERT-PROJ-VALUE.
           EVALUATE PR-CM-FIELD (PR-COL-IX)
               WHEN 1
                   MOVE 1 TO PR-MAX-LENGTH
                   PERFORM 3000-EDIT-TEXT
                       THRU 3000-EDIT-TEXT-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO PT-TRANS-CODE
                       IF NOT PT-ADD-TRANS AND NOT PT-CHANGE-TRANS
                               AND NOT PT-DELETE-TRANS
                           MOVE "UNKNOWN TRANSACTION CODE"
                               TO PR-ER-REASON
                           PERFORM 2850-REJECT-VALUE
                               THRU 2850-REJECT-VALUE-EXIT
                       END-IF
                   END-IF
               WHEN 2
                   MOVE 8 TO PR-MAX-LENGTH
                   PERFORM 3000-EDIT-TEXT
                       THRU 3000-EDIT-TEXT-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO PT-PROJECT-CODE
                   END-IF
               WHEN 3
                   MOVE 15 TO PR-MAX-LENGTH
                   PERFORM 3100-EDIT-NAME
                       THRU 3100-EDIT-NAME-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO PT-PROJECT-NAME
                   END-IF
               WHEN 4
                   MOVE 20 TO PR-MAX-LENGTH
                   PERFORM 3000-EDIT-TEXT
                       THRU 3000-EDIT-TEXT-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO PT-CLIENT-NAME
                   END-IF
               WHEN 5
                   MOVE 1 TO PR-MAX-LENGTH
                   PERFORM 3000-EDIT-TEXT
                       THRU 3000-EDIT-TEXT-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-VALUE TO PT-STATUS
                   END-IF
               WHEN 6
                   MOVE 9   TO PR-MAX-DIGITS
                   MOVE 2   TO PR-MAX-DECIMALS
                   MOVE "Y" TO PR-SIGN-ALLOWED-SW
                   PERFORM 3250-EDIT-NUMBER
                       THRU 3250-EDIT-NUMBER-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO PT-BUDGET
                   END-IF
               WHEN 7
                   PERFORM 3300-EDIT-DATE
                       THRU 3300-EDIT-DATE-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO PT-START-DATE
                   END-IF
               WHEN 8
                   PERFORM 3300-EDIT-DATE
                       THRU 3300-EDIT-DATE-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO PT-END-DATE
                   END-IF
               WHEN 9
                   MOVE 9 TO PR-MAX-DIGITS
                   PERFORM 3200-EDIT-UNSIGNED
                       THRU 3200-EDIT-UNSIGNED-EXIT
                   IF PR-VALUE-IS-VALID
                       MOVE PR-NUM-VALUE TO PT-EMPLOYEE-ID
                   END-IF
           END-EVALUATE.

       2300-CONVERT-PROJ-VALUE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2500-CHECK-EMP-ROW  --  CHECKS ACROSS THE WHOLE EMPTRAN ROW.  THE    *
      *                           PROJECT COUNT IS THE NUMBER OF PROJECT      *
      *                           OCCURRENCES GIVEN A VALUE, AND THEY MUST    *
      *                           RUN FROM 1 WITH NO GAP.                     *
      *----------------------------------------------------------------------*
       2500-CHECK-EMP-ROW.
           MOVE SPACES TO PR-VALUE.

           IF TR-TRANS-CODE = SPACES
               MOVE "TRANS-CODE" TO PR-ER-COLUMN-NAME
               MOVE "TRANSACTION CODE IS MISSING" TO PR-ER-REASON
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
           END-IF.

           IF TR-ID = ZERO
               MOVE "ID" TO PR-ER-COLUMN-NAME
               MOVE "ID IS MISSING" TO PR-ER-REASON
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
           END-IF.

           MOVE ZERO TO PR-PROJECTS-PRESENT.
           MOVE ZERO TO PR-HIGHEST-PROJECT.
           PERFORM 2550-COUNT-ONE-PROJECT
               THRU 2550-COUNT-ONE-PROJECT-EXIT
               VARYING PR-PROJ-IX FROM 1 BY 1
               UNTIL PR-PROJ-IX > PR-MAX-PROJECTS.

           MOVE "PROJECT COLUMNS" TO PR-ER-COLUMN-NAME.
           IF PR-PROJECTS-PRESENT NOT = PR-HIGHEST-PROJECT
               MOVE "PROJECTS MUST BE FILLED FROM 1 WITH NO GAP"
                   TO PR-ER-REASON
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN TR-ASSIGN-TRANS OR TR-END-ASSIGN-TRANS
                   IF PR-PROJECTS-PRESENT NOT = 1
                       MOVE "P AND E ROWS CARRY EXACTLY ONE PROJECT"
                           TO PR-ER-REASON
                       PERFORM 2850-REJECT-VALUE
                           THRU 2850-REJECT-VALUE-EXIT
                   END-IF
               WHEN TR-DELETE-TRANS OR TR-REHIRE-TRANS
                   IF PR-PROJECTS-PRESENT NOT = ZERO
                       MOVE "D AND R ROWS CARRY NO PROJECTS"
                           TO PR-ER-REASON
                       PERFORM 2850-REJECT-VALUE
                           THRU 2850-REJECT-VALUE-EXIT
                   END-IF
           END-EVALUATE.

           IF PR-GIVEN-COUNT
                   AND PR-GIVEN-PROJECT-COUNT NOT = PR-PROJECTS-PRESENT
               MOVE "NUMBER-OF-PROJECTS" TO PR-ER-COLUMN-NAME
               MOVE "DISAGREES WITH THE PROJECT COLUMNS FILLED IN"
                   TO PR-ER-REASON
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
           END-IF.

           MOVE PR-PROJECTS-PRESENT TO TR-NUMBER-OF-PROJECTS.

       2500-CHECK-EMP-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2550-COUNT-ONE-PROJECT                                              *
      *----------------------------------------------------------------------*
       2550-COUNT-ONE-PROJECT.
           IF PR-PROJECT-PRESENT-SW (PR-PROJ-IX) = "Y"
               ADD 1 TO PR-PROJECTS-PRESENT
               MOVE PR-PROJ-IX TO PR-HIGHEST-PROJECT
           END-IF.

       2550-COUNT-ONE-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2600-CHECK-PROJ-ROW  --  CHECKS ACROSS THE WHOLE PROJTRAN ROW        *
      *----------------------------------------------------------------------*
       2600-CHECK-PROJ-ROW.
           MOVE SPACES TO PR-VALUE.

           IF PT-TRANS-CODE = SPACES
               MOVE "TRANS-CODE" TO PR-ER-COLUMN-NAME
               MOVE "TRANSACTION CODE IS MISSING" TO PR-ER-REASON
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
           END-IF.

           IF PT-PROJECT-CODE = SPACES
               MOVE "PROJECT-CODE" TO PR-ER-COLUMN-NAME
               MOVE "PROJECT CODE IS MISSING" TO PR-ER-REASON
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
           END-IF.

       2600-CHECK-PROJ-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2700-WRITE-EMP-TRANS                                                *
      *----------------------------------------------------------------------*
       2700-WRITE-EMP-TRANS.
           WRITE EMP-TRANS-RECORD.
           ADD 1 TO PR-ROWS-CONVERTED.

           ADD 1         TO PR-BATCH-COUNT.
           ADD TR-ID     TO PR-BATCH-HASH-1.
           ADD TR-SALARY TO PR-BATCH-HASH-2.

       2700-WRITE-EMP-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2750-WRITE-PROJ-TRANS  --  PROJTRAN HASH TOTAL 1 IS UNUSED           *
      *----------------------------------------------------------------------*
       2750-WRITE-PROJ-TRANS.
           WRITE PROJ-TRANS-RECORD.
           ADD 1 TO PR-ROWS-CONVERTED.

           ADD 1         TO PR-BATCH-COUNT.
           ADD PT-BUDGET TO PR-BATCH-HASH-2.

       2750-WRITE-PROJ-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2800-WRITE-ERROR-LINE  --  ONE LINE TO CSVERR FOR THE ROW IN HAND,   *
      *                              FROM PR-ER-COLUMN-NAME, PR-ER-REASON     *
      *                              AND PR-VALUE                             *
      *----------------------------------------------------------------------*
       2800-WRITE-ERROR-LINE.
           MOVE PR-ROW-NUMBER     TO PR-EL-ROW.
           MOVE PR-ER-COLUMN-NAME TO PR-EL-COLUMN-NAME.
           MOVE PR-ER-REASON      TO PR-EL-REASON.
           MOVE PR-VALUE          TO PR-EL-VALUE.
           WRITE CSV-ERROR-LINE FROM PR-ERROR-LINE.
           ADD 1 TO PR-ERRORS-WRITTEN.

       2800-WRITE-ERROR-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2850-REJECT-VALUE  --  LIST THE FAULT AND MARK THE ROW BAD           *
      *----------------------------------------------------------------------*
       2850-REJECT-VALUE.
           PERFORM 2800-WRITE-ERROR-LINE
               THRU 2800-WRITE-ERROR-LINE-EXIT.
           SET PR-VALUE-IS-INVALID TO TRUE.
           SET PR-ROW-IS-INVALID   TO TRUE.

       2850-REJECT-VALUE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2900-READ-NEXT-ROW                                                  *
      *----------------------------------------------------------------------*
       2900-READ-NEXT-ROW.
           MOVE SPACES TO CSV-RECORD.
           READ CSV-INPUT-FILE
               AT END
                   MOVE "Y" TO PR-CSV-EOF-SW
                   GO TO 2900-READ-NEXT-ROW-EXIT
           END-READ.
           ADD 1 TO PR-ROW-NUMBER.

       2900-READ-NEXT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3000-EDIT-TEXT  --  PR-VALUE MUST FIT IN PR-MAX-LENGTH CHARACTERS    *
      *----------------------------------------------------------------------*
       3000-EDIT-TEXT.
           SET PR-VALUE-IS-VALID TO TRUE.
           IF PR-VALUE-LENGTH > PR-MAX-LENGTH
               MOVE "TOO LONG FOR THE FIELD" TO PR-ER-REASON
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
           END-IF.

       3000-EDIT-TEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3100-EDIT-NAME  --  TEXT THAT MUST ALSO BE ALPHABETIC (PIC A)        *
      *----------------------------------------------------------------------*
       3100-EDIT-NAME.
           PERFORM 3000-EDIT-TEXT
               THRU 3000-EDIT-TEXT-EXIT.
           IF PR-VALUE-IS-VALID AND PR-VALUE NOT ALPHABETIC
               MOVE "MUST BE LETTERS AND SPACES ONLY" TO PR-ER-REASON
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
           END-IF.

       3100-EDIT-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3200-EDIT-UNSIGNED  --  WHOLE NUMBER OF UP TO PR-MAX-DIGITS          *
      *----------------------------------------------------------------------*
       3200-EDIT-UNSIGNED.
           MOVE ZERO TO PR-MAX-DECIMALS.
           MOVE "N"  TO PR-SIGN-ALLOWED-SW.
           PERFORM 3250-EDIT-NUMBER
               THRU 3250-EDIT-NUMBER-EXIT.

       3200-EDIT-UNSIGNED-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3250-EDIT-NUMBER  --  PR-VALUE INTO PR-NUM-VALUE.  DIGITS WITH AN    *
      *                         OPTIONAL LEADING SIGN AND DECIMAL POINT,      *
      *                         EACH ONLY WHERE THE FIELD ALLOWS IT           *
      *----------------------------------------------------------------------*
       3250-EDIT-NUMBER.
           SET PR-VALUE-IS-VALID TO TRUE.
           MOVE ZERO  TO PR-NUM-VALUE.
           MOVE ZERO  TO PR-INT-DIGITS.
           MOVE ZERO  TO PR-DEC-DIGITS.
           MOVE 0.10  TO PR-NUM-SCALE.
           MOVE "N"   TO PR-NUM-NEGATIVE-SW.
           MOVE "N"   TO PR-NUM-POINT-SW.
           MOVE "N"   TO PR-NUM-DIGIT-SW.
           MOVE SPACES TO PR-ER-REASON.

           PERFORM 3260-SCAN-ONE-DIGIT
               THRU 3260-SCAN-ONE-DIGIT-EXIT
               VARYING PR-CHAR-IX FROM 1 BY 1
               UNTIL PR-CHAR-IX > PR-VALUE-LENGTH
                  OR PR-ER-REASON NOT = SPACES.

           IF PR-ER-REASON = SPACES AND NOT PR-NUM-DIGIT-SEEN
               MOVE "NOT NUMERIC" TO PR-ER-REASON
           END-IF.

           IF PR-ER-REASON NOT = SPACES
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
               GO TO 3250-EDIT-NUMBER-EXIT
           END-IF.

           IF PR-NUM-NEGATIVE
               COMPUTE PR-NUM-VALUE = ZERO - PR-NUM-VALUE
           END-IF.

       3250-EDIT-NUMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3260-SCAN-ONE-DIGIT                                                 *
      *----------------------------------------------------------------------*
       3260-SCAN-ONE-DIGIT.
           MOVE PR-VALUE-CHAR (PR-CHAR-IX) TO PR-DIGIT-CHAR.

           IF PR-CHAR-IX = 1
                   AND (PR-DIGIT-CHAR = "-" OR PR-DIGIT-CHAR = "+")
               IF NOT PR-SIGN-ALLOWED
                   MOVE "FIELD MAY NOT BE SIGNED" TO PR-ER-REASON
               END-IF
               IF PR-DIGIT-CHAR = "-"
                   SET PR-NUM-NEGATIVE TO TRUE
               END-IF
               GO TO 3260-SCAN-ONE-DIGIT-EXIT
           END-IF.

           IF PR-DIGIT-CHAR = "."
               IF PR-NUM-POINT-SEEN OR PR-MAX-DECIMALS = ZERO
                   MOVE "FIELD MAY NOT HAVE DECIMALS" TO PR-ER-REASON
               END-IF
               SET PR-NUM-POINT-SEEN TO TRUE
               GO TO 3260-SCAN-ONE-DIGIT-EXIT
           END-IF.

           IF PR-DIGIT-CHAR IS NOT NUMERIC
               MOVE "NOT NUMERIC" TO PR-ER-REASON
               GO TO 3260-SCAN-ONE-DIGIT-EXIT
           END-IF.
           SET PR-NUM-DIGIT-SEEN TO TRUE.

           IF PR-NUM-POINT-SEEN
               ADD 1 TO PR-DEC-DIGITS
               IF PR-DEC-DIGITS > PR-MAX-DECIMALS
                   MOVE "TOO MANY DECIMAL PLACES" TO PR-ER-REASON
                   GO TO 3260-SCAN-ONE-DIGIT-EXIT
               END-IF
               COMPUTE PR-NUM-VALUE =
                   PR-NUM-VALUE + PR-DIGIT * PR-NUM-SCALE
               DIVIDE 10 INTO PR-NUM-SCALE
               GO TO 3260-SCAN-ONE-DIGIT-EXIT
           END-IF.

      *    LEADING ZEROS DO NOT COUNT TOWARDS THE FIELD SIZE
           IF PR-INT-DIGITS = ZERO AND PR-DIGIT = ZERO
               GO TO 3260-SCAN-ONE-DIGIT-EXIT
           END-IF.

           ADD 1 TO PR-INT-DIGITS.
           IF PR-INT-DIGITS > PR-MAX-DIGITS
               MOVE "TOO MANY DIGITS FOR THE FIELD" TO PR-ER-REASON
               GO TO 3260-SCAN-ONE-DIGIT-EXIT
           END-IF.
           COMPUTE PR-NUM-VALUE = PR-NUM-VALUE * 10 + PR-DIGIT.

       3260-SCAN-ONE-DIGIT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3300-EDIT-DATE  --  EIGHT DIGITS, YYYYMMDD, A REAL CALENDAR DATE     *
      *----------------------------------------------------------------------*
       3300-EDIT-DATE.
           MOVE 8 TO PR-MAX-DIGITS.
           PERFORM 3200-EDIT-UNSIGNED
               THRU 3200-EDIT-UNSIGNED-EXIT.
           IF PR-VALUE-IS-INVALID
               GO TO 3300-EDIT-DATE-EXIT
           END-IF.

           IF PR-NUM-VALUE = ZERO
               GO TO 3300-EDIT-DATE-EXIT
           END-IF.

           MOVE PR-NUM-VALUE TO PR-CHECK-DATE.
           PERFORM 3400-VALIDATE-CALENDAR-DATE
               THRU 3400-VALIDATE-CALENDAR-DATE-EXIT.
           IF PR-VALUE-LENGTH NOT = 8 OR PR-DATE-IS-INVALID
               MOVE "NOT A VALID YYYYMMDD DATE" TO PR-ER-REASON
               PERFORM 2850-REJECT-VALUE
                   THRU 2850-REJECT-VALUE-EXIT
           END-IF.

       3300-EDIT-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3400-VALIDATE-CALENDAR-DATE  --  IS PR-CHECK-DATE A REAL CALENDAR    *
      *                                    DATE (NOT JUST EIGHT NUMERIC       *
      *                                    DIGITS)?  SETS PR-DATE-VALID-SW.   *
      *----------------------------------------------------------------------*
       3400-VALIDATE-CALENDAR-DATE.
           SET PR-DATE-IS-VALID TO TRUE.

           IF PR-CHECK-YEAR < 1900 OR PR-CHECK-YEAR > 2099
               SET PR-DATE-IS-INVALID TO TRUE
               GO TO 3400-VALIDATE-CALENDAR-DATE-EXIT
           END-IF.

           IF PR-CHECK-MONTH < 1 OR PR-CHECK-MONTH > 12
               SET PR-DATE-IS-INVALID TO TRUE
               GO TO 3400-VALIDATE-CALENDAR-DATE-EXIT
           END-IF.

           PERFORM 3450-DETERMINE-LEAP-YEAR
               THRU 3450-DETERMINE-LEAP-YEAR-EXIT.

           MOVE PR-DAYS-IN-MONTH (PR-CHECK-MONTH)
               TO PR-MAX-DAY-THIS-MONTH.
           IF PR-CHECK-MONTH = 02 AND PR-IS-LEAP-YEAR
               MOVE 29 TO PR-MAX-DAY-THIS-MONTH
           END-IF.

           IF PR-CHECK-DAY < 1 OR PR-CHECK-DAY > PR-MAX-DAY-THIS-MONTH
               SET PR-DATE-IS-INVALID TO TRUE
           END-IF.

       3400-VALIDATE-CALENDAR-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3450-DETERMINE-LEAP-YEAR  --  SETS PR-LEAP-YEAR-SW FOR PR-CHECK-YEAR *
      *----------------------------------------------------------------------*
       3450-DETERMINE-LEAP-YEAR.
           MOVE "N" TO PR-LEAP-YEAR-SW.

           DIVIDE PR-CHECK-YEAR BY 4
               GIVING PR-YEAR-QUOTIENT REMAINDER PR-YEAR-REMAINDER.
           IF PR-YEAR-REMAINDER NOT = 0
               GO TO 3450-DETERMINE-LEAP-YEAR-EXIT
           END-IF.

           DIVIDE PR-CHECK-YEAR BY 100
               GIVING PR-YEAR-QUOTIENT REMAINDER PR-YEAR-REMAINDER.
           IF PR-YEAR-REMAINDER NOT = 0
               SET PR-IS-LEAP-YEAR TO TRUE
               GO TO 3450-DETERMINE-LEAP-YEAR-EXIT
           END-IF.

           DIVIDE PR-CHECK-YEAR BY 400
               GIVING PR-YEAR-QUOTIENT REMAINDER PR-YEAR-REMAINDER.
           IF PR-YEAR-REMAINDER = 0
               SET PR-IS-LEAP-YEAR TO TRUE
           END-IF.

       3450-DETERMINE-LEAP-YEAR-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  CLOSE THE BATCH WITH ITS TRAILER, CLOSE FILES    *
      *                       AND REPORT COUNTS                               *
      *----------------------------------------------------------------------*
       9000-TERMINATE.
           IF PR-BATCH-OPEN AND PR-TARGET-EMPTRAN
               PERFORM 9010-CLOSE-EMP-BATCH
                   THRU 9010-CLOSE-EMP-BATCH-EXIT
           END-IF.
           IF PR-BATCH-OPEN AND PR-TARGET-PROJTRAN
               PERFORM 9020-CLOSE-PROJ-BATCH
                   THRU 9020-CLOSE-PROJ-BATCH-EXIT
           END-IF.

           IF RETURN-CODE < 4 AND PR-ROWS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE < 16
               MOVE SPACES TO CSV-ERROR-LINE
               WRITE CSV-ERROR-LINE
               MOVE PR-ROWS-READ      TO PR-EQ-READ
               MOVE PR-ROWS-CONVERTED TO PR-EQ-CONVERTED
               MOVE PR-ROWS-REJECTED  TO PR-EQ-REJECTED
               MOVE PR-ROWS-BLANK     TO PR-EQ-BLANK
               WRITE CSV-ERROR-LINE FROM PR-ERROR-TOTAL-LINE
           END-IF.

           DISPLAY "CSVCONV: TARGET             = " PR-TARGET-NAME.
           DISPLAY "CSVCONV: ROWS READ          = " PR-ROWS-READ.
           DISPLAY "CSVCONV: ROWS CONVERTED     = " PR-ROWS-CONVERTED.
           DISPLAY "CSVCONV: ROWS REJECTED      = " PR-ROWS-REJECTED.
           DISPLAY "CSVCONV: ROWS BLANK         = " PR-ROWS-BLANK.
           DISPLAY "CSVCONV: ERROR LINES        = " PR-ERRORS-WRITTEN.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

           IF RETURN-CODE < 16
               CLOSE CSV-INPUT-FILE
                     CSV-ERROR-FILE
           END-IF.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9010-CLOSE-EMP-BATCH  --  WRITE THE TRAILER AND CLOSE THE BATCH      *
      *----------------------------------------------------------------------*
       9010-CLOSE-EMP-BATCH.
           MOVE "T"             TO BT-RECORD-TYPE OF EMP-BATCH-FILE.
           MOVE PR-BATCH-COUNT  TO BT-RECORD-COUNT OF EMP-BATCH-FILE.
           MOVE PR-BATCH-HASH-1 TO BT-HASH-TOTAL-1 OF EMP-BATCH-FILE.
           MOVE PR-BATCH-HASH-2 TO BT-HASH-TOTAL-2 OF EMP-BATCH-FILE.
           WRITE BATCH-TRAILER-RECORD OF EMP-BATCH-FILE.
           CLOSE EMP-BATCH-FILE.

       9010-CLOSE-EMP-BATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9020-CLOSE-PROJ-BATCH  --  WRITE THE TRAILER AND CLOSE THE BATCH     *
      *----------------------------------------------------------------------*
       9020-CLOSE-PROJ-BATCH.
           MOVE "T"             TO BT-RECORD-TYPE OF PROJ-BATCH-FILE.
           MOVE PR-BATCH-COUNT  TO BT-RECORD-COUNT OF PROJ-BATCH-FILE.
           MOVE PR-BATCH-HASH-1 TO BT-HASH-TOTAL-1 OF PROJ-BATCH-FILE.
           MOVE PR-BATCH-HASH-2 TO BT-HASH-TOTAL-2 OF PROJ-BATCH-FILE.
           WRITE BATCH-TRAILER-RECORD OF PROJ-BATCH-FILE.
           CLOSE PROJ-BATCH-FILE.

       9020-CLOSE-PROJ-BATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9100-WRITE-RUN-STATS  --  ONE END-OF-RUN RECORD TO THE SHARED        *
      *                             RUN-STATISTICS KSDS FOR THE OPSBAL        *
      *                             BALANCING REPORT                          *
      *----------------------------------------------------------------------*
       9100-WRITE-RUN-STATS.
           OPEN I-O RUN-STATS-FILE.
           IF NOT PR-STAT-OK
               DISPLAY "CSVCONV: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               GO TO 9100-WRITE-RUN-STATS-EXIT
           END-IF.

           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           ACCEPT PR-NOW   FROM TIME.

           MOVE "CSVCONV "            TO RS-JOB-NAME.
           MOVE PR-TODAY              TO RS-RUN-DATE.
           MOVE PR-NOW                TO RS-RUN-TIME.
           MOVE PR-ROWS-READ          TO RS-RECORDS-READ.
           MOVE PR-ROWS-CONVERTED     TO RS-RECORDS-WRITTEN.
           MOVE PR-ROWS-REJECTED      TO RS-RECORDS-REJECTED.
           MOVE PR-BATCH-COUNT        TO RS-CONTROL-TOTAL.
           MOVE RETURN-CODE           TO RS-RETURN-CODE.

           WRITE RUN-STATS-RECORD
               INVALID KEY
                   DISPLAY "CSVCONV: RUN STATS WRITE FAILED, STATUS "
                           PR-STAT-STATUS
           END-WRITE.

           CLOSE RUN-STATS-FILE.

       9100-WRITE-RUN-STATS-EXIT.
           EXIT.
