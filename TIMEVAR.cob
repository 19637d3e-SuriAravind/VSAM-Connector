      ****************************************************************************
      *                                                                          *
      *  PROGRAM      TIMEVAR                                                    *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     MONTHLY TIMESHEET VARIANCE REPORT.  FOR EVERY PROJECT      *
      *               AND EMPLOYEE IT SETS THE HOURS BOOKED ON THE ACTUALS       *
      *               KSDS (LOADED BY TIMELOAD) AGAINST THE HOURS THE            *
      *               STAFFING CROSS-REFERENCE IMPLIES, SO PROJECT MANAGERS      *
      *               SEE OVER- AND UNDER-BOOKING BEFORE MONTH END.              *
      *                                                                          *
      *               STAFFXRF AND ACTUALS ARE BOTH KEYED PROJECT NAME THEN      *
      *               EMPLOYEE ID, SO THE TWO FILES ARE WALKED TOGETHER AS A     *
      *               MATCH-MERGE.  A PAIR ON ONLY ONE SIDE STILL PRINTS:        *
      *               STAFFED BUT NOTHING BOOKED, OR BOOKED WITH NO STAFFING     *
      *               ROW LEFT ON THE CROSS-REFERENCE.                           *
      *                                                                          *
      *  IMPLIED HOURS.                                                          *
      *               EACH STINT OF THE PAIR CONTRIBUTES ITS WEEKDAYS            *
      *               (MONDAY TO FRIDAY) INSIDE THE REPORT PERIOD, TIMES A       *
      *               STANDARD 8-HOUR DAY, SCALED BY ALLOCATION-PCT (ZERO        *
      *               MEANS 100) THE WAY PRJBURN SCALES COST.  THE PERIOD IS     *
      *               THE WHOLE MONTH, OR THE MONTH TO DATE WHEN THE MONTH IS    *
      *               STILL RUNNING.  A TERMINATED EMPLOYEE IMPLIES NOTHING      *
      *               AFTER THE TERMINATION DATE.                                *
      *                                                                          *
      *               A LINE IS FLAGGED OVER OR UNDER WHEN BOOKED HOURS          *
      *               DIFFER FROM IMPLIED BY MORE THAN THE TOLERANCE             *
      *               PERCENT OF IMPLIED, AND NO IMPLIED WHEN HOURS ARE          *
      *               BOOKED WHERE NONE WERE EXPECTED.                           *
      *                                                                          *
      *  RUN PARM.    MONTH(6)      YYYYMM, ZERO OR OMITTED = CURRENT MONTH      *
      *               TOLERANCE(3)  PERCENT, ZERO OR OMITTED = 10                *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - BOOKED VERSUS IMPLIED HOURS BY       *
      *                  PROJECT AND EMPLOYEE.                                   *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TIMEVAR.
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
           SELECT STAFF-XREF-FILE   ASSIGN TO STAFFXRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SX-XREF-KEY
                  FILE STATUS IS PR-XREF-STATUS.

           SELECT ACTUALS-FILE      ASSIGN TO ACTUALS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AC-ACTUALS-KEY
                  FILE STATUS IS PR-ACT-STATUS.

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT VARIANCE-REPORT   ASSIGN TO TIMEVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.

           SELECT RUN-STATS-FILE    ASSIGN TO RUNSTATS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RS-RUN-KEY
                  FILE STATUS IS PR-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "StaffXrefCopyBook.cob".

       FD  ACTUALS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ActualsCopyBook.cob".

       FD  EMPLOYEE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "EmployeeCopyBook.cob".

       FD  VARIANCE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  VARIANCE-REPORT-LINE           PIC X(132).

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RunStatsCopyBook.cob".

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-XREF-STATUS             PIC X(02).
               88  PR-XREF-OK                     VALUE "00".
               88  PR-XREF-EOF                    VALUE "10".
           05  PR-ACT-STATUS              PIC X(02).
               88  PR-ACT-OK                      VALUE "00".
               88  PR-ACT-EOF                     VALUE "10".
           05  PR-MAST-STATUS             PIC X(02).
               88  PR-MAST-OK                     VALUE "00".
               88  PR-MAST-NOT-FOUND              VALUE "23".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".

       01  PR-SWITCHES.
           05  PR-XREF-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-XREF                VALUE "Y".
           05  PR-ACT-EOF-SW              PIC X(01)   VALUE "N".
               88  PR-NO-MORE-ACTUALS             VALUE "Y".
           05  PR-EMP-FOUND-SW            PIC X(01)   VALUE "N".
               88  PR-EMP-FOUND                   VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-STANDARD-DAY-HOURS      PIC 9(02)V99 VALUE 08.00.
           05  PR-DEFAULT-TOLERANCE       PIC 9(03)   VALUE 010.

       01  PR-COUNTERS COMP.
           05  PR-XREFS-READ              PIC 9(07)   VALUE ZERO.
           05  PR-ACTUALS-READ            PIC 9(07)   VALUE ZERO.
           05  PR-LINES-PRINTED           PIC 9(07)   VALUE ZERO.
           05  PR-OVER-BOOKED             PIC 9(07)   VALUE ZERO.
           05  PR-UNDER-BOOKED            PIC 9(07)   VALUE ZERO.
           05  PR-NO-IMPLIED              PIC 9(07)   VALUE ZERO.

       01  PR-RUN-OPTIONS.
           05  PR-REPORT-MONTH            PIC 9(06).
           05  PR-TOLERANCE-PCT           PIC 9(03).

      *    MERGE KEYS - HIGH-VALUES ONCE A FILE IS EXHAUSTED
       01  PR-XREF-PAIR-KEY.
           05  PR-XK-PROJECT-NAME         PIC X(15).
           05  PR-XK-ID                   PIC X(09).
       01  PR-ACT-PAIR-KEY.
           05  PR-AK-PROJECT-NAME         PIC X(15).
           05  PR-AK-ID                   PIC X(09).
       01  PR-LOW-PAIR-KEY.
           05  PR-LK-PROJECT-NAME         PIC X(15).
           05  PR-LK-ID                   PIC 9(09).
       01  PR-CURRENT-PROJECT             PIC X(15)   VALUE SPACES.

       01  PR-PAIR-TOTALS.
           05  PR-PAIR-IMPLIED            PIC 9(05)V99.
           05  PR-PAIR-BOOKED             PIC 9(05)V99.
           05  PR-PAIR-VARIANCE           PIC S9(05)V99.
           05  PR-PAIR-VARIANCE-PCT       PIC S9(05)V9.
           05  PR-PAIR-ALLOWANCE          PIC 9(05)V99.

       01  PR-PROJECT-TOTALS.
           05  PR-PROJ-IMPLIED            PIC 9(07)V99 VALUE ZERO.
           05  PR-PROJ-BOOKED             PIC 9(07)V99 VALUE ZERO.

       01  PR-STINT-WORK-FIELDS.
           05  PR-ALLOC-PCT               PIC 9(03).
           05  PR-STINT-START             PIC S9(08).
           05  PR-STINT-END               PIC S9(08).
           05  PR-DAY-SERIAL              PIC S9(08).
           05  PR-STINT-WEEKDAYS          PIC 9(03).
           05  PR-WEEKDAY-QUOTIENT        PIC 9(08).
           05  PR-WEEKDAY-NUMBER          PIC 9(01).
           05  PR-TERM-SERIAL             PIC S9(08).

       01  PR-PERIOD-FIELDS.
           05  PR-PERIOD-START-SERIAL     PIC S9(08).
           05  PR-PERIOD-END-SERIAL       PIC S9(08).
           05  PR-TODAY-SERIAL            PIC S9(08).

      *    SERIAL-DAY CONVERSION WORK FIELDS (DAYS FROM 1900-01-01)
       01  PR-CONV-DATE                   PIC 9(08).
       01  PR-CONV-DATE-PARTS REDEFINES PR-CONV-DATE.
           05  PR-CONV-YEAR               PIC 9(04).
           05  PR-CONV-MONTH              PIC 9(02).
           05  PR-CONV-DAY                PIC 9(02).
       01  PR-CONV-MONTH-VIEW REDEFINES PR-CONV-DATE.
           05  PR-CONV-YYYYMM             PIC 9(06).
           05  FILLER                     PIC 9(02).
       01  PR-CONV-SERIAL                 PIC S9(08).

       01  PR-DATE-WORK-FIELDS.
           05  PR-YEAR-LESS-1             PIC 9(04).
           05  PR-LEAP-QUOTIENT           PIC 9(04).
           05  PR-LEAP-REMAINDER          PIC 9(04).
           05  PR-LEAP-COUNT              PIC S9(05).
           05  PR-LEAP-WORK               PIC 9(04).

       01  PR-CUM-DAYS-LITERAL.
           05  FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  PR-CUM-DAYS-TABLE REDEFINES PR-CUM-DAYS-LITERAL.
           05  PR-CUM-DAYS                PIC 9(03)   OCCURS 12 TIMES.

       01  PR-TITLE-LINE.
           05  FILLER                     PIC X(31)   VALUE
               "TIMESHEET VARIANCE FOR MONTH ".
           05  PR-TL-MONTH                PIC 9(06).
           05  FILLER                     PIC X(16)   VALUE
               "  PERIOD ENDS ON".
           05  FILLER                     PIC X(01)   VALUE SPACE.
           05  PR-TL-PERIOD-END           PIC 9(08).
           05  FILLER                     PIC X(14)   VALUE
               "  TOLERANCE  ".
           05  PR-TL-TOLERANCE            PIC ZZ9.
           05  FILLER                     PIC X(01)   VALUE "%".

       01  PR-HEADING-LINE.
           05  FILLER                     PIC X(17)   VALUE "PROJECT".
           05  FILLER                     PIC X(11)   VALUE "ID".
           05  FILLER                     PIC X(17)   VALUE "LAST NAME".
           05  FILLER                     PIC X(11)   VALUE
               "   IMPLIED".
           05  FILLER                     PIC X(11)   VALUE
               "    BOOKED".
           05  FILLER                     PIC X(11)   VALUE
               "  VARIANCE".
           05  FILLER                     PIC X(10)   VALUE
               "     PCT".
           05  FILLER                     PIC X(10)   VALUE "FLAG".

       01  PR-DETAIL-LINE.
           05  PR-DL-PROJECT-NAME         PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-ID                   PIC 9(09).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-LAST-NAME            PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-IMPLIED              PIC ZZZZ9.99.
           05  FILLER                     PIC X(03)   VALUE SPACES.
           05  PR-DL-BOOKED               PIC ZZZZ9.99.
           05  FILLER                     PIC X(03)   VALUE SPACES.
           05  PR-DL-VARIANCE             PIC -ZZZZ9.99.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-VARIANCE-PCT         PIC -ZZZZ9.9.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-FLAG                 PIC X(10).

       01  PR-PROJECT-TOTAL-LINE.
           05  FILLER                     PIC X(17)   VALUE SPACES.
           05  FILLER                     PIC X(28)   VALUE
               "PROJECT TOTAL".
           05  PR-PTL-IMPLIED             PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-PTL-BOOKED              PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-PTL-VARIANCE            PIC -ZZZZZZ9.99.

       01  PR-TODAY                       PIC 9(08).
       01  PR-NOW                         PIC 9(08).

       LINKAGE SECTION.
       01  PR-PARM-LENGTH                 PIC S9(4) COMP.
       01  PR-RUN-PARM.
           05  PM-MONTH                   PIC 9(06).
           05  PM-TOLERANCE-PCT           PIC 9(03).

       PROCEDURE DIVISION USING PR-PARM-LENGTH PR-RUN-PARM.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF RETURN-CODE < 16
               PERFORM 2000-MATCH-ONE-PAIR
                   THRU 2000-MATCH-ONE-PAIR-EXIT
                   UNTIL PR-NO-MORE-XREF AND PR-NO-MORE-ACTUALS
               IF PR-CURRENT-PROJECT NOT = SPACES
                   PERFORM 3500-PRINT-PROJECT-TOTAL
                       THRU 3500-PRINT-PROJECT-TOTAL-EXIT
               END-IF
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  SETTLE THE REPORT MONTH AND PERIOD, OPEN THE    *
      *                        FILES AND PRIME BOTH SIDES OF THE MERGE        *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           MOVE PR-TODAY TO PR-CONV-DATE.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           MOVE PR-CONV-SERIAL TO PR-TODAY-SERIAL.

           MOVE PR-CONV-YYYYMM       TO PR-REPORT-MONTH.
           MOVE PR-DEFAULT-TOLERANCE TO PR-TOLERANCE-PCT.
           IF PR-PARM-LENGTH >= 6
               IF PM-MONTH IS NOT NUMERIC
                   DISPLAY "TIMEVAR: MONTH PARM MUST BE YYYYMM"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               IF PM-MONTH NOT = ZERO
                   MOVE PM-MONTH TO PR-REPORT-MONTH
               END-IF
           END-IF.
           IF PR-PARM-LENGTH >= 9
               IF PM-TOLERANCE-PCT IS NUMERIC
                       AND PM-TOLERANCE-PCT NOT = ZERO
                   MOVE PM-TOLERANCE-PCT TO PR-TOLERANCE-PCT
               END-IF
           END-IF.

           PERFORM 1100-SET-REPORT-PERIOD
               THRU 1100-SET-REPORT-PERIOD-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT STAFF-XREF-FILE.
           IF NOT PR-XREF-OK
               DISPLAY "TIMEVAR: STAFF XREF OPEN FAILED, STATUS "
                       PR-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT ACTUALS-FILE.
           IF NOT PR-ACT-OK
               DISPLAY "TIMEVAR: ACTUALS OPEN FAILED, STATUS "
                       PR-ACT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT PR-MAST-OK
               DISPLAY "TIMEVAR: MASTER OPEN FAILED, STATUS "
                       PR-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT VARIANCE-REPORT.

           MOVE PR-REPORT-MONTH  TO PR-TL-MONTH.
           MOVE PR-TOLERANCE-PCT TO PR-TL-TOLERANCE.
           WRITE VARIANCE-REPORT-LINE FROM PR-TITLE-LINE.
           WRITE VARIANCE-REPORT-LINE FROM PR-HEADING-LINE.

           PERFORM 2800-READ-NEXT-XREF
               THRU 2800-READ-NEXT-XREF-EXIT.
           PERFORM 2850-READ-NEXT-ACTUALS
               THRU 2850-READ-NEXT-ACTUALS-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1100-SET-REPORT-PERIOD  --  FIRST DAY OF THE MONTH TO THE LAST, OR   *
      *                               TO TODAY WHEN THE MONTH IS STILL        *
      *                               RUNNING                                 *
      *----------------------------------------------------------------------*
       1100-SET-REPORT-PERIOD.
           MOVE PR-REPORT-MONTH TO PR-CONV-YYYYMM.
           MOVE 01              TO PR-CONV-DAY.
           IF PR-CONV-YEAR < 1900
                   OR PR-CONV-MONTH < 1 OR PR-CONV-MONTH > 12
               DISPLAY "TIMEVAR: MONTH PARM MUST BE YYYYMM"
               MOVE 16 TO RETURN-CODE
               GO TO 1100-SET-REPORT-PERIOD-EXIT
           END-IF.

           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           MOVE PR-CONV-SERIAL TO PR-PERIOD-START-SERIAL.

      *    THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF THE
      *    NEXT
           IF PR-CONV-MONTH = 12
               ADD 1 TO PR-CONV-YEAR
               MOVE 01 TO PR-CONV-MONTH
           ELSE
               ADD 1 TO PR-CONV-MONTH
           END-IF.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           COMPUTE PR-PERIOD-END-SERIAL = PR-CONV-SERIAL - 1.

           IF PR-TODAY-SERIAL < PR-PERIOD-END-SERIAL
               MOVE PR-TODAY-SERIAL TO PR-PERIOD-END-SERIAL
               MOVE PR-TODAY        TO PR-TL-PERIOD-END
           ELSE
               COMPUTE PR-TL-PERIOD-END = PR-REPORT-MONTH * 100
                   + PR-PERIOD-END-SERIAL - PR-PERIOD-START-SERIAL + 1
           END-IF.

       1100-SET-REPORT-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2000-MATCH-ONE-PAIR  --  TAKE THE LOWER (PROJECT, ID) OF THE TWO     *
      *                            FILES, GATHER WHAT EACH SIDE HOLDS FOR     *
      *                            IT, AND PRINT ONE VARIANCE LINE            *
      *----------------------------------------------------------------------*
       2000-MATCH-ONE-PAIR.
           IF PR-XREF-PAIR-KEY < PR-ACT-PAIR-KEY
               MOVE PR-XREF-PAIR-KEY TO PR-LOW-PAIR-KEY
           ELSE
               MOVE PR-ACT-PAIR-KEY  TO PR-LOW-PAIR-KEY
           END-IF.

           MOVE ZERO TO PR-PAIR-IMPLIED.
           MOVE ZERO TO PR-PAIR-BOOKED.

           IF PR-XREF-PAIR-KEY = PR-LOW-PAIR-KEY
               PERFORM 2050-READ-PAIR-EMPLOYEE
                   THRU 2050-READ-PAIR-EMPLOYEE-EXIT
               PERFORM 2100-IMPLY-ONE-STINT
                   THRU 2100-IMPLY-ONE-STINT-EXIT
                   UNTIL PR-XREF-PAIR-KEY NOT = PR-LOW-PAIR-KEY
           ELSE
               PERFORM 2050-READ-PAIR-EMPLOYEE
                   THRU 2050-READ-PAIR-EMPLOYEE-EXIT
           END-IF.

           IF PR-ACT-PAIR-KEY = PR-LOW-PAIR-KEY
               MOVE AC-HOURS TO PR-PAIR-BOOKED
               PERFORM 2850-READ-NEXT-ACTUALS
                   THRU 2850-READ-NEXT-ACTUALS-EXIT
           END-IF.

      *    A STINT WHOLLY OUTSIDE THE PERIOD WITH NOTHING BOOKED IS NOT
      *    PART OF THIS MONTH'S PICTURE
           IF PR-PAIR-IMPLIED = ZERO AND PR-PAIR-BOOKED = ZERO
               GO TO 2000-MATCH-ONE-PAIR-EXIT
           END-IF.

           PERFORM 3000-PRINT-PAIR
               THRU 3000-PRINT-PAIR-EXIT.

       2000-MATCH-ONE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2050-READ-PAIR-EMPLOYEE  --  NAME AND TERMINATION DATA FOR THE       *
      *                                PAIR'S EMPLOYEE                        *
      *----------------------------------------------------------------------*
       2050-READ-PAIR-EMPLOYEE.
           MOVE "N" TO PR-EMP-FOUND-SW.
           MOVE PR-LK-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   GO TO 2050-READ-PAIR-EMPLOYEE-EXIT
           END-READ.
           SET PR-EMP-FOUND TO TRUE.

           MOVE ZERO TO PR-TERM-SERIAL.
           IF EMP-TERMINATED AND TERMINATION-DATE > ZERO
               MOVE TERMINATION-DATE TO PR-CONV-DATE
               PERFORM 6100-CONVERT-DATE-TO-SERIAL
                   THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT
               MOVE PR-CONV-SERIAL TO PR-TERM-SERIAL
           END-IF.

       2050-READ-PAIR-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2100-IMPLY-ONE-STINT  --  CLIP THE STINT TO THE REPORT PERIOD AND    *
      *                             TERMINATION DATE, COUNT ITS WEEKDAYS,     *
      *                             AND ADD THE ALLOCATED HOURS TO THE PAIR   *
      *----------------------------------------------------------------------*
       2100-IMPLY-ONE-STINT.
           MOVE SX-START-DATE TO PR-CONV-DATE.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           MOVE PR-CONV-SERIAL TO PR-STINT-START.
           IF PR-STINT-START < PR-PERIOD-START-SERIAL
               MOVE PR-PERIOD-START-SERIAL TO PR-STINT-START
           END-IF.

           MOVE PR-PERIOD-END-SERIAL TO PR-STINT-END.
           IF SX-END-DATE NOT = ZERO
               MOVE SX-END-DATE TO PR-CONV-DATE
               PERFORM 6100-CONVERT-DATE-TO-SERIAL
                   THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT
               IF PR-CONV-SERIAL < PR-STINT-END
                   MOVE PR-CONV-SERIAL TO PR-STINT-END
               END-IF
           END-IF.

           IF PR-EMP-FOUND AND PR-TERM-SERIAL > ZERO
                   AND PR-TERM-SERIAL < PR-STINT-END
               MOVE PR-TERM-SERIAL TO PR-STINT-END
           END-IF.

           MOVE ZERO TO PR-STINT-WEEKDAYS.
           IF PR-STINT-START NOT > PR-STINT-END
               PERFORM 2150-COUNT-ONE-DAY
                   THRU 2150-COUNT-ONE-DAY-EXIT
                   VARYING PR-DAY-SERIAL FROM PR-STINT-START BY 1
                   UNTIL PR-DAY-SERIAL > PR-STINT-END
           END-IF.

           MOVE SX-ALLOCATION-PCT TO PR-ALLOC-PCT.
           IF PR-ALLOC-PCT = ZERO
               MOVE 100 TO PR-ALLOC-PCT
           END-IF.

           COMPUTE PR-PAIR-IMPLIED ROUNDED = PR-PAIR-IMPLIED
               + (PR-STINT-WEEKDAYS * PR-STANDARD-DAY-HOURS
                  * PR-ALLOC-PCT) / 100.

           PERFORM 2800-READ-NEXT-XREF
               THRU 2800-READ-NEXT-XREF-EXIT.

       2100-IMPLY-ONE-STINT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2150-COUNT-ONE-DAY  --  SERIAL DAY 1 (1900-01-01) WAS A MONDAY, SO   *
      *                           SERIAL MOD 7 IS 1 FOR MONDAY THROUGH 5      *
      *                           FOR FRIDAY, 6 AND 0 FOR THE WEEKEND         *
      *----------------------------------------------------------------------*
       2150-COUNT-ONE-DAY.
           DIVIDE 7 INTO PR-DAY-SERIAL
               GIVING PR-WEEKDAY-QUOTIENT
               REMAINDER PR-WEEKDAY-NUMBER.
           IF PR-WEEKDAY-NUMBER >= 1 AND PR-WEEKDAY-NUMBER <= 5
               ADD 1 TO PR-STINT-WEEKDAYS
           END-IF.

       2150-COUNT-ONE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2800-READ-NEXT-XREF                                                 *
      *----------------------------------------------------------------------*
       2800-READ-NEXT-XREF.
           READ STAFF-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PR-XREF-EOF-SW
                   MOVE HIGH-VALUES TO PR-XREF-PAIR-KEY
                   GO TO 2800-READ-NEXT-XREF-EXIT
           END-READ.

           ADD 1 TO PR-XREFS-READ.
           MOVE SX-PROJECT-NAME TO PR-XK-PROJECT-NAME.
           MOVE SX-ID           TO PR-XK-ID.

       2800-READ-NEXT-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2850-READ-NEXT-ACTUALS  --  NEXT ACTUALS RECORD FOR THE REPORT       *
      *                               MONTH; OTHER MONTHS ARE PASSED OVER     *
      *----------------------------------------------------------------------*
       2850-READ-NEXT-ACTUALS.
           READ ACTUALS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PR-ACT-EOF-SW
                   MOVE HIGH-VALUES TO PR-ACT-PAIR-KEY
                   GO TO 2850-READ-NEXT-ACTUALS-EXIT
           END-READ.

           ADD 1 TO PR-ACTUALS-READ.
           IF AC-MONTH NOT = PR-REPORT-MONTH
               GO TO 2850-READ-NEXT-ACTUALS
           END-IF.

           MOVE AC-PROJECT-NAME TO PR-AK-PROJECT-NAME.
           MOVE AC-ID           TO PR-AK-ID.

       2850-READ-NEXT-ACTUALS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3000-PRINT-PAIR  --  PROJECT BREAK, THEN THE VARIANCE LINE           *
      *----------------------------------------------------------------------*
       3000-PRINT-PAIR.
           IF PR-LK-PROJECT-NAME NOT = PR-CURRENT-PROJECT
               IF PR-CURRENT-PROJECT NOT = SPACES
                   PERFORM 3500-PRINT-PROJECT-TOTAL
                       THRU 3500-PRINT-PROJECT-TOTAL-EXIT
               END-IF
               MOVE PR-LK-PROJECT-NAME TO PR-CURRENT-PROJECT
           END-IF.

           COMPUTE PR-PAIR-VARIANCE = PR-PAIR-BOOKED - PR-PAIR-IMPLIED.
           MOVE SPACES TO PR-DL-FLAG.

           IF PR-PAIR-IMPLIED = ZERO
               MOVE ZERO TO PR-PAIR-VARIANCE-PCT
               MOVE "NO IMPLIED" TO PR-DL-FLAG
               ADD 1 TO PR-NO-IMPLIED
           ELSE
               COMPUTE PR-PAIR-VARIANCE-PCT ROUNDED =
                   (PR-PAIR-VARIANCE * 100) / PR-PAIR-IMPLIED
                   ON SIZE ERROR
                       MOVE 9999.9 TO PR-PAIR-VARIANCE-PCT
               END-COMPUTE
               COMPUTE PR-PAIR-ALLOWANCE ROUNDED =
                   (PR-PAIR-IMPLIED * PR-TOLERANCE-PCT) / 100
               IF PR-PAIR-VARIANCE > PR-PAIR-ALLOWANCE
                   MOVE "OVER" TO PR-DL-FLAG
                   ADD 1 TO PR-OVER-BOOKED
               END-IF
               IF PR-PAIR-VARIANCE < ZERO
                       AND (ZERO - PR-PAIR-VARIANCE) > PR-PAIR-ALLOWANCE
                   MOVE "UNDER" TO PR-DL-FLAG
                   ADD 1 TO PR-UNDER-BOOKED
               END-IF
           END-IF.

           MOVE PR-LK-PROJECT-NAME   TO PR-DL-PROJECT-NAME.
           MOVE PR-LK-ID             TO PR-DL-ID.
           IF PR-EMP-FOUND
               MOVE LAST-NAME        TO PR-DL-LAST-NAME
           ELSE
               MOVE "NOT ON MASTER"  TO PR-DL-LAST-NAME
           END-IF.
           MOVE PR-PAIR-IMPLIED      TO PR-DL-IMPLIED.
           MOVE PR-PAIR-BOOKED       TO PR-DL-BOOKED.
           MOVE PR-PAIR-VARIANCE     TO PR-DL-VARIANCE.
           MOVE PR-PAIR-VARIANCE-PCT TO PR-DL-VARIANCE-PCT.
           WRITE VARIANCE-REPORT-LINE FROM PR-DETAIL-LINE.
           ADD 1 TO PR-LINES-PRINTED.

           ADD PR-PAIR-IMPLIED TO PR-PROJ-IMPLIED.
           ADD PR-PAIR-BOOKED  TO PR-PROJ-BOOKED.

       3000-PRINT-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3500-PRINT-PROJECT-TOTAL                                            *
      *----------------------------------------------------------------------*
       3500-PRINT-PROJECT-TOTAL.
           MOVE PR-PROJ-IMPLIED TO PR-PTL-IMPLIED.
           MOVE PR-PROJ-BOOKED  TO PR-PTL-BOOKED.
           COMPUTE PR-PTL-VARIANCE = PR-PROJ-BOOKED - PR-PROJ-IMPLIED.
           WRITE VARIANCE-REPORT-LINE FROM PR-PROJECT-TOTAL-LINE.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.

           MOVE ZERO TO PR-PROJ-IMPLIED.
           MOVE ZERO TO PR-PROJ-BOOKED.

       3500-PRINT-PROJECT-TOTAL-EXIT.
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
      *  9000-TERMINATE  --  CLOSE FILES AND REPORT COUNTS                    *
      *----------------------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY "TIMEVAR: XREF RECORDS READ  = " PR-XREFS-READ.
           DISPLAY "TIMEVAR: ACTUALS READ       = " PR-ACTUALS-READ.
           DISPLAY "TIMEVAR: LINES PRINTED      = " PR-LINES-PRINTED.
           DISPLAY "TIMEVAR: OVER-BOOKED        = " PR-OVER-BOOKED.
           DISPLAY "TIMEVAR: UNDER-BOOKED       = " PR-UNDER-BOOKED.
           DISPLAY "TIMEVAR: BOOKED NOT IMPLIED = " PR-NO-IMPLIED.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

           IF RETURN-CODE < 16
               CLOSE STAFF-XREF-FILE
                     ACTUALS-FILE
                     EMPLOYEE-MASTER
                     VARIANCE-REPORT
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
               DISPLAY "TIMEVAR: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               GO TO 9100-WRITE-RUN-STATS-EXIT
           END-IF.

           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           ACCEPT PR-NOW   FROM TIME.

           MOVE "TIMEVAR "            TO RS-JOB-NAME.
           MOVE PR-TODAY              TO RS-RUN-DATE.
           MOVE PR-NOW                TO RS-RUN-TIME.
           COMPUTE RS-RECORDS-READ = PR-XREFS-READ + PR-ACTUALS-READ.
           MOVE PR-LINES-PRINTED      TO RS-RECORDS-WRITTEN.
           MOVE ZERO                  TO RS-RECORDS-REJECTED.
           COMPUTE RS-CONTROL-TOTAL = PR-OVER-BOOKED + PR-UNDER-BOOKED
               + PR-NO-IMPLIED.
           MOVE RETURN-CODE           TO RS-RETURN-CODE.

           WRITE RUN-STATS-RECORD
               INVALID KEY
                   DISPLAY "TIMEVAR: RUN STATS WRITE FAILED, STATUS "
                           PR-STAT-STATUS
           END-WRITE.

           CLOSE RUN-STATS-FILE.

       9100-WRITE-RUN-STATS-EXIT.
           EXIT.
