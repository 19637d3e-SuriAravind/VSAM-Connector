      *               AFFECTED, OLD SALARY MASS, PROPOSED NEW MASS, AND THE      *
      *               DELTA.                                                    *
      *                                                                          *
      *               EACH COMPANY'S MASS IS SHOWN IN ITS OWN CURRENCY           *
      *               (CO-CURRENCY-CODE ON COMPMAST) AND IN THE GROUP            *
      *               REPORTING CURRENCY AT THE CURRENT MONTH'S RATE ON THE      *
      *               EXCHANGE-RATE KSDS (FXRATE); THE GROUP FIGURES ARE         *
      *               TOTALLED.  A COMPANY WITH NO RATE FOR THE MONTH PRINTS     *
      *               NO RATE, IS LEFT OUT OF THE GROUP TOTAL, AND ENDS THE      *
      *               RUN WITH RETURN CODE 4.                                    *
      *                                                                          *
      *  RULE MATCH.  FIRST RULE WHOSE RV-SHORT-NAME EQUALS THE EMPLOYEE'S       *
      *               SHORT NAME; A RULE WITH SPACES THERE MATCHES ON            *
      *               RV-COMPANY-NAME INSTEAD.  EMPLOYEES MATCHING NO RULE,      *
      *                  PROJECT ENTRY'S ALLOCATION-PCT THROUGH FROM THE         *
      *                  MASTER SO A SALARY PROPOSAL CANNOT WIPE STAFFING        *
      *                  ALLOCATIONS.                                           *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *  2026-10-15 RLM  COST IMPACT REPORT NOW SHOWS LOCAL-CURRENCY AND         *
      *                  GROUP-CURRENCY MASS SIDE BY SIDE, WITH A GROUP          *
      *                  TOTAL LINE.                                             *
      *  2026-10-15 RLM  THE PROPOSED CHANGE NOW CARRIES THE EMPLOYEE'S          *
      *                  MANAGER-ID.                                             *
      *  2026-10-15 RLM  SALARY MASS COLUMNS BACK TO FULL 13-DIGIT WIDTH.        *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT REVIEW-PARM-FILE  ASSIGN TO COMPPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-PARM-STATUS.

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

           SELECT PROPOSED-TRANS-FILE ASSIGN TO EMPCMPTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-PROP-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY "CompReviewCopyBook.cob".

       FD  COMPANY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "CompanyCopyBook.cob".

       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ExchRateCopyBook.cob".

       FD  PROPOSED-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "EmpTransCopyBook.cob".
           05  PR-PARM-STATUS             PIC X(02).
               88  PR-PARM-OK                     VALUE "00".
               88  PR-PARM-EOF                    VALUE "10".
           05  PR-COMP-STATUS             PIC X(02).
               88  PR-COMP-OK                     VALUE "00".
           05  PR-FXRT-STATUS             PIC X(02).
               88  PR-FXRT-OK                     VALUE "00".
           05  PR-PROP-STATUS             PIC X(02).
               88  PR-PROP-OK                     VALUE "00".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RULE-FOUND                  VALUE "Y".
           05  PR-COMPANY-FOUND-SW        PIC X(01)   VALUE "N".
               88  PR-COMPANY-FOUND               VALUE "Y".
           05  PR-RATE-FOUND-SW           PIC X(01)   VALUE "N".
               88  PR-RATE-FOUND                  VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-MAX-RULES               PIC 9(03)   VALUE 050.
           05  PR-MAX-COMPANIES           PIC 9(03)   VALUE 100.
           05  PR-GROUP-CURRENCY          PIC X(03)   VALUE "ZAR".

       01  PR-COUNTERS COMP.
           05  PR-EMPLOYEES-READ          PIC 9(07)   VALUE ZERO.
           05  PR-RULE-IX                 PIC 9(03)   VALUE ZERO.
           05  PR-COMPANY-IX              PIC 9(03)   VALUE ZERO.
           05  PR-LOOKUP-IX               PIC 9(03)   VALUE ZERO.
           05  PR-COMPANIES-UNCONVERTED   PIC 9(03)   VALUE ZERO.

       01  PR-TODAY                       PIC 9(08).
       01  PR-TODAY-PARTS REDEFINES PR-TODAY.
           05  PR-TODAY-YYYYMM            PIC 9(06).
           05  FILLER                     PIC 9(02).

       01  PR-GROUP-OLD-MASS              PIC S9(13).
       01  PR-GROUP-NEW-MASS              PIC S9(13).

       01  PR-GROUP-TOTALS.
           05  PR-GT-AFFECTED             PIC S9(07)  COMP VALUE ZERO.
           05  PR-GT-OLD-MASS             PIC S9(13)  COMP VALUE ZERO.
           05  PR-GT-NEW-MASS             PIC S9(13)  COMP VALUE ZERO.

       01  PR-NEW-SALARY                  PIC S9(10).

       01  PR-COMPANY-TABLE.
           05  PR-CO-ENTRY                OCCURS 100.
               10  PR-CO-NAME             PIC X(20).
               10  PR-CO-CURRENCY         PIC X(03).
               10  PR-CO-AFFECTED         PIC S9(07)  COMP.
               10  PR-CO-OLD-MASS         PIC S9(13)  COMP.
               10  PR-CO-NEW-MASS         PIC S9(13)  COMP.
           05  PR-BATCH-HASH-ID           PIC S9(15)     VALUE ZERO.
           05  PR-BATCH-HASH-SALARY       PIC S9(15)V99  VALUE ZERO.

       01  PR-SUMMARY-HEADING.
           05  FILLER                     PIC X(21)   VALUE "COMPANY".
           05  FILLER                     PIC X(03)   VALUE "CUR".
           05  FILLER                     PIC X(08)   VALUE
               "  AFFECT".
           05  FILLER                     PIC X(45)   VALUE
               "      OLD LOCAL      NEW LOCAL    LOCAL DELTA".
           05  FILLER                     PIC X(45)   VALUE
               "      OLD GROUP      NEW GROUP    GROUP DELTA".

       01  PR-SUMMARY-LINE.
           05  PR-SL-COMPANY-NAME         PIC X(20).
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-SL-CURRENCY             PIC X(03).
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-SL-AFFECTED             PIC -Z(05)9.
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-SL-LOCAL-AMOUNTS.
               10  PR-SL-OLD-MASS         PIC -Z(12)9.
               10  FILLER                 PIC X(01)   VALUE SPACES.
               10  PR-SL-NEW-MASS         PIC -Z(12)9.
               10  FILLER                 PIC X(01)   VALUE SPACES.
               10  PR-SL-MASS-DELTA       PIC -Z(12)9.
           05  PR-SL-LOCAL-BLANK REDEFINES PR-SL-LOCAL-AMOUNTS
                                          PIC X(44).
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-SL-GROUP-AMOUNTS.
               10  PR-SL-OLD-GROUP        PIC -Z(12)9.
               10  FILLER                 PIC X(01)   VALUE SPACES.
               10  PR-SL-NEW-GROUP        PIC -Z(12)9.
               10  FILLER                 PIC X(01)   VALUE SPACES.
               10  PR-SL-GROUP-DELTA      PIC -Z(12)9.
           05  PR-SL-NO-RATE REDEFINES PR-SL-GROUP-AMOUNTS
                                          PIC X(44).

       PROCEDURE DIVISION.

               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT COMPANY-MASTER.
           IF NOT PR-COMP-OK
               DISPLAY "EMPCOMPR: COMPANY OPEN FAILED, STATUS "
                       PR-COMP-STATUS
               MOVE "Y" TO PR-MAST-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EXCHANGE-RATE-FILE.
           IF NOT PR-FXRT-OK
               DISPLAY "EMPCOMPR: EXCHANGE RATE OPEN FAILED, STATUS "
                       PR-FXRT-STATUS
               MOVE "Y" TO PR-MAST-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT PROPOSED-TRANS-FILE.
           OPEN OUTPUT COST-IMPACT-REPORT.

      *----------------------------------------------------------------------*
       2200-WRITE-PROPOSED-TRANS.
           MOVE "C"                  TO TR-TRANS-CODE.
           MOVE EMP-ID               TO TR-ID.
           MOVE PR-RL-EFFECTIVE-DATE (PR-RULE-IX)
               TO TR-EFFECTIVE-DATE.
           MOVE COMPANY-NAME          TO TR-COMPANY-NAME.
           MOVE HIRE-DATE             TO TR-HIRE-DATE.
           MOVE EXPERIENCE            TO TR-EXPERIENCE.
           MOVE PR-NEW-SALARY         TO TR-SALARY.
           MOVE MANAGER-ID            TO TR-MANAGER-ID.
           MOVE NUMBER-OF-PROJECTS    TO TR-NUMBER-OF-PROJECTS.
           PERFORM VARYING PR-PROJECT-IX FROM 1 BY 1
                   UNTIL PR-PROJECT-IX > NUMBER-OF-PROJECTS
               ADD 1 TO PR-COMPANIES-SEEN
               MOVE PR-COMPANIES-SEEN TO PR-LOOKUP-IX
               MOVE COMPANY-NAME TO PR-CO-NAME (PR-LOOKUP-IX)
               PERFORM 2350-LOOK-UP-CURRENCY
                   THRU 2350-LOOK-UP-CURRENCY-EXIT
               MOVE ZERO TO PR-CO-AFFECTED (PR-LOOKUP-IX)
                            PR-CO-OLD-MASS (PR-LOOKUP-IX)
                            PR-CO-NEW-MASS (PR-LOOKUP-IX)
       2300-ACCUMULATE-COST-IMPACT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2350-LOOK-UP-CURRENCY  --  PAYING CURRENCY OF A NEW COMPANY ENTRY    *
      *                              FROM THE COMPANY MASTER; SPACES THERE    *
      *                              MEAN THE GROUP CURRENCY                  *
      *----------------------------------------------------------------------*
       2350-LOOK-UP-CURRENCY.
           MOVE SHORT_NAME TO CO-SHORT-NAME.
           READ COMPANY-MASTER
               INVALID KEY
                   MOVE "???" TO CO-CURRENCY-CODE
           END-READ.
           IF CO-CURRENCY-CODE = SPACES
               MOVE PR-GROUP-CURRENCY TO CO-CURRENCY-CODE
           END-IF.
           MOVE CO-CURRENCY-CODE TO PR-CO-CURRENCY (PR-LOOKUP-IX).

       2350-LOOK-UP-CURRENCY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2900-READ-NEXT-EMPLOYEE                                             *
      *----------------------------------------------------------------------*
      *  5000-PRINT-COST-IMPACT  --  PER-COMPANY SIGN-OFF REPORT              *
      *----------------------------------------------------------------------*
       5000-PRINT-COST-IMPACT.
           WRITE COST-REPORT-LINE FROM PR-SUMMARY-HEADING.

           PERFORM 5100-PRINT-ONE-COMPANY
               THRU 5100-PRINT-ONE-COMPANY-EXIT
               VARYING PR-COMPANY-IX FROM 1 BY 1
               UNTIL PR-COMPANY-IX > PR-COMPANIES-SEEN.

           MOVE "GROUP TOTAL"     TO PR-SL-COMPANY-NAME.
           MOVE PR-GROUP-CURRENCY TO PR-SL-CURRENCY.
           MOVE PR-GT-AFFECTED    TO PR-SL-AFFECTED.
           MOVE SPACES            TO PR-SL-LOCAL-BLANK.
           MOVE PR-GT-OLD-MASS    TO PR-SL-OLD-GROUP.
           MOVE PR-GT-NEW-MASS    TO PR-SL-NEW-GROUP.
           COMPUTE PR-SL-GROUP-DELTA =
               PR-GT-NEW-MASS - PR-GT-OLD-MASS.
           WRITE COST-REPORT-LINE FROM PR-SUMMARY-LINE.

           IF PR-COMPANIES-UNCONVERTED > ZERO
               MOVE SPACES TO COST-REPORT-LINE
               STRING "NO RATE - COMPANIES WITHOUT AN EXCHANGE RATE "
                      "FOR " PR-TODAY-YYYYMM " ON FXRATE ARE LEFT OUT "
                      "OF THE GROUP TOTAL"
                   DELIMITED BY SIZE INTO COST-REPORT-LINE
               WRITE COST-REPORT-LINE
               DISPLAY "EMPCOMPR: COMPANIES WITH NO RATE = "
                       PR-COMPANIES-UNCONVERTED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5000-PRINT-COST-IMPACT-EXIT.
           EXIT.

           COMPUTE PR-SL-MASS-DELTA =
               PR-CO-NEW-MASS (PR-COMPANY-IX)
               - PR-CO-OLD-MASS (PR-COMPANY-IX).
           MOVE PR-CO-CURRENCY (PR-COMPANY-IX) TO PR-SL-CURRENCY.
           ADD PR-CO-AFFECTED (PR-COMPANY-IX)  TO PR-GT-AFFECTED.

           PERFORM 5200-CONVERT-TO-GROUP
               THRU 5200-CONVERT-TO-GROUP-EXIT.
           IF PR-RATE-FOUND
               MOVE PR-GROUP-OLD-MASS TO PR-SL-OLD-GROUP
               MOVE PR-GROUP-NEW-MASS TO PR-SL-NEW-GROUP
               COMPUTE PR-SL-GROUP-DELTA =
                   PR-GROUP-NEW-MASS - PR-GROUP-OLD-MASS
               ADD PR-GROUP-OLD-MASS  TO PR-GT-OLD-MASS
               ADD PR-GROUP-NEW-MASS  TO PR-GT-NEW-MASS
           ELSE
               MOVE "       NO RATE" TO PR-SL-NO-RATE
               ADD 1 TO PR-COMPANIES-UNCONVERTED
           END-IF.

           WRITE COST-REPORT-LINE FROM PR-SUMMARY-LINE.

       5100-PRINT-ONE-COMPANY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5200-CONVERT-TO-GROUP  --  OLD AND NEW MASS OF THE COMPANY AT        *
      *                              PR-COMPANY-IX TO THE GROUP CURRENCY AT   *
      *                              THE CURRENT MONTH'S RATE                 *
      *----------------------------------------------------------------------*
       5200-CONVERT-TO-GROUP.
           SET PR-RATE-FOUND TO TRUE.
           IF PR-CO-CURRENCY (PR-COMPANY-IX) = PR-GROUP-CURRENCY
               MOVE PR-CO-OLD-MASS (PR-COMPANY-IX) TO PR-GROUP-OLD-MASS
               MOVE PR-CO-NEW-MASS (PR-COMPANY-IX) TO PR-GROUP-NEW-MASS
               GO TO 5200-CONVERT-TO-GROUP-EXIT
           END-IF.

           MOVE PR-CO-CURRENCY (PR-COMPANY-IX) TO FX-CURRENCY-CODE.
           MOVE PR-TODAY-YYYYMM                TO FX-RATE-MONTH.
           READ EXCHANGE-RATE-FILE
               INVALID KEY
                   MOVE "N" TO PR-RATE-FOUND-SW
                   GO TO 5200-CONVERT-TO-GROUP-EXIT
           END-READ.

           COMPUTE PR-GROUP-OLD-MASS ROUNDED =
               PR-CO-OLD-MASS (PR-COMPANY-IX) * FX-GROUP-RATE.
           COMPUTE PR-GROUP-NEW-MASS ROUNDED =
               PR-CO-NEW-MASS (PR-COMPANY-IX) * FX-GROUP-RATE.

       5200-CONVERT-TO-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  WRITE THE BATCH TRAILER, CLOSE FILES, REPORT     *
      *                       COUNTS                                          *

           CLOSE EMPLOYEE-MASTER
                 REVIEW-PARM-FILE
                 COMPANY-MASTER
                 EXCHANGE-RATE-FILE
                 PROPOSED-TRANS-FILE
                 COST-IMPACT-REPORT.

