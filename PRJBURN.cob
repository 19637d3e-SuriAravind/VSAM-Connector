      *               WITH FULL LEAP-YEAR HANDLING, INCLUSIVE OF BOTH ENDS       *
      *               OF THE WINDOW.                                            *
      *                                                                          *
      *  CURRENCY.    SALARY IS IN THE CURRENCY OF THE EMPLOYEE'S COMPANY        *
      *               (CO-CURRENCY-CODE ON COMPMAST, SPACES MEANING THE          *
      *               GROUP CURRENCY).  EACH ASSIGNMENT'S COST IS CONVERTED      *
      *               TO THE GROUP CURRENCY AT THE CURRENT MONTH'S RATE ON       *
      *               THE EXCHANGE-RATE KSDS (FXRATE), AND PJ-BUDGET, WHICH      *
      *               IS HELD IN THE GROUP CURRENCY, IS MEASURED AGAINST         *
      *               THAT GROUP COST.  THE LOCAL COST IS PRINTED ONLY WHEN      *
      *               EVERY ASSIGNMENT ON THE PROJECT IS PAID IN ONE             *
      *               CURRENCY; OTHERWISE THE CURRENCY COLUMN SHOWS MIX.         *
      *               AN ASSIGNMENT WITH NO RATE FOR THE MONTH IS LEFT OUT       *
      *               OF THE GROUP COST, FLAGS THE PROJECT NO RATE, AND          *
      *               ENDS THE RUN WITH RETURN CODE 4.                           *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *                  EVERY PROJECTS-DETAIL TABLE ON A FULL SCAN OF THE       *
      *                  EMPLOYEE MASTER; THE MASTER IS READ BY ID FOR           *
      *                  SALARY AND TERMINATION DATA ONLY.                       *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *  2026-10-15 RLM  ASSIGNMENT COST CONVERTED TO THE GROUP CURRENCY;        *
      *                  PERCENT BURNED AND OVERBUDGET NOW MEASURE THE           *
      *                  BUDGET AGAINST GROUP COST.  LOCAL CURRENCY AND          *
      *                  LOCAL COST SHOWN ALONGSIDE.                             *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT STAFF-XREF-FILE   ASSIGN TO STAFFXRF
                  RECORD KEY IS PJ-PROJECT-CODE
                  FILE STATUS IS PR-PROJ-STATUS.

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

           SELECT BURN-REPORT       ASSIGN TO PRJBURPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY "ProjectsCopyBook.cob".

       FD  COMPANY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "CompanyCopyBook.cob".

       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ExchRateCopyBook.cob".

       FD  BURN-REPORT
           LABEL RECORDS ARE STANDARD.
       01  BURN-REPORT-LINE               PIC X(132).
           05  PR-PROJ-STATUS             PIC X(02).
               88  PR-PROJ-OK                     VALUE "00".
               88  PR-PROJ-EOF                    VALUE "10".
           05  PR-COMP-STATUS             PIC X(02).
               88  PR-COMP-OK                     VALUE "00".
           05  PR-FXRT-STATUS             PIC X(02).
               88  PR-FXRT-OK                     VALUE "00".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".

               88  PR-PROJ-FOUND                  VALUE "Y".
           05  PR-WINDOW-OPEN-SW          PIC X(01)   VALUE "N".
               88  PR-WINDOW-IS-OPEN              VALUE "Y".
           05  PR-RATE-FOUND-SW           PIC X(01)   VALUE "N".
               88  PR-RATE-FOUND                  VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-MAX-TABLE-PROJECTS      PIC 9(04)   VALUE 0500.
           05  PR-GROUP-CURRENCY          PIC X(03)   VALUE "ZAR".
           05  PR-MIXED-CURRENCY          PIC X(03)   VALUE "MIX".

       01  PR-COUNTERS COMP.
           05  PR-XREFS-READ              PIC 9(07)   VALUE ZERO.
           05  PR-ASSIGNMENTS-COSTED      PIC 9(07)   VALUE ZERO.
           05  PR-ASSIGNS-UNMATCHED       PIC 9(07)   VALUE ZERO.
           05  PR-XREF-ORPHANS            PIC 9(07)   VALUE ZERO.
           05  PR-ASSIGNS-UNCONVERTED     PIC 9(07)   VALUE ZERO.
           05  PR-TABLE-IX                PIC 9(04)   VALUE ZERO.
           05  PR-LOOKUP-IX               PIC 9(04)   VALUE ZERO.

       01  PR-TODAY                       PIC 9(08).
       01  PR-TODAY-PARTS REDEFINES PR-TODAY.
           05  PR-TODAY-YYYYMM            PIC 9(06).
           05  FILLER                     PIC 9(02).

      *    CURRENCY AND RATE OF THE LAST COMPANY LOOKED UP - THE CROSS-
      *    REFERENCE RUNS IN PROJECT ORDER, SO ONE COMPANY'S STAFF
      *    TEND TO COME TOGETHER
       01  PR-RATE-CACHE.
           05  PR-RC-SHORT-NAME           PIC X(03)   VALUE HIGH-VALUES.
           05  PR-RC-CURRENCY             PIC X(03).
           05  PR-RC-RATE-SW              PIC X(01).
           05  PR-RC-GROUP-RATE           PIC 9(05)V9(06).

       01  PR-LOOKUP-NAME                 PIC A(15).

               10  PR-PT-STATUS           PIC X(01).
               10  PR-PT-BUDGET           PIC S9(9)V99.
               10  PR-PT-LABOR-COST       PIC S9(13)V99.
               10  PR-PT-GROUP-COST       PIC S9(13)V99.
               10  PR-PT-CURRENCY         PIC X(03).
               10  PR-PT-ACCRUING-SW      PIC X(01).
               10  PR-PT-NO-RATE-SW       PIC X(01).

      *    SERIAL-DAY CONVERSION WORK FIELDS (DAYS FROM 1900-01-01)
       01  PR-CONV-DATE                   PIC 9(08).
           05  PR-TODAY-SERIAL            PIC S9(08).
           05  PR-WINDOW-DAYS             PIC S9(08).
           05  PR-ASSIGN-COST             PIC S9(13)V99.
           05  PR-ASSIGN-GROUP-COST       PIC S9(13)V99.
           05  PR-ALLOC-PCT               PIC 9(03).
           05  PR-PERCENT-BURNED          PIC 9(05)V99.

           05  FILLER                     PIC X(09)   VALUE "CODE".
           05  FILLER                     PIC X(16)   VALUE "PROJECT".
           05  FILLER                     PIC X(03)   VALUE "ST".
           05  FILLER                     PIC X(15)   VALUE
               " GROUP BUDGET".
           05  FILLER                     PIC X(04)   VALUE "CUR".
           05  FILLER                     PIC X(19)   VALUE
               "       LOCAL COST".
           05  FILLER                     PIC X(19)   VALUE
               "       GROUP COST".
           05  FILLER                     PIC X(08)   VALUE
               "   PCT".
           05  FILLER                     PIC X(36)   VALUE "FLAGS".

       01  PR-DETAIL-LINE.
           05  PR-DL-PROJECT-CODE         PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-BUDGET               PIC -9(09).99.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-CURRENCY             PIC X(03).
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-DL-LABOR-COST           PIC -9(13).99.
           05  PR-DL-LABOR-COST-X REDEFINES PR-DL-LABOR-COST
                                          PIC X(17).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-GROUP-COST           PIC -9(13).99.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-PCT-BURNED           PIC 9(03).99.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-OVERBUDGET           PIC X(12).
           05  PR-DL-NO-RATE              PIC X(08).
           05  PR-DL-ACCRUING             PIC X(16).

       PROCEDURE DIVISION.
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT COMPANY-MASTER.
           IF NOT PR-COMP-OK
               DISPLAY "PRJBURN: COMPANY OPEN FAILED, STATUS "
                       PR-COMP-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EXCHANGE-RATE-FILE.
           IF NOT PR-FXRT-OK
               DISPLAY "PRJBURN: EXCHANGE RATE OPEN FAILED, STATUS "
                       PR-FXRT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT BURN-REPORT.

           PERFORM 1100-LOAD-PROJECT-TABLE
                       TO PR-PT-BUDGET (PR-TABLE-IX)
                   MOVE ZERO
                       TO PR-PT-LABOR-COST (PR-TABLE-IX)
                          PR-PT-GROUP-COST (PR-TABLE-IX)
                   MOVE SPACES
                       TO PR-PT-CURRENCY (PR-TABLE-IX)
                   MOVE "N"
                       TO PR-PT-ACCRUING-SW (PR-TABLE-IX)
                          PR-PT-NO-RATE-SW (PR-TABLE-IX)
                   PERFORM 1900-READ-NEXT-PROJECT
                       THRU 1900-READ-NEXT-PROJECT-EXIT
               END-IF
               GO TO 2000-COST-ONE-ASSIGNMENT-NEXT
           END-IF.

           MOVE SX-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO PR-XREF-ORPHANS
           ADD PR-ASSIGN-COST TO PR-PT-LABOR-COST (PR-LOOKUP-IX).
           ADD 1 TO PR-ASSIGNMENTS-COSTED.

           PERFORM 2500-FIND-COMPANY-RATE
               THRU 2500-FIND-COMPANY-RATE-EXIT.

           IF PR-PT-CURRENCY (PR-LOOKUP-IX) = SPACES
               MOVE PR-RC-CURRENCY TO PR-PT-CURRENCY (PR-LOOKUP-IX)
           ELSE
               IF PR-PT-CURRENCY (PR-LOOKUP-IX) NOT = PR-RC-CURRENCY
                   MOVE PR-MIXED-CURRENCY
                       TO PR-PT-CURRENCY (PR-LOOKUP-IX)
               END-IF
           END-IF.

           IF PR-RC-RATE-SW NOT = "Y"
               MOVE "Y" TO PR-PT-NO-RATE-SW (PR-LOOKUP-IX)
               ADD 1 TO PR-ASSIGNS-UNCONVERTED
               GO TO 2000-COST-ONE-ASSIGNMENT-NEXT
           END-IF.

           COMPUTE PR-ASSIGN-GROUP-COST ROUNDED =
               PR-ASSIGN-COST * PR-RC-GROUP-RATE.
           ADD PR-ASSIGN-GROUP-COST TO PR-PT-GROUP-COST (PR-LOOKUP-IX).

       2000-COST-ONE-ASSIGNMENT-NEXT.
           PERFORM 2800-READ-NEXT-XREF
               THRU 2800-READ-NEXT-XREF-EXIT.
       2000-COST-ONE-ASSIGNMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2500-FIND-COMPANY-RATE  --  CURRENCY OF THE EMPLOYEE'S COMPANY AND   *
      *                               THIS MONTH'S RATE TO THE GROUP          *
      *                               CURRENCY INTO PR-RATE-CACHE.  THE       *
      *                               GROUP CURRENCY CONVERTS AT 1.           *
      *----------------------------------------------------------------------*
       2500-FIND-COMPANY-RATE.
           IF SHORT_NAME = PR-RC-SHORT-NAME
               GO TO 2500-FIND-COMPANY-RATE-EXIT
           END-IF.

           MOVE SHORT_NAME TO PR-RC-SHORT-NAME.
           MOVE SHORT_NAME TO CO-SHORT-NAME.
           READ COMPANY-MASTER
               INVALID KEY
                   MOVE "???" TO CO-CURRENCY-CODE
           END-READ.
           IF CO-CURRENCY-CODE = SPACES
               MOVE PR-GROUP-CURRENCY TO CO-CURRENCY-CODE
           END-IF.
           MOVE CO-CURRENCY-CODE TO PR-RC-CURRENCY.

           IF PR-RC-CURRENCY = PR-GROUP-CURRENCY
               MOVE "Y" TO PR-RC-RATE-SW
               MOVE 1   TO PR-RC-GROUP-RATE
               GO TO 2500-FIND-COMPANY-RATE-EXIT
           END-IF.

           MOVE PR-RC-CURRENCY  TO FX-CURRENCY-CODE.
           MOVE PR-TODAY-YYYYMM TO FX-RATE-MONTH.
           READ EXCHANGE-RATE-FILE
               INVALID KEY
                   MOVE "N"  TO PR-RC-RATE-SW
                   MOVE ZERO TO PR-RC-GROUP-RATE
                   GO TO 2500-FIND-COMPANY-RATE-EXIT
           END-READ.
           MOVE "Y"           TO PR-RC-RATE-SW.
           MOVE FX-GROUP-RATE TO PR-RC-GROUP-RATE.

       2500-FIND-COMPANY-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2800-READ-NEXT-XREF                                                 *
      *----------------------------------------------------------------------*
               VARYING PR-TABLE-IX FROM 1 BY 1
               UNTIL PR-TABLE-IX > PR-PROJECTS-LOADED.

           IF PR-ASSIGNS-UNCONVERTED > ZERO
               MOVE SPACES TO BURN-REPORT-LINE
               STRING "NO RATE - ASSIGNMENTS PAID IN A CURRENCY WITH "
                      "NO EXCHANGE RATE FOR " PR-TODAY-YYYYMM
                      " ON FXRATE ARE LEFT OUT OF GROUP COST"
                   DELIMITED BY SIZE INTO BURN-REPORT-LINE
               WRITE BURN-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5000-PRINT-REPORT-EXIT.
           EXIT.

               TO PR-DL-PROJECT-NAME.
           MOVE PR-PT-STATUS (PR-TABLE-IX)       TO PR-DL-STATUS.
           MOVE PR-PT-BUDGET (PR-TABLE-IX)       TO PR-DL-BUDGET.
           MOVE PR-PT-CURRENCY (PR-TABLE-IX)     TO PR-DL-CURRENCY.
           IF PR-PT-CURRENCY (PR-TABLE-IX) = PR-MIXED-CURRENCY
               MOVE SPACES TO PR-DL-LABOR-COST-X
           ELSE
               MOVE PR-PT-LABOR-COST (PR-TABLE-IX)
                   TO PR-DL-LABOR-COST
           END-IF.
           MOVE PR-PT-GROUP-COST (PR-TABLE-IX)
               TO PR-DL-GROUP-COST.

           IF PR-PT-BUDGET (PR-TABLE-IX) > ZERO
               COMPUTE PR-PERCENT-BURNED ROUNDED =
                   (PR-PT-GROUP-COST (PR-TABLE-IX) * 100)
                       / PR-PT-BUDGET (PR-TABLE-IX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO PR-PERCENT-BURNED
               MOVE PR-PERCENT-BURNED TO PR-DL-PCT-BURNED
           END-IF.

           IF PR-PT-GROUP-COST (PR-TABLE-IX)
                   > PR-PT-BUDGET (PR-TABLE-IX)
               MOVE "OVERBUDGET" TO PR-DL-OVERBUDGET
           ELSE
               MOVE SPACES TO PR-DL-OVERBUDGET
           END-IF.

           IF PR-PT-NO-RATE-SW (PR-TABLE-IX) = "Y"
               MOVE "NO RATE" TO PR-DL-NO-RATE
           ELSE
               MOVE SPACES TO PR-DL-NO-RATE
           END-IF.

           IF PR-PT-ACCRUING-SW (PR-TABLE-IX) = "Y"
                   AND (PR-PT-STATUS (PR-TABLE-IX) = "H"
                     OR PR-PT-STATUS (PR-TABLE-IX) = "C")
                   PR-ASSIGNS-UNMATCHED.
           DISPLAY "PRJBURN: XREF ORPHANS        = "
                   PR-XREF-ORPHANS.
           DISPLAY "PRJBURN: ASSIGNS WITH NO RATE = "
                   PR-ASSIGNS-UNCONVERTED.

           CLOSE EMPLOYEE-MASTER
                 STAFF-XREF-FILE
                 PROJECTS-MASTER
                 COMPANY-MASTER
                 EXCHANGE-RATE-FILE
                 BURN-REPORT.

       9000-TERMINATE-EXIT.
