      *               FOLLOWED BY PER-COMPANY TOTALS OF HEADCOUNT AND            *
      *               SALARY MASS FOR BOTH MONTHS WITH THE DELTA.                *
      *                                                                          *
      *               SALARY MASS IS SHOWN IN THE COMPANY'S OWN CURRENCY         *
      *               (CO-CURRENCY-CODE ON COMPMAST) AND, SIDE BY SIDE, IN       *
      *               THE GROUP REPORTING CURRENCY AT EACH SNAPSHOT MONTH'S      *
      *               RATE ON THE EXCHANGE-RATE KSDS (FXRATE).  ONLY THE         *
      *               GROUP FIGURES ARE TOTALLED ACROSS COMPANIES.  A MONTH      *
      *               WITH NO RATE ON FILE PRINTS NO RATE, IS LEFT OUT OF THE    *
      *               GROUP TOTAL, AND ENDS THE RUN WITH RETURN CODE 4.          *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *                  BALANCE THE RUN AND THE OPSGATE PREREQUISITE            *
      *                  CHECK (EMPSNAP BEFORE EMPMOVE) CAN PROVE THE            *
      *                  WHOLE CHAIN.                                            *
      *  2026-10-15 RLM  COMPANY SUMMARY NOW SHOWS LOCAL-CURRENCY AND            *
      *                  GROUP-CURRENCY SALARY MASS SIDE BY SIDE, WITH A         *
      *                  GROUP TOTAL LINE.                                       *
      *  2026-10-15 RLM  SALARY MASS COLUMNS BACK TO FULL 13-DIGIT WIDTH; THE    *
      *                  SPACERS BEFORE THE COUNT AND MASS COLUMNS THAT CANNOT   *
      *                  GO NEGATIVE ARE DROPPED TO KEEP THE LINE AT 132.        *
      *                                                                          *
      ****************************************************************************

                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-PRIOR-STATUS.

           SELECT COMPANY-MASTER      ASSIGN TO COMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CO-SHORT-NAME
                  FILE STATUS IS PR-COMP-STATUS.

           SELECT EXCHANGE-RATE-FILE  ASSIGN TO FXRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FX-RATE-KEY
                  FILE STATUS IS PR-FXRT-STATUS.

           SELECT MOVEMENT-REPORT     ASSIGN TO EMPMOVPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.
           05  PS-HIRE-DATE                 PIC 9(08).
           05  PS-NUMBER-OF-PROJECTS        PIC 9(03).

       FD  COMPANY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "CompanyCopyBook.cob".

       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ExchRateCopyBook.cob".

       FD  MOVEMENT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  MOVEMENT-REPORT-LINE           PIC X(132).
           05  PR-PRIOR-STATUS            PIC X(02).
               88  PR-PRIOR-OK                    VALUE "00".
               88  PR-PRIOR-EOF                   VALUE "10".
           05  PR-COMP-STATUS             PIC X(02).
               88  PR-COMP-OK                     VALUE "00".
           05  PR-FXRT-STATUS             PIC X(02).
               88  PR-FXRT-OK                     VALUE "00".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-NO-MORE-PRIOR               VALUE "Y".
           05  PR-COMPANY-FOUND-SW        PIC X(01)   VALUE "N".
               88  PR-COMPANY-FOUND               VALUE "Y".
           05  PR-RATE-FOUND-SW           PIC X(01)   VALUE "N".
               88  PR-RATE-FOUND                  VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-MAX-COMPANIES           PIC 9(03)   VALUE 100.
           05  PR-GROUP-CURRENCY          PIC X(03)   VALUE "ZAR".

       01  PR-COUNTERS COMP.
           05  PR-CURR-READ               PIC 9(07)   VALUE ZERO.
           05  PR-COMPANIES-SEEN          PIC 9(03)   VALUE ZERO.
           05  PR-COMPANY-IX              PIC 9(03)   VALUE ZERO.
           05  PR-LOOKUP-IX               PIC 9(03)   VALUE ZERO.
           05  PR-MONTHS-UNCONVERTED      PIC 9(05)   VALUE ZERO.

       01  PR-ACCUM-FIELDS.
           05  PR-ACCUM-COMPANY           PIC X(20).
           05  PR-ACCUM-SHORT-NAME        PIC X(03).
           05  PR-ACCUM-SALARY            PIC S9(10).

      *    SNAPSHOT MONTHS (YYYYMM), TAKEN FROM THE FIRST RECORD OF EACH
      *    FILE, AND THE CONVERSION WORK AREA FOR 5200
       01  PR-CURR-MONTH                  PIC 9(06)   VALUE ZERO.
       01  PR-PRIOR-MONTH                 PIC 9(06)   VALUE ZERO.

       01  PR-CONVERT-FIELDS.
           05  PR-CV-CURRENCY             PIC X(03).
           05  PR-CV-MONTH                PIC 9(06).
           05  PR-CV-LOCAL-AMOUNT         PIC S9(13).
           05  PR-CV-GROUP-AMOUNT         PIC S9(13).

       01  PR-GROUP-WORK-FIELDS.
           05  PR-PRIOR-GROUP-MASS        PIC S9(13).
           05  PR-CURR-GROUP-MASS         PIC S9(13).
           05  PR-PRIOR-RATE-SW           PIC X(01).
           05  PR-CURR-RATE-SW            PIC X(01).

       01  PR-GROUP-TOTALS.
           05  PR-GT-PRIOR-COUNT          PIC S9(07)  COMP VALUE ZERO.
           05  PR-GT-CURR-COUNT           PIC S9(07)  COMP VALUE ZERO.
           05  PR-GT-PRIOR-MASS           PIC S9(13)  COMP VALUE ZERO.
           05  PR-GT-CURR-MASS            PIC S9(13)  COMP VALUE ZERO.

       01  PR-STAT-DATE                   PIC 9(08).
       01  PR-STAT-TIME                   PIC 9(08).

       01  PR-COMPANY-TABLE.
           05  PR-CO-ENTRY                OCCURS 100.
               10  PR-CO-NAME             PIC X(20).
               10  PR-CO-CURRENCY         PIC X(03).
               10  PR-CO-PRIOR-COUNT      PIC S9(07)  COMP.
               10  PR-CO-PRIOR-MASS       PIC S9(13)  COMP.
               10  PR-CO-CURR-COUNT       PIC S9(07)  COMP.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-TL-SALARY               PIC -9(10).

       01  PR-SUMMARY-HEADING.
           05  FILLER                     PIC X(21)   VALUE "COMPANY".
           05  FILLER                     PIC X(03)   VALUE "CUR".
           05  FILLER                     PIC X(22)   VALUE
               "  PRIOR   CURR   DELTA".
           05  FILLER                     PIC X(43)   VALUE
               "   PRIOR LOCAL    CURR LOCAL    LOCAL DELTA".
           05  FILLER                     PIC X(43)   VALUE
               "   PRIOR GROUP    CURR GROUP    GROUP DELTA".

       01  PR-SUMMARY-LINE.
           05  PR-SL-COMPANY-NAME         PIC X(20).
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-SL-CURRENCY             PIC X(03).
           05  PR-SL-PRIOR-COUNT          PIC -Z(05)9.
           05  PR-SL-CURR-COUNT           PIC -Z(05)9.
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-SL-COUNT-DELTA          PIC -Z(05)9.
           05  PR-SL-PRIOR-MASS           PIC -Z(12)9.
           05  PR-SL-PRIOR-MASS-X REDEFINES PR-SL-PRIOR-MASS
                                          PIC X(14).
           05  PR-SL-CURR-MASS            PIC -Z(12)9.
           05  PR-SL-CURR-MASS-X  REDEFINES PR-SL-CURR-MASS
                                          PIC X(14).
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-SL-MASS-DELTA           PIC -Z(12)9.
           05  PR-SL-MASS-DELTA-X REDEFINES PR-SL-MASS-DELTA
                                          PIC X(14).
           05  PR-SL-PRIOR-GROUP          PIC -Z(12)9.
           05  PR-SL-PRIOR-GROUP-X REDEFINES PR-SL-PRIOR-GROUP
                                          PIC X(14).
           05  PR-SL-CURR-GROUP           PIC -Z(12)9.
           05  PR-SL-CURR-GROUP-X REDEFINES PR-SL-CURR-GROUP
                                          PIC X(14).
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-SL-GROUP-DELTA          PIC -Z(12)9.
           05  PR-SL-GROUP-DELTA-X REDEFINES PR-SL-GROUP-DELTA
                                          PIC X(14).

       PROCEDURE DIVISION.

               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT COMPANY-MASTER.
           IF NOT PR-COMP-OK
               DISPLAY "EMPMOVE: COMPANY OPEN FAILED, STATUS "
                       PR-COMP-STATUS
               MOVE "Y" TO PR-CURR-EOF-SW
               MOVE "Y" TO PR-PRIOR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EXCHANGE-RATE-FILE.
           IF NOT PR-FXRT-OK
               DISPLAY "EMPMOVE: EXCHANGE RATE OPEN FAILED, STATUS "
                       PR-FXRT-STATUS
               MOVE "Y" TO PR-CURR-EOF-SW
               MOVE "Y" TO PR-PRIOR-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT MOVEMENT-REPORT.

           MOVE SPACES TO MOVEMENT-REPORT-LINE.
                   GO TO 2800-READ-NEXT-CURR-EXIT
           END-READ.
           ADD 1 TO PR-CURR-READ.
           IF PR-CURR-MONTH = ZERO
               DIVIDE SN-SNAPSHOT-DATE BY 100 GIVING PR-CURR-MONTH
           END-IF.

       2800-READ-NEXT-CURR-EXIT.
           EXIT.
                   GO TO 2900-READ-NEXT-PRIOR-EXIT
           END-READ.
           ADD 1 TO PR-PRIOR-READ.
           IF PR-PRIOR-MONTH = ZERO
               DIVIDE PS-SNAPSHOT-DATE BY 100 GIVING PR-PRIOR-MONTH
           END-IF.

       2900-READ-NEXT-PRIOR-EXIT.
           EXIT.
           ADD 1 TO PR-COMPANIES-SEEN.
           MOVE PR-COMPANIES-SEEN TO PR-LOOKUP-IX.
           MOVE PR-ACCUM-COMPANY TO PR-CO-NAME (PR-LOOKUP-IX).

      *    THE PAYING CURRENCY COMES FROM THE COMPANY MASTER; A COMPANY
      *    SINCE DELETED FROM IT CANNOT BE CONVERTED
           MOVE PR-ACCUM-SHORT-NAME TO CO-SHORT-NAME.
           READ COMPANY-MASTER
               INVALID KEY
                   MOVE "???" TO CO-CURRENCY-CODE
           END-READ.
           IF CO-CURRENCY-CODE = SPACES
               MOVE PR-GROUP-CURRENCY TO CO-CURRENCY-CODE
           END-IF.
           MOVE CO-CURRENCY-CODE TO PR-CO-CURRENCY (PR-LOOKUP-IX).
           MOVE ZERO TO PR-CO-PRIOR-COUNT (PR-LOOKUP-IX)
                        PR-CO-PRIOR-MASS (PR-LOOKUP-IX)
                        PR-CO-CURR-COUNT (PR-LOOKUP-IX)
      *----------------------------------------------------------------------*
       3100-ACCUMULATE-CURR.
           MOVE SN-COMPANY-NAME TO PR-ACCUM-COMPANY.
           MOVE SN-SHORT-NAME   TO PR-ACCUM-SHORT-NAME.
           PERFORM 3000-FIND-OR-ADD-COMPANY
               THRU 3000-FIND-OR-ADD-COMPANY-EXIT.
           IF PR-LOOKUP-IX > ZERO
      *----------------------------------------------------------------------*
       3200-ACCUMULATE-PRIOR.
           MOVE PS-COMPANY-NAME TO PR-ACCUM-COMPANY.
           MOVE PS-SHORT-NAME   TO PR-ACCUM-SHORT-NAME.
           PERFORM 3000-FIND-OR-ADD-COMPANY
               THRU 3000-FIND-OR-ADD-COMPANY-EXIT.
           IF PR-LOOKUP-IX > ZERO

      *----------------------------------------------------------------------*
      *  5000-PRINT-COMPANY-SUMMARY  --  HEADCOUNT AND SALARY MASS PER        *
      *                                   COMPANY, PRIOR/CURRENT/DELTA,       *
      *                                   LOCAL AND GROUP CURRENCY, THEN      *
      *                                   THE GROUP TOTAL                     *
      *----------------------------------------------------------------------*
       5000-PRINT-COMPANY-SUMMARY.
           WRITE MOVEMENT-REPORT-LINE FROM PR-SUMMARY-HEADING.

           PERFORM 5100-PRINT-ONE-COMPANY
               THRU 5100-PRINT-ONE-COMPANY-EXIT
               VARYING PR-COMPANY-IX FROM 1 BY 1
               UNTIL PR-COMPANY-IX > PR-COMPANIES-SEEN.

           MOVE "GROUP TOTAL"       TO PR-SL-COMPANY-NAME.
           MOVE PR-GROUP-CURRENCY   TO PR-SL-CURRENCY.
           MOVE PR-GT-PRIOR-COUNT   TO PR-SL-PRIOR-COUNT.
           MOVE PR-GT-CURR-COUNT    TO PR-SL-CURR-COUNT.
           COMPUTE PR-SL-COUNT-DELTA =
               PR-GT-CURR-COUNT - PR-GT-PRIOR-COUNT.
           MOVE SPACES              TO PR-SL-PRIOR-MASS-X
                                       PR-SL-CURR-MASS-X
                                       PR-SL-MASS-DELTA-X.
           MOVE PR-GT-PRIOR-MASS    TO PR-SL-PRIOR-GROUP.
           MOVE PR-GT-CURR-MASS     TO PR-SL-CURR-GROUP.
           COMPUTE PR-SL-GROUP-DELTA =
               PR-GT-CURR-MASS - PR-GT-PRIOR-MASS.
           WRITE MOVEMENT-REPORT-LINE FROM PR-SUMMARY-LINE.

           IF PR-MONTHS-UNCONVERTED > ZERO
               MOVE SPACES TO MOVEMENT-REPORT-LINE
               STRING "NO RATE - COMPANY MONTHS WITHOUT AN EXCHANGE "
                      "RATE ON FXRATE ARE LEFT OUT OF THE GROUP TOTAL"
                   DELIMITED BY SIZE INTO MOVEMENT-REPORT-LINE
               WRITE MOVEMENT-REPORT-LINE
               DISPLAY "EMPMOVE: COMPANY MONTHS WITH NO RATE = "
                       PR-MONTHS-UNCONVERTED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5000-PRINT-COMPANY-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
       5100-PRINT-ONE-COMPANY.
           MOVE PR-CO-NAME (PR-COMPANY-IX)        TO PR-SL-COMPANY-NAME.
           MOVE PR-CO-CURRENCY (PR-COMPANY-IX)    TO PR-SL-CURRENCY.
           MOVE PR-CO-PRIOR-COUNT (PR-COMPANY-IX) TO PR-SL-PRIOR-COUNT.
           MOVE PR-CO-CURR-COUNT (PR-COMPANY-IX)  TO PR-SL-CURR-COUNT.
           COMPUTE PR-SL-COUNT-DELTA =
               PR-CO-CURR-MASS (PR-COMPANY-IX)
               - PR-CO-PRIOR-MASS (PR-COMPANY-IX).

           ADD PR-CO-PRIOR-COUNT (PR-COMPANY-IX) TO PR-GT-PRIOR-COUNT.
           ADD PR-CO-CURR-COUNT (PR-COMPANY-IX)  TO PR-GT-CURR-COUNT.

           MOVE PR-CO-CURRENCY (PR-COMPANY-IX)   TO PR-CV-CURRENCY.
           MOVE PR-PRIOR-MONTH                   TO PR-CV-MONTH.
           MOVE PR-CO-PRIOR-MASS (PR-COMPANY-IX) TO PR-CV-LOCAL-AMOUNT.
           PERFORM 5200-CONVERT-TO-GROUP
               THRU 5200-CONVERT-TO-GROUP-EXIT.
           MOVE PR-RATE-FOUND-SW   TO PR-PRIOR-RATE-SW.
           MOVE PR-CV-GROUP-AMOUNT TO PR-PRIOR-GROUP-MASS.

           MOVE PR-CURR-MONTH                    TO PR-CV-MONTH.
           MOVE PR-CO-CURR-MASS (PR-COMPANY-IX)  TO PR-CV-LOCAL-AMOUNT.
           PERFORM 5200-CONVERT-TO-GROUP
               THRU 5200-CONVERT-TO-GROUP-EXIT.
           MOVE PR-RATE-FOUND-SW   TO PR-CURR-RATE-SW.
           MOVE PR-CV-GROUP-AMOUNT TO PR-CURR-GROUP-MASS.

           IF PR-PRIOR-RATE-SW = "Y"
               MOVE PR-PRIOR-GROUP-MASS TO PR-SL-PRIOR-GROUP
               ADD PR-PRIOR-GROUP-MASS  TO PR-GT-PRIOR-MASS
           ELSE
               MOVE "       NO RATE" TO PR-SL-PRIOR-GROUP-X
               ADD 1 TO PR-MONTHS-UNCONVERTED
           END-IF.

           IF PR-CURR-RATE-SW = "Y"
               MOVE PR-CURR-GROUP-MASS TO PR-SL-CURR-GROUP
               ADD PR-CURR-GROUP-MASS  TO PR-GT-CURR-MASS
           ELSE
               MOVE "       NO RATE" TO PR-SL-CURR-GROUP-X
               ADD 1 TO PR-MONTHS-UNCONVERTED
           END-IF.

           IF PR-PRIOR-RATE-SW = "Y" AND PR-CURR-RATE-SW = "Y"
               COMPUTE PR-SL-GROUP-DELTA =
                   PR-CURR-GROUP-MASS - PR-PRIOR-GROUP-MASS
           ELSE
               MOVE SPACES TO PR-SL-GROUP-DELTA-X
           END-IF.

           WRITE MOVEMENT-REPORT-LINE FROM PR-SUMMARY-LINE.

       5100-PRINT-ONE-COMPANY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5200-CONVERT-TO-GROUP  --  PR-CV-LOCAL-AMOUNT IN PR-CV-CURRENCY      *
      *                              TO THE GROUP CURRENCY AT THE RATE FOR    *
      *                              PR-CV-MONTH.  THE GROUP CURRENCY         *
      *                              CONVERTS AT 1.  SETS PR-RATE-FOUND-SW.   *
      *----------------------------------------------------------------------*
       5200-CONVERT-TO-GROUP.
           SET PR-RATE-FOUND TO TRUE.
           MOVE ZERO TO PR-CV-GROUP-AMOUNT.
           IF PR-CV-CURRENCY = PR-GROUP-CURRENCY
               MOVE PR-CV-LOCAL-AMOUNT TO PR-CV-GROUP-AMOUNT
               GO TO 5200-CONVERT-TO-GROUP-EXIT
           END-IF.

      *    NOTHING TO CONVERT IN A MONTH THE COMPANY HAD NO STAFF
           IF PR-CV-LOCAL-AMOUNT = ZERO
               GO TO 5200-CONVERT-TO-GROUP-EXIT
           END-IF.

           MOVE PR-CV-CURRENCY TO FX-CURRENCY-CODE.
           MOVE PR-CV-MONTH    TO FX-RATE-MONTH.
           READ EXCHANGE-RATE-FILE
               INVALID KEY
                   MOVE "N" TO PR-RATE-FOUND-SW
                   GO TO 5200-CONVERT-TO-GROUP-EXIT
           END-READ.

           COMPUTE PR-CV-GROUP-AMOUNT ROUNDED =
               PR-CV-LOCAL-AMOUNT * FX-GROUP-RATE.

       5200-CONVERT-TO-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  CLOSE FILES AND REPORT COUNTS                    *
      *----------------------------------------------------------------------*

           CLOSE CURR-SNAPSHOT-FILE
                 PRIOR-SNAPSHOT-FILE
                 COMPANY-MASTER
                 EXCHANGE-RATE-FILE
                 MOVEMENT-REPORT.

       9000-TERMINATE-EXIT.
