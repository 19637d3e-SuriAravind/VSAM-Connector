      ****************************************************************************
      *                                                                          *
      *  PROGRAM      OPSTREND                                                  *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     RUN-VOLUME TREND AND ANOMALY REPORT.  OPSBAL PROVES A      *
      *               NIGHT BALANCED WITHIN ITSELF; THIS PROVES IT LOOKED        *
      *               NORMAL.  READS THE SHARED RUN-STATISTICS KSDS              *
      *               (RUNSTATS) A JOB AT A TIME AND, FOR EACH JOB, WORKS        *
      *               OUT THE USUAL RANGE OF RS-RECORDS-READ, -WRITTEN AND       *
      *               -REJECTED OVER THE WINDOW OF DAYS BEFORE THE RUN DATE.     *
      *               EACH RUN ON THE RUN DATE IS THEN CHECKED AGAINST THE       *
      *               JOB'S TOLERANCE BANDS FROM THE PARAMETER FILE              *
      *               (OPSTPARM, SEE TrendParmCopyBook.cob) AND FLAGGED LOW      *
      *               OR HIGH ON ANY MEASURE OUTSIDE ITS BAND.  EVERY JOB        *
      *               WITH A RUN IN THE WINDOW GETS A TREND PAGE (OPSTRDPT)      *
      *               LISTING ITS RUNS, THE RANGE AND THE BANDS.                 *
      *                                                                          *
      *               A HISTORY RUN THAT ENDED WITH RETURN CODE 8 OR HIGHER      *
      *               IS LISTED BUT LEFT OUT OF THE RANGE.  A JOB WITH NO        *
      *               RUN ON THE RUN DATE IS NOT FLAGGED HERE - OPSBAL           *
      *               REPORTS MISSING JOBS.                                      *
      *                                                                          *
      *               THE STEP RUNS AFTER THE JOBS IT WATCHES AND WRITES ITS     *
      *               OWN END-OF-RUN RECORD, SO A PREREQUISITE CARD SUCH AS      *
      *               "EMPDELTA OPSTREND04" ON OPSGPARM MAKES OPSGATE HOLD       *
      *               EMPDELTA AND THE PAYROLL HAND-OFF UNTIL SOMEONE HAS        *
      *               LOOKED AT A SUSPICIOUS NIGHT.                              *
      *                                                                          *
      *  RUN PARM.    WINDOW(3)    DAYS OF HISTORY, ZERO = 030                   *
      *               RUN-DATE(8)  yyyymmdd, ZERO = TODAY                        *
      *                                                                          *
      *  RETURN CODE. 4 WHEN ANY RUN IS OUT OF TOLERANCE OR A TOLERANCE          *
      *               CARD IS UNUSABLE.                                          *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - ROLLING-WINDOW VOLUME BANDS OVER     *
      *                  THE RUN-STATISTICS FILE.                                *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPSTREND.
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
           SELECT TREND-PARM-FILE   ASSIGN TO OPSTPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-PARM-STATUS.

           SELECT RUN-STATS-FILE    ASSIGN TO RUNSTATS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RS-RUN-KEY
                  FILE STATUS IS PR-STAT-STATUS.

           SELECT TREND-REPORT      ASSIGN TO OPSTRDPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TREND-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TrendParmCopyBook.cob".

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RunStatsCopyBook.cob".

       FD  TREND-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TREND-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-PARM-STATUS             PIC X(02).
               88  PR-PARM-OK                     VALUE "00".
               88  PR-PARM-EOF                    VALUE "10".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".
               88  PR-STAT-EOF                    VALUE "10".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".

       01  PR-SWITCHES.
           05  PR-PARM-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-PARMS               VALUE "Y".
           05  PR-STAT-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-STATS               VALUE "Y".
           05  PR-TOL-FOUND-SW            PIC X(01)   VALUE "N".
               88  PR-TOL-FOUND                   VALUE "Y".
           05  PR-JOB-CARD-SW             PIC X(01)   VALUE "N".
               88  PR-JOB-HAS-CARD                VALUE "Y".
           05  PR-JOB-PRINTED-SW          PIC X(01)   VALUE "N".
               88  PR-JOB-PRINTED                 VALUE "Y".
           05  PR-RANGE-PRINTED-SW        PIC X(01)   VALUE "N".
               88  PR-RANGE-PRINTED               VALUE "Y".
           05  PR-JOB-CHECKED-SW          PIC X(01)   VALUE "N".
               88  PR-JOB-CHECKED                 VALUE "Y".
           05  PR-RUN-ANOMALY-SW          PIC X(01)   VALUE "N".
               88  PR-RUN-IS-ANOMALY              VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-MAX-TOLERANCES          PIC 9(03)   VALUE 100.
           05  PR-DEFAULT-WINDOW          PIC 9(03)   VALUE 030.
           05  PR-DEFAULT-CARD            PIC X(08)   VALUE "*DEFAULT".
           05  PR-NOT-CHECKED-PCT         PIC 9(03)   VALUE 999.
           05  PR-FAILED-RUN-RC           PIC 9(04)   VALUE 0008.

       01  PR-COUNTERS COMP.
           05  PR-CARDS-READ              PIC 9(05)   VALUE ZERO.
           05  PR-CARDS-REJECTED          PIC 9(05)   VALUE ZERO.
           05  PR-TOLERANCES-LOADED       PIC 9(03)   VALUE ZERO.
           05  PR-TOL-IX                  PIC 9(03)   VALUE ZERO.
           05  PR-MEASURE-IX              PIC 9(01)   VALUE ZERO.
           05  PR-STATS-READ              PIC 9(07)   VALUE ZERO.
           05  PR-STATS-UNDATED           PIC 9(07)   VALUE ZERO.
           05  PR-JOBS-TRENDED            PIC 9(05)   VALUE ZERO.
           05  PR-RUNS-CHECKED            PIC 9(07)   VALUE ZERO.
           05  PR-RUNS-FLAGGED            PIC 9(07)   VALUE ZERO.
           05  PR-JOB-HISTORY-RUNS        PIC 9(05)   VALUE ZERO.
           05  PR-JOB-CLEAN-RUNS          PIC 9(05)   VALUE ZERO.
           05  PR-JOB-TONIGHT-RUNS        PIC 9(05)   VALUE ZERO.

       01  PR-RUN-DATE                    PIC 9(08).
       01  PR-WINDOW-DAYS                 PIC 9(03).
       01  PR-RUN-SERIAL                  PIC S9(08).
       01  PR-WINDOW-START-SERIAL         PIC S9(08).
       01  PR-CURRENT-JOB                 PIC X(08)   VALUE SPACES.
       01  PR-JOB-CARD-NAME               PIC X(08).
       01  PR-LOOKUP-JOB                  PIC X(08).

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

       01  PR-CUM-DAYS-LITERAL.
           05  FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  PR-CUM-DAYS-TABLE REDEFINES PR-CUM-DAYS-LITERAL.
           05  PR-CUM-DAYS                PIC 9(03)   OCCURS 12 TIMES.

       01  PR-MEASURE-NAME-LITERAL.
           05  FILLER                     PIC X(24)   VALUE
               "READ    WRITTEN REJECTED".
       01  PR-MEASURE-NAME-TABLE REDEFINES PR-MEASURE-NAME-LITERAL.
           05  PR-MEASURE-NAME            PIC X(08)   OCCURS 3 TIMES.

      *    THE TOLERANCE CARDS; PR-TL-LIMITS HAS THE LAYOUT OF TP-LIMITS
       01  PR-TOLERANCE-TABLE.
           05  PR-TOLERANCE-ENTRY         OCCURS 100.
               10  PR-TL-JOB-NAME         PIC X(08).
               10  PR-TL-LIMITS           PIC X(33).

      *    THE BANDS FOR THE JOB IN HAND, SAME LAYOUT AS TP-LIMITS
       01  PR-JOB-LIMITS.
           05  PR-JL-MIN-HISTORY          PIC 9(03).
           05  PR-JL-MEASURE              OCCURS 3.
               10  PR-JL-PCT              PIC 9(03).
               10  PR-JL-SLACK            PIC 9(07).

      *    THE JOB'S RANGE OVER ITS CLEAN HISTORY RUNS, ONE ENTRY PER
      *    MEASURE IN PR-MEASURE-NAME ORDER
       01  PR-JOB-RANGE.
           05  PR-JOB-RANGE-ENTRY         OCCURS 3.
               10  PR-JR-SUM              PIC 9(13).
               10  PR-JR-MIN              PIC 9(09).
               10  PR-JR-MAX              PIC 9(09).
               10  PR-JR-AVG              PIC 9(09).
               10  PR-JR-SPREAD           PIC 9(11).
               10  PR-JR-LOW              PIC S9(11).
               10  PR-JR-HIGH             PIC 9(11).

      *    THE RUN IN HAND, IN PR-MEASURE-NAME ORDER
       01  PR-RUN-VALUES.
           05  PR-RV-VALUE                PIC 9(09)   OCCURS 3.

       01  PR-TITLE-LINE.
           05  FILLER                     PIC X(21)   VALUE
               "RUN VOLUME TREND FOR ".
           05  PR-TL-RUN-DATE             PIC 9(08).
           05  FILLER                     PIC X(10)   VALUE
               " OVER THE ".
           05  PR-TL-WINDOW               PIC ZZ9.
           05  FILLER                     PIC X(16)   VALUE
               " DAYS BEFORE IT".

       01  PR-JOB-LINE.
           05  FILLER                     PIC X(04)   VALUE "JOB ".
           05  PR-JB-JOB-NAME             PIC X(08).
           05  FILLER                     PIC X(18)   VALUE
               "   TOLERANCE CARD ".
           05  PR-JB-CARD-NAME            PIC X(08).
           05  FILLER                     PIC X(23)   VALUE
               "   MINIMUM CLEAN RUNS ".
           05  PR-JB-MIN-HISTORY          PIC ZZ9.

       01  PR-RUN-HEADING-LINE.
           05  FILLER                     PIC X(10)   VALUE "RUN".
           05  FILLER                     PIC X(10)   VALUE "DATE".
           05  FILLER                     PIC X(10)   VALUE "TIME".
           05  FILLER                     PIC X(08)   VALUE "    READ".
           05  FILLER                     PIC X(15)   VALUE
               "        WRITTEN".
           05  FILLER                     PIC X(15)   VALUE
               "       REJECTED".
           05  FILLER                     PIC X(11)   VALUE
               "         RC".
           05  FILLER                     PIC X(06)   VALUE "  NOTE".

       01  PR-RUN-LINE.
           05  PR-RL-KIND                 PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-RL-RUN-DATE             PIC 9(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-RL-RUN-TIME             PIC 9(08).
           05  PR-RL-MEASURE              OCCURS 3.
               10  FILLER                 PIC X(01).
               10  PR-RL-VALUE            PIC Z(08)9.
               10  FILLER                 PIC X(01).
               10  PR-RL-VERDICT          PIC X(04).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-RL-RETURN-CODE          PIC ZZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-RL-NOTE                 PIC X(40).

       01  PR-RANGE-TITLE-LINE.
           05  FILLER                     PIC X(17)   VALUE
               "USUAL RANGE OVER ".
           05  PR-RT-CLEAN-RUNS           PIC ZZZZ9.
           05  FILLER                     PIC X(11)   VALUE
               " CLEAN RUNS".

       01  PR-RANGE-HEADING-LINE.
           05  FILLER                     PIC X(10)   VALUE "MEASURE".
           05  FILLER                     PIC X(13)   VALUE
               "      MINIMUM".
           05  FILLER                     PIC X(13)   VALUE
               "      AVERAGE".
           05  FILLER                     PIC X(13)   VALUE
               "      MAXIMUM".
           05  FILLER                     PIC X(06)   VALUE "  TOL%".
           05  FILLER                     PIC X(11)   VALUE
               "      SLACK".
           05  FILLER                     PIC X(13)   VALUE
               "     BAND LOW".
           05  FILLER                     PIC X(13)   VALUE
               "    BAND HIGH".

       01  PR-RANGE-LINE.
           05  PR-RG-MEASURE              PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-RG-MIN                  PIC Z(12)9.
           05  PR-RG-AVG                  PIC Z(12)9.
           05  PR-RG-MAX                  PIC Z(12)9.
           05  PR-RG-LIMITS.
               10  PR-RG-PCT              PIC Z(05)9.
               10  PR-RG-SLACK            PIC Z(10)9.
           05  PR-RG-LIMITS-TEXT REDEFINES PR-RG-LIMITS
                                          PIC X(17).
           05  PR-RG-BAND.
               10  PR-RG-LOW              PIC Z(12)9.
               10  PR-RG-HIGH             PIC Z(12)9.
           05  PR-RG-BAND-TEXT REDEFINES PR-RG-BAND
                                          PIC X(26).

       01  PR-MESSAGE-LINE.
           05  PR-MG-TEXT                 PIC X(80).

       01  PR-TOTAL-LINE.
           05  FILLER                     PIC X(14)   VALUE
               "JOBS TRENDED ".
           05  PR-TT-JOBS                 PIC ZZZZ9.
           05  FILLER                     PIC X(23)   VALUE
               "   TONIGHT RUNS CHECKED".
           05  PR-TT-CHECKED              PIC ZZZZZZ9.
           05  FILLER                     PIC X(19)   VALUE
               "   OUT OF TOLERANCE".
           05  PR-TT-FLAGGED              PIC ZZZZZZ9.

       01  PR-EDIT-COUNT                  PIC ZZZZ9.
       01  PR-TODAY                       PIC 9(08).
       01  PR-NOW                         PIC 9(08).

       LINKAGE SECTION.
       01  PR-PARM-LENGTH                 PIC S9(4) COMP.
       01  PR-RUN-PARM.
           05  PM-WINDOW-DAYS             PIC 9(03).
           05  PM-RUN-DATE                PIC 9(08).

       PROCEDURE DIVISION USING PR-PARM-LENGTH PR-RUN-PARM.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF RETURN-CODE < 16
               PERFORM 2000-TREND-ONE-RUN
                   THRU 2000-TREND-ONE-RUN-EXIT
                   UNTIL PR-NO-MORE-STATS
               PERFORM 3000-END-OF-JOB
                   THRU 3000-END-OF-JOB-EXIT
               PERFORM 8000-PRINT-TOTALS
                   THRU 8000-PRINT-TOTALS-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  APPLY THE PARM, LOAD THE TOLERANCE CARDS,       *
      *                        OPEN FILES, PRIME THE WALK                     *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE PR-DEFAULT-WINDOW TO PR-WINDOW-DAYS.
           PERFORM 1100-APPLY-RUN-PARM
               THRU 1100-APPLY-RUN-PARM-EXIT.

           MOVE PR-RUN-DATE TO PR-CONV-DATE.
           IF PR-CONV-YEAR < 1900
                   OR PR-CONV-MONTH < 1 OR PR-CONV-MONTH > 12
                   OR PR-CONV-DAY < 1 OR PR-CONV-DAY > 31
               DISPLAY "OPSTREND: RUN DATE " PR-RUN-DATE
                       " IS NOT A VALID DATE"
               MOVE "Y" TO PR-STAT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           MOVE PR-CONV-SERIAL TO PR-RUN-SERIAL.
           COMPUTE PR-WINDOW-START-SERIAL =
               PR-RUN-SERIAL - PR-WINDOW-DAYS.

           OPEN INPUT TREND-PARM-FILE.
           IF NOT PR-PARM-OK
               DISPLAY "OPSTREND: PARM FILE OPEN FAILED, STATUS "
                       PR-PARM-STATUS
               MOVE "Y" TO PR-STAT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1200-LOAD-TOLERANCES
               THRU 1200-LOAD-TOLERANCES-EXIT.
           CLOSE TREND-PARM-FILE.
           IF RETURN-CODE >= 16
               MOVE "Y" TO PR-STAT-EOF-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT RUN-STATS-FILE.
           IF NOT PR-STAT-OK
               DISPLAY "OPSTREND: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               MOVE "Y" TO PR-STAT-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TREND-REPORT.

           MOVE PR-RUN-DATE    TO PR-TL-RUN-DATE.
           MOVE PR-WINDOW-DAYS TO PR-TL-WINDOW.
           WRITE TREND-REPORT-LINE FROM PR-TITLE-LINE.

           PERFORM 2900-READ-NEXT-STATS
               THRU 2900-READ-NEXT-STATS-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1100-APPLY-RUN-PARM  --  A NON-ZERO WINDOW OR RUN DATE ON THE PARM   *
      *                            OVERRIDES THE DEFAULT                      *
      *----------------------------------------------------------------------*
       1100-APPLY-RUN-PARM.
           IF PR-PARM-LENGTH >= 3
                   AND PM-WINDOW-DAYS IS NUMERIC
                   AND PM-WINDOW-DAYS > ZERO
               MOVE PM-WINDOW-DAYS TO PR-WINDOW-DAYS
           END-IF.

           IF PR-PARM-LENGTH >= 11
                   AND PM-RUN-DATE IS NUMERIC
                   AND PM-RUN-DATE > ZERO
               MOVE PM-RUN-DATE TO PR-RUN-DATE
           END-IF.

       1100-APPLY-RUN-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1200-LOAD-TOLERANCES  --  TABLE THE TOLERANCE CARDS                  *
      *----------------------------------------------------------------------*
       1200-LOAD-TOLERANCES.
           PERFORM 1290-READ-NEXT-CARD
               THRU 1290-READ-NEXT-CARD-EXIT.
           PERFORM 1250-TABLE-ONE-CARD
               THRU 1250-TABLE-ONE-CARD-EXIT
               UNTIL PR-NO-MORE-PARMS.

       1200-LOAD-TOLERANCES-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1250-TABLE-ONE-CARD  --  A CARD WITH A BLANK JOB NAME OR NON-NUMERIC *
      *                            LIMITS, OR A SECOND CARD FOR THE SAME JOB, *
      *                            IS IGNORED AND SETS RETURN CODE 4 SO THE   *
      *                            MISTAKE IS SEEN                            *
      *----------------------------------------------------------------------*
       1250-TABLE-ONE-CARD.
           ADD 1 TO PR-CARDS-READ.

           IF TP-JOB-NAME = SPACES OR TP-LIMITS IS NOT NUMERIC
               DISPLAY "OPSTREND: TOLERANCE CARD " PR-CARDS-READ
                       " (" TP-JOB-NAME ") IS NOT VALID - IGNORED"
               ADD 1 TO PR-CARDS-REJECTED
               GO TO 1250-TABLE-ONE-CARD-NEXT
           END-IF.

           MOVE TP-JOB-NAME TO PR-LOOKUP-JOB.
           PERFORM 5000-FIND-TOLERANCE
               THRU 5000-FIND-TOLERANCE-EXIT.
           IF PR-TOL-FOUND
               DISPLAY "OPSTREND: SECOND TOLERANCE CARD FOR "
                       TP-JOB-NAME " - IGNORED"
               ADD 1 TO PR-CARDS-REJECTED
               GO TO 1250-TABLE-ONE-CARD-NEXT
           END-IF.

           IF PR-TOLERANCES-LOADED >= PR-MAX-TOLERANCES
               DISPLAY "OPSTREND: TOLERANCE TABLE FULL AT "
                       PR-MAX-TOLERANCES
                       " - RAISE PR-MAX-TOLERANCES"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO PR-PARM-EOF-SW
               GO TO 1250-TABLE-ONE-CARD-EXIT
           END-IF.

           ADD 1 TO PR-TOLERANCES-LOADED.
           MOVE TP-JOB-NAME TO PR-TL-JOB-NAME (PR-TOLERANCES-LOADED).
           MOVE TP-LIMITS   TO PR-TL-LIMITS (PR-TOLERANCES-LOADED).

       1250-TABLE-ONE-CARD-NEXT.
           PERFORM 1290-READ-NEXT-CARD
               THRU 1290-READ-NEXT-CARD-EXIT.

       1250-TABLE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1290-READ-NEXT-CARD                                                 *
      *----------------------------------------------------------------------*
       1290-READ-NEXT-CARD.
           READ TREND-PARM-FILE
               AT END
                   MOVE "Y" TO PR-PARM-EOF-SW
           END-READ.

       1290-READ-NEXT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2000-TREND-ONE-RUN  --  THE KEY ORDERS THE FILE BY JOB, THEN DATE    *
      *                           AND TIME, SO A JOB'S HISTORY RUNS ALL       *
      *                           ARRIVE BEFORE ITS RUNS ON THE RUN DATE.     *
      *                           RUNS BEFORE THE WINDOW OR AFTER THE RUN     *
      *                           DATE ARE PASSED OVER.                       *
      *----------------------------------------------------------------------*
       2000-TREND-ONE-RUN.
           ADD 1 TO PR-STATS-READ.

           IF RS-JOB-NAME NOT = PR-CURRENT-JOB
               PERFORM 3000-END-OF-JOB
                   THRU 3000-END-OF-JOB-EXIT
               PERFORM 2100-START-OF-JOB
                   THRU 2100-START-OF-JOB-EXIT
           END-IF.

           IF RS-RUN-DATE = PR-RUN-DATE
               PERFORM 2400-CHECK-TONIGHT-RUN
                   THRU 2400-CHECK-TONIGHT-RUN-EXIT
               GO TO 2000-TREND-ONE-RUN-NEXT
           END-IF.

           MOVE RS-RUN-DATE TO PR-CONV-DATE.
           IF PR-CONV-YEAR < 1900
                   OR PR-CONV-MONTH < 1 OR PR-CONV-MONTH > 12
               ADD 1 TO PR-STATS-UNDATED
               GO TO 2000-TREND-ONE-RUN-NEXT
           END-IF.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.

           IF PR-CONV-SERIAL >= PR-WINDOW-START-SERIAL
                   AND PR-CONV-SERIAL < PR-RUN-SERIAL
               PERFORM 2200-ADD-HISTORY-RUN
                   THRU 2200-ADD-HISTORY-RUN-EXIT
           END-IF.

       2000-TREND-ONE-RUN-NEXT.
           PERFORM 2900-READ-NEXT-STATS
               THRU 2900-READ-NEXT-STATS-EXIT.

       2000-TREND-ONE-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2100-START-OF-JOB  --  CLEAR THE RANGE AND PICK UP THE JOB'S         *
      *                          TOLERANCE CARD, OR THE DEFAULT CARD          *
      *----------------------------------------------------------------------*
       2100-START-OF-JOB.
           MOVE RS-JOB-NAME TO PR-CURRENT-JOB.
           MOVE "N"  TO PR-JOB-PRINTED-SW.
           MOVE "N"  TO PR-RANGE-PRINTED-SW.
           MOVE "N"  TO PR-JOB-CHECKED-SW.
           MOVE "N"  TO PR-JOB-CARD-SW.
           MOVE ZERO TO PR-JOB-HISTORY-RUNS.
           MOVE ZERO TO PR-JOB-CLEAN-RUNS.
           MOVE ZERO TO PR-JOB-TONIGHT-RUNS.
           MOVE ZERO TO PR-JOB-LIMITS.
           MOVE SPACES TO PR-JOB-CARD-NAME.

           PERFORM 2150-CLEAR-ONE-MEASURE
               THRU 2150-CLEAR-ONE-MEASURE-EXIT
               VARYING PR-MEASURE-IX FROM 1 BY 1
               UNTIL PR-MEASURE-IX > 3.

           MOVE PR-CURRENT-JOB TO PR-LOOKUP-JOB.
           PERFORM 5000-FIND-TOLERANCE
               THRU 5000-FIND-TOLERANCE-EXIT.
           IF NOT PR-TOL-FOUND
               MOVE PR-DEFAULT-CARD TO PR-LOOKUP-JOB
               PERFORM 5000-FIND-TOLERANCE
                   THRU 5000-FIND-TOLERANCE-EXIT
           END-IF.

           IF PR-TOL-FOUND
               SET PR-JOB-HAS-CARD TO TRUE
               MOVE PR-LOOKUP-JOB TO PR-JOB-CARD-NAME
               MOVE PR-TL-LIMITS (PR-TOL-IX) TO PR-JOB-LIMITS
           END-IF.

       2100-START-OF-JOB-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2150-CLEAR-ONE-MEASURE                                              *
      *----------------------------------------------------------------------*
       2150-CLEAR-ONE-MEASURE.
           MOVE ZERO TO PR-JR-SUM (PR-MEASURE-IX).
           MOVE ZERO TO PR-JR-MIN (PR-MEASURE-IX).
           MOVE ZERO TO PR-JR-MAX (PR-MEASURE-IX).
           MOVE ZERO TO PR-JR-AVG (PR-MEASURE-IX).
           MOVE ZERO TO PR-JR-SPREAD (PR-MEASURE-IX).
           MOVE ZERO TO PR-JR-LOW (PR-MEASURE-IX).
           MOVE ZERO TO PR-JR-HIGH (PR-MEASURE-IX).

       2150-CLEAR-ONE-MEASURE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2200-ADD-HISTORY-RUN  --  LIST A RUN FROM THE WINDOW AND, IF IT      *
      *                             FINISHED CLEAN, ADD IT TO THE RANGE       *
      *----------------------------------------------------------------------*
       2200-ADD-HISTORY-RUN.
           PERFORM 2800-PRINT-JOB-HEADING
               THRU 2800-PRINT-JOB-HEADING-EXIT.
           ADD 1 TO PR-JOB-HISTORY-RUNS.

           PERFORM 2850-LOAD-RUN-VALUES
               THRU 2850-LOAD-RUN-VALUES-EXIT.
           MOVE "HISTORY" TO PR-RL-KIND.
           MOVE SPACES    TO PR-RL-NOTE.

           IF RS-RETURN-CODE >= PR-FAILED-RUN-RC
               MOVE "FAILED RUN - NOT IN RANGE" TO PR-RL-NOTE
           ELSE
               ADD 1 TO PR-JOB-CLEAN-RUNS
               PERFORM 2250-RANGE-ONE-MEASURE
                   THRU 2250-RANGE-ONE-MEASURE-EXIT
                   VARYING PR-MEASURE-IX FROM 1 BY 1
                   UNTIL PR-MEASURE-IX > 3
           END-IF.

           WRITE TREND-REPORT-LINE FROM PR-RUN-LINE.

       2200-ADD-HISTORY-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2250-RANGE-ONE-MEASURE                                              *
      *----------------------------------------------------------------------*
       2250-RANGE-ONE-MEASURE.
           ADD PR-RV-VALUE (PR-MEASURE-IX) TO PR-JR-SUM (PR-MEASURE-IX).

           IF PR-JOB-CLEAN-RUNS = 1
                   OR PR-RV-VALUE (PR-MEASURE-IX)
                       < PR-JR-MIN (PR-MEASURE-IX)
               MOVE PR-RV-VALUE (PR-MEASURE-IX)
                   TO PR-JR-MIN (PR-MEASURE-IX)
           END-IF.

           IF PR-RV-VALUE (PR-MEASURE-IX) > PR-JR-MAX (PR-MEASURE-IX)
               MOVE PR-RV-VALUE (PR-MEASURE-IX)
                   TO PR-JR-MAX (PR-MEASURE-IX)
           END-IF.

       2250-RANGE-ONE-MEASURE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2300-PRINT-RANGE  --  ONCE THE JOB'S HISTORY IS IN, WORK OUT THE     *
      *                         AVERAGE AND BANDS AND PRINT THEM.  THE JOB    *
      *                         IS CHECKED ONLY WITH A TOLERANCE CARD AND     *
      *                         ENOUGH CLEAN RUNS BEHIND IT.                  *
      *----------------------------------------------------------------------*
       2300-PRINT-RANGE.
           SET PR-RANGE-PRINTED TO TRUE.

           IF PR-JOB-HAS-CARD
                   AND PR-JOB-CLEAN-RUNS > ZERO
                   AND PR-JOB-CLEAN-RUNS >= PR-JL-MIN-HISTORY
               SET PR-JOB-CHECKED TO TRUE
           END-IF.

           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           IF PR-JOB-CLEAN-RUNS = ZERO
               MOVE "NO CLEAN RUNS IN THE WINDOW" TO PR-MG-TEXT
               WRITE TREND-REPORT-LINE FROM PR-MESSAGE-LINE
           ELSE
               MOVE PR-JOB-CLEAN-RUNS TO PR-RT-CLEAN-RUNS
               WRITE TREND-REPORT-LINE FROM PR-RANGE-TITLE-LINE
               WRITE TREND-REPORT-LINE FROM PR-RANGE-HEADING-LINE
               PERFORM 2350-RANGE-LINE-ONE-MEASURE
                   THRU 2350-RANGE-LINE-ONE-MEASURE-EXIT
                   VARYING PR-MEASURE-IX FROM 1 BY 1
                   UNTIL PR-MEASURE-IX > 3
           END-IF.

           MOVE SPACES TO PR-MG-TEXT.
           EVALUATE TRUE
               WHEN PR-JOB-CHECKED
                   CONTINUE
               WHEN NOT PR-JOB-HAS-CARD
                   MOVE "NOT CHECKED - NO TOLERANCE CARD FOR THIS JOB"
                       TO PR-MG-TEXT
               WHEN OTHER
                   MOVE PR-JL-MIN-HISTORY TO PR-EDIT-COUNT
                   STRING "NOT CHECKED - FEWER THAN "
                              DELIMITED BY SIZE
                          PR-EDIT-COUNT
                              DELIMITED BY SIZE
                          " CLEAN RUNS IN THE WINDOW"
                              DELIMITED BY SIZE
                       INTO PR-MG-TEXT
           END-EVALUATE.
           IF PR-MG-TEXT NOT = SPACES
               WRITE TREND-REPORT-LINE FROM PR-MESSAGE-LINE
           END-IF.

           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

       2300-PRINT-RANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2350-RANGE-LINE-ONE-MEASURE  --  BAND IS THE AVERAGE PLUS OR MINUS   *
      *                                    PCT PERCENT OF IT PLUS SLACK,      *
      *                                    FLOORED AT ZERO                    *
      *----------------------------------------------------------------------*
       2350-RANGE-LINE-ONE-MEASURE.
           COMPUTE PR-JR-AVG (PR-MEASURE-IX) ROUNDED =
               PR-JR-SUM (PR-MEASURE-IX) / PR-JOB-CLEAN-RUNS.

           MOVE PR-MEASURE-NAME (PR-MEASURE-IX) TO PR-RG-MEASURE.
           MOVE PR-JR-MIN (PR-MEASURE-IX)       TO PR-RG-MIN.
           MOVE PR-JR-AVG (PR-MEASURE-IX)       TO PR-RG-AVG.
           MOVE PR-JR-MAX (PR-MEASURE-IX)       TO PR-RG-MAX.
           MOVE PR-JL-PCT (PR-MEASURE-IX)       TO PR-RG-PCT.
           MOVE PR-JL-SLACK (PR-MEASURE-IX)     TO PR-RG-SLACK.

           IF NOT PR-JOB-HAS-CARD
               MOVE SPACES TO PR-RG-LIMITS-TEXT
           END-IF.

           IF NOT PR-JOB-CHECKED
               MOVE SPACES TO PR-RG-BAND-TEXT
               GO TO 2350-RANGE-LINE-ONE-MEASURE-WRITE
           END-IF.

           IF PR-JL-PCT (PR-MEASURE-IX) = PR-NOT-CHECKED-PCT
               MOVE "         NOT CHECKED" TO PR-RG-BAND-TEXT
               GO TO 2350-RANGE-LINE-ONE-MEASURE-WRITE
           END-IF.

           COMPUTE PR-JR-SPREAD (PR-MEASURE-IX) ROUNDED =
               PR-JR-AVG (PR-MEASURE-IX)
                   * PR-JL-PCT (PR-MEASURE-IX) / 100
               + PR-JL-SLACK (PR-MEASURE-IX).
           COMPUTE PR-JR-LOW (PR-MEASURE-IX) =
               PR-JR-AVG (PR-MEASURE-IX) - PR-JR-SPREAD (PR-MEASURE-IX).
           IF PR-JR-LOW (PR-MEASURE-IX) < ZERO
               MOVE ZERO TO PR-JR-LOW (PR-MEASURE-IX)
           END-IF.
           COMPUTE PR-JR-HIGH (PR-MEASURE-IX) =
               PR-JR-AVG (PR-MEASURE-IX) + PR-JR-SPREAD (PR-MEASURE-IX).

           MOVE PR-JR-LOW (PR-MEASURE-IX)  TO PR-RG-LOW.
           MOVE PR-JR-HIGH (PR-MEASURE-IX) TO PR-RG-HIGH.

       2350-RANGE-LINE-ONE-MEASURE-WRITE.
           WRITE TREND-REPORT-LINE FROM PR-RANGE-LINE.

       2350-RANGE-LINE-ONE-MEASURE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2400-CHECK-TONIGHT-RUN  --  ONE RUN ON THE RUN DATE AGAINST THE      *
      *                               JOB'S BANDS.  A RERUN IS CHECKED IN     *
      *                               ITS OWN RIGHT.                          *
      *----------------------------------------------------------------------*
       2400-CHECK-TONIGHT-RUN.
           PERFORM 2800-PRINT-JOB-HEADING
               THRU 2800-PRINT-JOB-HEADING-EXIT.
           IF NOT PR-RANGE-PRINTED
               PERFORM 2300-PRINT-RANGE
                   THRU 2300-PRINT-RANGE-EXIT
           END-IF.
           ADD 1 TO PR-JOB-TONIGHT-RUNS.

           PERFORM 2850-LOAD-RUN-VALUES
               THRU 2850-LOAD-RUN-VALUES-EXIT.
           MOVE "TONIGHT" TO PR-RL-KIND.
           MOVE "N" TO PR-RUN-ANOMALY-SW.

           IF NOT PR-JOB-CHECKED
               MOVE "NOT CHECKED" TO PR-RL-NOTE
               WRITE TREND-REPORT-LINE FROM PR-RUN-LINE
               GO TO 2400-CHECK-TONIGHT-RUN-EXIT
           END-IF.

           ADD 1 TO PR-RUNS-CHECKED.
           PERFORM 2450-CHECK-ONE-MEASURE
               THRU 2450-CHECK-ONE-MEASURE-EXIT
               VARYING PR-MEASURE-IX FROM 1 BY 1
               UNTIL PR-MEASURE-IX > 3.

           IF PR-RUN-IS-ANOMALY
               ADD 1 TO PR-RUNS-FLAGGED
               MOVE "*** OUT OF TOLERANCE ***" TO PR-RL-NOTE
           ELSE
               MOVE "WITHIN TOLERANCE" TO PR-RL-NOTE
           END-IF.

           WRITE TREND-REPORT-LINE FROM PR-RUN-LINE.

       2400-CHECK-TONIGHT-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2450-CHECK-ONE-MEASURE                                              *
      *----------------------------------------------------------------------*
       2450-CHECK-ONE-MEASURE.
           IF PR-JL-PCT (PR-MEASURE-IX) = PR-NOT-CHECKED-PCT
               GO TO 2450-CHECK-ONE-MEASURE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PR-RV-VALUE (PR-MEASURE-IX)
                       < PR-JR-LOW (PR-MEASURE-IX)
                   MOVE "LOW"  TO PR-RL-VERDICT (PR-MEASURE-IX)
                   SET PR-RUN-IS-ANOMALY TO TRUE
               WHEN PR-RV-VALUE (PR-MEASURE-IX)
                       > PR-JR-HIGH (PR-MEASURE-IX)
                   MOVE "HIGH" TO PR-RL-VERDICT (PR-MEASURE-IX)
                   SET PR-RUN-IS-ANOMALY TO TRUE
               WHEN OTHER
                   MOVE "OK"   TO PR-RL-VERDICT (PR-MEASURE-IX)
           END-EVALUATE.

       2450-CHECK-ONE-MEASURE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2800-PRINT-JOB-HEADING  --  START THE JOB'S TREND PAGE ON ITS        *
      *                               FIRST RUN INSIDE THE WINDOW             *
      *----------------------------------------------------------------------*
       2800-PRINT-JOB-HEADING.
           IF PR-JOB-PRINTED
               GO TO 2800-PRINT-JOB-HEADING-EXIT
           END-IF.

           SET PR-JOB-PRINTED TO TRUE.
           ADD 1 TO PR-JOBS-TRENDED.

           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE ALL "-" TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           MOVE PR-CURRENT-JOB TO PR-JB-JOB-NAME.
           IF PR-JOB-HAS-CARD
               MOVE PR-JOB-CARD-NAME  TO PR-JB-CARD-NAME
               MOVE PR-JL-MIN-HISTORY TO PR-JB-MIN-HISTORY
           ELSE
               MOVE "NONE"            TO PR-JB-CARD-NAME
               MOVE ZERO              TO PR-JB-MIN-HISTORY
           END-IF.
           WRITE TREND-REPORT-LINE FROM PR-JOB-LINE.

           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE FROM PR-RUN-HEADING-LINE.

       2800-PRINT-JOB-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2850-LOAD-RUN-VALUES  --  THE RUN IN HAND INTO PR-RUN-VALUES AND     *
      *                             THE PRINT LINE                            *
      *----------------------------------------------------------------------*
       2850-LOAD-RUN-VALUES.
           MOVE RS-RECORDS-READ     TO PR-RV-VALUE (1).
           MOVE RS-RECORDS-WRITTEN  TO PR-RV-VALUE (2).
           MOVE RS-RECORDS-REJECTED TO PR-RV-VALUE (3).

           MOVE SPACES              TO PR-RUN-LINE.
           MOVE RS-RUN-DATE         TO PR-RL-RUN-DATE.
           MOVE RS-RUN-TIME         TO PR-RL-RUN-TIME.
           MOVE RS-RETURN-CODE      TO PR-RL-RETURN-CODE.
           PERFORM 2860-LOAD-ONE-VALUE
               THRU 2860-LOAD-ONE-VALUE-EXIT
               VARYING PR-MEASURE-IX FROM 1 BY 1
               UNTIL PR-MEASURE-IX > 3.

       2850-LOAD-RUN-VALUES-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2860-LOAD-ONE-VALUE                                                 *
      *----------------------------------------------------------------------*
       2860-LOAD-ONE-VALUE.
           MOVE PR-RV-VALUE (PR-MEASURE-IX)
               TO PR-RL-VALUE (PR-MEASURE-IX).

       2860-LOAD-ONE-VALUE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2900-READ-NEXT-STATS                                                *
      *----------------------------------------------------------------------*
       2900-READ-NEXT-STATS.
           READ RUN-STATS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PR-STAT-EOF-SW
           END-READ.

       2900-READ-NEXT-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3000-END-OF-JOB  --  FINISH THE PAGE OF THE JOB JUST LEFT: A JOB     *
      *                        WITH HISTORY BUT NO RUN ON THE RUN DATE STILL  *
      *                        GETS ITS RANGE PRINTED                         *
      *----------------------------------------------------------------------*
       3000-END-OF-JOB.
           IF PR-CURRENT-JOB = SPACES OR NOT PR-JOB-PRINTED
               GO TO 3000-END-OF-JOB-EXIT
           END-IF.

           IF NOT PR-RANGE-PRINTED
               PERFORM 2300-PRINT-RANGE
                   THRU 2300-PRINT-RANGE-EXIT
           END-IF.

           IF PR-JOB-TONIGHT-RUNS = ZERO
               MOVE SPACES TO PR-MG-TEXT
               STRING "NO RUN ON " DELIMITED BY SIZE
                      PR-RUN-DATE  DELIMITED BY SIZE
                   INTO PR-MG-TEXT
               WRITE TREND-REPORT-LINE FROM PR-MESSAGE-LINE
           END-IF.

       3000-END-OF-JOB-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5000-FIND-TOLERANCE  --  LOOK UP PR-LOOKUP-JOB IN THE TOLERANCE      *
      *                            TABLE; PR-TOL-IX IS THE ENTRY WHEN FOUND   *
      *----------------------------------------------------------------------*
       5000-FIND-TOLERANCE.
           MOVE "N" TO PR-TOL-FOUND-SW.
           IF PR-TOLERANCES-LOADED = ZERO
               GO TO 5000-FIND-TOLERANCE-EXIT
           END-IF.

           PERFORM 5050-COMPARE-ONE-TOLERANCE
               THRU 5050-COMPARE-ONE-TOLERANCE-EXIT
               VARYING PR-TOL-IX FROM 1 BY 1
               UNTIL PR-TOL-IX > PR-TOLERANCES-LOADED
                  OR PR-TOL-FOUND.

       5000-FIND-TOLERANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5050-COMPARE-ONE-TOLERANCE                                          *
      *----------------------------------------------------------------------*
       5050-COMPARE-ONE-TOLERANCE.
           IF PR-TL-JOB-NAME (PR-TOL-IX) = PR-LOOKUP-JOB
               SET PR-TOL-FOUND TO TRUE
               SUBTRACT 1 FROM PR-TOL-IX
           END-IF.

       5050-COMPARE-ONE-TOLERANCE-EXIT.
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
      *  8000-PRINT-TOTALS  --  CLOSING LINES AND THE RUN'S VERDICT           *
      *----------------------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.
           MOVE ALL "-" TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

           MOVE PR-JOBS-TRENDED TO PR-TT-JOBS.
           MOVE PR-RUNS-CHECKED TO PR-TT-CHECKED.
           MOVE PR-RUNS-FLAGGED TO PR-TT-FLAGGED.
           WRITE TREND-REPORT-LINE FROM PR-TOTAL-LINE.

           IF PR-RUNS-FLAGGED > ZERO
               MOVE "VOLUMES OUT OF TOLERANCE - SEE FLAGGED RUNS"
                   TO PR-MG-TEXT
           ELSE
               MOVE "ALL CHECKED RUNS WITHIN TOLERANCE" TO PR-MG-TEXT
           END-IF.
           WRITE TREND-REPORT-LINE FROM PR-MESSAGE-LINE.

       8000-PRINT-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  SET THE RESULT, CLOSE FILES AND REPORT COUNTS    *
      *----------------------------------------------------------------------*
       9000-TERMINATE.
           IF RETURN-CODE < 4
                   AND (PR-RUNS-FLAGGED > ZERO
                        OR PR-CARDS-REJECTED > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "OPSTREND: RUN DATE          = " PR-RUN-DATE.
           DISPLAY "OPSTREND: WINDOW DAYS       = " PR-WINDOW-DAYS.
           DISPLAY "OPSTREND: TOLERANCE CARDS   = " PR-CARDS-READ.
           DISPLAY "OPSTREND: CARDS IGNORED     = " PR-CARDS-REJECTED.
           DISPLAY "OPSTREND: STATS RECORDS READ= " PR-STATS-READ.
           DISPLAY "OPSTREND: UNDATED RECORDS   = " PR-STATS-UNDATED.
           DISPLAY "OPSTREND: JOBS TRENDED      = " PR-JOBS-TRENDED.
           DISPLAY "OPSTREND: RUNS CHECKED      = " PR-RUNS-CHECKED.
           DISPLAY "OPSTREND: RUNS FLAGGED      = " PR-RUNS-FLAGGED.

           IF RETURN-CODE < 16
               CLOSE RUN-STATS-FILE
                     TREND-REPORT
           END-IF.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9100-WRITE-RUN-STATS  --  ONE END-OF-RUN RECORD TO THE SHARED        *
      *                             RUN-STATISTICS KSDS, WHICH OPSGATE        *
      *                             READS WHEN A JOB IS GATED ON THIS ONE     *
      *----------------------------------------------------------------------*
       9100-WRITE-RUN-STATS.
           OPEN I-O RUN-STATS-FILE.
           IF NOT PR-STAT-OK
               DISPLAY "OPSTREND: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               GO TO 9100-WRITE-RUN-STATS-EXIT
           END-IF.

           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           ACCEPT PR-NOW   FROM TIME.

           MOVE "OPSTREND"            TO RS-JOB-NAME.
           MOVE PR-TODAY              TO RS-RUN-DATE.
           MOVE PR-NOW                TO RS-RUN-TIME.
           MOVE PR-STATS-READ         TO RS-RECORDS-READ.
           MOVE PR-RUNS-CHECKED       TO RS-RECORDS-WRITTEN.
           MOVE PR-RUNS-FLAGGED       TO RS-RECORDS-REJECTED.
           MOVE PR-JOBS-TRENDED       TO RS-CONTROL-TOTAL.
           MOVE RETURN-CODE           TO RS-RETURN-CODE.

           WRITE RUN-STATS-RECORD
               INVALID KEY
                   DISPLAY "OPSTREND: RUN STATS WRITE FAILED, STATUS "
                           PR-STAT-STATUS
           END-WRITE.

           CLOSE RUN-STATS-FILE.

       9100-WRITE-RUN-STATS-EXIT.
           EXIT.
