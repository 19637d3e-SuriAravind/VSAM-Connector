      ****************************************************************************
      *                                                                          *
      *  PROGRAM      EMPROLL                                                    *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     FORWARD-LOOKING ROLL-OFF AND BENCH CAPACITY REPORT FOR     *
      *               THE RESOURCING MEETING.  FOR EACH COMPANY IT LISTS THE     *
      *               ACTIVE EMPLOYEES WHO:                                      *
      *                 ROLL OFF  - HAVE OPEN ASSIGNMENTS, NONE OPEN-ENDED,      *
      *                             AND THE LAST OF THEM ENDS INSIDE THE         *
      *                             HORIZON                                      *
      *                 SPARE     - ARE STAFFED TODAY BUT THEIR OVERLAPPING      *
      *                             ALLOCATION-PCT TOTALS UNDER 100              *
      *                 BENCH     - HAVE NO ASSIGNMENT RUNNING TODAY AND         *
      *                             NONE BOOKED TO START                         *
      *                 STARTING  - HAVE NO ASSIGNMENT RUNNING TODAY BUT         *
      *                             ONE BOOKED TO START LATER                    *
      *                                                                          *
      *               ASSIGNMENTS COME FROM EACH MASTER RECORD'S                 *
      *               PROJECTS-DETAIL TABLE.  AN ASSIGNMENT IS OPEN WHEN ITS     *
      *               END-DATE IS ZERO OR NOT BEFORE TODAY, AND RUNNING          *
      *               TODAY WHEN IT IS OPEN AND HAS STARTED.  A ZERO             *
      *               ALLOCATION COUNTS AS 100 PERCENT.                          *
      *                                                                          *
      *               PENDING P (ASSIGN) AND E (END ASSIGNMENT) TRANSACTIONS     *
      *               PARKED ON EMPPEND WITH AN EFFECTIVE DATE INSIDE THE        *
      *               HORIZON ARE LAID OVER THE MASTER'S ASSIGNMENTS IN          *
      *               EFFECTIVE-DATE ORDER BEFORE THE TESTS ARE MADE, THE        *
      *               SAME WAY EMPMAINT WILL APPLY THEM: A P ADDS AN             *
      *               ASSIGNMENT AND AN E CLOSES THE OPEN ONE FOR ITS            *
      *               PROJECT.  A BOOKED START OR END IS SO COUNTED BEFORE       *
      *               IT REACHES THE MASTER, AND IS MARKED PENDING ON THE        *
      *               REPORT.                                                    *
      *                                                                          *
      *  RUN PARM.    HORIZON(3)    DAYS AHEAD OF TODAY, ZERO OR OMITTED = 30    *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - ROLL-OFF, SPARE CAPACITY AND         *
      *                  BENCH BY COMPANY.                                       *
      *  2026-10-15 RLM  EMPLOYEES WITH A BOOKED START ARE LISTED AND            *
      *                  TOTALLED UNDER THEIR OWN STARTING CATEGORY, SO THE      *
      *                  BENCH TOTAL COUNTS ONLY THE GENUINELY UNBOOKED.         *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPROLL.
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

           SELECT PENDING-TRANS-FILE ASSIGN TO EMPPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PN-PENDING-KEY
                  FILE STATUS IS PR-PEND-STATUS.

           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.

           SELECT ROLL-OFF-REPORT   ASSIGN TO EMPROLPT
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

       FD  PENDING-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PendTransCopyBook.cob".

       SD  SORT-WORK-FILE.
       01  SD-ROLL-RECORD.
           05  SD-SHORT-NAME              PIC X(03).
           05  SD-COMPANY-NAME            PIC X(20).
           05  SD-CATEGORY                PIC 9(01).
               88  SD-ROLL-OFF                    VALUE 1.
               88  SD-SPARE                       VALUE 2.
               88  SD-BENCH                       VALUE 3.
               88  SD-STARTING                    VALUE 4.
           05  SD-KEY-DATE                PIC 9(08).
           05  SD-ID                      PIC 9(09).
           05  SD-LAST-NAME               PIC A(15).
           05  SD-FIRST-NAME              PIC A(15).
           05  SD-ALLOC-TODAY             PIC 9(03).
           05  SD-NOTE                    PIC X(20).

       FD  ROLL-OFF-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ROLL-OFF-REPORT-LINE           PIC X(132).

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RunStatsCopyBook.cob".

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-MAST-STATUS             PIC X(02).
               88  PR-MAST-OK                     VALUE "00".
               88  PR-MAST-EOF                    VALUE "10".
           05  PR-PEND-STATUS             PIC X(02).
               88  PR-PEND-OK                     VALUE "00".
               88  PR-PEND-EOF                    VALUE "10".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".

       01  PR-SWITCHES.
           05  PR-MAST-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-MASTER              VALUE "Y".
           05  PR-PEND-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-PENDING             VALUE "Y".
           05  PR-SORT-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-SORTED              VALUE "Y".
           05  PR-OPEN-ENDED-SW           PIC X(01)   VALUE "N".
               88  PR-HAS-OPEN-ENDED              VALUE "Y".
           05  PR-ENTRY-FOUND-SW          PIC X(01)   VALUE "N".
               88  PR-ENTRY-FOUND                 VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-DEFAULT-HORIZON         PIC 9(03)   VALUE 030.
           05  PR-MAX-TABLE-PENDING       PIC 9(04)   VALUE 2000.
           05  PR-MAX-WORK-ENTRIES        PIC 9(04)   VALUE 0040.

       01  PR-COUNTERS COMP.
           05  PR-EMPLOYEES-READ          PIC 9(07)   VALUE ZERO.
           05  PR-PENDING-LOADED          PIC 9(07)   VALUE ZERO.
           05  PR-PENDING-APPLIED         PIC 9(07)   VALUE ZERO.
           05  PR-LINES-RELEASED          PIC 9(07)   VALUE ZERO.
           05  PR-LINES-PRINTED           PIC 9(07)   VALUE ZERO.
           05  PR-TABLE-IX                PIC 9(04)   VALUE ZERO.
           05  PR-PEND-IX                 PIC 9(04)   VALUE ZERO.
           05  PR-WORK-IX                 PIC 9(04)   VALUE ZERO.
           05  PR-WORK-COUNT              PIC 9(04)   VALUE ZERO.
           05  PR-OPEN-COUNT              PIC 9(04)   VALUE ZERO.
           05  PR-FOUND-IX                PIC 9(04)   VALUE ZERO.
           05  PR-COMPANY-ROLL-OFF        PIC 9(07)   VALUE ZERO.
           05  PR-COMPANY-SPARE           PIC 9(07)   VALUE ZERO.
           05  PR-COMPANY-BENCH           PIC 9(07)   VALUE ZERO.
           05  PR-COMPANY-STARTING        PIC 9(07)   VALUE ZERO.

       01  PR-HORIZON-DAYS                PIC 9(03).

      *    PENDING P AND E TRANSACTIONS DUE INSIDE THE HORIZON, IN
      *    EFFECTIVE-DATE ORDER AS THEY SIT ON EMPPEND
       01  PR-PENDING-TABLE.
           05  PR-PEND-ENTRY              OCCURS 2000.
               10  PR-PD-ID               PIC 9(09).
               10  PR-PD-TRANS-CODE       PIC X(01).
               10  PR-PD-EFFECTIVE-DATE   PIC 9(08).
               10  PR-PD-PROJECT-NAME     PIC A(15).
               10  PR-PD-START-DATE       PIC 9(08).
               10  PR-PD-END-DATE         PIC 9(08).
               10  PR-PD-ALLOCATION-PCT   PIC 9(03).

      *    ONE EMPLOYEE'S ASSIGNMENTS WITH ANY PENDING CHANGES LAID OVER
       01  PR-WORK-TABLE.
           05  PR-WORK-ENTRY              OCCURS 40.
               10  PR-WK-PROJECT-NAME     PIC A(15).
               10  PR-WK-START-DATE       PIC 9(08).
               10  PR-WK-END-DATE         PIC 9(08).
               10  PR-WK-ALLOCATION-PCT   PIC 9(03).
               10  PR-WK-PENDING-SW       PIC X(01).

       01  PR-ASSESS-FIELDS.
           05  PR-ALLOC-TODAY             PIC 9(03).
           05  PR-ALLOC-PART              PIC 9(03).
           05  PR-LAST-END-DATE           PIC 9(08).
           05  PR-LAST-END-SERIAL         PIC S9(08).
           05  PR-LAST-END-PENDING-SW     PIC X(01).
           05  PR-NEXT-START-DATE         PIC 9(08).
           05  PR-NEXT-START-PENDING-SW   PIC X(01).
           05  PR-ENTRY-START-SERIAL      PIC S9(08).
           05  PR-ENTRY-END-SERIAL        PIC S9(08).

       01  PR-PERIOD-FIELDS.
           05  PR-TODAY-SERIAL            PIC S9(08).
           05  PR-HORIZON-SERIAL          PIC S9(08).

       01  PR-BREAK-FIELDS.
           05  PR-CURRENT-SHORT-NAME      PIC X(03)   VALUE SPACES.
           05  PR-CURRENT-CATEGORY        PIC 9(01)   VALUE ZERO.

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

       01  PR-TITLE-LINE.
           05  FILLER                     PIC X(28)   VALUE
               "ROLL-OFF AND BENCH REPORT AS".
           05  FILLER                     PIC X(04)   VALUE " OF ".
           05  PR-TL-TODAY                PIC 9(08).
           05  FILLER                     PIC X(11)   VALUE
               "  HORIZON  ".
           05  PR-TL-HORIZON              PIC ZZ9.
           05  FILLER                     PIC X(05)   VALUE " DAYS".

       01  PR-COMPANY-LINE.
           05  FILLER                     PIC X(08)   VALUE "COMPANY ".
           05  PR-CL-SHORT-NAME           PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-CL-COMPANY-NAME         PIC X(20).

       01  PR-CATEGORY-LINE.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-CAT-TITLE               PIC X(40).

       01  PR-HEADING-LINE.
           05  FILLER                     PIC X(04)   VALUE SPACES.
           05  FILLER                     PIC X(11)   VALUE "ID".
           05  FILLER                     PIC X(17)   VALUE "LAST NAME".
           05  FILLER                     PIC X(17)   VALUE
               "FIRST NAME".
           05  FILLER                     PIC X(07)   VALUE "ALLOC".
           05  FILLER                     PIC X(10)   VALUE "DATE".
           05  FILLER                     PIC X(20)   VALUE "NOTE".

       01  PR-DETAIL-LINE.
           05  FILLER                     PIC X(04)   VALUE SPACES.
           05  PR-DL-ID                   PIC 9(09).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-LAST-NAME            PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-FIRST-NAME           PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-ALLOC-TODAY          PIC ZZ9.
           05  FILLER                     PIC X(04)   VALUE "%   ".
           05  PR-DL-DATE                 PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-NOTE                 PIC X(20).

       01  PR-COMPANY-TOTAL-LINE.
           05  FILLER                     PIC X(04)   VALUE SPACES.
           05  FILLER                     PIC X(11)   VALUE
               "ROLLING OFF".
           05  PR-CTL-ROLL-OFF            PIC ZZZZZZ9.
           05  FILLER                     PIC X(08)   VALUE
               "   SPARE".
           05  PR-CTL-SPARE               PIC ZZZZZZ9.
           05  FILLER                     PIC X(08)   VALUE
               "   BENCH".
           05  PR-CTL-BENCH               PIC ZZZZZZ9.
           05  FILLER                     PIC X(11)   VALUE
               "   STARTING".
           05  PR-CTL-STARTING            PIC ZZZZZZ9.

       01  PR-TODAY                       PIC 9(08).
       01  PR-NOW                         PIC 9(08).

       LINKAGE SECTION.
       01  PR-PARM-LENGTH                 PIC S9(4) COMP.
       01  PR-RUN-PARM.
           05  PM-HORIZON-DAYS            PIC 9(03).

       PROCEDURE DIVISION USING PR-PARM-LENGTH PR-RUN-PARM.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF RETURN-CODE < 16
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SD-SHORT-NAME
                   ON ASCENDING KEY SD-CATEGORY
                   ON ASCENDING KEY SD-KEY-DATE
                   ON ASCENDING KEY SD-ID
                   INPUT PROCEDURE  3000-ASSESS-EMPLOYEES
                             THRU   3000-ASSESS-EMPLOYEES-EXIT
                   OUTPUT PROCEDURE 4000-PRINT-REPORT
                             THRU   4000-PRINT-REPORT-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  SETTLE THE HORIZON, OPEN THE FILES AND LOAD     *
      *                        THE PENDING ASSIGNMENT CHANGES                 *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           MOVE PR-TODAY TO PR-CONV-DATE.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           MOVE PR-CONV-SERIAL TO PR-TODAY-SERIAL.

           MOVE PR-DEFAULT-HORIZON TO PR-HORIZON-DAYS.
           IF PR-PARM-LENGTH >= 3
               IF PM-HORIZON-DAYS IS NOT NUMERIC
                   DISPLAY "EMPROLL: HORIZON PARM MUST BE 3 DIGITS"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               IF PM-HORIZON-DAYS NOT = ZERO
                   MOVE PM-HORIZON-DAYS TO PR-HORIZON-DAYS
               END-IF
           END-IF.
           COMPUTE PR-HORIZON-SERIAL =
               PR-TODAY-SERIAL + PR-HORIZON-DAYS.

           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT PR-MAST-OK
               DISPLAY "EMPROLL: MASTER OPEN FAILED, STATUS "
                       PR-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT PENDING-TRANS-FILE.
           IF NOT PR-PEND-OK
               DISPLAY "EMPROLL: PENDING OPEN FAILED, STATUS "
                       PR-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT ROLL-OFF-REPORT.

           MOVE PR-TODAY        TO PR-TL-TODAY.
           MOVE PR-HORIZON-DAYS TO PR-TL-HORIZON.
           WRITE ROLL-OFF-REPORT-LINE FROM PR-TITLE-LINE.

           PERFORM 1100-LOAD-PENDING-TABLE
               THRU 1100-LOAD-PENDING-TABLE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1100-LOAD-PENDING-TABLE  --  THE PENDING KEY LEADS WITH THE          *
      *                                EFFECTIVE DATE, SO THE READ STOPS AT   *
      *                                THE FIRST RECORD PAST THE HORIZON      *
      *----------------------------------------------------------------------*
       1100-LOAD-PENDING-TABLE.
           PERFORM 1900-READ-NEXT-PENDING
               THRU 1900-READ-NEXT-PENDING-EXIT.

           PERFORM 1150-TABLE-ONE-PENDING
               THRU 1150-TABLE-ONE-PENDING-EXIT
               UNTIL PR-NO-MORE-PENDING.

       1100-LOAD-PENDING-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1150-TABLE-ONE-PENDING  --  KEEP A P OR E THAT NAMES A PROJECT       *
      *----------------------------------------------------------------------*
       1150-TABLE-ONE-PENDING.
           MOVE PN-EFFECTIVE-DATE TO PR-CONV-DATE.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           IF PR-CONV-SERIAL > PR-HORIZON-SERIAL
               MOVE "Y" TO PR-PEND-EOF-SW
               GO TO 1150-TABLE-ONE-PENDING-EXIT
           END-IF.

           IF (PN-TRANS-CODE NOT = "P" AND PN-TRANS-CODE NOT = "E")
                   OR PN-NUMBER-OF-PROJECTS < 1
               GO TO 1150-TABLE-ONE-PENDING-NEXT
           END-IF.

           IF PR-PENDING-LOADED >= PR-MAX-TABLE-PENDING
               DISPLAY "EMPROLL: PENDING TABLE FULL AT "
                       PR-MAX-TABLE-PENDING
                       " - RAISE PR-MAX-TABLE-PENDING"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO PR-PEND-EOF-SW
               GO TO 1150-TABLE-ONE-PENDING-EXIT
           END-IF.

           ADD 1 TO PR-PENDING-LOADED.
           MOVE PR-PENDING-LOADED TO PR-TABLE-IX.
           MOVE PN-ID             TO PR-PD-ID (PR-TABLE-IX).
           MOVE PN-TRANS-CODE     TO PR-PD-TRANS-CODE (PR-TABLE-IX).
           MOVE PN-EFFECTIVE-DATE
               TO PR-PD-EFFECTIVE-DATE (PR-TABLE-IX).
           MOVE PN-PROJECT-NAME (1)
               TO PR-PD-PROJECT-NAME (PR-TABLE-IX).
           MOVE PN-START-DATE (1) TO PR-PD-START-DATE (PR-TABLE-IX).
           MOVE PN-END-DATE (1)   TO PR-PD-END-DATE (PR-TABLE-IX).
           MOVE PN-ALLOCATION-PCT (1)
               TO PR-PD-ALLOCATION-PCT (PR-TABLE-IX).

       1150-TABLE-ONE-PENDING-NEXT.
           PERFORM 1900-READ-NEXT-PENDING
               THRU 1900-READ-NEXT-PENDING-EXIT.

       1150-TABLE-ONE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1900-READ-NEXT-PENDING                                              *
      *----------------------------------------------------------------------*
       1900-READ-NEXT-PENDING.
           READ PENDING-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PR-PEND-EOF-SW
           END-READ.

       1900-READ-NEXT-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3000-ASSESS-EMPLOYEES  --  SORT INPUT PROCEDURE.  ONE PASS OF THE    *
      *                              MASTER, RELEASING A LINE FOR EVERY       *
      *                              CATEGORY AN ACTIVE EMPLOYEE FALLS IN     *
      *----------------------------------------------------------------------*
       3000-ASSESS-EMPLOYEES.
           PERFORM 3900-READ-NEXT-EMPLOYEE
               THRU 3900-READ-NEXT-EMPLOYEE-EXIT.

           PERFORM 3100-ASSESS-ONE-EMPLOYEE
               THRU 3100-ASSESS-ONE-EMPLOYEE-EXIT
               UNTIL PR-NO-MORE-MASTER.

       3000-ASSESS-EMPLOYEES-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3100-ASSESS-ONE-EMPLOYEE                                            *
      *----------------------------------------------------------------------*
       3100-ASSESS-ONE-EMPLOYEE.
           ADD 1 TO PR-EMPLOYEES-READ.

           IF NOT EMP-ACTIVE
               GO TO 3100-ASSESS-ONE-EMPLOYEE-NEXT
           END-IF.

           MOVE ZERO TO PR-WORK-COUNT.
           IF NUMBER-OF-PROJECTS > ZERO
               PERFORM 3200-COPY-ONE-ASSIGNMENT
                   THRU 3200-COPY-ONE-ASSIGNMENT-EXIT
                   VARYING PR-WORK-IX FROM 1 BY 1
                   UNTIL PR-WORK-IX > NUMBER-OF-PROJECTS
           END-IF.

           IF PR-PENDING-LOADED > ZERO
               PERFORM 3300-APPLY-ONE-PENDING
                   THRU 3300-APPLY-ONE-PENDING-EXIT
                   VARYING PR-PEND-IX FROM 1 BY 1
                   UNTIL PR-PEND-IX > PR-PENDING-LOADED
           END-IF.

           MOVE ZERO   TO PR-ALLOC-TODAY.
           MOVE ZERO   TO PR-OPEN-COUNT.
           MOVE ZERO   TO PR-LAST-END-DATE.
           MOVE ZERO   TO PR-LAST-END-SERIAL.
           MOVE "N"    TO PR-LAST-END-PENDING-SW.
           MOVE ZERO   TO PR-NEXT-START-DATE.
           MOVE "N"    TO PR-NEXT-START-PENDING-SW.
           MOVE "N"    TO PR-OPEN-ENDED-SW.
           IF PR-WORK-COUNT > ZERO
               PERFORM 3400-ASSESS-ONE-ENTRY
                   THRU 3400-ASSESS-ONE-ENTRY-EXIT
                   VARYING PR-WORK-IX FROM 1 BY 1
                   UNTIL PR-WORK-IX > PR-WORK-COUNT
           END-IF.

           MOVE SHORT_NAME     TO SD-SHORT-NAME.
           MOVE COMPANY-NAME   TO SD-COMPANY-NAME.
           MOVE EMP-ID         TO SD-ID.
           MOVE LAST-NAME      TO SD-LAST-NAME.
           MOVE FIRST-NAME     TO SD-FIRST-NAME.
           IF PR-ALLOC-TODAY > 999
               MOVE 999 TO SD-ALLOC-TODAY
           ELSE
               MOVE PR-ALLOC-TODAY TO SD-ALLOC-TODAY
           END-IF.

      *    ROLLING OFF - EVERYTHING OPEN HAS AN END, AND THE LAST END
      *    FALLS INSIDE THE HORIZON
           IF PR-OPEN-COUNT > ZERO AND NOT PR-HAS-OPEN-ENDED
                   AND PR-LAST-END-SERIAL NOT > PR-HORIZON-SERIAL
               MOVE 1                TO SD-CATEGORY
               MOVE PR-LAST-END-DATE TO SD-KEY-DATE
               MOVE SPACES           TO SD-NOTE
               IF PR-LAST-END-PENDING-SW = "Y"
                   MOVE "END IS PENDING"  TO SD-NOTE
               END-IF
               PERFORM 3500-RELEASE-LINE
                   THRU 3500-RELEASE-LINE-EXIT
           END-IF.

           IF PR-ALLOC-TODAY > ZERO AND PR-ALLOC-TODAY < 100
               MOVE 2                TO SD-CATEGORY
               MOVE ZERO             TO SD-KEY-DATE
               MOVE SPACES           TO SD-NOTE
               PERFORM 3500-RELEASE-LINE
                   THRU 3500-RELEASE-LINE-EXIT
           END-IF.

      *    BENCH - NOTHING RUNNING TODAY AND NOTHING BOOKED
           IF PR-ALLOC-TODAY = ZERO AND PR-NEXT-START-DATE = ZERO
               MOVE 3                TO SD-CATEGORY
               MOVE 99999999         TO SD-KEY-DATE
               MOVE SPACES           TO SD-NOTE
               PERFORM 3500-RELEASE-LINE
                   THRU 3500-RELEASE-LINE-EXIT
           END-IF.

      *    STARTING - NOTHING RUNNING TODAY BUT A FUTURE START IS
      *    BOOKED, SO THE MEETING CAN SEE WHO IS ALREADY SPOKEN FOR
           IF PR-ALLOC-TODAY = ZERO AND PR-NEXT-START-DATE NOT = ZERO
               MOVE 4                  TO SD-CATEGORY
               MOVE PR-NEXT-START-DATE TO SD-KEY-DATE
               IF PR-NEXT-START-PENDING-SW = "Y"
                   MOVE "START IS PENDING" TO SD-NOTE
               ELSE
                   MOVE "START BOOKED"     TO SD-NOTE
               END-IF
               PERFORM 3500-RELEASE-LINE
                   THRU 3500-RELEASE-LINE-EXIT
           END-IF.

       3100-ASSESS-ONE-EMPLOYEE-NEXT.
           PERFORM 3900-READ-NEXT-EMPLOYEE
               THRU 3900-READ-NEXT-EMPLOYEE-EXIT.

       3100-ASSESS-ONE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3200-COPY-ONE-ASSIGNMENT  --  MASTER PROJECTS-DETAIL ENTRY INTO      *
      *                                 THE WORK TABLE                        *
      *----------------------------------------------------------------------*
       3200-COPY-ONE-ASSIGNMENT.
           ADD 1 TO PR-WORK-COUNT.
           MOVE PROJECT-NAME (PR-WORK-IX)
               TO PR-WK-PROJECT-NAME (PR-WORK-COUNT).
           MOVE START-DATE (PR-WORK-IX)
               TO PR-WK-START-DATE (PR-WORK-COUNT).
           MOVE END-DATE (PR-WORK-IX)
               TO PR-WK-END-DATE (PR-WORK-COUNT).
           MOVE ALLOCATION-PCT (PR-WORK-IX)
               TO PR-WK-ALLOCATION-PCT (PR-WORK-COUNT).
           MOVE "N" TO PR-WK-PENDING-SW (PR-WORK-COUNT).

       3200-COPY-ONE-ASSIGNMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3300-APPLY-ONE-PENDING  --  LAY ONE PENDING P OR E FOR THIS          *
      *                               EMPLOYEE OVER THE WORK TABLE            *
      *----------------------------------------------------------------------*
       3300-APPLY-ONE-PENDING.
           IF PR-PD-ID (PR-PEND-IX) NOT = EMP-ID
               GO TO 3300-APPLY-ONE-PENDING-EXIT
           END-IF.

           IF PR-PD-TRANS-CODE (PR-PEND-IX) = "P"
               IF PR-WORK-COUNT >= PR-MAX-WORK-ENTRIES
                   GO TO 3300-APPLY-ONE-PENDING-EXIT
               END-IF
               ADD 1 TO PR-WORK-COUNT
               MOVE PR-PD-PROJECT-NAME (PR-PEND-IX)
                   TO PR-WK-PROJECT-NAME (PR-WORK-COUNT)
               MOVE PR-PD-START-DATE (PR-PEND-IX)
                   TO PR-WK-START-DATE (PR-WORK-COUNT)
               IF PR-WK-START-DATE (PR-WORK-COUNT) = ZERO
                   MOVE PR-PD-EFFECTIVE-DATE (PR-PEND-IX)
                       TO PR-WK-START-DATE (PR-WORK-COUNT)
               END-IF
               MOVE PR-PD-END-DATE (PR-PEND-IX)
                   TO PR-WK-END-DATE (PR-WORK-COUNT)
               MOVE PR-PD-ALLOCATION-PCT (PR-PEND-IX)
                   TO PR-WK-ALLOCATION-PCT (PR-WORK-COUNT)
               MOVE "Y" TO PR-WK-PENDING-SW (PR-WORK-COUNT)
               ADD 1 TO PR-PENDING-APPLIED
               GO TO 3300-APPLY-ONE-PENDING-EXIT
           END-IF.

      *    AN E CLOSES THE OPEN ENTRY FOR ITS PROJECT, AT THE END DATE
      *    IT CARRIES OR ELSE ITS EFFECTIVE DATE - AS EMPMAINT WILL
           MOVE "N"  TO PR-ENTRY-FOUND-SW.
           MOVE ZERO TO PR-FOUND-IX.
           PERFORM 3350-FIND-OPEN-ENTRY
               THRU 3350-FIND-OPEN-ENTRY-EXIT
               VARYING PR-WORK-IX FROM 1 BY 1
               UNTIL PR-WORK-IX > PR-WORK-COUNT.
           IF NOT PR-ENTRY-FOUND
               GO TO 3300-APPLY-ONE-PENDING-EXIT
           END-IF.

           IF PR-PD-END-DATE (PR-PEND-IX) > ZERO
               MOVE PR-PD-END-DATE (PR-PEND-IX)
                   TO PR-WK-END-DATE (PR-FOUND-IX)
           ELSE
               MOVE PR-PD-EFFECTIVE-DATE (PR-PEND-IX)
                   TO PR-WK-END-DATE (PR-FOUND-IX)
           END-IF.
           MOVE "Y" TO PR-WK-PENDING-SW (PR-FOUND-IX).
           ADD 1 TO PR-PENDING-APPLIED.

       3300-APPLY-ONE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3350-FIND-OPEN-ENTRY  --  LAST WORK ENTRY FOR THE PENDING            *
      *                             PROJECT WHOSE END-DATE IS ZERO OR NOT     *
      *                             BEFORE TODAY                              *
      *----------------------------------------------------------------------*
       3350-FIND-OPEN-ENTRY.
           IF PR-WK-PROJECT-NAME (PR-WORK-IX)
                   = PR-PD-PROJECT-NAME (PR-PEND-IX)
               IF PR-WK-END-DATE (PR-WORK-IX) = ZERO
                       OR PR-WK-END-DATE (PR-WORK-IX) NOT < PR-TODAY
                   SET PR-ENTRY-FOUND TO TRUE
                   MOVE PR-WORK-IX TO PR-FOUND-IX
               END-IF
           END-IF.

       3350-FIND-OPEN-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3400-ASSESS-ONE-ENTRY  --  SKIP A CLOSED ENTRY; FOR AN OPEN ONE      *
      *                              TRACK THE LATEST END, THE EARLIEST       *
      *                              FUTURE START, AND TODAY'S ALLOCATION     *
      *----------------------------------------------------------------------*
       3400-ASSESS-ONE-ENTRY.
           IF PR-WK-END-DATE (PR-WORK-IX) NOT = ZERO
               MOVE PR-WK-END-DATE (PR-WORK-IX) TO PR-CONV-DATE
               PERFORM 6100-CONVERT-DATE-TO-SERIAL
                   THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT
               MOVE PR-CONV-SERIAL TO PR-ENTRY-END-SERIAL
               IF PR-ENTRY-END-SERIAL < PR-TODAY-SERIAL
                   GO TO 3400-ASSESS-ONE-ENTRY-EXIT
               END-IF
           END-IF.

           ADD 1 TO PR-OPEN-COUNT.

           IF PR-WK-END-DATE (PR-WORK-IX) = ZERO
               SET PR-HAS-OPEN-ENDED TO TRUE
           ELSE
               IF PR-ENTRY-END-SERIAL > PR-LAST-END-SERIAL
                   MOVE PR-ENTRY-END-SERIAL TO PR-LAST-END-SERIAL
                   MOVE PR-WK-END-DATE (PR-WORK-IX)
                       TO PR-LAST-END-DATE
                   MOVE PR-WK-PENDING-SW (PR-WORK-IX)
                       TO PR-LAST-END-PENDING-SW
               END-IF
           END-IF.

           MOVE PR-WK-START-DATE (PR-WORK-IX) TO PR-CONV-DATE.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           MOVE PR-CONV-SERIAL TO PR-ENTRY-START-SERIAL.

           IF PR-ENTRY-START-SERIAL > PR-TODAY-SERIAL
               IF PR-NEXT-START-DATE = ZERO
                       OR PR-WK-START-DATE (PR-WORK-IX)
                          < PR-NEXT-START-DATE
                   MOVE PR-WK-START-DATE (PR-WORK-IX)
                       TO PR-NEXT-START-DATE
                   MOVE PR-WK-PENDING-SW (PR-WORK-IX)
                       TO PR-NEXT-START-PENDING-SW
               END-IF
               GO TO 3400-ASSESS-ONE-ENTRY-EXIT
           END-IF.

           MOVE PR-WK-ALLOCATION-PCT (PR-WORK-IX) TO PR-ALLOC-PART.
           IF PR-ALLOC-PART = ZERO
               MOVE 100 TO PR-ALLOC-PART
           END-IF.
           ADD PR-ALLOC-PART TO PR-ALLOC-TODAY
               ON SIZE ERROR
                   MOVE 999 TO PR-ALLOC-TODAY
           END-ADD.

       3400-ASSESS-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3500-RELEASE-LINE                                                   *
      *----------------------------------------------------------------------*
       3500-RELEASE-LINE.
           RELEASE SD-ROLL-RECORD.
           ADD 1 TO PR-LINES-RELEASED.

       3500-RELEASE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3900-READ-NEXT-EMPLOYEE                                             *
      *----------------------------------------------------------------------*
       3900-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO PR-MAST-EOF-SW
           END-READ.

       3900-READ-NEXT-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4000-PRINT-REPORT  --  SORT OUTPUT PROCEDURE.  COMPANY, THEN         *
      *                          CATEGORY, THEN THE EMPLOYEES IN DATE         *
      *                          ORDER                                        *
      *----------------------------------------------------------------------*
       4000-PRINT-REPORT.
           PERFORM 4900-RETURN-NEXT
               THRU 4900-RETURN-NEXT-EXIT.

           PERFORM 4100-PRINT-ONE-LINE
               THRU 4100-PRINT-ONE-LINE-EXIT
               UNTIL PR-NO-MORE-SORTED.

           IF PR-CURRENT-SHORT-NAME NOT = SPACES
               PERFORM 4500-PRINT-COMPANY-TOTAL
                   THRU 4500-PRINT-COMPANY-TOTAL-EXIT
           END-IF.

       4000-PRINT-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4100-PRINT-ONE-LINE                                                 *
      *----------------------------------------------------------------------*
       4100-PRINT-ONE-LINE.
           IF SD-SHORT-NAME NOT = PR-CURRENT-SHORT-NAME
               IF PR-CURRENT-SHORT-NAME NOT = SPACES
                   PERFORM 4500-PRINT-COMPANY-TOTAL
                       THRU 4500-PRINT-COMPANY-TOTAL-EXIT
               END-IF
               PERFORM 4200-START-COMPANY
                   THRU 4200-START-COMPANY-EXIT
           END-IF.

           IF SD-CATEGORY NOT = PR-CURRENT-CATEGORY
               PERFORM 4300-START-CATEGORY
                   THRU 4300-START-CATEGORY-EXIT
           END-IF.

           MOVE SD-ID            TO PR-DL-ID.
           MOVE SD-LAST-NAME     TO PR-DL-LAST-NAME.
           MOVE SD-FIRST-NAME    TO PR-DL-FIRST-NAME.
           MOVE SD-ALLOC-TODAY   TO PR-DL-ALLOC-TODAY.
           MOVE SD-NOTE          TO PR-DL-NOTE.
           IF SD-KEY-DATE = ZERO OR SD-KEY-DATE = 99999999
               MOVE SPACES       TO PR-DL-DATE
           ELSE
               MOVE SD-KEY-DATE  TO PR-DL-DATE
           END-IF.
           WRITE ROLL-OFF-REPORT-LINE FROM PR-DETAIL-LINE.
           ADD 1 TO PR-LINES-PRINTED.

           EVALUATE TRUE
               WHEN SD-ROLL-OFF
                   ADD 1 TO PR-COMPANY-ROLL-OFF
               WHEN SD-SPARE
                   ADD 1 TO PR-COMPANY-SPARE
               WHEN SD-BENCH
                   ADD 1 TO PR-COMPANY-BENCH
               WHEN SD-STARTING
                   ADD 1 TO PR-COMPANY-STARTING
           END-EVALUATE.

           PERFORM 4900-RETURN-NEXT
               THRU 4900-RETURN-NEXT-EXIT.

       4100-PRINT-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4200-START-COMPANY                                                  *
      *----------------------------------------------------------------------*
       4200-START-COMPANY.
           MOVE SD-SHORT-NAME TO PR-CURRENT-SHORT-NAME.
           MOVE ZERO TO PR-CURRENT-CATEGORY.
           MOVE ZERO TO PR-COMPANY-ROLL-OFF.
           MOVE ZERO TO PR-COMPANY-SPARE.
           MOVE ZERO TO PR-COMPANY-BENCH.
           MOVE ZERO TO PR-COMPANY-STARTING.

           MOVE SPACES TO ROLL-OFF-REPORT-LINE.
           WRITE ROLL-OFF-REPORT-LINE.
           MOVE SD-SHORT-NAME   TO PR-CL-SHORT-NAME.
           MOVE SD-COMPANY-NAME TO PR-CL-COMPANY-NAME.
           WRITE ROLL-OFF-REPORT-LINE FROM PR-COMPANY-LINE.

       4200-START-COMPANY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4300-START-CATEGORY                                                 *
      *----------------------------------------------------------------------*
       4300-START-CATEGORY.
           MOVE SD-CATEGORY TO PR-CURRENT-CATEGORY.
           EVALUATE TRUE
               WHEN SD-ROLL-OFF
                   MOVE "ROLLING OFF INSIDE THE HORIZON"
                       TO PR-CAT-TITLE
               WHEN SD-SPARE
                   MOVE "PART ALLOCATED TODAY - SPARE CAPACITY"
                       TO PR-CAT-TITLE
               WHEN SD-BENCH
                   MOVE "BENCH - NO ASSIGNMENT RUNNING TODAY"
                       TO PR-CAT-TITLE
               WHEN SD-STARTING
                   MOVE "BOOKED TO START - NOTHING RUNNING TODAY"
                       TO PR-CAT-TITLE
           END-EVALUATE.
           WRITE ROLL-OFF-REPORT-LINE FROM PR-CATEGORY-LINE.
           WRITE ROLL-OFF-REPORT-LINE FROM PR-HEADING-LINE.

       4300-START-CATEGORY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4500-PRINT-COMPANY-TOTAL                                            *
      *----------------------------------------------------------------------*
       4500-PRINT-COMPANY-TOTAL.
           MOVE PR-COMPANY-ROLL-OFF TO PR-CTL-ROLL-OFF.
           MOVE PR-COMPANY-SPARE    TO PR-CTL-SPARE.
           MOVE PR-COMPANY-BENCH    TO PR-CTL-BENCH.
           MOVE PR-COMPANY-STARTING TO PR-CTL-STARTING.
           WRITE ROLL-OFF-REPORT-LINE FROM PR-COMPANY-TOTAL-LINE.

       4500-PRINT-COMPANY-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4900-RETURN-NEXT                                                    *
      *----------------------------------------------------------------------*
       4900-RETURN-NEXT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO PR-SORT-EOF-SW
           END-RETURN.

       4900-RETURN-NEXT-EXIT.
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
           DISPLAY "EMPROLL: HORIZON DAYS       = " PR-HORIZON-DAYS.
           DISPLAY "EMPROLL: EMPLOYEES READ     = " PR-EMPLOYEES-READ.
           DISPLAY "EMPROLL: PENDING LOADED     = " PR-PENDING-LOADED.
           DISPLAY "EMPROLL: PENDING APPLIED    = " PR-PENDING-APPLIED.
           DISPLAY "EMPROLL: LINES PRINTED      = " PR-LINES-PRINTED.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

           IF RETURN-CODE < 16
               CLOSE EMPLOYEE-MASTER
                     PENDING-TRANS-FILE
                     ROLL-OFF-REPORT
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
               DISPLAY "EMPROLL: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               GO TO 9100-WRITE-RUN-STATS-EXIT
           END-IF.

           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           ACCEPT PR-NOW   FROM TIME.

           MOVE "EMPROLL "            TO RS-JOB-NAME.
           MOVE PR-TODAY              TO RS-RUN-DATE.
           MOVE PR-NOW                TO RS-RUN-TIME.
           COMPUTE RS-RECORDS-READ = PR-EMPLOYEES-READ
               + PR-PENDING-LOADED.
           MOVE PR-LINES-PRINTED      TO RS-RECORDS-WRITTEN.
           MOVE ZERO                  TO RS-RECORDS-REJECTED.
           MOVE PR-PENDING-APPLIED    TO RS-CONTROL-TOTAL.
           MOVE RETURN-CODE           TO RS-RETURN-CODE.

           WRITE RUN-STATS-RECORD
               INVALID KEY
                   DISPLAY "EMPROLL: RUN STATS WRITE FAILED, STATUS "
                           PR-STAT-STATUS
           END-WRITE.

           CLOSE RUN-STATS-FILE.

       9100-WRITE-RUN-STATS-EXIT.
           EXIT.
