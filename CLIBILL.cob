      ****************************************************************************
      *                                                                          *
      *  PROGRAM      CLIBILL                                                    *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     MONTHLY CLIENT BILLING RUN.  WALKS THE STAFFING            *
      *               CROSS-REFERENCE (STAFFXRF) ONE PROJECT AND EMPLOYEE AT     *
      *               A TIME, COUNTS THE DAYS EACH EMPLOYEE WAS STAFFED IN       *
      *               THE BILLING MONTH, PRICES THEM FROM THE CLIENT RATE        *
      *               CARD (RATECARD) AND SORTS THE PRICED LINES BY CLIENT SO    *
      *               EACH PJ-CLIENT-NAME GETS ONE INVOICE WITH A LINE PER       *
      *               EMPLOYEE PER PROJECT.  WRITES:                             *
      *                 INVDETL   - INVOICE DETAIL FILE FOR RECEIVABLES          *
      *                 CLIBRGPT  - PRINTED INVOICE REGISTER                     *
      *                 CLIBEXCP  - STAFFED DAYS THAT COULD NOT BE BILLED        *
      *                                                                          *
      *  PRICING.     A CHARGEABLE DAY IS A WEEKDAY (MONDAY TO FRIDAY) INSIDE    *
      *               THE MONTH AND INSIDE THE STAFFING ROW'S START-DATE /       *
      *               END-DATE WINDOW, AND NOT AFTER THE EMPLOYEE'S              *
      *               TERMINATION-DATE.  EACH DAY IS PRICED AT THE RATE IN       *
      *               FORCE THAT DAY FOR THE PROJECT'S CLIENT AND THE            *
      *               EMPLOYEE'S COMPANY SHORT NAME (THE RATE WITH THE LATEST    *
      *               EFFECTIVE DATE NOT AFTER THE DAY), SCALED BY               *
      *               ALLOCATION-PCT (ZERO MEANS 100) THE WAY PRJBURN SCALES     *
      *               COST.  A RATE CHANGE PART-WAY THROUGH THE MONTH IS SO      *
      *               PRICED DAY BY DAY.                                         *
      *                                                                          *
      *               PROJECTS ON HOLD (H) ARE NOT BILLED.  A STAFFING ROW       *
      *               NAMING A PROJECT THAT IS NOT ON THE PROJECTS MASTER IS     *
      *               ONLY COUNTED HERE; PRJRECON REPORTS THOSE.  A LINE WITH    *
      *               ANY CHARGEABLE DAY THAT HAS NO RATE ON FILE IS NOT         *
      *               BILLED AT ALL - IT GOES TO THE EXCEPTION LIST SO THE       *
      *               RATE CAN BE ADDED THROUGH RATEMAINT AND THE MONTH RERUN.   *
      *                                                                          *
      *  RUN PARM.    MONTH(6)      YYYYMM, ZERO OR OMITTED = THE PREVIOUS       *
      *                             CALENDAR MONTH                               *
      *                                                                          *
      *  RETURN CODE. 0 = CLEAN, 4 = ONE OR MORE EXCEPTIONS, 16 = OPEN FAILURE   *
      *               OR BAD PARM.                                               *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - RATE-CARD BILLING OF STAFFED DAYS    *
      *                  BY CLIENT.                                              *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIBILL.
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

           SELECT PROJECTS-MASTER   ASSIGN TO PROJMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PJ-PROJECT-CODE
                  FILE STATUS IS PR-PROJ-STATUS.

           SELECT RATE-CARD-MASTER  ASSIGN TO RATECARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RC-RATE-KEY
                  FILE STATUS IS PR-RATE-STATUS.

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.

           SELECT INVOICE-DETAIL-FILE ASSIGN TO INVDETL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-INV-STATUS.

           SELECT INVOICE-REGISTER  ASSIGN TO CLIBRGPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.

           SELECT EXCEPTION-REPORT  ASSIGN TO CLIBEXCP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-EXC-STATUS.

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

       FD  PROJECTS-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "ProjectsCopyBook.cob".

       FD  RATE-CARD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "RateCardCopyBook.cob".

       FD  EMPLOYEE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "EmployeeCopyBook.cob".

       SD  SORT-WORK-FILE.
       01  SD-BILL-RECORD.
           05  SD-CLIENT-NAME             PIC X(20).
           05  SD-PROJECT-NAME            PIC A(15).
           05  SD-ID                      PIC 9(09).
           05  SD-SHORT-NAME              PIC X(03).
           05  SD-PROJECT-CODE            PIC X(08).
           05  SD-FIRST-NAME              PIC A(15).
           05  SD-LAST-NAME               PIC A(15).
           05  SD-STAFFED-DAYS            PIC 9(03).
           05  SD-BILLED-DAYS             PIC 9(03)V99.
           05  SD-AMOUNT                  PIC 9(09)V99.

       FD  INVOICE-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "InvoiceDetailCopyBook.cob".

       FD  INVOICE-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-REGISTER-LINE          PIC X(132).

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-LINE                 PIC X(132).

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RunStatsCopyBook.cob".

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-XREF-STATUS             PIC X(02).
               88  PR-XREF-OK                     VALUE "00".
               88  PR-XREF-EOF                    VALUE "10".
           05  PR-PROJ-STATUS             PIC X(02).
               88  PR-PROJ-OK                     VALUE "00".
               88  PR-PROJ-EOF                    VALUE "10".
           05  PR-RATE-STATUS             PIC X(02).
               88  PR-RATE-OK                     VALUE "00".
               88  PR-RATE-EOF                    VALUE "10".
           05  PR-MAST-STATUS             PIC X(02).
               88  PR-MAST-OK                     VALUE "00".
               88  PR-MAST-NOT-FOUND              VALUE "23".
           05  PR-INV-STATUS              PIC X(02).
               88  PR-INV-OK                      VALUE "00".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".
           05  PR-EXC-STATUS              PIC X(02).
               88  PR-EXC-OK                      VALUE "00".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".

       01  PR-SWITCHES.
           05  PR-XREF-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-XREF                VALUE "Y".
           05  PR-PROJ-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-PROJECTS            VALUE "Y".
           05  PR-RATE-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-RATES               VALUE "Y".
           05  PR-SORT-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-SORTED              VALUE "Y".
           05  PR-PROJ-FOUND-SW           PIC X(01)   VALUE "N".
               88  PR-PROJ-FOUND                  VALUE "Y".
           05  PR-EMP-FOUND-SW            PIC X(01)   VALUE "N".
               88  PR-EMP-FOUND                   VALUE "Y".
           05  PR-RATE-FOUND-SW           PIC X(01)   VALUE "N".
               88  PR-RATE-FOUND                  VALUE "Y".
           05  PR-PAIR-BILLABLE-SW        PIC X(01)   VALUE "N".
               88  PR-PAIR-BILLABLE               VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-MAX-TABLE-PROJECTS      PIC 9(04)   VALUE 0500.
           05  PR-MAX-TABLE-RATES         PIC 9(04)   VALUE 2000.

       01  PR-COUNTERS COMP.
           05  PR-XREFS-READ              PIC 9(07)   VALUE ZERO.
           05  PR-PROJECTS-LOADED         PIC 9(07)   VALUE ZERO.
           05  PR-RATES-LOADED            PIC 9(07)   VALUE ZERO.
           05  PR-PAIRS-RELEASED          PIC 9(07)   VALUE ZERO.
           05  PR-ASSIGNS-UNMATCHED       PIC 9(07)   VALUE ZERO.
           05  PR-ASSIGNS-ON-HOLD         PIC 9(07)   VALUE ZERO.
           05  PR-EXCEPTIONS-WRITTEN      PIC 9(07)   VALUE ZERO.
           05  PR-INVOICES-WRITTEN        PIC 9(07)   VALUE ZERO.
           05  PR-LINES-WRITTEN           PIC 9(07)   VALUE ZERO.
           05  PR-TABLE-IX                PIC 9(04)   VALUE ZERO.
           05  PR-LOOKUP-IX               PIC 9(04)   VALUE ZERO.
           05  PR-RATE-IX                 PIC 9(04)   VALUE ZERO.
           05  PR-RATE-FIRST-IX           PIC 9(04)   VALUE ZERO.
           05  PR-RATE-LAST-IX            PIC 9(04)   VALUE ZERO.
           05  PR-LINE-NUMBER             PIC 9(04)   VALUE ZERO.

       01  PR-BILLING-MONTH               PIC 9(06).

       01  PR-LOOKUP-NAME                 PIC A(15).

       01  PR-PROJECT-TABLE.
           05  PR-PROJ-ENTRY              OCCURS 500.
               10  PR-PT-PROJECT-CODE     PIC X(08).
               10  PR-PT-PROJECT-NAME     PIC A(15).
               10  PR-PT-CLIENT-NAME      PIC X(20).
               10  PR-PT-STATUS           PIC X(01).

      *    RATE CARD IN KEY ORDER - THE RATES FOR ONE CLIENT AND COMPANY
      *    ARE ADJACENT AND ASCEND BY EFFECTIVE DATE
       01  PR-RATE-TABLE.
           05  PR-RATE-ENTRY              OCCURS 2000.
               10  PR-RT-CLIENT-NAME      PIC X(20).
               10  PR-RT-SHORT-NAME       PIC X(03).
               10  PR-RT-EFFECTIVE-SERIAL PIC S9(08).
               10  PR-RT-DAILY-RATE       PIC 9(07)V99.

      *    THE PROJECT AND EMPLOYEE BEING PRICED
       01  PR-PAIR-FIELDS.
           05  PR-PAIR-PROJECT-NAME       PIC A(15).
           05  PR-PAIR-ID                 PIC 9(09).
           05  PR-PAIR-PROJECT-CODE       PIC X(08).
           05  PR-PAIR-CLIENT-NAME        PIC X(20).
           05  PR-PAIR-SHORT-NAME         PIC X(03).
           05  PR-PAIR-STAFFED-DAYS       PIC 9(03).
           05  PR-PAIR-UNPRICED-DAYS      PIC 9(03).
           05  PR-PAIR-BILLED-DAYS        PIC 9(03)V99.
           05  PR-PAIR-AMOUNT             PIC 9(11)V9(04).

       01  PR-STINT-WORK-FIELDS.
           05  PR-ALLOC-PCT               PIC 9(03).
           05  PR-STINT-START             PIC S9(08).
           05  PR-STINT-END               PIC S9(08).
           05  PR-DAY-SERIAL              PIC S9(08).
           05  PR-WEEKDAY-QUOTIENT        PIC 9(08).
           05  PR-WEEKDAY-NUMBER          PIC 9(01).
           05  PR-TERM-SERIAL             PIC S9(08).
           05  PR-DAY-RATE                PIC 9(07)V99.

       01  PR-PERIOD-FIELDS.
           05  PR-PERIOD-START-SERIAL     PIC S9(08).
           05  PR-PERIOD-END-SERIAL       PIC S9(08).

       01  PR-INVOICE-FIELDS.
           05  PR-CURRENT-CLIENT          PIC X(20)   VALUE SPACES.
           05  PR-INVOICE-NUMBER          PIC 9(10)   VALUE ZERO.
           05  PR-INVOICE-AMOUNT          PIC 9(11)V99 VALUE ZERO.
           05  PR-REGISTER-AMOUNT         PIC 9(13)V99 VALUE ZERO.

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

       01  PR-EXCEPTION-LINE-FIELDS.
           05  PR-EX-DAYS                 PIC ZZ9.
           05  PR-EX-REASON               PIC X(60).

       01  PR-TITLE-LINE.
           05  FILLER                     PIC X(34)   VALUE
               "CLIENT INVOICE REGISTER FOR MONTH ".
           05  PR-TL-MONTH                PIC 9(06).

       01  PR-INVOICE-HEADING-LINE.
           05  FILLER                     PIC X(08)   VALUE "INVOICE ".
           05  PR-IH-INVOICE-NUMBER       PIC 9(10).
           05  FILLER                     PIC X(10)   VALUE
               "  CLIENT  ".
           05  PR-IH-CLIENT-NAME          PIC X(20).

       01  PR-HEADING-LINE.
           05  FILLER                     PIC X(06)   VALUE "LINE".
           05  FILLER                     PIC X(05)   VALUE "CO".
           05  FILLER                     PIC X(10)   VALUE "CODE".
           05  FILLER                     PIC X(17)   VALUE "PROJECT".
           05  FILLER                     PIC X(11)   VALUE "ID".
           05  FILLER                     PIC X(17)   VALUE "LAST NAME".
           05  FILLER                     PIC X(05)   VALUE "DAYS".
           05  FILLER                     PIC X(09)   VALUE
               "   BILLED".
           05  FILLER                     PIC X(14)   VALUE
               "      AVG RATE".
           05  FILLER                     PIC X(16)   VALUE
               "          AMOUNT".

       01  PR-DETAIL-LINE.
           05  PR-DL-LINE-NUMBER          PIC ZZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-SHORT-NAME           PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-PROJECT-CODE         PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-PROJECT-NAME         PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-ID                   PIC 9(09).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-LAST-NAME            PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-STAFFED-DAYS         PIC ZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-BILLED-DAYS          PIC ZZ9.99.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-AVERAGE-RATE         PIC Z(06)9.99.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-DL-AMOUNT               PIC Z(08)9.99.

       01  PR-INVOICE-TOTAL-LINE.
           05  FILLER                     PIC X(89)   VALUE SPACES.
           05  FILLER                     PIC X(14)   VALUE
               "INVOICE TOTAL ".
           05  PR-ITL-AMOUNT              PIC Z(10)9.99.

       01  PR-REGISTER-TOTAL-LINE.
           05  FILLER                     PIC X(16)   VALUE
               "REGISTER TOTAL  ".
           05  PR-RTL-INVOICES            PIC ZZZZZZ9.
           05  FILLER                     PIC X(10)   VALUE
               " INVOICES ".
           05  PR-RTL-LINES               PIC ZZZZZZ9.
           05  FILLER                     PIC X(07)   VALUE
               " LINES ".
           05  FILLER                     PIC X(56)   VALUE SPACES.
           05  PR-RTL-AMOUNT              PIC Z(12)9.99.

       01  PR-TODAY                       PIC 9(08).
       01  PR-NOW                         PIC 9(08).

       LINKAGE SECTION.
       01  PR-PARM-LENGTH                 PIC S9(4) COMP.
       01  PR-RUN-PARM.
           05  PM-MONTH                   PIC 9(06).

       PROCEDURE DIVISION USING PR-PARM-LENGTH PR-RUN-PARM.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF RETURN-CODE < 16
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SD-CLIENT-NAME
                   ON ASCENDING KEY SD-PROJECT-NAME
                   ON ASCENDING KEY SD-ID
                   INPUT PROCEDURE  3000-PRICE-ASSIGNMENTS
                             THRU   3000-PRICE-ASSIGNMENTS-EXIT
                   OUTPUT PROCEDURE 4000-WRITE-INVOICES
                             THRU   4000-WRITE-INVOICES-EXIT
               IF PR-EXCEPTIONS-WRITTEN > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  SETTLE THE BILLING MONTH, OPEN THE FILES AND    *
      *                        LOAD THE PROJECT AND RATE TABLES               *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.

      *    DEFAULT IS THE MONTH JUST CLOSED
           MOVE PR-TODAY TO PR-CONV-DATE.
           IF PR-CONV-MONTH = 01
               SUBTRACT 1 FROM PR-CONV-YEAR
               MOVE 12 TO PR-CONV-MONTH
           ELSE
               SUBTRACT 1 FROM PR-CONV-MONTH
           END-IF.
           MOVE PR-CONV-YYYYMM TO PR-BILLING-MONTH.

           IF PR-PARM-LENGTH >= 6
               IF PM-MONTH IS NOT NUMERIC
                   DISPLAY "CLIBILL: MONTH PARM MUST BE YYYYMM"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               IF PM-MONTH NOT = ZERO
                   MOVE PM-MONTH TO PR-BILLING-MONTH
               END-IF
           END-IF.

           PERFORM 1100-SET-BILLING-PERIOD
               THRU 1100-SET-BILLING-PERIOD-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT STAFF-XREF-FILE.
           IF NOT PR-XREF-OK
               DISPLAY "CLIBILL: STAFF XREF OPEN FAILED, STATUS "
                       PR-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT PROJECTS-MASTER.
           IF NOT PR-PROJ-OK
               DISPLAY "CLIBILL: PROJECTS OPEN FAILED, STATUS "
                       PR-PROJ-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT RATE-CARD-MASTER.
           IF NOT PR-RATE-OK
               DISPLAY "CLIBILL: RATE CARD OPEN FAILED, STATUS "
                       PR-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT PR-MAST-OK
               DISPLAY "CLIBILL: MASTER OPEN FAILED, STATUS "
                       PR-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT INVOICE-DETAIL-FILE.
           OPEN OUTPUT INVOICE-REGISTER.
           OPEN OUTPUT EXCEPTION-REPORT.

           MOVE PR-BILLING-MONTH TO PR-TL-MONTH.
           WRITE INVOICE-REGISTER-LINE FROM PR-TITLE-LINE.

           MOVE SPACES TO EXCEPTION-LINE.
           STRING "CLIENT BILLING EXCEPTIONS FOR MONTH "
                  PR-BILLING-MONTH
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           PERFORM 1200-LOAD-PROJECT-TABLE
               THRU 1200-LOAD-PROJECT-TABLE-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1300-LOAD-RATE-TABLE
               THRU 1300-LOAD-RATE-TABLE-EXIT.
           IF RETURN-CODE >= 16
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 2800-READ-NEXT-XREF
               THRU 2800-READ-NEXT-XREF-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1100-SET-BILLING-PERIOD  --  FIRST TO LAST DAY OF THE BILLING MONTH  *
      *----------------------------------------------------------------------*
       1100-SET-BILLING-PERIOD.
           MOVE PR-BILLING-MONTH TO PR-CONV-YYYYMM.
           MOVE 01               TO PR-CONV-DAY.
           IF PR-CONV-YEAR < 1900
                   OR PR-CONV-MONTH < 1 OR PR-CONV-MONTH > 12
               DISPLAY "CLIBILL: MONTH PARM MUST BE YYYYMM"
               MOVE 16 TO RETURN-CODE
               GO TO 1100-SET-BILLING-PERIOD-EXIT
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

       1100-SET-BILLING-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1200-LOAD-PROJECT-TABLE  --  READ THE WHOLE PROJECTS MASTER INTO     *
      *                                WORKING STORAGE FOR NAME LOOKUPS        *
      *----------------------------------------------------------------------*
       1200-LOAD-PROJECT-TABLE.
           PERFORM 1900-READ-NEXT-PROJECT
               THRU 1900-READ-NEXT-PROJECT-EXIT.

           PERFORM 1250-TABLE-ONE-PROJECT
               THRU 1250-TABLE-ONE-PROJECT-EXIT
               UNTIL PR-NO-MORE-PROJECTS.

       1200-LOAD-PROJECT-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1250-TABLE-ONE-PROJECT                                              *
      *----------------------------------------------------------------------*
       1250-TABLE-ONE-PROJECT.
           IF PR-PROJECTS-LOADED >= PR-MAX-TABLE-PROJECTS
               DISPLAY "CLIBILL: PROJECT TABLE FULL AT "
                       PR-MAX-TABLE-PROJECTS
                       " - RAISE PR-MAX-TABLE-PROJECTS"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO PR-PROJ-EOF-SW
               GO TO 1250-TABLE-ONE-PROJECT-EXIT
           END-IF.

           ADD 1 TO PR-PROJECTS-LOADED.
           MOVE PR-PROJECTS-LOADED TO PR-TABLE-IX.
           MOVE PJ-PROJECT-CODE TO PR-PT-PROJECT-CODE (PR-TABLE-IX).
           MOVE PJ-PROJECT-NAME TO PR-PT-PROJECT-NAME (PR-TABLE-IX).
           MOVE PJ-CLIENT-NAME  TO PR-PT-CLIENT-NAME (PR-TABLE-IX).
           MOVE PJ-STATUS       TO PR-PT-STATUS (PR-TABLE-IX).

           PERFORM 1900-READ-NEXT-PROJECT
               THRU 1900-READ-NEXT-PROJECT-EXIT.

       1250-TABLE-ONE-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1300-LOAD-RATE-TABLE  --  READ THE WHOLE RATE CARD, IN KEY ORDER,    *
      *                             INTO WORKING STORAGE                      *
      *----------------------------------------------------------------------*
       1300-LOAD-RATE-TABLE.
           PERFORM 1950-READ-NEXT-RATE
               THRU 1950-READ-NEXT-RATE-EXIT.

           PERFORM 1350-TABLE-ONE-RATE
               THRU 1350-TABLE-ONE-RATE-EXIT
               UNTIL PR-NO-MORE-RATES.

       1300-LOAD-RATE-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1350-TABLE-ONE-RATE  --  THE EFFECTIVE DATE IS HELD AS A SERIAL      *
      *                            DAY SO IT COMPARES DIRECTLY WITH THE DAY   *
      *                            BEING PRICED                               *
      *----------------------------------------------------------------------*
       1350-TABLE-ONE-RATE.
           IF PR-RATES-LOADED >= PR-MAX-TABLE-RATES
               DISPLAY "CLIBILL: RATE TABLE FULL AT "
                       PR-MAX-TABLE-RATES
                       " - RAISE PR-MAX-TABLE-RATES"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO PR-RATE-EOF-SW
               GO TO 1350-TABLE-ONE-RATE-EXIT
           END-IF.

           ADD 1 TO PR-RATES-LOADED.
           MOVE PR-RATES-LOADED TO PR-TABLE-IX.
           MOVE RC-CLIENT-NAME  TO PR-RT-CLIENT-NAME (PR-TABLE-IX).
           MOVE RC-SHORT-NAME   TO PR-RT-SHORT-NAME (PR-TABLE-IX).
           MOVE RC-DAILY-RATE   TO PR-RT-DAILY-RATE (PR-TABLE-IX).

           MOVE RC-EFFECTIVE-DATE TO PR-CONV-DATE.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           MOVE PR-CONV-SERIAL
               TO PR-RT-EFFECTIVE-SERIAL (PR-TABLE-IX).

           PERFORM 1950-READ-NEXT-RATE
               THRU 1950-READ-NEXT-RATE-EXIT.

       1350-TABLE-ONE-RATE-EXIT.
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
      *  1950-READ-NEXT-RATE                                                 *
      *----------------------------------------------------------------------*
       1950-READ-NEXT-RATE.
           READ RATE-CARD-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO PR-RATE-EOF-SW
           END-READ.

       1950-READ-NEXT-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2800-READ-NEXT-XREF                                                 *
      *----------------------------------------------------------------------*
       2800-READ-NEXT-XREF.
           READ STAFF-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PR-XREF-EOF-SW
                   GO TO 2800-READ-NEXT-XREF-EXIT
           END-READ.

           ADD 1 TO PR-XREFS-READ.

       2800-READ-NEXT-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3000-PRICE-ASSIGNMENTS  --  SORT INPUT PROCEDURE.  PRICES EVERY      *
      *                               PROJECT/EMPLOYEE PAIR ON THE            *
      *                               CROSS-REFERENCE AND RELEASES THE        *
      *                               BILLABLE ONES                           *
      *----------------------------------------------------------------------*
       3000-PRICE-ASSIGNMENTS.
           PERFORM 3100-PRICE-ONE-PAIR
               THRU 3100-PRICE-ONE-PAIR-EXIT
               UNTIL PR-NO-MORE-XREF.

       3000-PRICE-ASSIGNMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3100-PRICE-ONE-PAIR  --  GATHER EVERY STAFFING ROW FOR ONE PROJECT   *
      *                            AND EMPLOYEE, THEN EITHER RELEASE ONE      *
      *                            PRICED LINE OR REPORT WHY NOT              *
      *----------------------------------------------------------------------*
       3100-PRICE-ONE-PAIR.
           MOVE SX-PROJECT-NAME TO PR-PAIR-PROJECT-NAME.
           MOVE SX-ID           TO PR-PAIR-ID.
           MOVE ZERO            TO PR-PAIR-STAFFED-DAYS.
           MOVE ZERO            TO PR-PAIR-UNPRICED-DAYS.
           MOVE ZERO            TO PR-PAIR-BILLED-DAYS.
           MOVE ZERO            TO PR-PAIR-AMOUNT.
           MOVE SPACES          TO PR-PAIR-SHORT-NAME.
           MOVE ZERO            TO PR-RATE-FIRST-IX.
           MOVE ZERO            TO PR-RATE-LAST-IX.
           SET PR-PAIR-BILLABLE TO TRUE.

           MOVE SX-PROJECT-NAME TO PR-LOOKUP-NAME.
           PERFORM 6000-FIND-PROJECT-BY-NAME
               THRU 6000-FIND-PROJECT-BY-NAME-EXIT.

           IF NOT PR-PROJ-FOUND
               ADD 1 TO PR-ASSIGNS-UNMATCHED
               MOVE "N" TO PR-PAIR-BILLABLE-SW
           ELSE
               IF PR-PT-STATUS (PR-LOOKUP-IX) = "H"
                   ADD 1 TO PR-ASSIGNS-ON-HOLD
                   MOVE "N" TO PR-PAIR-BILLABLE-SW
               ELSE
                   MOVE PR-PT-PROJECT-CODE (PR-LOOKUP-IX)
                       TO PR-PAIR-PROJECT-CODE
                   MOVE PR-PT-CLIENT-NAME (PR-LOOKUP-IX)
                       TO PR-PAIR-CLIENT-NAME
               END-IF
           END-IF.

           IF PR-PAIR-BILLABLE
               PERFORM 3150-READ-PAIR-EMPLOYEE
                   THRU 3150-READ-PAIR-EMPLOYEE-EXIT
               IF PR-EMP-FOUND
                   PERFORM 6300-FIND-RATE-RANGE
                       THRU 6300-FIND-RATE-RANGE-EXIT
               END-IF
           END-IF.

           PERFORM 3200-PRICE-ONE-STINT
               THRU 3200-PRICE-ONE-STINT-EXIT
               UNTIL PR-NO-MORE-XREF
                  OR SX-PROJECT-NAME NOT = PR-PAIR-PROJECT-NAME
                  OR SX-ID NOT = PR-PAIR-ID.

      *    NOTHING STAFFED IN THE MONTH - NOTHING TO BILL OR REPORT
           IF NOT PR-PAIR-BILLABLE OR PR-PAIR-STAFFED-DAYS = ZERO
               GO TO 3100-PRICE-ONE-PAIR-EXIT
           END-IF.

           IF NOT PR-EMP-FOUND
               MOVE "EMPLOYEE NOT ON MASTER - NOT BILLED"
                   TO PR-EX-REASON
               PERFORM 3800-WRITE-EXCEPTION
                   THRU 3800-WRITE-EXCEPTION-EXIT
               GO TO 3100-PRICE-ONE-PAIR-EXIT
           END-IF.

           IF PR-PAIR-CLIENT-NAME = SPACES
               MOVE "PROJECT HAS NO CLIENT NAME - NOT BILLED"
                   TO PR-EX-REASON
               PERFORM 3800-WRITE-EXCEPTION
                   THRU 3800-WRITE-EXCEPTION-EXIT
               GO TO 3100-PRICE-ONE-PAIR-EXIT
           END-IF.

           IF PR-PAIR-UNPRICED-DAYS > ZERO
               MOVE PR-PAIR-UNPRICED-DAYS TO PR-EX-DAYS
               MOVE SPACES TO PR-EX-REASON
               STRING "NO RATE ON FILE FOR " PR-EX-DAYS
                      " DAY(S) - NOT BILLED"
                   DELIMITED BY SIZE INTO PR-EX-REASON
               PERFORM 3800-WRITE-EXCEPTION
                   THRU 3800-WRITE-EXCEPTION-EXIT
               GO TO 3100-PRICE-ONE-PAIR-EXIT
           END-IF.

           MOVE PR-PAIR-CLIENT-NAME    TO SD-CLIENT-NAME.
           MOVE PR-PAIR-PROJECT-NAME   TO SD-PROJECT-NAME.
           MOVE PR-PAIR-ID             TO SD-ID.
           MOVE PR-PAIR-SHORT-NAME     TO SD-SHORT-NAME.
           MOVE PR-PAIR-PROJECT-CODE   TO SD-PROJECT-CODE.
           MOVE FIRST-NAME             TO SD-FIRST-NAME.
           MOVE LAST-NAME              TO SD-LAST-NAME.
           MOVE PR-PAIR-STAFFED-DAYS   TO SD-STAFFED-DAYS.
           MOVE PR-PAIR-BILLED-DAYS    TO SD-BILLED-DAYS.
           COMPUTE SD-AMOUNT ROUNDED = PR-PAIR-AMOUNT.
           RELEASE SD-BILL-RECORD.
           ADD 1 TO PR-PAIRS-RELEASED.

       3100-PRICE-ONE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3150-READ-PAIR-EMPLOYEE  --  COMPANY, NAME AND TERMINATION DATA      *
      *                                FOR THE PAIR'S EMPLOYEE                *
      *----------------------------------------------------------------------*
       3150-READ-PAIR-EMPLOYEE.
           MOVE "N" TO PR-EMP-FOUND-SW.
           MOVE ZERO TO PR-TERM-SERIAL.
           MOVE PR-PAIR-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   GO TO 3150-READ-PAIR-EMPLOYEE-EXIT
           END-READ.
           SET PR-EMP-FOUND TO TRUE.
           MOVE SHORT_NAME TO PR-PAIR-SHORT-NAME.

           IF EMP-TERMINATED AND TERMINATION-DATE > ZERO
               MOVE TERMINATION-DATE TO PR-CONV-DATE
               PERFORM 6100-CONVERT-DATE-TO-SERIAL
                   THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT
               MOVE PR-CONV-SERIAL TO PR-TERM-SERIAL
           END-IF.

       3150-READ-PAIR-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3200-PRICE-ONE-STINT  --  CLIP ONE STAFFING ROW TO THE MONTH AND     *
      *                             THE TERMINATION DATE AND PRICE EACH DAY   *
      *                             LEFT IN IT                                *
      *----------------------------------------------------------------------*
       3200-PRICE-ONE-STINT.
           IF NOT PR-PAIR-BILLABLE
               GO TO 3200-PRICE-ONE-STINT-NEXT
           END-IF.

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

      *    NO DAY AFTER THE EMPLOYEE LEFT IS EVER BILLED
           IF PR-TERM-SERIAL > ZERO AND PR-TERM-SERIAL < PR-STINT-END
               MOVE PR-TERM-SERIAL TO PR-STINT-END
           END-IF.

           MOVE SX-ALLOCATION-PCT TO PR-ALLOC-PCT.
           IF PR-ALLOC-PCT = ZERO
               MOVE 100 TO PR-ALLOC-PCT
           END-IF.

           IF PR-STINT-START NOT > PR-STINT-END
               PERFORM 3250-PRICE-ONE-DAY
                   THRU 3250-PRICE-ONE-DAY-EXIT
                   VARYING PR-DAY-SERIAL FROM PR-STINT-START BY 1
                   UNTIL PR-DAY-SERIAL > PR-STINT-END
           END-IF.

       3200-PRICE-ONE-STINT-NEXT.
           PERFORM 2800-READ-NEXT-XREF
               THRU 2800-READ-NEXT-XREF-EXIT.

       3200-PRICE-ONE-STINT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3250-PRICE-ONE-DAY  --  SERIAL DAY 1 (1900-01-01) WAS A MONDAY, SO   *
      *                           SERIAL MOD 7 IS 1 FOR MONDAY THROUGH 5      *
      *                           FOR FRIDAY.  WEEKEND DAYS ARE NOT           *
      *                           CHARGEABLE.                                 *
      *----------------------------------------------------------------------*
       3250-PRICE-ONE-DAY.
           DIVIDE 7 INTO PR-DAY-SERIAL
               GIVING PR-WEEKDAY-QUOTIENT
               REMAINDER PR-WEEKDAY-NUMBER.
           IF PR-WEEKDAY-NUMBER < 1 OR PR-WEEKDAY-NUMBER > 5
               GO TO 3250-PRICE-ONE-DAY-EXIT
           END-IF.

           ADD 1 TO PR-PAIR-STAFFED-DAYS.
           COMPUTE PR-PAIR-BILLED-DAYS =
               PR-PAIR-BILLED-DAYS + PR-ALLOC-PCT / 100.

           PERFORM 6200-FIND-RATE-FOR-DAY
               THRU 6200-FIND-RATE-FOR-DAY-EXIT.

           IF PR-RATE-FOUND
               COMPUTE PR-PAIR-AMOUNT = PR-PAIR-AMOUNT
                   + (PR-DAY-RATE * PR-ALLOC-PCT) / 100
           ELSE
               ADD 1 TO PR-PAIR-UNPRICED-DAYS
           END-IF.

       3250-PRICE-ONE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3800-WRITE-EXCEPTION  --  ONE LINE FOR A PAIR THAT WAS STAFFED IN    *
      *                             THE MONTH BUT CANNOT BE BILLED            *
      *----------------------------------------------------------------------*
       3800-WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "PROJECT=" PR-PAIR-PROJECT-NAME
                  " ID=" PR-PAIR-ID
                  " CLIENT=" PR-PAIR-CLIENT-NAME
                  " SHORT=" PR-PAIR-SHORT-NAME
                  " " PR-EX-REASON
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           ADD 1 TO PR-EXCEPTIONS-WRITTEN.

       3800-WRITE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4000-WRITE-INVOICES  --  SORT OUTPUT PROCEDURE.  ONE INVOICE PER     *
      *                            CLIENT, ONE LINE PER EMPLOYEE PER          *
      *                            PROJECT, TO THE DETAIL FILE AND THE        *
      *                            REGISTER                                   *
      *----------------------------------------------------------------------*
       4000-WRITE-INVOICES.
           PERFORM 4900-RETURN-NEXT
               THRU 4900-RETURN-NEXT-EXIT.

           PERFORM 4100-INVOICE-ONE-LINE
               THRU 4100-INVOICE-ONE-LINE-EXIT
               UNTIL PR-NO-MORE-SORTED.

           IF PR-CURRENT-CLIENT NOT = SPACES
               PERFORM 4500-PRINT-INVOICE-TOTAL
                   THRU 4500-PRINT-INVOICE-TOTAL-EXIT
           END-IF.

           MOVE PR-INVOICES-WRITTEN TO PR-RTL-INVOICES.
           MOVE PR-LINES-WRITTEN    TO PR-RTL-LINES.
           MOVE PR-REGISTER-AMOUNT  TO PR-RTL-AMOUNT.
           WRITE INVOICE-REGISTER-LINE FROM PR-REGISTER-TOTAL-LINE.

       4000-WRITE-INVOICES-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4100-INVOICE-ONE-LINE  --  CLIENT BREAK, THEN THE INVOICE LINE       *
      *----------------------------------------------------------------------*
       4100-INVOICE-ONE-LINE.
           IF SD-CLIENT-NAME NOT = PR-CURRENT-CLIENT
               IF PR-CURRENT-CLIENT NOT = SPACES
                   PERFORM 4500-PRINT-INVOICE-TOTAL
                       THRU 4500-PRINT-INVOICE-TOTAL-EXIT
               END-IF
               PERFORM 4200-START-INVOICE
                   THRU 4200-START-INVOICE-EXIT
           END-IF.

           ADD 1 TO PR-LINE-NUMBER.

           MOVE PR-INVOICE-NUMBER      TO IV-INVOICE-NUMBER.
           MOVE PR-BILLING-MONTH       TO IV-BILLING-MONTH.
           MOVE SD-CLIENT-NAME         TO IV-CLIENT-NAME.
           MOVE PR-LINE-NUMBER         TO IV-LINE-NUMBER.
           MOVE SD-SHORT-NAME          TO IV-SHORT-NAME.
           MOVE SD-PROJECT-CODE        TO IV-PROJECT-CODE.
           MOVE SD-PROJECT-NAME        TO IV-PROJECT-NAME.
           MOVE SD-ID                  TO IV-ID.
           MOVE SD-FIRST-NAME          TO IV-FIRST-NAME.
           MOVE SD-LAST-NAME           TO IV-LAST-NAME.
           MOVE SD-STAFFED-DAYS        TO IV-STAFFED-DAYS.
           MOVE SD-BILLED-DAYS         TO IV-BILLED-DAYS.
           MOVE SD-AMOUNT              TO IV-AMOUNT.
           IF SD-BILLED-DAYS > ZERO
               COMPUTE IV-AVERAGE-RATE ROUNDED =
                   SD-AMOUNT / SD-BILLED-DAYS
           ELSE
               MOVE ZERO TO IV-AVERAGE-RATE
           END-IF.
           WRITE INVOICE-DETAIL-RECORD.
           ADD 1 TO PR-LINES-WRITTEN.

           MOVE PR-LINE-NUMBER         TO PR-DL-LINE-NUMBER.
           MOVE SD-SHORT-NAME          TO PR-DL-SHORT-NAME.
           MOVE SD-PROJECT-CODE        TO PR-DL-PROJECT-CODE.
           MOVE SD-PROJECT-NAME        TO PR-DL-PROJECT-NAME.
           MOVE SD-ID                  TO PR-DL-ID.
           MOVE SD-LAST-NAME           TO PR-DL-LAST-NAME.
           MOVE SD-STAFFED-DAYS        TO PR-DL-STAFFED-DAYS.
           MOVE SD-BILLED-DAYS         TO PR-DL-BILLED-DAYS.
           MOVE IV-AVERAGE-RATE        TO PR-DL-AVERAGE-RATE.
           MOVE SD-AMOUNT              TO PR-DL-AMOUNT.
           WRITE INVOICE-REGISTER-LINE FROM PR-DETAIL-LINE.

           ADD SD-AMOUNT TO PR-INVOICE-AMOUNT.

           PERFORM 4900-RETURN-NEXT
               THRU 4900-RETURN-NEXT-EXIT.

       4100-INVOICE-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4200-START-INVOICE  --  NUMBER THE NEXT INVOICE AND PRINT ITS        *
      *                           HEADING                                     *
      *----------------------------------------------------------------------*
       4200-START-INVOICE.
           MOVE SD-CLIENT-NAME TO PR-CURRENT-CLIENT.
           ADD 1 TO PR-INVOICES-WRITTEN.
           COMPUTE PR-INVOICE-NUMBER =
               PR-BILLING-MONTH * 10000 + PR-INVOICES-WRITTEN.
           MOVE ZERO TO PR-LINE-NUMBER.
           MOVE ZERO TO PR-INVOICE-AMOUNT.

           MOVE SPACES TO INVOICE-REGISTER-LINE.
           WRITE INVOICE-REGISTER-LINE.
           MOVE PR-INVOICE-NUMBER TO PR-IH-INVOICE-NUMBER.
           MOVE SD-CLIENT-NAME    TO PR-IH-CLIENT-NAME.
           WRITE INVOICE-REGISTER-LINE FROM PR-INVOICE-HEADING-LINE.
           WRITE INVOICE-REGISTER-LINE FROM PR-HEADING-LINE.

       4200-START-INVOICE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4500-PRINT-INVOICE-TOTAL                                            *
      *----------------------------------------------------------------------*
       4500-PRINT-INVOICE-TOTAL.
           MOVE PR-INVOICE-AMOUNT TO PR-ITL-AMOUNT.
           WRITE INVOICE-REGISTER-LINE FROM PR-INVOICE-TOTAL-LINE.
           ADD PR-INVOICE-AMOUNT TO PR-REGISTER-AMOUNT.

       4500-PRINT-INVOICE-TOTAL-EXIT.
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
      *  6200-FIND-RATE-FOR-DAY  --  WITHIN THE PAIR'S RANGE OF THE RATE      *
      *                               TABLE, THE LAST ENTRY EFFECTIVE ON OR   *
      *                               BEFORE PR-DAY-SERIAL IS THE RATE IN     *
      *                               FORCE THAT DAY                          *
      *----------------------------------------------------------------------*
       6200-FIND-RATE-FOR-DAY.
           MOVE "N" TO PR-RATE-FOUND-SW.
           IF PR-RATE-FIRST-IX = ZERO
               GO TO 6200-FIND-RATE-FOR-DAY-EXIT
           END-IF.

           PERFORM 6250-COMPARE-ONE-RATE
               THRU 6250-COMPARE-ONE-RATE-EXIT
               VARYING PR-RATE-IX FROM PR-RATE-FIRST-IX BY 1
               UNTIL PR-RATE-IX > PR-RATE-LAST-IX.

       6200-FIND-RATE-FOR-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6250-COMPARE-ONE-RATE                                               *
      *----------------------------------------------------------------------*
       6250-COMPARE-ONE-RATE.
           IF PR-RT-EFFECTIVE-SERIAL (PR-RATE-IX) NOT > PR-DAY-SERIAL
               MOVE PR-RT-DAILY-RATE (PR-RATE-IX) TO PR-DAY-RATE
               SET PR-RATE-FOUND TO TRUE
           END-IF.

       6250-COMPARE-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6300-FIND-RATE-RANGE  --  FIRST AND LAST RATE-TABLE ENTRIES FOR      *
      *                             THE PAIR'S CLIENT AND COMPANY; BOTH       *
      *                             ZERO WHEN THERE ARE NONE                  *
      *----------------------------------------------------------------------*
       6300-FIND-RATE-RANGE.
           MOVE ZERO TO PR-RATE-FIRST-IX.
           MOVE ZERO TO PR-RATE-LAST-IX.
           PERFORM 6350-CHECK-ONE-RATE-KEY
               THRU 6350-CHECK-ONE-RATE-KEY-EXIT
               VARYING PR-RATE-IX FROM 1 BY 1
               UNTIL PR-RATE-IX > PR-RATES-LOADED.

       6300-FIND-RATE-RANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  6350-CHECK-ONE-RATE-KEY                                             *
      *----------------------------------------------------------------------*
       6350-CHECK-ONE-RATE-KEY.
           IF PR-RT-CLIENT-NAME (PR-RATE-IX) = PR-PAIR-CLIENT-NAME
                   AND PR-RT-SHORT-NAME (PR-RATE-IX)
                       = PR-PAIR-SHORT-NAME
               IF PR-RATE-FIRST-IX = ZERO
                   MOVE PR-RATE-IX TO PR-RATE-FIRST-IX
               END-IF
               MOVE PR-RATE-IX TO PR-RATE-LAST-IX
           END-IF.

       6350-CHECK-ONE-RATE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  CLOSE FILES AND REPORT COUNTS                    *
      *----------------------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY "CLIBILL: BILLING MONTH       = " PR-BILLING-MONTH.
           DISPLAY "CLIBILL: XREF RECORDS READ   = " PR-XREFS-READ.
           DISPLAY "CLIBILL: RATES LOADED        = " PR-RATES-LOADED.
           DISPLAY "CLIBILL: ASSIGNS ON HOLD     = " PR-ASSIGNS-ON-HOLD.
           DISPLAY "CLIBILL: ASSIGNS UNMATCHED   = "
                   PR-ASSIGNS-UNMATCHED.
           DISPLAY "CLIBILL: INVOICES WRITTEN    = "
                   PR-INVOICES-WRITTEN.
           DISPLAY "CLIBILL: INVOICE LINES       = " PR-LINES-WRITTEN.
           DISPLAY "CLIBILL: EXCEPTIONS          = "
                   PR-EXCEPTIONS-WRITTEN.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

           IF RETURN-CODE < 16
               CLOSE STAFF-XREF-FILE
                     PROJECTS-MASTER
                     RATE-CARD-MASTER
                     EMPLOYEE-MASTER
                     INVOICE-DETAIL-FILE
                     INVOICE-REGISTER
                     EXCEPTION-REPORT
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
               DISPLAY "CLIBILL: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               GO TO 9100-WRITE-RUN-STATS-EXIT
           END-IF.

           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           ACCEPT PR-NOW   FROM TIME.

           MOVE "CLIBILL "            TO RS-JOB-NAME.
           MOVE PR-TODAY              TO RS-RUN-DATE.
           MOVE PR-NOW                TO RS-RUN-TIME.
           MOVE PR-XREFS-READ         TO RS-RECORDS-READ.
           MOVE PR-LINES-WRITTEN      TO RS-RECORDS-WRITTEN.
           MOVE PR-EXCEPTIONS-WRITTEN TO RS-RECORDS-REJECTED.
           MOVE PR-INVOICES-WRITTEN   TO RS-CONTROL-TOTAL.
           MOVE RETURN-CODE           TO RS-RETURN-CODE.

           WRITE RUN-STATS-RECORD
               INVALID KEY
                   DISPLAY "CLIBILL: RUN STATS WRITE FAILED, STATUS "
                           PR-STAT-STATUS
           END-WRITE.

           CLOSE RUN-STATS-FILE.

       9100-WRITE-RUN-STATS-EXIT.
           EXIT.
