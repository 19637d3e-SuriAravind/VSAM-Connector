      ****************************************************************************
      *                                                                          *
      *  PROGRAM      EMPDUPR                                                    *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     PROBABLE DUPLICATE-PERSON REPORT.  EVERY PERSON ON THE     *
      *               EMPLOYEE MASTER (EMPMAST) AND THE PURGE ARCHIVE            *
      *               (EMPARCH) IS SORTED BY DATE OF BIRTH AND NAME, AND         *
      *               EACH PAIR SHARING A DATE OF BIRTH IS GRADED:               *
      *                 STRONG  - SAME LAST NAME AND FIRST NAME                  *
      *                 MEDIUM  - FIRST AND LAST NAMES SWAPPED                   *
      *                 WEAK    - SAME LAST NAME, SAME FIRST INITIAL             *
      *               A PAIR IS LISTED ONCE, UNDER ITS STRONGEST GRADE,          *
      *               SHOWING BOTH IDS, WHERE EACH IS HELD (MASTER OR            *
      *               ARCHIVE), COMPANY, STATUS AND HIRE DATE.  THE SAME         *
      *               EMP-ID ON BOTH FILES IS ONE PERSON, NOT A PAIR.            *
      *               A RECORD WITH NO DATE OF BIRTH OR NO LAST NAME CANNOT      *
      *               BE MATCHED AND IS ONLY COUNTED.                            *
      *                                                                          *
      *               THE SAME RULES WARN ON THE EMPMAINT EXCEPTION REPORT       *
      *               WHEN AN ADD MATCHES SOMEONE ALREADY ON FILE.               *
      *                                                                          *
      *  RETURN CODE. 4 WHEN ANY PROBABLE DUPLICATE IS LISTED.                   *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - GRADED DUPLICATE-PERSON MATCH        *
      *                  ACROSS THE MASTER AND THE ARCHIVE.                      *
      *  2026-10-15 RLM  A FULL GROUP OR MATCH TABLE SETS PR-ABORT-SW AND THE    *
      *                  RUN ENDS RC 16 AFTER THE SORT; SETTING RETURN-CODE      *
      *                  INSIDE THE OUTPUT PROCEDURE WAS LOST TO SORT-RETURN.    *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPDUPR.
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

           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK1.

           SELECT DUPLICATE-REPORT  ASSIGN TO EMPDUPPT
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
       01  ARCHIVE-PERSON-VIEW.
           05  ARCHIVE-EMP-ID             PIC 9(09).
           05  ARCHIVE-COMPANY-NAME       PIC X(20).
           05  ARCHIVE-SHORT-NAME         PIC X(03).
           05  ARCHIVE-FIRST-NAME         PIC A(15).
           05  ARCHIVE-LAST-NAME          PIC A(15).
           05  ARCHIVE-DATE-OF-BIRTH      PIC 9(08).
           05  ARCHIVE-HIRE-DATE          PIC 9(08).
           05  FILLER                     PIC X(713).

       SD  SORT-WORK-FILE.
       01  SD-PERSON-RECORD.
           05  SD-DATE-OF-BIRTH           PIC 9(08).
           05  SD-LAST-NAME               PIC A(15).
           05  SD-FIRST-NAME              PIC A(15).
           05  SD-ID                      PIC 9(09).
           05  SD-SOURCE                  PIC X(01).
           05  SD-SHORT-NAME              PIC X(03).
           05  SD-COMPANY-NAME            PIC X(20).
           05  SD-STATUS                  PIC X(01).
           05  SD-HIRE-DATE               PIC 9(08).

       FD  DUPLICATE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DUPLICATE-REPORT-LINE          PIC X(132).

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
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".

       01  PR-SWITCHES.
           05  PR-MAST-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-MASTER              VALUE "Y".
           05  PR-ARCH-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-ARCHIVE             VALUE "Y".
           05  PR-SORT-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-SORTED              VALUE "Y".
           05  PR-ABORT-SW                PIC X(01)   VALUE "N".
               88  PR-RUN-ABORTED                 VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-MAX-GROUP-ENTRIES       PIC 9(04)   VALUE 0500.
           05  PR-MAX-MATCH-ENTRIES       PIC 9(04)   VALUE 2000.
           05  PR-SOURCE-MASTER           PIC X(01)   VALUE "M".
           05  PR-SOURCE-ARCHIVE          PIC X(01)   VALUE "A".

       01  PR-COUNTERS COMP.
           05  PR-EMPLOYEES-READ          PIC 9(07)   VALUE ZERO.
           05  PR-ARCHIVE-READ            PIC 9(07)   VALUE ZERO.
           05  PR-PERSONS-RELEASED        PIC 9(07)   VALUE ZERO.
           05  PR-NOT-MATCHABLE           PIC 9(07)   VALUE ZERO.
           05  PR-PAIRS-COMPARED          PIC 9(09)   VALUE ZERO.
           05  PR-STRONG-PAIRS            PIC 9(07)   VALUE ZERO.
           05  PR-MEDIUM-PAIRS            PIC 9(07)   VALUE ZERO.
           05  PR-WEAK-PAIRS              PIC 9(07)   VALUE ZERO.
           05  PR-PAIRS-PRINTED           PIC 9(07)   VALUE ZERO.
           05  PR-GROUP-LOADED            PIC 9(04)   VALUE ZERO.
           05  PR-MATCHES-LOADED          PIC 9(04)   VALUE ZERO.
           05  PR-GROUP-IX                PIC 9(04)   VALUE ZERO.
           05  PR-FIRST-IX                PIC 9(04)   VALUE ZERO.
           05  PR-SECOND-IX               PIC 9(04)   VALUE ZERO.
           05  PR-SECOND-START            PIC 9(04)   VALUE ZERO.
           05  PR-MATCH-IX                PIC 9(04)   VALUE ZERO.
           05  PR-SECTION-PAIRS           PIC 9(07)   VALUE ZERO.

       01  PR-CURRENT-DOB                 PIC 9(08)   VALUE ZERO.
       01  PR-PAIR-GRADE                  PIC 9(01).
           88  PR-GRADE-NONE                      VALUE 0.
           88  PR-GRADE-STRONG                    VALUE 1.
           88  PR-GRADE-MEDIUM                    VALUE 2.
           88  PR-GRADE-WEAK                      VALUE 3.
       01  PR-PRINT-GRADE                 PIC 9(01).

      *    EVERYONE SHARING THE DATE OF BIRTH IN HAND
       01  PR-GROUP-TABLE.
           05  PR-GROUP-ENTRY             OCCURS 500.
               10  PR-GP-PERSON.
                   15  PR-GP-ID           PIC 9(09).
                   15  PR-GP-SOURCE       PIC X(01).
                   15  PR-GP-LAST-NAME    PIC A(15).
                   15  PR-GP-FIRST-NAME   PIC A(15).
                   15  PR-GP-SHORT-NAME   PIC X(03).
                   15  PR-GP-COMPANY-NAME PIC X(20).
                   15  PR-GP-STATUS       PIC X(01).
                   15  PR-GP-HIRE-DATE    PIC 9(08).

      *    THE PAIRS FOUND, HELD UNTIL THE WHOLE FILE HAS BEEN SEEN SO
      *    THEY CAN BE PRINTED STRONGEST GRADE FIRST
       01  PR-MATCH-TABLE.
           05  PR-MATCH-ENTRY             OCCURS 2000.
               10  PR-MT-GRADE            PIC 9(01).
               10  PR-MT-DATE-OF-BIRTH    PIC 9(08).
               10  PR-MT-PERSON-1         PIC X(72).
               10  PR-MT-PERSON-2         PIC X(72).

      *    ONE SIDE OF A PAIR, UNPACKED FOR PRINTING; SAME LAYOUT AS
      *    PR-GP-PERSON
       01  PR-PRINT-PERSON.
           05  PR-PP-ID                   PIC 9(09).
           05  PR-PP-SOURCE               PIC X(01).
           05  PR-PP-LAST-NAME            PIC A(15).
           05  PR-PP-FIRST-NAME           PIC A(15).
           05  PR-PP-SHORT-NAME           PIC X(03).
           05  PR-PP-COMPANY-NAME         PIC X(20).
           05  PR-PP-STATUS               PIC X(01).
           05  PR-PP-HIRE-DATE            PIC 9(08).

       01  PR-TITLE-LINE.
           05  FILLER                     PIC X(40)   VALUE
               "PROBABLE DUPLICATE PERSONS - MASTER AND ".
           05  FILLER                     PIC X(14)   VALUE
               "ARCHIVE AS OF ".
           05  PR-TL-TODAY                PIC 9(08).

       01  PR-SECTION-LINE.
           05  PR-SL-TITLE                PIC X(70).

       01  PR-PAIR-HEADING-LINE.
           05  FILLER                     PIC X(07)   VALUE " PAIR".
           05  FILLER                     PIC X(11)   VALUE "ID".
           05  FILLER                     PIC X(09)   VALUE "HELD ON".
           05  FILLER                     PIC X(16)   VALUE "LAST NAME".
           05  FILLER                     PIC X(17)   VALUE
               "FIRST NAME".
           05  FILLER                     PIC X(10)   VALUE "BORN".
           05  FILLER                     PIC X(26)   VALUE "COMPANY".
           05  FILLER                     PIC X(12)   VALUE "STATUS".
           05  FILLER                     PIC X(10)   VALUE "HIRED".

       01  PR-PAIR-LINE.
           05  PR-PL-PAIR-TEXT            PIC X(05).
           05  PR-PL-PAIR REDEFINES PR-PL-PAIR-TEXT
                                          PIC ZZZZ9.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PL-ID                   PIC 9(09).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PL-SOURCE               PIC X(07).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PL-LAST-NAME            PIC X(15).
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-PL-FIRST-NAME           PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PL-DATE-OF-BIRTH        PIC 9(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PL-SHORT-NAME           PIC X(03).
           05  FILLER                     PIC X(01)   VALUE SPACES.
           05  PR-PL-COMPANY-NAME         PIC X(20).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PL-STATUS               PIC X(10).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-PL-HIRE-DATE            PIC 9(08).

       01  PR-NONE-LINE.
           05  FILLER                     PIC X(07)   VALUE SPACES.
           05  FILLER                     PIC X(04)   VALUE "NONE".

       01  PR-TOTAL-LINE-1.
           05  FILLER                     PIC X(16)   VALUE
               "MASTER READ     ".
           05  PR-T1-MASTER               PIC ZZZZZZ9.
           05  FILLER                     PIC X(18)   VALUE
               "   ARCHIVE READ   ".
           05  PR-T1-ARCHIVE              PIC ZZZZZZ9.
           05  FILLER                     PIC X(18)   VALUE
               "   NOT MATCHABLE  ".
           05  PR-T1-NOT-MATCHABLE        PIC ZZZZZZ9.

       01  PR-TOTAL-LINE-2.
           05  FILLER                     PIC X(16)   VALUE
               "STRONG PAIRS    ".
           05  PR-T2-STRONG               PIC ZZZZZZ9.
           05  FILLER                     PIC X(18)   VALUE
               "   MEDIUM PAIRS   ".
           05  PR-T2-MEDIUM               PIC ZZZZZZ9.
           05  FILLER                     PIC X(18)   VALUE
               "   WEAK PAIRS     ".
           05  PR-T2-WEAK                 PIC ZZZZZZ9.

       01  PR-TODAY                       PIC 9(08).
       01  PR-NOW                         PIC 9(08).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF RETURN-CODE < 16
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SD-DATE-OF-BIRTH
                   ON ASCENDING KEY SD-LAST-NAME
                   ON ASCENDING KEY SD-FIRST-NAME
                   ON ASCENDING KEY SD-ID
                   INPUT PROCEDURE  2000-RELEASE-PERSONS
                             THRU   2000-RELEASE-PERSONS-EXIT
                   OUTPUT PROCEDURE 3000-MATCH-PERSONS
                             THRU   3000-MATCH-PERSONS-EXIT
      *        THE SORT SETS RETURN-CODE FROM SORT-RETURN, SO A TABLE
      *        THAT FILLED IN THE OUTPUT PROCEDURE IS RAISED HERE
               IF PR-RUN-ABORTED
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           IF RETURN-CODE < 16
               PERFORM 4000-PRINT-REPORT
                   THRU 4000-PRINT-REPORT-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  OPEN THE FILES                                  *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT PR-MAST-OK
               DISPLAY "EMPDUPR: MASTER OPEN FAILED, STATUS "
                       PR-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF NOT PR-ARCH-OK
               DISPLAY "EMPDUPR: ARCHIVE OPEN FAILED, STATUS "
                       PR-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT DUPLICATE-REPORT.

           MOVE PR-TODAY TO PR-TL-TODAY.
           WRITE DUPLICATE-REPORT-LINE FROM PR-TITLE-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2000-RELEASE-PERSONS  --  SORT INPUT PROCEDURE.  ONE SORT RECORD     *
      *                             PER MATCHABLE PERSON ON THE MASTER AND    *
      *                             ON THE ARCHIVE                            *
      *----------------------------------------------------------------------*
       2000-RELEASE-PERSONS.
           PERFORM 2900-READ-NEXT-EMPLOYEE
               THRU 2900-READ-NEXT-EMPLOYEE-EXIT.
           PERFORM 2100-RELEASE-ONE-EMPLOYEE
               THRU 2100-RELEASE-ONE-EMPLOYEE-EXIT
               UNTIL PR-NO-MORE-MASTER.

           PERFORM 2950-READ-NEXT-ARCHIVE
               THRU 2950-READ-NEXT-ARCHIVE-EXIT.
           PERFORM 2200-RELEASE-ONE-ARCHIVE
               THRU 2200-RELEASE-ONE-ARCHIVE-EXIT
               UNTIL PR-NO-MORE-ARCHIVE.

       2000-RELEASE-PERSONS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2100-RELEASE-ONE-EMPLOYEE                                           *
      *----------------------------------------------------------------------*
       2100-RELEASE-ONE-EMPLOYEE.
           ADD 1 TO PR-EMPLOYEES-READ.

           IF DATE-OF-BIRTH IS NOT NUMERIC OR DATE-OF-BIRTH = ZERO
                   OR LAST-NAME = SPACES
               ADD 1 TO PR-NOT-MATCHABLE
               GO TO 2100-RELEASE-ONE-EMPLOYEE-NEXT
           END-IF.

           MOVE DATE-OF-BIRTH     TO SD-DATE-OF-BIRTH.
           MOVE LAST-NAME         TO SD-LAST-NAME.
           MOVE FIRST-NAME        TO SD-FIRST-NAME.
           MOVE EMP-ID            TO SD-ID.
           MOVE PR-SOURCE-MASTER  TO SD-SOURCE.
           MOVE SHORT_NAME        TO SD-SHORT-NAME.
           MOVE COMPANY-NAME      TO SD-COMPANY-NAME.
           MOVE EMP-STATUS        TO SD-STATUS.
           MOVE HIRE-DATE         TO SD-HIRE-DATE.
           RELEASE SD-PERSON-RECORD.
           ADD 1 TO PR-PERSONS-RELEASED.

       2100-RELEASE-ONE-EMPLOYEE-NEXT.
           PERFORM 2900-READ-NEXT-EMPLOYEE
               THRU 2900-READ-NEXT-EMPLOYEE-EXIT.

       2100-RELEASE-ONE-EMPLOYEE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2200-RELEASE-ONE-ARCHIVE                                            *
      *----------------------------------------------------------------------*
       2200-RELEASE-ONE-ARCHIVE.
           ADD 1 TO PR-ARCHIVE-READ.

           IF ARCHIVE-DATE-OF-BIRTH IS NOT NUMERIC
                   OR ARCHIVE-DATE-OF-BIRTH = ZERO
                   OR ARCHIVE-LAST-NAME = SPACES
               ADD 1 TO PR-NOT-MATCHABLE
               GO TO 2200-RELEASE-ONE-ARCHIVE-NEXT
           END-IF.

           MOVE ARCHIVE-DATE-OF-BIRTH TO SD-DATE-OF-BIRTH.
           MOVE ARCHIVE-LAST-NAME     TO SD-LAST-NAME.
           MOVE ARCHIVE-FIRST-NAME    TO SD-FIRST-NAME.
           MOVE ARCHIVE-EMP-ID        TO SD-ID.
           MOVE PR-SOURCE-ARCHIVE     TO SD-SOURCE.
           MOVE ARCHIVE-SHORT-NAME    TO SD-SHORT-NAME.
           MOVE ARCHIVE-COMPANY-NAME  TO SD-COMPANY-NAME.
           MOVE SPACE                 TO SD-STATUS.
           MOVE ARCHIVE-HIRE-DATE     TO SD-HIRE-DATE.
           RELEASE SD-PERSON-RECORD.
           ADD 1 TO PR-PERSONS-RELEASED.

       2200-RELEASE-ONE-ARCHIVE-NEXT.
           PERFORM 2950-READ-NEXT-ARCHIVE
               THRU 2950-READ-NEXT-ARCHIVE-EXIT.

       2200-RELEASE-ONE-ARCHIVE-EXIT.
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
      *  2950-READ-NEXT-ARCHIVE                                              *
      *----------------------------------------------------------------------*
       2950-READ-NEXT-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO PR-ARCH-EOF-SW
           END-READ.

       2950-READ-NEXT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3000-MATCH-PERSONS  --  SORT OUTPUT PROCEDURE.  GATHER EVERYONE      *
      *                           BORN ON ONE DATE, THEN GRADE EVERY PAIR     *
      *                           AMONG THEM                                  *
      *----------------------------------------------------------------------*
       3000-MATCH-PERSONS.
           PERFORM 3900-RETURN-NEXT
               THRU 3900-RETURN-NEXT-EXIT.

           PERFORM 3100-GROUP-ONE-PERSON
               THRU 3100-GROUP-ONE-PERSON-EXIT
               UNTIL PR-NO-MORE-SORTED.

           IF PR-GROUP-LOADED > 1
               PERFORM 3200-MATCH-GROUP
                   THRU 3200-MATCH-GROUP-EXIT
           END-IF.

       3000-MATCH-PERSONS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3100-GROUP-ONE-PERSON  --  DATE-OF-BIRTH BREAK, THEN ADD THE         *
      *                              PERSON TO THE GROUP                      *
      *----------------------------------------------------------------------*
       3100-GROUP-ONE-PERSON.
           IF SD-DATE-OF-BIRTH NOT = PR-CURRENT-DOB
               IF PR-GROUP-LOADED > 1
                   PERFORM 3200-MATCH-GROUP
                       THRU 3200-MATCH-GROUP-EXIT
               END-IF
               MOVE ZERO             TO PR-GROUP-LOADED
               MOVE SD-DATE-OF-BIRTH TO PR-CURRENT-DOB
           END-IF.

           IF PR-RUN-ABORTED
               MOVE "Y" TO PR-SORT-EOF-SW
               GO TO 3100-GROUP-ONE-PERSON-EXIT
           END-IF.

           IF PR-GROUP-LOADED >= PR-MAX-GROUP-ENTRIES
               DISPLAY "EMPDUPR: BIRTH-DATE GROUP FULL AT "
                       PR-MAX-GROUP-ENTRIES
                       " - RAISE PR-MAX-GROUP-ENTRIES"
               SET PR-RUN-ABORTED TO TRUE
               MOVE "Y" TO PR-SORT-EOF-SW
               GO TO 3100-GROUP-ONE-PERSON-EXIT
           END-IF.

           ADD 1 TO PR-GROUP-LOADED.
           MOVE PR-GROUP-LOADED TO PR-GROUP-IX.
           MOVE SD-ID           TO PR-GP-ID (PR-GROUP-IX).
           MOVE SD-SOURCE       TO PR-GP-SOURCE (PR-GROUP-IX).
           MOVE SD-LAST-NAME    TO PR-GP-LAST-NAME (PR-GROUP-IX).
           MOVE SD-FIRST-NAME   TO PR-GP-FIRST-NAME (PR-GROUP-IX).
           MOVE SD-SHORT-NAME   TO PR-GP-SHORT-NAME (PR-GROUP-IX).
           MOVE SD-COMPANY-NAME TO PR-GP-COMPANY-NAME (PR-GROUP-IX).
           MOVE SD-STATUS       TO PR-GP-STATUS (PR-GROUP-IX).
           MOVE SD-HIRE-DATE    TO PR-GP-HIRE-DATE (PR-GROUP-IX).

           PERFORM 3900-RETURN-NEXT
               THRU 3900-RETURN-NEXT-EXIT.

       3100-GROUP-ONE-PERSON-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3200-MATCH-GROUP  --  EVERY PAIR IN THE GROUP, EACH ONCE             *
      *----------------------------------------------------------------------*
       3200-MATCH-GROUP.
           PERFORM 3250-MATCH-FROM-ONE
               THRU 3250-MATCH-FROM-ONE-EXIT
               VARYING PR-FIRST-IX FROM 1 BY 1
               UNTIL PR-FIRST-IX >= PR-GROUP-LOADED
                  OR PR-RUN-ABORTED.

       3200-MATCH-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3250-MATCH-FROM-ONE                                                 *
      *----------------------------------------------------------------------*
       3250-MATCH-FROM-ONE.
           COMPUTE PR-SECOND-START = PR-FIRST-IX + 1.
           PERFORM 3300-GRADE-ONE-PAIR
               THRU 3300-GRADE-ONE-PAIR-EXIT
               VARYING PR-SECOND-IX FROM PR-SECOND-START BY 1
               UNTIL PR-SECOND-IX > PR-GROUP-LOADED
                  OR PR-RUN-ABORTED.

       3250-MATCH-FROM-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3300-GRADE-ONE-PAIR  --  THE DATES OF BIRTH ALREADY AGREE.  TAKE     *
      *                            THE STRONGEST RULE THE NAMES MEET          *
      *----------------------------------------------------------------------*
       3300-GRADE-ONE-PAIR.
           IF PR-GP-ID (PR-FIRST-IX) = PR-GP-ID (PR-SECOND-IX)
               GO TO 3300-GRADE-ONE-PAIR-EXIT
           END-IF.

           ADD 1 TO PR-PAIRS-COMPARED.
           SET PR-GRADE-NONE TO TRUE.

           EVALUATE TRUE
               WHEN PR-GP-LAST-NAME (PR-FIRST-IX)
                        = PR-GP-LAST-NAME (PR-SECOND-IX)
                AND PR-GP-FIRST-NAME (PR-FIRST-IX)
                        = PR-GP-FIRST-NAME (PR-SECOND-IX)
                   SET PR-GRADE-STRONG TO TRUE
               WHEN PR-GP-LAST-NAME (PR-FIRST-IX)
                        = PR-GP-FIRST-NAME (PR-SECOND-IX)
                AND PR-GP-FIRST-NAME (PR-FIRST-IX)
                        = PR-GP-LAST-NAME (PR-SECOND-IX)
                   SET PR-GRADE-MEDIUM TO TRUE
               WHEN PR-GP-LAST-NAME (PR-FIRST-IX)
                        = PR-GP-LAST-NAME (PR-SECOND-IX)
                AND PR-GP-FIRST-NAME (PR-FIRST-IX) NOT = SPACES
                AND PR-GP-FIRST-NAME (PR-FIRST-IX) (1:1)
                        = PR-GP-FIRST-NAME (PR-SECOND-IX) (1:1)
                   SET PR-GRADE-WEAK TO TRUE
           END-EVALUATE.

           IF PR-GRADE-NONE
               GO TO 3300-GRADE-ONE-PAIR-EXIT
           END-IF.

           IF PR-MATCHES-LOADED >= PR-MAX-MATCH-ENTRIES
               DISPLAY "EMPDUPR: MATCH TABLE FULL AT "
                       PR-MAX-MATCH-ENTRIES
                       " - RAISE PR-MAX-MATCH-ENTRIES"
               SET PR-RUN-ABORTED TO TRUE
               GO TO 3300-GRADE-ONE-PAIR-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PR-GRADE-STRONG
                   ADD 1 TO PR-STRONG-PAIRS
               WHEN PR-GRADE-MEDIUM
                   ADD 1 TO PR-MEDIUM-PAIRS
               WHEN PR-GRADE-WEAK
                   ADD 1 TO PR-WEAK-PAIRS
           END-EVALUATE.

           ADD 1 TO PR-MATCHES-LOADED.
           MOVE PR-MATCHES-LOADED TO PR-MATCH-IX.
           MOVE PR-PAIR-GRADE     TO PR-MT-GRADE (PR-MATCH-IX).
           MOVE PR-CURRENT-DOB    TO PR-MT-DATE-OF-BIRTH (PR-MATCH-IX).
           MOVE PR-GP-PERSON (PR-FIRST-IX)
               TO PR-MT-PERSON-1 (PR-MATCH-IX).
           MOVE PR-GP-PERSON (PR-SECOND-IX)
               TO PR-MT-PERSON-2 (PR-MATCH-IX).

       3300-GRADE-ONE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3900-RETURN-NEXT                                                    *
      *----------------------------------------------------------------------*
       3900-RETURN-NEXT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO PR-SORT-EOF-SW
           END-RETURN.

       3900-RETURN-NEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4000-PRINT-REPORT  --  ONE SECTION PER GRADE, STRONGEST FIRST,       *
      *                          THEN THE TOTALS                              *
      *----------------------------------------------------------------------*
       4000-PRINT-REPORT.
           MOVE 1 TO PR-PRINT-GRADE.
           MOVE "STRONG - SAME LAST NAME, FIRST NAME AND BIRTH DATE"
               TO PR-SL-TITLE.
           PERFORM 4100-PRINT-ONE-GRADE
               THRU 4100-PRINT-ONE-GRADE-EXIT.

           MOVE 2 TO PR-PRINT-GRADE.
           MOVE "MEDIUM - FIRST AND LAST NAMES SWAPPED, SAME BIRTH DATE"
               TO PR-SL-TITLE.
           PERFORM 4100-PRINT-ONE-GRADE
               THRU 4100-PRINT-ONE-GRADE-EXIT.

           MOVE 3 TO PR-PRINT-GRADE.
           MOVE "WEAK - SAME LAST NAME, FIRST INITIAL AND BIRTH DATE"
               TO PR-SL-TITLE.
           PERFORM 4100-PRINT-ONE-GRADE
               THRU 4100-PRINT-ONE-GRADE-EXIT.

           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE PR-EMPLOYEES-READ TO PR-T1-MASTER.
           MOVE PR-ARCHIVE-READ   TO PR-T1-ARCHIVE.
           MOVE PR-NOT-MATCHABLE  TO PR-T1-NOT-MATCHABLE.
           WRITE DUPLICATE-REPORT-LINE FROM PR-TOTAL-LINE-1.
           MOVE PR-STRONG-PAIRS   TO PR-T2-STRONG.
           MOVE PR-MEDIUM-PAIRS   TO PR-T2-MEDIUM.
           MOVE PR-WEAK-PAIRS     TO PR-T2-WEAK.
           WRITE DUPLICATE-REPORT-LINE FROM PR-TOTAL-LINE-2.

       4000-PRINT-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4100-PRINT-ONE-GRADE  --  THE PAIRS OF PR-PRINT-GRADE, IN DATE OF    *
      *                             BIRTH ORDER                               *
      *----------------------------------------------------------------------*
       4100-PRINT-ONE-GRADE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE FROM PR-SECTION-LINE.
           WRITE DUPLICATE-REPORT-LINE FROM PR-PAIR-HEADING-LINE.

           MOVE ZERO TO PR-SECTION-PAIRS.
           IF PR-MATCHES-LOADED > ZERO
               PERFORM 4200-PRINT-ONE-PAIR
                   THRU 4200-PRINT-ONE-PAIR-EXIT
                   VARYING PR-MATCH-IX FROM 1 BY 1
                   UNTIL PR-MATCH-IX > PR-MATCHES-LOADED
           END-IF.

           IF PR-SECTION-PAIRS = ZERO
               WRITE DUPLICATE-REPORT-LINE FROM PR-NONE-LINE
           END-IF.

       4100-PRINT-ONE-GRADE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4200-PRINT-ONE-PAIR  --  ONE LINE FOR EACH SIDE, THEN A BLANK        *
      *----------------------------------------------------------------------*
       4200-PRINT-ONE-PAIR.
           IF PR-MT-GRADE (PR-MATCH-IX) NOT = PR-PRINT-GRADE
               GO TO 4200-PRINT-ONE-PAIR-EXIT
           END-IF.

           ADD 1 TO PR-SECTION-PAIRS.
           ADD 1 TO PR-PAIRS-PRINTED.

           MOVE PR-SECTION-PAIRS TO PR-PL-PAIR.
           MOVE PR-MT-PERSON-1 (PR-MATCH-IX) TO PR-PRINT-PERSON.
           PERFORM 4300-PRINT-ONE-PERSON
               THRU 4300-PRINT-ONE-PERSON-EXIT.

           MOVE SPACES TO PR-PL-PAIR-TEXT.
           MOVE PR-MT-PERSON-2 (PR-MATCH-IX) TO PR-PRINT-PERSON.
           PERFORM 4300-PRINT-ONE-PERSON
               THRU 4300-PRINT-ONE-PERSON-EXIT.

           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.

       4200-PRINT-ONE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4300-PRINT-ONE-PERSON                                               *
      *----------------------------------------------------------------------*
       4300-PRINT-ONE-PERSON.
           MOVE PR-PP-ID             TO PR-PL-ID.
           MOVE PR-PP-LAST-NAME      TO PR-PL-LAST-NAME.
           MOVE PR-PP-FIRST-NAME     TO PR-PL-FIRST-NAME.
           MOVE PR-MT-DATE-OF-BIRTH (PR-MATCH-IX)
                                     TO PR-PL-DATE-OF-BIRTH.
           MOVE PR-PP-SHORT-NAME     TO PR-PL-SHORT-NAME.
           MOVE PR-PP-COMPANY-NAME   TO PR-PL-COMPANY-NAME.
           MOVE PR-PP-HIRE-DATE      TO PR-PL-HIRE-DATE.

           IF PR-PP-SOURCE = PR-SOURCE-ARCHIVE
               MOVE "ARCHIVE"  TO PR-PL-SOURCE
               MOVE "PURGED"   TO PR-PL-STATUS
           ELSE
               MOVE "MASTER"   TO PR-PL-SOURCE
               EVALUATE PR-PP-STATUS
                   WHEN "A"
                       MOVE "ACTIVE"     TO PR-PL-STATUS
                   WHEN "T"
                       MOVE "TERMINATED" TO PR-PL-STATUS
                   WHEN OTHER
                       MOVE PR-PP-STATUS TO PR-PL-STATUS
               END-EVALUATE
           END-IF.

           WRITE DUPLICATE-REPORT-LINE FROM PR-PAIR-LINE.

       4300-PRINT-ONE-PERSON-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  CLOSE FILES AND REPORT COUNTS                    *
      *----------------------------------------------------------------------*
       9000-TERMINATE.
           IF RETURN-CODE < 4 AND PR-MATCHES-LOADED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "EMPDUPR: MASTER READ       = " PR-EMPLOYEES-READ.
           DISPLAY "EMPDUPR: ARCHIVE READ      = " PR-ARCHIVE-READ.
           DISPLAY "EMPDUPR: NOT MATCHABLE     = " PR-NOT-MATCHABLE.
           DISPLAY "EMPDUPR: PERSONS SORTED    = " PR-PERSONS-RELEASED.
           DISPLAY "EMPDUPR: PAIRS COMPARED    = " PR-PAIRS-COMPARED.
           DISPLAY "EMPDUPR: STRONG PAIRS      = " PR-STRONG-PAIRS.
           DISPLAY "EMPDUPR: MEDIUM PAIRS      = " PR-MEDIUM-PAIRS.
           DISPLAY "EMPDUPR: WEAK PAIRS        = " PR-WEAK-PAIRS.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

           IF RETURN-CODE < 16
               CLOSE EMPLOYEE-MASTER
                     ARCHIVE-FILE
                     DUPLICATE-REPORT
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
               DISPLAY "EMPDUPR: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               GO TO 9100-WRITE-RUN-STATS-EXIT
           END-IF.

           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           ACCEPT PR-NOW   FROM TIME.

           MOVE "EMPDUPR "            TO RS-JOB-NAME.
           MOVE PR-TODAY              TO RS-RUN-DATE.
           MOVE PR-NOW                TO RS-RUN-TIME.
           COMPUTE RS-RECORDS-READ = PR-EMPLOYEES-READ
               + PR-ARCHIVE-READ.
           MOVE PR-PAIRS-PRINTED      TO RS-RECORDS-WRITTEN.
           MOVE ZERO                  TO RS-RECORDS-REJECTED.
           MOVE PR-STRONG-PAIRS       TO RS-CONTROL-TOTAL.
           MOVE RETURN-CODE           TO RS-RETURN-CODE.

           WRITE RUN-STATS-RECORD
               INVALID KEY
                   DISPLAY "EMPDUPR: RUN STATS WRITE FAILED, STATUS "
                           PR-STAT-STATUS
           END-WRITE.

           CLOSE RUN-STATS-FILE.

       9100-WRITE-RUN-STATS-EXIT.
           EXIT.
