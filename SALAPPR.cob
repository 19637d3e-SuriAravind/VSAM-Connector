      ****************************************************************************
      *                                                                          *
      *  PROGRAM      SALAPPR                                                    *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     SECOND-USER APPROVAL OF HELD SALARY CHANGES.  WHEN A       *
      *               CHANGE'S SALARY MOVE PASSES A LIMIT ON SALHPARM,           *
      *               EMPMAINT APPLIES THE REST OF THE CHANGE WITH THE OLD       *
      *               SALARY AND PARKS THE CHANGE ON THE APPROVAL-HOLD KSDS      *
      *               (SALHOLD) FOR ITS SALARY ALONE.  THIS JOB                  *
      *               READS THE APPROVAL TRANSACTIONS (APPRTRAN), EACH OF        *
      *               WHICH RELEASES OR REJECTS ONE HOLD BY ITS KEY, AND:        *
      *                 - REFUSES A DECISION WHEN THE HOLD IS NOT ON FILE,       *
      *                   IS ALREADY DECIDED, HAS OUTLIVED THE EXPIRY DAYS,      *
      *                   OR WHEN THE APPROVER ON THE RUN PARM IS THE USER       *
      *                   WHO ORIGINATED THE CHANGE (SA-SOURCE-USER);            *
      *                 - MARKS A RELEASED HOLD APPROVED AND WRITES ITS          *
      *                   CHANGE, AS ORIGINALLY SUBMITTED, TO A SEQUENTIAL       *
      *                   TRANSACTION FILE (EMPAPPTR) IN EMPTRAN FORMAT WITH     *
      *                   BATCH HEADER AND TRAILER.  THAT FILE IS FED THROUGH    *
      *                   EMPMAINT, WHICH FINDS THE APPROVED HOLD, APPLIES ITS   *
      *                   SALARY ONLY (THE OTHER FIELDS WENT ON THE NIGHT IT     *
      *                   WAS HELD) AND MARKS THE HOLD APPLIED;                  *
      *                 - MARKS A REJECTED HOLD REJECTED.                        *
      *               IT THEN EXPIRES EVERY HOLD STILL AWAITING APPROVAL         *
      *               AFTER THE EXPIRY DAYS ON THE SALHPARM THRESHOLD CARD,      *
      *               AND PRINTS THE DECISIONS, THE HOLDS EXPIRED, THE           *
      *               APPROVALS STILL AWAITING AND THE HOLDS APPROVED BUT        *
      *               NOT YET APPLIED BY EMPMAINT (APPRRPT).                     *
      *                                                                          *
      *  RUN PARM.    APPROVER(8)     USER ID OF THE APPROVER - REQUIRED         *
      *               BATCH-NO(4)     LOWEST BATCH NUMBER TO USE, ZERO OR        *
      *                               OMITTED = 1.  THE FIRST NUMBER FROM        *
      *                               THERE NOT ALREADY ON THE APPLIED-BATCH     *
      *                               REGISTRY (BATCHREG) FOR SALAPPR TODAY      *
      *                               IS TAKEN, SO A SECOND RUN IN A DAY IS      *
      *                               NOT REJECTED BY EMPMAINT AS A REPEAT.      *
      *                                                                          *
      *  RETURN CODE. 4 WHEN A DECISION WAS REFUSED, A HOLD EXPIRED, OR A        *
      *               HOLD APPROVED ON AN EARLIER DAY IS STILL NOT APPLIED.      *
      *               16 WHEN A FILE CANNOT BE OPENED OR A RELEASE CANNOT BE     *
      *               WRITTEN; THE RELEASE BATCH THEN HAS NO TRAILER.            *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - MAKER-CHECKER APPROVAL OF HELD       *
      *                  SALARY CHANGES, EXPIRY AND AWAITING REPORT.             *
      *  2026-10-15 RLM  RELEASE BATCH NUMBER TAKEN AS THE NEXT FREE NUMBER      *
      *                  FOR THE DAY ON BATCHREG; REPORT LISTS HOLDS             *
      *                  APPROVED BUT NOT YET APPLIED.                           *
      *  2026-10-15 RLM  PURPOSE RESTATED - A HELD CHANGE HOLDS ONLY ITS         *
      *                  SALARY; EMPMAINT APPLIES ONLY THAT ON RELEASE.          *
      *  2026-10-15 RLM  A FAILED WRITE TO EMPAPPTR PUTS THE HOLD BACK           *
      *                  AWAITING APPROVAL, REFUSES THE DECISION AND ENDS        *
      *                  THE RUN WITH RC 16.                                     *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SALAPPR.
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
           SELECT HOLD-PARM-FILE    ASSIGN TO SALHPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-HPRM-STATUS.

           SELECT APPROVAL-TRANS-FILE ASSIGN TO APPRTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-APPR-STATUS.

           SELECT SALARY-HOLD-FILE  ASSIGN TO SALHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HD-HOLD-KEY
                  FILE STATUS IS PR-HOLD-STATUS.

           SELECT RELEASED-TRANS-FILE ASSIGN TO EMPAPPTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-REL-STATUS.

           SELECT APPROVAL-REPORT   ASSIGN TO APPRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.

           SELECT BATCH-REGISTRY-FILE ASSIGN TO BATCHREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-BATCH-KEY
                  FILE STATUS IS PR-BREG-STATUS.

           SELECT RUN-STATS-FILE    ASSIGN TO RUNSTATS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RS-RUN-KEY
                  FILE STATUS IS PR-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SalHoldParmCopyBook.cob".

       FD  APPROVAL-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ApprTransCopyBook.cob".

       FD  SALARY-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SalHoldCopyBook.cob".

       FD  RELEASED-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "EmpTransCopyBook.cob".
           COPY "BatchControlCopyBook.cob".

       FD  APPROVAL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-REPORT-LINE           PIC X(132).

       FD  BATCH-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "BatchRegistryCopyBook.cob".

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RunStatsCopyBook.cob".

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-HPRM-STATUS             PIC X(02).
               88  PR-HPRM-OK                     VALUE "00".
           05  PR-APPR-STATUS             PIC X(02).
               88  PR-APPR-OK                     VALUE "00".
           05  PR-HOLD-STATUS             PIC X(02).
               88  PR-HOLD-OK                     VALUE "00".
           05  PR-REL-STATUS              PIC X(02).
               88  PR-REL-OK                      VALUE "00".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".
           05  PR-STAT-STATUS             PIC X(02).
               88  PR-STAT-OK                     VALUE "00".
           05  PR-BREG-STATUS             PIC X(02).
               88  PR-BREG-OK                     VALUE "00".

       01  PR-SWITCHES.
           05  PR-HPRM-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-HOLD-PARMS          VALUE "Y".
           05  PR-APPR-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-APPROVALS           VALUE "Y".
           05  PR-HOLD-SCAN-SW            PIC X(01)   VALUE "N".
               88  PR-HOLD-SCAN-DONE              VALUE "Y".
           05  PR-DECISION-SW             PIC X(01)   VALUE "N".
               88  PR-DECISION-TAKEN              VALUE "Y".
               88  PR-DECISION-REFUSED            VALUE "N".
           05  PR-BATCH-FREE-SW           PIC X(01)   VALUE "N".
               88  PR-BATCH-NUMBER-FREE           VALUE "Y".

       01  PR-CONSTANTS.
           05  PR-DEFAULT-EXPIRY-DAYS     PIC 9(03)   VALUE 014.

       01  PR-COUNTERS COMP.
           05  PR-APPROVALS-READ          PIC 9(07)   VALUE ZERO.
           05  PR-HOLDS-RELEASED          PIC 9(07)   VALUE ZERO.
           05  PR-HOLDS-REJECTED          PIC 9(07)   VALUE ZERO.
           05  PR-DECISIONS-REFUSED       PIC 9(07)   VALUE ZERO.
           05  PR-HOLDS-EXPIRED           PIC 9(07)   VALUE ZERO.
           05  PR-HOLDS-AWAITING          PIC 9(07)   VALUE ZERO.
           05  PR-HOLDS-UNAPPLIED         PIC 9(07)   VALUE ZERO.
           05  PR-RELEASES-OVERDUE        PIC 9(07)   VALUE ZERO.
           05  PR-SECTION-LINES           PIC 9(07)   VALUE ZERO.
           05  PR-PROJECT-IX              PIC 9(03)   VALUE ZERO.

       01  PR-EXPIRY-DAYS                 PIC 9(03).
       01  PR-BATCH-NUMBER                PIC 9(04)   VALUE 1.

       01  PR-AGE-FIELDS.
           05  PR-TODAY-SERIAL            PIC S9(08).
           05  PR-HOLD-AGE                PIC S9(05).

       01  PR-BATCH-CONTROL-TOTALS.
           05  PR-BATCH-COUNT             PIC 9(09)      VALUE ZERO.
           05  PR-BATCH-HASH-ID           PIC S9(15)     VALUE ZERO.
           05  PR-BATCH-HASH-SALARY       PIC S9(15)V99  VALUE ZERO.

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
           05  FILLER                     PIC X(31)   VALUE
               "SALARY CHANGE APPROVALS AS OF ".
           05  PR-TL-TODAY                PIC 9(08).
           05  FILLER                     PIC X(12)   VALUE
               "  APPROVER  ".
           05  PR-TL-APPROVER             PIC X(08).
           05  FILLER                     PIC X(10)   VALUE
               "  EXPIRY  ".
           05  PR-TL-EXPIRY-DAYS          PIC ZZ9.
           05  FILLER                     PIC X(05)   VALUE " DAYS".

       01  PR-SECTION-LINE.
           05  PR-SEC-TITLE               PIC X(60).

       01  PR-DECISION-HEADING.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  FILLER                     PIC X(10)   VALUE "ID".
           05  FILLER                     PIC X(09)   VALUE "HELD ON".
           05  FILLER                     PIC X(05)   VALUE "SEQ".
           05  FILLER                     PIC X(09)   VALUE "ACTION".
           05  FILLER                     PIC X(17)   VALUE "LAST NAME".
           05  FILLER                     PIC X(13)   VALUE
               " OLD SALARY".
           05  FILLER                     PIC X(13)   VALUE
               " NEW SALARY".
           05  FILLER                     PIC X(06)   VALUE "RESULT".

       01  PR-DECISION-LINE.
           05  FILLER                     PIC X(02).
           05  PR-DL-ID                   PIC 9(09).
           05  FILLER                     PIC X(01).
           05  PR-DL-HOLD-DATE            PIC 9(08).
           05  FILLER                     PIC X(01).
           05  PR-DL-SEQUENCE             PIC 9(03).
           05  FILLER                     PIC X(02).
           05  PR-DL-ACTION               PIC X(07).
           05  FILLER                     PIC X(02).
           05  PR-DL-LAST-NAME            PIC X(15).
           05  FILLER                     PIC X(02).
           05  PR-DL-OLD-SALARY           PIC -Z(9)9.
           05  FILLER                     PIC X(02).
           05  PR-DL-NEW-SALARY           PIC -Z(9)9.
           05  FILLER                     PIC X(02).
           05  PR-DL-RESULT               PIC X(50).

       01  PR-HOLD-HEADING.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  FILLER                     PIC X(11)   VALUE "ID".
           05  FILLER                     PIC X(17)   VALUE "LAST NAME".
           05  FILLER                     PIC X(05)   VALUE "CO".
           05  FILLER                     PIC X(13)   VALUE
               " OLD SALARY".
           05  FILLER                     PIC X(13)   VALUE
               " NEW SALARY".
           05  FILLER                     PIC X(10)   VALUE "EFFECTIVE".
           05  FILLER                     PIC X(14)   VALUE "REASON".
           05  FILLER                     PIC X(10)   VALUE "KEYED BY".
           05  FILLER                     PIC X(10)   VALUE "HELD ON".
           05  FILLER                     PIC X(04)   VALUE "DAYS".

       01  PR-HOLD-LINE.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-HL-ID                   PIC 9(09).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-HL-LAST-NAME            PIC X(15).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-HL-SHORT-NAME           PIC X(03).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-HL-OLD-SALARY           PIC -Z(9)9.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-HL-NEW-SALARY           PIC -Z(9)9.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-HL-EFFECTIVE-DATE       PIC 9(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-HL-REASON               PIC X(12).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-HL-SOURCE-USER          PIC X(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-HL-HOLD-DATE            PIC 9(08).
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  PR-HL-AGE                  PIC ZZZZ9.

       01  PR-NONE-LINE.
           05  FILLER                     PIC X(04)   VALUE SPACES.
           05  FILLER                     PIC X(04)   VALUE "NONE".

       01  PR-TOTAL-LINE.
           05  FILLER                     PIC X(02)   VALUE SPACES.
           05  FILLER                     PIC X(09)   VALUE "RELEASED ".
           05  PR-TOT-RELEASED            PIC ZZZZZZ9.
           05  FILLER                     PIC X(11)   VALUE
               "   REJECTED".
           05  PR-TOT-REJECTED            PIC ZZZZZZ9.
           05  FILLER                     PIC X(10)   VALUE
               "   REFUSED".
           05  PR-TOT-REFUSED             PIC ZZZZZZ9.
           05  FILLER                     PIC X(10)   VALUE
               "   EXPIRED".
           05  PR-TOT-EXPIRED             PIC ZZZZZZ9.
           05  FILLER                     PIC X(11)   VALUE
               "   AWAITING".
           05  PR-TOT-AWAITING            PIC ZZZZZZ9.
           05  FILLER                     PIC X(12)   VALUE
               "   UNAPPLIED".
           05  PR-TOT-UNAPPLIED           PIC ZZZZZZ9.

       01  PR-TODAY                       PIC 9(08).
       01  PR-NOW                         PIC 9(08).

       LINKAGE SECTION.
       01  PR-PARM-LENGTH                 PIC S9(4) COMP.
       01  PR-RUN-PARM.
           05  PM-APPROVER-USER           PIC X(08).
           05  PM-BATCH-NUMBER            PIC 9(04).

       PROCEDURE DIVISION USING PR-PARM-LENGTH PR-RUN-PARM.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF RETURN-CODE < 16
               PERFORM 2000-APPLY-ONE-DECISION
                   THRU 2000-APPLY-ONE-DECISION-EXIT
                   UNTIL PR-NO-MORE-APPROVALS
           END-IF.

           IF RETURN-CODE < 16
               PERFORM 3000-EXPIRE-OLD-HOLDS
                   THRU 3000-EXPIRE-OLD-HOLDS-EXIT
               PERFORM 4000-LIST-AWAITING
                   THRU 4000-LIST-AWAITING-EXIT
               PERFORM 4500-LIST-UNAPPLIED
                   THRU 4500-LIST-UNAPPLIED-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  CHECK THE RUN PARM, SETTLE THE EXPIRY DAYS,     *
      *                        OPEN THE FILES AND START THE RELEASE BATCH     *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           MOVE PR-TODAY TO PR-CONV-DATE.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           MOVE PR-CONV-SERIAL TO PR-TODAY-SERIAL.

      *    DUAL CONTROL MEANS NOTHING WITHOUT KNOWING WHO IS APPROVING
           IF PR-PARM-LENGTH < 8
               DISPLAY "SALAPPR: APPROVER USER REQUIRED ON RUN PARM"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF PM-APPROVER-USER = SPACES
               DISPLAY "SALAPPR: APPROVER USER REQUIRED ON RUN PARM"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           IF PR-PARM-LENGTH >= 12
               IF PM-BATCH-NUMBER IS NOT NUMERIC
                   DISPLAY "SALAPPR: BATCH NUMBER PARM MUST BE 4 DIGITS"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               IF PM-BATCH-NUMBER > ZERO
                   MOVE PM-BATCH-NUMBER TO PR-BATCH-NUMBER
               END-IF
           END-IF.

           PERFORM 1200-FIND-FREE-BATCH-NUMBER
               THRU 1200-FIND-FREE-BATCH-NUMBER-EXIT.
           IF RETURN-CODE = 16
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT HOLD-PARM-FILE.
           IF NOT PR-HPRM-OK
               DISPLAY "SALAPPR: HOLD PARM OPEN FAILED, STATUS "
                       PR-HPRM-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1300-LOAD-EXPIRY-DAYS
               THRU 1300-LOAD-EXPIRY-DAYS-EXIT.
           CLOSE HOLD-PARM-FILE.

           OPEN INPUT APPROVAL-TRANS-FILE.
           IF NOT PR-APPR-OK
               DISPLAY "SALAPPR: APPROVAL TRANS OPEN FAILED, STATUS "
                       PR-APPR-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O SALARY-HOLD-FILE.
           IF NOT PR-HOLD-OK
               DISPLAY "SALAPPR: SALARY HOLD OPEN FAILED, STATUS "
                       PR-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT RELEASED-TRANS-FILE.
           IF NOT PR-REL-OK
               DISPLAY "SALAPPR: RELEASE FILE OPEN FAILED, STATUS "
                       PR-REL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT APPROVAL-REPORT.

           MOVE "H"             TO BH-RECORD-TYPE.
           MOVE PR-TODAY        TO BH-BATCH-DATE.
           MOVE "SALAPPR "      TO BH-ORIGIN-DEPT.
           MOVE PR-BATCH-NUMBER TO BH-BATCH-NUMBER.
           WRITE BATCH-HEADER-RECORD.

           MOVE PR-TODAY         TO PR-TL-TODAY.
           MOVE PM-APPROVER-USER TO PR-TL-APPROVER.
           MOVE PR-EXPIRY-DAYS   TO PR-TL-EXPIRY-DAYS.
           WRITE APPROVAL-REPORT-LINE FROM PR-TITLE-LINE.

           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "APPROVAL DECISIONS" TO PR-SEC-TITLE.
           WRITE APPROVAL-REPORT-LINE FROM PR-SECTION-LINE.
           WRITE APPROVAL-REPORT-LINE FROM PR-DECISION-HEADING.

           PERFORM 2900-READ-NEXT-APPROVAL
               THRU 2900-READ-NEXT-APPROVAL-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1200-FIND-FREE-BATCH-NUMBER  --  EMPMAINT REJECTS A BATCH WHOSE      *
      *                                    HEADER IDENTITY IS ALREADY ON      *
      *                                    BATCHREG, SO STEP UP FROM THE      *
      *                                    PARM NUMBER UNTIL TODAY'S          *
      *                                    SALAPPR IDENTITY IS UNUSED.  ONLY  *
      *                                    APPLIED BATCHES ARE ON THE         *
      *                                    REGISTRY - EACH RELEASE FILE IS    *
      *                                    TO GO THROUGH EMPMAINT BEFORE      *
      *                                    THE NEXT SALAPPR RUN.              *
      *----------------------------------------------------------------------*
       1200-FIND-FREE-BATCH-NUMBER.
           OPEN INPUT BATCH-REGISTRY-FILE.
           IF NOT PR-BREG-OK
               DISPLAY "SALAPPR: BATCH REGISTRY OPEN FAILED, STATUS "
                       PR-BREG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1200-FIND-FREE-BATCH-NUMBER-EXIT
           END-IF.

           MOVE "SALAPPR " TO BR-ORIGIN-DEPT.
           MOVE PR-TODAY   TO BR-BATCH-DATE.
           MOVE "N"        TO PR-BATCH-FREE-SW.
           PERFORM 1210-TRY-BATCH-NUMBER
               THRU 1210-TRY-BATCH-NUMBER-EXIT
               UNTIL PR-BATCH-NUMBER-FREE.

           CLOSE BATCH-REGISTRY-FILE.

       1200-FIND-FREE-BATCH-NUMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1210-TRY-BATCH-NUMBER                                               *
      *----------------------------------------------------------------------*
       1210-TRY-BATCH-NUMBER.
           MOVE PR-BATCH-NUMBER TO BR-BATCH-NUMBER.
           READ BATCH-REGISTRY-FILE
               INVALID KEY
                   SET PR-BATCH-NUMBER-FREE TO TRUE
                   GO TO 1210-TRY-BATCH-NUMBER-EXIT
           END-READ.

           IF PR-BATCH-NUMBER = 9999
               DISPLAY "SALAPPR: NO FREE BATCH NUMBER LEFT FOR "
                       PR-TODAY
               MOVE 16 TO RETURN-CODE
               SET PR-BATCH-NUMBER-FREE TO TRUE
               GO TO 1210-TRY-BATCH-NUMBER-EXIT
           END-IF.

           DISPLAY "SALAPPR: BATCH " PR-BATCH-NUMBER
                   " ALREADY APPLIED TODAY - NEXT NUMBER TRIED".
           ADD 1 TO PR-BATCH-NUMBER.

       1210-TRY-BATCH-NUMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1300-LOAD-EXPIRY-DAYS  --  THE EXPIRY DAYS RIDE ON THE SALHPARM      *
      *                              THRESHOLD CARD; CEILING CARDS ARE        *
      *                              EMPMAINT'S BUSINESS AND ARE SKIPPED      *
      *----------------------------------------------------------------------*
       1300-LOAD-EXPIRY-DAYS.
           MOVE ZERO TO PR-EXPIRY-DAYS.

           PERFORM 1390-READ-NEXT-HOLD-PARM
               THRU 1390-READ-NEXT-HOLD-PARM-EXIT.

           PERFORM 1350-CHECK-ONE-HOLD-PARM
               THRU 1350-CHECK-ONE-HOLD-PARM-EXIT
               UNTIL PR-NO-MORE-HOLD-PARMS.

           IF PR-EXPIRY-DAYS = ZERO
               MOVE PR-DEFAULT-EXPIRY-DAYS TO PR-EXPIRY-DAYS
               DISPLAY "SALAPPR: NO EXPIRY DAYS ON SALHPARM - "
                       PR-EXPIRY-DAYS " DAYS USED"
           END-IF.

       1300-LOAD-EXPIRY-DAYS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1350-CHECK-ONE-HOLD-PARM                                            *
      *----------------------------------------------------------------------*
       1350-CHECK-ONE-HOLD-PARM.
           IF HP-THRESHOLD-CARD
               MOVE HP-EXPIRY-DAYS TO PR-EXPIRY-DAYS
           END-IF.

           PERFORM 1390-READ-NEXT-HOLD-PARM
               THRU 1390-READ-NEXT-HOLD-PARM-EXIT.

       1350-CHECK-ONE-HOLD-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  1390-READ-NEXT-HOLD-PARM                                            *
      *----------------------------------------------------------------------*
       1390-READ-NEXT-HOLD-PARM.
           READ HOLD-PARM-FILE
               AT END
                   MOVE "Y" TO PR-HPRM-EOF-SW
           END-READ.

       1390-READ-NEXT-HOLD-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2000-APPLY-ONE-DECISION  --  ACT ON ONE APPROVAL TRANSACTION AND     *
      *                                PRINT WHAT BECAME OF IT                *
      *----------------------------------------------------------------------*
       2000-APPLY-ONE-DECISION.
           ADD 1 TO PR-APPROVALS-READ.

           MOVE SPACES       TO PR-DECISION-LINE.
           MOVE AP-ID        TO PR-DL-ID.
           MOVE AP-HOLD-DATE TO PR-DL-HOLD-DATE.
           MOVE AP-SEQUENCE  TO PR-DL-SEQUENCE.
           EVALUATE TRUE
               WHEN AP-RELEASE
                   MOVE "RELEASE" TO PR-DL-ACTION
               WHEN AP-REJECT
                   MOVE "REJECT"  TO PR-DL-ACTION
               WHEN OTHER
                   MOVE AP-ACTION TO PR-DL-ACTION
           END-EVALUATE.

           MOVE "N" TO PR-DECISION-SW.
           PERFORM 2100-DECIDE-ONE-HOLD
               THRU 2100-DECIDE-ONE-HOLD-EXIT.

           IF PR-DECISION-REFUSED
               ADD 1 TO PR-DECISIONS-REFUSED
           END-IF.

           WRITE APPROVAL-REPORT-LINE FROM PR-DECISION-LINE.

           PERFORM 2900-READ-NEXT-APPROVAL
               THRU 2900-READ-NEXT-APPROVAL-EXIT.

       2000-APPLY-ONE-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2100-DECIDE-ONE-HOLD  --  CHECK THE HOLD CAN BE DECIDED BY THIS      *
      *                             APPROVER, THEN RELEASE OR REJECT IT.      *
      *                             PR-DL-RESULT SAYS WHAT HAPPENED.          *
      *----------------------------------------------------------------------*
       2100-DECIDE-ONE-HOLD.
           IF NOT AP-RELEASE AND NOT AP-REJECT
               MOVE "REFUSED - ACTION MUST BE R OR X" TO PR-DL-RESULT
               GO TO 2100-DECIDE-ONE-HOLD-EXIT
           END-IF.

           MOVE AP-HOLD-KEY TO HD-HOLD-KEY.
           READ SALARY-HOLD-FILE
               INVALID KEY
                   MOVE "REFUSED - HOLD NOT ON FILE" TO PR-DL-RESULT
                   GO TO 2100-DECIDE-ONE-HOLD-EXIT
           END-READ.

           MOVE HD-LAST-NAME  TO PR-DL-LAST-NAME.
           MOVE HD-OLD-SALARY TO PR-DL-OLD-SALARY.
           MOVE HD-SALARY     TO PR-DL-NEW-SALARY.

           IF NOT HD-AWAITING-APPROVAL
               EVALUATE TRUE
                   WHEN HD-APPROVED
                       MOVE "REFUSED - ALREADY APPROVED"
                           TO PR-DL-RESULT
                   WHEN HD-APPLIED
                       MOVE "REFUSED - ALREADY APPLIED"
                           TO PR-DL-RESULT
                   WHEN HD-REJECTED
                       MOVE "REFUSED - ALREADY REJECTED"
                           TO PR-DL-RESULT
                   WHEN HD-EXPIRED
                       MOVE "REFUSED - HOLD HAS EXPIRED"
                           TO PR-DL-RESULT
                   WHEN OTHER
                       MOVE "REFUSED - HOLD STATUS UNKNOWN"
                           TO PR-DL-RESULT
               END-EVALUATE
               GO TO 2100-DECIDE-ONE-HOLD-EXIT
           END-IF.

      *    A DECISION ARRIVING AFTER THE EXPIRY DAYS IS TOO LATE; THE
      *    HOLD EXPIRES HERE RATHER THAN WAITING FOR THE SWEEP
           PERFORM 6200-AGE-HOLD
               THRU 6200-AGE-HOLD-EXIT.
           IF PR-HOLD-AGE > PR-EXPIRY-DAYS
               PERFORM 3200-MARK-HOLD-EXPIRED
                   THRU 3200-MARK-HOLD-EXPIRED-EXIT
               MOVE "REFUSED - HOLD EXPIRED BEFORE DECISION"
                   TO PR-DL-RESULT
               GO TO 2100-DECIDE-ONE-HOLD-EXIT
           END-IF.

           IF HD-SOURCE-USER = SPACES
               MOVE "REFUSED - ORIGINATING USER NOT RECORDED"
                   TO PR-DL-RESULT
               GO TO 2100-DECIDE-ONE-HOLD-EXIT
           END-IF.

           IF HD-SOURCE-USER = PM-APPROVER-USER
               MOVE "REFUSED - APPROVER KEYED THE CHANGE"
                   TO PR-DL-RESULT
               GO TO 2100-DECIDE-ONE-HOLD-EXIT
           END-IF.

           MOVE PM-APPROVER-USER TO HD-DECIDED-USER.
           MOVE PR-TODAY         TO HD-DECIDED-DATE.
           IF AP-RELEASE
               SET HD-APPROVED TO TRUE
           ELSE
               SET HD-REJECTED TO TRUE
           END-IF.

           REWRITE SALARY-HOLD-RECORD
               INVALID KEY
                   MOVE SPACES TO PR-DL-RESULT
                   STRING "REFUSED - HOLD REWRITE FAILED, STATUS "
                          PR-HOLD-STATUS
                       DELIMITED BY SIZE INTO PR-DL-RESULT
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 2100-DECIDE-ONE-HOLD-EXIT
           END-REWRITE.

      *    A RELEASE THAT CANNOT BE WRITTEN PUTS THE HOLD BACK AWAITING
      *    APPROVAL, SO THE DECISION CAN BE TAKEN AGAIN ON A RERUN
           IF HD-APPROVED
               PERFORM 2200-WRITE-RELEASED-TRANS
                   THRU 2200-WRITE-RELEASED-TRANS-EXIT
               IF NOT PR-REL-OK
                   PERFORM 2250-RESTORE-HOLD
                       THRU 2250-RESTORE-HOLD-EXIT
                   GO TO 2100-DECIDE-ONE-HOLD-EXIT
               END-IF
           END-IF.

           SET PR-DECISION-TAKEN TO TRUE.
           IF HD-APPROVED
               ADD 1 TO PR-HOLDS-RELEASED
               MOVE "APPROVED - RELEASED TO EMPMAINT" TO PR-DL-RESULT
           ELSE
               ADD 1 TO PR-HOLDS-REJECTED
               MOVE "REJECTED - CHANGE WILL NOT BE APPLIED"
                   TO PR-DL-RESULT
           END-IF.

       2100-DECIDE-ONE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2200-WRITE-RELEASED-TRANS  --  REBUILD THE EMPTRAN-FORMAT CHANGE     *
      *                                  FROM THE HELD IMAGE                  *
      *----------------------------------------------------------------------*
       2200-WRITE-RELEASED-TRANS.
           MOVE "C"                     TO TR-TRANS-CODE.
           MOVE HD-ID                   TO TR-ID.
           MOVE HD-EFFECTIVE-DATE       TO TR-EFFECTIVE-DATE.
           MOVE HD-COMPANY-NAME         TO TR-COMPANY-NAME.
           MOVE HD-SHORT-NAME           TO TR-SHORT-NAME.
           MOVE HD-FIRST-NAME           TO TR-FIRST-NAME.
           MOVE HD-LAST-NAME            TO TR-LAST-NAME.
           MOVE HD-DATE-OF-BIRTH        TO TR-DATE-OF-BIRTH.
           MOVE HD-HIRE-DATE            TO TR-HIRE-DATE.
           MOVE HD-EXPERIENCE           TO TR-EXPERIENCE.
           MOVE HD-SALARY               TO TR-SALARY.
           MOVE HD-MANAGER-ID           TO TR-MANAGER-ID.
           MOVE HD-NUMBER-OF-PROJECTS   TO TR-NUMBER-OF-PROJECTS.
           PERFORM 2210-MOVE-ONE-PROJECT
               THRU 2210-MOVE-ONE-PROJECT-EXIT
               VARYING PR-PROJECT-IX FROM 1 BY 1
               UNTIL PR-PROJECT-IX > HD-NUMBER-OF-PROJECTS.

           WRITE EMP-TRANS-RECORD.
           IF NOT PR-REL-OK
               DISPLAY "SALAPPR: RELEASE FILE WRITE FAILED, STATUS "
                       PR-REL-STATUS
               MOVE SPACES TO PR-DL-RESULT
               STRING "REFUSED - RELEASE WRITE FAILED, STATUS "
                      PR-REL-STATUS
                   DELIMITED BY SIZE INTO PR-DL-RESULT
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO PR-APPR-EOF-SW
               GO TO 2200-WRITE-RELEASED-TRANS-EXIT
           END-IF.

           ADD 1         TO PR-BATCH-COUNT.
           ADD HD-ID     TO PR-BATCH-HASH-ID.
           ADD HD-SALARY TO PR-BATCH-HASH-SALARY.

       2200-WRITE-RELEASED-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2210-MOVE-ONE-PROJECT                                               *
      *----------------------------------------------------------------------*
       2210-MOVE-ONE-PROJECT.
           MOVE HD-PROJECT-NAME (PR-PROJECT-IX)
               TO TR-PROJECT-NAME (PR-PROJECT-IX).
           MOVE HD-START-DATE (PR-PROJECT-IX)
               TO TR-START-DATE (PR-PROJECT-IX).
           MOVE HD-END-DATE (PR-PROJECT-IX)
               TO TR-END-DATE (PR-PROJECT-IX).
           MOVE HD-ALLOCATION-PCT (PR-PROJECT-IX)
               TO TR-ALLOCATION-PCT (PR-PROJECT-IX).

       2210-MOVE-ONE-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2250-RESTORE-HOLD  --  PUT A HOLD WHOSE RELEASE WAS NOT WRITTEN      *
      *                          BACK TO AWAITING APPROVAL                    *
      *----------------------------------------------------------------------*
       2250-RESTORE-HOLD.
           SET HD-AWAITING-APPROVAL TO TRUE.
           MOVE SPACES TO HD-DECIDED-USER.
           MOVE ZERO   TO HD-DECIDED-DATE.
           REWRITE SALARY-HOLD-RECORD
               INVALID KEY
                   DISPLAY "SALAPPR: HOLD " HD-ID
                           " LEFT APPROVED WITH NO RELEASE, STATUS "
                           PR-HOLD-STATUS
           END-REWRITE.

       2250-RESTORE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2900-READ-NEXT-APPROVAL                                             *
      *----------------------------------------------------------------------*
       2900-READ-NEXT-APPROVAL.
           READ APPROVAL-TRANS-FILE
               AT END
                   MOVE "Y" TO PR-APPR-EOF-SW
           END-READ.

       2900-READ-NEXT-APPROVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3000-EXPIRE-OLD-HOLDS  --  SWEEP THE WHOLE HOLD FILE AND EXPIRE      *
      *                              EVERY HOLD LEFT AWAITING APPROVAL FOR    *
      *                              LONGER THAN THE EXPIRY DAYS              *
      *----------------------------------------------------------------------*
       3000-EXPIRE-OLD-HOLDS.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "EXPIRED WITHOUT APPROVAL" TO PR-SEC-TITLE.
           WRITE APPROVAL-REPORT-LINE FROM PR-SECTION-LINE.
           WRITE APPROVAL-REPORT-LINE FROM PR-HOLD-HEADING.

           MOVE ZERO TO PR-SECTION-LINES.
           PERFORM 5000-START-HOLD-SWEEP
               THRU 5000-START-HOLD-SWEEP-EXIT.

           PERFORM 3100-EXPIRE-ONE-HOLD
               THRU 3100-EXPIRE-ONE-HOLD-EXIT
               UNTIL PR-HOLD-SCAN-DONE.

           IF PR-SECTION-LINES = ZERO
               WRITE APPROVAL-REPORT-LINE FROM PR-NONE-LINE
           END-IF.

       3000-EXPIRE-OLD-HOLDS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3100-EXPIRE-ONE-HOLD                                                *
      *----------------------------------------------------------------------*
       3100-EXPIRE-ONE-HOLD.
           PERFORM 5900-READ-NEXT-HOLD
               THRU 5900-READ-NEXT-HOLD-EXIT.
           IF PR-HOLD-SCAN-DONE
               GO TO 3100-EXPIRE-ONE-HOLD-EXIT
           END-IF.

           IF NOT HD-AWAITING-APPROVAL
               GO TO 3100-EXPIRE-ONE-HOLD-EXIT
           END-IF.

           PERFORM 6200-AGE-HOLD
               THRU 6200-AGE-HOLD-EXIT.
           IF PR-HOLD-AGE NOT > PR-EXPIRY-DAYS
               GO TO 3100-EXPIRE-ONE-HOLD-EXIT
           END-IF.

           PERFORM 3200-MARK-HOLD-EXPIRED
               THRU 3200-MARK-HOLD-EXPIRED-EXIT.
           PERFORM 5100-PRINT-HOLD-LINE
               THRU 5100-PRINT-HOLD-LINE-EXIT.

       3100-EXPIRE-ONE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  3200-MARK-HOLD-EXPIRED  --  THE HOLD IN THE FD EXPIRES; NO USER      *
      *                               DECIDED IT, SO ONLY THE DATE IS SET     *
      *----------------------------------------------------------------------*
       3200-MARK-HOLD-EXPIRED.
           SET HD-EXPIRED       TO TRUE.
           MOVE SPACES          TO HD-DECIDED-USER.
           MOVE PR-TODAY        TO HD-DECIDED-DATE.
           REWRITE SALARY-HOLD-RECORD
               INVALID KEY
                   DISPLAY "SALAPPR: HOLD REWRITE FAILED FOR ID "
                           HD-ID ", STATUS " PR-HOLD-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 3200-MARK-HOLD-EXPIRED-EXIT
           END-REWRITE.

           ADD 1 TO PR-HOLDS-EXPIRED.

       3200-MARK-HOLD-EXPIRED-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4000-LIST-AWAITING  --  A SECOND SWEEP LISTS THE HOLDS STILL         *
      *                           AWAITING A DECISION, WITH THEIR AGE         *
      *----------------------------------------------------------------------*
       4000-LIST-AWAITING.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "AWAITING APPROVAL" TO PR-SEC-TITLE.
           WRITE APPROVAL-REPORT-LINE FROM PR-SECTION-LINE.
           WRITE APPROVAL-REPORT-LINE FROM PR-HOLD-HEADING.

           MOVE ZERO TO PR-SECTION-LINES.
           PERFORM 5000-START-HOLD-SWEEP
               THRU 5000-START-HOLD-SWEEP-EXIT.

           PERFORM 4100-LIST-ONE-HOLD
               THRU 4100-LIST-ONE-HOLD-EXIT
               UNTIL PR-HOLD-SCAN-DONE.

           IF PR-SECTION-LINES = ZERO
               WRITE APPROVAL-REPORT-LINE FROM PR-NONE-LINE
           END-IF.

       4000-LIST-AWAITING-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4100-LIST-ONE-HOLD                                                  *
      *----------------------------------------------------------------------*
       4100-LIST-ONE-HOLD.
           PERFORM 5900-READ-NEXT-HOLD
               THRU 5900-READ-NEXT-HOLD-EXIT.
           IF PR-HOLD-SCAN-DONE
               GO TO 4100-LIST-ONE-HOLD-EXIT
           END-IF.

           IF NOT HD-AWAITING-APPROVAL
               GO TO 4100-LIST-ONE-HOLD-EXIT
           END-IF.

           PERFORM 6200-AGE-HOLD
               THRU 6200-AGE-HOLD-EXIT.
           ADD 1 TO PR-HOLDS-AWAITING.
           PERFORM 5100-PRINT-HOLD-LINE
               THRU 5100-PRINT-HOLD-LINE-EXIT.

       4100-LIST-ONE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4500-LIST-UNAPPLIED  --  A THIRD SWEEP LISTS EVERY HOLD APPROVED     *
      *                            BUT NOT YET MARKED APPLIED BY EMPMAINT,    *
      *                            SO A RELEASE FILE THAT NEVER REACHED       *
      *                            EMPMAINT SHOWS UP.  TODAY'S RELEASES ARE   *
      *                            EXPECTED HERE; ONE APPROVED ON AN          *
      *                            EARLIER DAY IS OVERDUE.                    *
      *----------------------------------------------------------------------*
       4500-LIST-UNAPPLIED.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "APPROVED BUT NOT YET APPLIED" TO PR-SEC-TITLE.
           WRITE APPROVAL-REPORT-LINE FROM PR-SECTION-LINE.
           WRITE APPROVAL-REPORT-LINE FROM PR-HOLD-HEADING.

           MOVE ZERO TO PR-SECTION-LINES.
           PERFORM 5000-START-HOLD-SWEEP
               THRU 5000-START-HOLD-SWEEP-EXIT.

           PERFORM 4600-LIST-ONE-UNAPPLIED
               THRU 4600-LIST-ONE-UNAPPLIED-EXIT
               UNTIL PR-HOLD-SCAN-DONE.

           IF PR-SECTION-LINES = ZERO
               WRITE APPROVAL-REPORT-LINE FROM PR-NONE-LINE
           END-IF.

       4500-LIST-UNAPPLIED-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  4600-LIST-ONE-UNAPPLIED                                             *
      *----------------------------------------------------------------------*
       4600-LIST-ONE-UNAPPLIED.
           PERFORM 5900-READ-NEXT-HOLD
               THRU 5900-READ-NEXT-HOLD-EXIT.
           IF PR-HOLD-SCAN-DONE
               GO TO 4600-LIST-ONE-UNAPPLIED-EXIT
           END-IF.

           IF NOT HD-APPROVED OR HD-APPLIED-DATE NOT = ZERO
               GO TO 4600-LIST-ONE-UNAPPLIED-EXIT
           END-IF.

           ADD 1 TO PR-HOLDS-UNAPPLIED.
           IF HD-DECIDED-DATE < PR-TODAY
               ADD 1 TO PR-RELEASES-OVERDUE
           END-IF.

           PERFORM 6200-AGE-HOLD
               THRU 6200-AGE-HOLD-EXIT.
           PERFORM 5100-PRINT-HOLD-LINE
               THRU 5100-PRINT-HOLD-LINE-EXIT.

       4600-LIST-ONE-UNAPPLIED-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5000-START-HOLD-SWEEP  --  POSITION AT THE FIRST HOLD ON FILE        *
      *----------------------------------------------------------------------*
       5000-START-HOLD-SWEEP.
           MOVE "N" TO PR-HOLD-SCAN-SW.
           MOVE LOW-VALUES TO HD-HOLD-KEY.
           START SALARY-HOLD-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY
                   SET PR-HOLD-SCAN-DONE TO TRUE
           END-START.

       5000-START-HOLD-SWEEP-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5100-PRINT-HOLD-LINE  --  ONE LINE FOR THE HOLD IN THE FD, AGED      *
      *                             BY 6200                                   *
      *----------------------------------------------------------------------*
       5100-PRINT-HOLD-LINE.
           MOVE HD-ID               TO PR-HL-ID.
           MOVE HD-LAST-NAME        TO PR-HL-LAST-NAME.
           MOVE HD-SHORT-NAME       TO PR-HL-SHORT-NAME.
           MOVE HD-OLD-SALARY       TO PR-HL-OLD-SALARY.
           MOVE HD-SALARY           TO PR-HL-NEW-SALARY.
           MOVE HD-EFFECTIVE-DATE   TO PR-HL-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN HD-OVER-CEILING
                   MOVE "OVER CEILING" TO PR-HL-REASON
               WHEN HD-OVER-PERCENT
                   MOVE "OVER PERCENT" TO PR-HL-REASON
               WHEN HD-OVER-AMOUNT
                   MOVE "OVER AMOUNT"  TO PR-HL-REASON
               WHEN OTHER
                   MOVE HD-HOLD-REASON TO PR-HL-REASON
           END-EVALUATE.
           MOVE HD-SOURCE-USER      TO PR-HL-SOURCE-USER.
           MOVE HD-HOLD-DATE        TO PR-HL-HOLD-DATE.
           MOVE PR-HOLD-AGE         TO PR-HL-AGE.

           WRITE APPROVAL-REPORT-LINE FROM PR-HOLD-LINE.
           ADD 1 TO PR-SECTION-LINES.

       5100-PRINT-HOLD-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  5900-READ-NEXT-HOLD                                                 *
      *----------------------------------------------------------------------*
       5900-READ-NEXT-HOLD.
           READ SALARY-HOLD-FILE NEXT RECORD
               AT END
                   SET PR-HOLD-SCAN-DONE TO TRUE
           END-READ.

       5900-READ-NEXT-HOLD-EXIT.
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
      *  6200-AGE-HOLD  --  WHOLE DAYS SINCE THE HOLD IN THE FD WAS PARKED    *
      *----------------------------------------------------------------------*
       6200-AGE-HOLD.
           MOVE HD-HOLD-DATE TO PR-CONV-DATE.
           PERFORM 6100-CONVERT-DATE-TO-SERIAL
               THRU 6100-CONVERT-DATE-TO-SERIAL-EXIT.
           COMPUTE PR-HOLD-AGE = PR-TODAY-SERIAL - PR-CONV-SERIAL.
           IF PR-HOLD-AGE < ZERO
               MOVE ZERO TO PR-HOLD-AGE
           END-IF.

       6200-AGE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  CLOSE THE RELEASE BATCH, TOTAL THE REPORT AND    *
      *                       SET THE RETURN CODE                             *
      *----------------------------------------------------------------------*
       9000-TERMINATE.
           IF RETURN-CODE < 16
               MOVE "T"                  TO BT-RECORD-TYPE
               MOVE PR-BATCH-COUNT       TO BT-RECORD-COUNT
               MOVE PR-BATCH-HASH-ID     TO BT-HASH-TOTAL-1
               MOVE PR-BATCH-HASH-SALARY TO BT-HASH-TOTAL-2
               WRITE BATCH-TRAILER-RECORD

               MOVE PR-HOLDS-RELEASED    TO PR-TOT-RELEASED
               MOVE PR-HOLDS-REJECTED    TO PR-TOT-REJECTED
               MOVE PR-DECISIONS-REFUSED TO PR-TOT-REFUSED
               MOVE PR-HOLDS-EXPIRED     TO PR-TOT-EXPIRED
               MOVE PR-HOLDS-AWAITING    TO PR-TOT-AWAITING
               MOVE PR-HOLDS-UNAPPLIED   TO PR-TOT-UNAPPLIED
               MOVE SPACES TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE FROM PR-TOTAL-LINE
           END-IF.

           IF PR-DECISIONS-REFUSED > ZERO OR PR-HOLDS-EXPIRED > ZERO
                                           OR PR-RELEASES-OVERDUE > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "SALAPPR: APPROVALS READ   = " PR-APPROVALS-READ.
           DISPLAY "SALAPPR: HOLDS RELEASED   = " PR-HOLDS-RELEASED.
           DISPLAY "SALAPPR: HOLDS REJECTED   = " PR-HOLDS-REJECTED.
           DISPLAY "SALAPPR: DECISIONS REFUSED= " PR-DECISIONS-REFUSED.
           DISPLAY "SALAPPR: HOLDS EXPIRED    = " PR-HOLDS-EXPIRED.
           DISPLAY "SALAPPR: HOLDS AWAITING   = " PR-HOLDS-AWAITING.
           DISPLAY "SALAPPR: HOLDS UNAPPLIED  = " PR-HOLDS-UNAPPLIED.
           DISPLAY "SALAPPR: RELEASES OVERDUE = " PR-RELEASES-OVERDUE.

           PERFORM 9100-WRITE-RUN-STATS
               THRU 9100-WRITE-RUN-STATS-EXIT.

           IF RETURN-CODE < 16
               CLOSE APPROVAL-TRANS-FILE
                     SALARY-HOLD-FILE
                     RELEASED-TRANS-FILE
                     APPROVAL-REPORT
           END-IF.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9100-WRITE-RUN-STATS  --  ONE END-OF-RUN RECORD TO THE SHARED        *
      *                             RUN-STATISTICS KSDS FOR THE OPSBAL        *
      *                             BALANCING REPORT.  DECISIONS TAKEN        *
      *                             PLUS DECISIONS REFUSED EQUAL THE          *
      *                             APPROVALS READ; THE CONTROL TOTAL IS      *
      *                             THE CHANGES RELEASED TO EMPMAINT.         *
      *----------------------------------------------------------------------*
       9100-WRITE-RUN-STATS.
           OPEN I-O RUN-STATS-FILE.
           IF NOT PR-STAT-OK
               DISPLAY "SALAPPR: RUN STATS OPEN FAILED, STATUS "
                       PR-STAT-STATUS
               GO TO 9100-WRITE-RUN-STATS-EXIT
           END-IF.

           ACCEPT PR-TODAY FROM DATE YYYYMMDD.
           ACCEPT PR-NOW   FROM TIME.

           MOVE "SALAPPR "            TO RS-JOB-NAME.
           MOVE PR-TODAY              TO RS-RUN-DATE.
           MOVE PR-NOW                TO RS-RUN-TIME.
           MOVE PR-APPROVALS-READ     TO RS-RECORDS-READ.
           COMPUTE RS-RECORDS-WRITTEN = PR-HOLDS-RELEASED
               + PR-HOLDS-REJECTED.
           MOVE PR-DECISIONS-REFUSED  TO RS-RECORDS-REJECTED.
           MOVE PR-HOLDS-RELEASED     TO RS-CONTROL-TOTAL.
           MOVE RETURN-CODE           TO RS-RETURN-CODE.

           WRITE RUN-STATS-RECORD
               INVALID KEY
                   DISPLAY "SALAPPR: RUN STATS WRITE FAILED, STATUS "
                           PR-STAT-STATUS
           END-WRITE.

           CLOSE RUN-STATS-FILE.

       9100-WRITE-RUN-STATS-EXIT.
           EXIT.
