      ****************************************************************************
      *                                                                          *
      *  PROGRAM      RATEMAINT                                                  *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     ADD, CHANGE AND DELETE MAINTENANCE FOR THE CLIENT RATE     *
      *               CARD KSDS (RATECARD, KEYED ON CLIENT NAME, COMPANY         *
      *               SHORT NAME AND EFFECTIVE DATE).  TRANSACTIONS ARE READ     *
      *               FROM A SEQUENTIAL TRANSACTION FILE (RATETRAN), EDITED,     *
      *               AND APPLIED TO THE MASTER.  TRANSACTIONS THAT FAIL         *
      *               EDIT ARE WRITTEN TO THE EXCEPTION REPORT (RATEEXCP)        *
      *               AND ARE NOT APPLIED.                                       *
      *                                                                          *
      *               A RATE CHANGE FROM A GIVEN DATE IS KEYED AS AN ADD WITH    *
      *               THE NEW EFFECTIVE DATE; THE EARLIER RATE STAYS ON FILE     *
      *               SO CLIBILL CAN STILL PRICE THE DAYS BEFORE THE CHANGE.     *
      *               A CHANGE TRANSACTION CORRECTS THE RATE ON AN EXISTING      *
      *               EFFECTIVE DATE.                                            *
      *                                                                          *
      *  EDITS APPLIED.                                                          *
      *               CLIENT NAME AND SHORT NAME MAY NOT BE SPACES.  THE         *
      *               EFFECTIVE DATE MUST BE A VALID YYYYMMDD DATE.  ON AN       *
      *               ADD OR CHANGE THE DAILY RATE MUST BE NUMERIC AND           *
      *               GREATER THAN ZERO, AND THE SHORT NAME MUST BE ON THE       *
      *               COMPANY MASTER.                                            *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - ADD/CHANGE/DELETE MAINTENANCE FOR    *
      *                  THE CLIENT RATE CARD.                                   *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RATEMAINT.
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
           SELECT RATE-CARD-MASTER  ASSIGN TO RATECARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RC-RATE-KEY
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT COMPANY-MASTER    ASSIGN TO COMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CO-SHORT-NAME
                  FILE STATUS IS PR-COMP-STATUS.

           SELECT MAINT-TRANS-FILE  ASSIGN TO RATETRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-TRAN-STATUS.

           SELECT EXCEPTION-REPORT  ASSIGN TO RATEEXCP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CARD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "RateCardCopyBook.cob".

       FD  COMPANY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "CompanyCopyBook.cob".

       FD  MAINT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RateTransCopyBook.cob".

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-MAST-STATUS             PIC X(02).
               88  PR-MAST-OK                     VALUE "00".
               88  PR-MAST-NOT-FOUND              VALUE "23".
           05  PR-COMP-STATUS             PIC X(02).
               88  PR-COMP-OK                     VALUE "00".
               88  PR-COMP-NOT-FOUND              VALUE "23".
           05  PR-TRAN-STATUS             PIC X(02).
               88  PR-TRAN-OK                     VALUE "00".
               88  PR-TRAN-EOF                    VALUE "10".
           05  PR-RPT-STATUS              PIC X(02).
               88  PR-RPT-OK                      VALUE "00".

       01  PR-SWITCHES.
           05  PR-TRAN-EOF-SW             PIC X(01)   VALUE "N".
               88  PR-NO-MORE-TRANS               VALUE "Y".
           05  PR-VALID-TRANS-SW          PIC X(01)   VALUE "Y".
               88  PR-TRANS-IS-VALID              VALUE "Y".
               88  PR-TRANS-IS-INVALID            VALUE "N".

       01  PR-COUNTERS COMP.
           05  PR-TRANS-READ              PIC 9(07)   VALUE ZERO.
           05  PR-ADDS-APPLIED            PIC 9(07)   VALUE ZERO.
           05  PR-CHANGES-APPLIED         PIC 9(07)   VALUE ZERO.
           05  PR-DELETES-APPLIED         PIC 9(07)   VALUE ZERO.
           05  PR-TRANS-REJECTED          PIC 9(07)   VALUE ZERO.

       01  PR-EXCEPTION-LINE-FIELDS.
           05  PR-EX-CLIENT-NAME          PIC X(20).
           05  PR-EX-SHORT-NAME           PIC X(03).
           05  PR-EX-EFFECTIVE-DATE       PIC X(08).
           05  PR-EX-REASON               PIC X(60).

       01  PR-EDIT-DATE                   PIC 9(08).
       01  PR-EDIT-DATE-PARTS REDEFINES PR-EDIT-DATE.
           05  PR-EDIT-YEAR               PIC 9(04).
           05  PR-EDIT-MONTH              PIC 9(02).
           05  PR-EDIT-DAY                PIC 9(02).

       01  PR-TODAY                       PIC 9(08).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------------*
      *  0000-MAINLINE                                                       *
      *----------------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ONE-TRANS
               THRU 2000-PROCESS-ONE-TRANS-EXIT
               UNTIL PR-NO-MORE-TRANS.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *----------------------------------------------------------------------*
      *  1000-INITIALIZE  --  OPEN FILES AND PRIME THE TRANSACTION LOOP       *
      *----------------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PR-TODAY FROM DATE YYYYMMDD.

           OPEN I-O   RATE-CARD-MASTER.
           IF NOT PR-MAST-OK
               DISPLAY "RATEMAINT: MASTER OPEN FAILED, STATUS "
                       PR-MAST-STATUS
               MOVE "Y" TO PR-TRAN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT COMPANY-MASTER.
           IF NOT PR-COMP-OK
               DISPLAY "RATEMAINT: COMPANY OPEN FAILED, STATUS "
                       PR-COMP-STATUS
               MOVE "Y" TO PR-TRAN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT MAINT-TRANS-FILE.
           IF NOT PR-TRAN-OK
               DISPLAY "RATEMAINT: TRANS OPEN FAILED, STATUS "
                       PR-TRAN-STATUS
               MOVE "Y" TO PR-TRAN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.

           PERFORM 2900-READ-NEXT-TRANS
               THRU 2900-READ-NEXT-TRANS-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2000-PROCESS-ONE-TRANS  --  EDIT AND APPLY ONE TRANSACTION           *
      *----------------------------------------------------------------------*
       2000-PROCESS-ONE-TRANS.
           ADD 1 TO PR-TRANS-READ.
           SET PR-TRANS-IS-VALID TO TRUE.

           PERFORM 2100-EDIT-TRANS
               THRU 2100-EDIT-TRANS-EXIT.

           IF PR-TRANS-IS-INVALID
               ADD 1 TO PR-TRANS-REJECTED
               PERFORM 2900-READ-NEXT-TRANS
                   THRU 2900-READ-NEXT-TRANS-EXIT
               GO TO 2000-PROCESS-ONE-TRANS-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN RT-ADD-TRANS
                   PERFORM 2200-APPLY-ADD
                       THRU 2200-APPLY-ADD-EXIT
               WHEN RT-CHANGE-TRANS
                   PERFORM 2300-APPLY-CHANGE
                       THRU 2300-APPLY-CHANGE-EXIT
               WHEN RT-DELETE-TRANS
                   PERFORM 2400-APPLY-DELETE
                       THRU 2400-APPLY-DELETE-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION CODE" TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-TRANS-REJECTED
           END-EVALUATE.

           PERFORM 2900-READ-NEXT-TRANS
               THRU 2900-READ-NEXT-TRANS-EXIT.

       2000-PROCESS-ONE-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2100-EDIT-TRANS  --  APPLY THE BASIC FIELD EDITS BEFORE ANY WRITE    *
      *----------------------------------------------------------------------*
       2100-EDIT-TRANS.
           IF RT-CLIENT-NAME = SPACES
               MOVE "CLIENT NAME MAY NOT BE SPACES" TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2100-EDIT-TRANS-EXIT
           END-IF.

           IF RT-SHORT-NAME = SPACES
               MOVE "SHORT-NAME MAY NOT BE SPACES" TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2100-EDIT-TRANS-EXIT
           END-IF.

           IF RT-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2100-EDIT-TRANS-EXIT
           END-IF.

           MOVE RT-EFFECTIVE-DATE TO PR-EDIT-DATE.
           IF PR-EDIT-YEAR < 1900
                   OR PR-EDIT-MONTH < 1 OR PR-EDIT-MONTH > 12
                   OR PR-EDIT-DAY < 1 OR PR-EDIT-DAY > 31
               MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2100-EDIT-TRANS-EXIT
           END-IF.

           IF NOT RT-DELETE-TRANS
               IF RT-DAILY-RATE IS NOT NUMERIC
                       OR RT-DAILY-RATE = ZERO
                   MOVE "DAILY RATE MUST BE NUMERIC AND ABOVE ZERO"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   SET PR-TRANS-IS-INVALID TO TRUE
                   GO TO 2100-EDIT-TRANS-EXIT
               END-IF

               MOVE RT-SHORT-NAME TO CO-SHORT-NAME
               READ COMPANY-MASTER
                   INVALID KEY
                       MOVE "SHORT-NAME NOT ON COMPANY MASTER"
                           TO PR-EX-REASON
                       PERFORM 2800-WRITE-EXCEPTION
                           THRU 2800-WRITE-EXCEPTION-EXIT
                       SET PR-TRANS-IS-INVALID TO TRUE
               END-READ
           END-IF.

       2100-EDIT-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2200-APPLY-ADD  --  WRITE A NEW RATE-CARD RECORD                     *
      *----------------------------------------------------------------------*
       2200-APPLY-ADD.
           MOVE RT-CLIENT-NAME         TO RC-CLIENT-NAME.
           MOVE RT-SHORT-NAME          TO RC-SHORT-NAME.
           MOVE RT-EFFECTIVE-DATE      TO RC-EFFECTIVE-DATE.
           MOVE RT-DAILY-RATE          TO RC-DAILY-RATE.
           MOVE PR-TODAY               TO RC-LAST-UPDATE-DATE.

           WRITE RATE-CARD-RECORD
               INVALID KEY
                   MOVE "ADD REJECTED - RATE ALREADY ON FILE FOR DATE"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-TRANS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO PR-ADDS-APPLIED
           END-WRITE.

       2200-APPLY-ADD-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2300-APPLY-CHANGE  --  CORRECT THE RATE ON AN EXISTING RECORD        *
      *----------------------------------------------------------------------*
       2300-APPLY-CHANGE.
           MOVE RT-CLIENT-NAME    TO RC-CLIENT-NAME.
           MOVE RT-SHORT-NAME     TO RC-SHORT-NAME.
           MOVE RT-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE.
           READ RATE-CARD-MASTER
               INVALID KEY
                   MOVE "CHANGE REJECTED - RATE NOT ON FILE"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-TRANS-REJECTED
                   GO TO 2300-APPLY-CHANGE-EXIT
           END-READ.

           MOVE RT-DAILY-RATE          TO RC-DAILY-RATE.
           MOVE PR-TODAY               TO RC-LAST-UPDATE-DATE.

           REWRITE RATE-CARD-RECORD
               INVALID KEY
                   MOVE "CHANGE REJECTED - REWRITE FAILED"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-TRANS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO PR-CHANGES-APPLIED
           END-REWRITE.

       2300-APPLY-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2400-APPLY-DELETE  --  REMOVE A RATE-CARD RECORD                     *
      *----------------------------------------------------------------------*
       2400-APPLY-DELETE.
           MOVE RT-CLIENT-NAME    TO RC-CLIENT-NAME.
           MOVE RT-SHORT-NAME     TO RC-SHORT-NAME.
           MOVE RT-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE.
           READ RATE-CARD-MASTER
               INVALID KEY
                   MOVE "DELETE REJECTED - RATE NOT ON FILE"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-TRANS-REJECTED
                   GO TO 2400-APPLY-DELETE-EXIT
           END-READ.

           DELETE RATE-CARD-MASTER
               INVALID KEY
                   MOVE "DELETE REJECTED - DELETE FAILED"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-TRANS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO PR-DELETES-APPLIED
           END-DELETE.

       2400-APPLY-DELETE-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2800-WRITE-EXCEPTION  --  FORMAT AND WRITE ONE EXCEPTION LINE        *
      *----------------------------------------------------------------------*
       2800-WRITE-EXCEPTION.
           MOVE RT-CLIENT-NAME    TO PR-EX-CLIENT-NAME.
           MOVE RT-SHORT-NAME     TO PR-EX-SHORT-NAME.
           MOVE RT-EFFECTIVE-DATE TO PR-EX-EFFECTIVE-DATE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "CLIENT=" PR-EX-CLIENT-NAME
                  " SHORT=" PR-EX-SHORT-NAME
                  " EFF=" PR-EX-EFFECTIVE-DATE
                  " " PR-EX-REASON
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       2800-WRITE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2900-READ-NEXT-TRANS  --  READ THE NEXT MAINTENANCE TRANSACTION      *
      *----------------------------------------------------------------------*
       2900-READ-NEXT-TRANS.
           READ MAINT-TRANS-FILE
               AT END
                   MOVE "Y" TO PR-TRAN-EOF-SW
           END-READ.

       2900-READ-NEXT-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  9000-TERMINATE  --  CLOSE FILES AND REPORT COUNTS                    *
      *----------------------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY "RATEMAINT: TRANS READ    = " PR-TRANS-READ.
           DISPLAY "RATEMAINT: ADDS APPLIED  = " PR-ADDS-APPLIED.
           DISPLAY "RATEMAINT: CHANGES DONE  = " PR-CHANGES-APPLIED.
           DISPLAY "RATEMAINT: DELETES DONE  = " PR-DELETES-APPLIED.
           DISPLAY "RATEMAINT: TRANS REJECTED= " PR-TRANS-REJECTED.

           CLOSE RATE-CARD-MASTER
                 COMPANY-MASTER
                 MAINT-TRANS-FILE
                 EXCEPTION-REPORT.

       9000-TERMINATE-EXIT.
           EXIT.
