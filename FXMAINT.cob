      ****************************************************************************
      *                                                                          *
      *  PROGRAM      FXMAINT                                                    *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     ADD, CHANGE AND DELETE MAINTENANCE FOR THE EXCHANGE-RATE   *
      *               KSDS (FXRATE, KEYED ON CURRENCY CODE AND RATE MONTH).      *
      *               TRANSACTIONS ARE READ FROM A SEQUENTIAL TRANSACTION        *
      *               FILE (FXTRAN), EDITED, AND APPLIED TO THE MASTER.          *
      *               TRANSACTIONS THAT FAIL EDIT ARE WRITTEN TO THE             *
      *               EXCEPTION REPORT (FXEXCP) AND ARE NOT APPLIED.             *
      *                                                                          *
      *               EACH MONTH'S RATE IS KEYED AS AN ADD BEFORE THE MONTH      *
      *               OPENS, SO EMPMAINT CAN ACCEPT ADDS AND TRANSFERS INTO      *
      *               THE COMPANIES THAT PAY IN THAT CURRENCY.  A CHANGE         *
      *               TRANSACTION SETS THE CLOSING RATE AT MONTH END.            *
      *                                                                          *
      *  EDITS APPLIED.                                                          *
      *               CURRENCY CODE MUST BE THREE LETTERS AND MAY NOT BE THE     *
      *               GROUP REPORTING CURRENCY, WHOSE RATE IS ALWAYS 1.  THE     *
      *               RATE MONTH MUST BE A VALID YYYYMM.  ON AN ADD OR           *
      *               CHANGE THE RATE MUST BE NUMERIC AND GREATER THAN ZERO.     *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION - ADD/CHANGE/DELETE MAINTENANCE FOR    *
      *                  THE MONTH-END EXCHANGE RATES.                           *
      *                                                                          *
      ****************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FXMAINT.
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
           SELECT EXCHANGE-RATE-MASTER ASSIGN TO FXRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FX-RATE-KEY
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT MAINT-TRANS-FILE  ASSIGN TO FXTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-TRAN-STATUS.

           SELECT EXCEPTION-REPORT  ASSIGN TO FXEXCP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY "ExchRateCopyBook.cob".

       FD  MAINT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ExchTransCopyBook.cob".

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           05  PR-MAST-STATUS             PIC X(02).
               88  PR-MAST-OK                     VALUE "00".
               88  PR-MAST-NOT-FOUND              VALUE "23".
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

       01  PR-CONSTANTS.
           05  PR-GROUP-CURRENCY          PIC X(03)   VALUE "ZAR".

       01  PR-COUNTERS COMP.
           05  PR-TRANS-READ              PIC 9(07)   VALUE ZERO.
           05  PR-ADDS-APPLIED            PIC 9(07)   VALUE ZERO.
           05  PR-CHANGES-APPLIED         PIC 9(07)   VALUE ZERO.
           05  PR-DELETES-APPLIED         PIC 9(07)   VALUE ZERO.
           05  PR-TRANS-REJECTED          PIC 9(07)   VALUE ZERO.

       01  PR-EXCEPTION-LINE-FIELDS.
           05  PR-EX-CURRENCY-CODE        PIC X(03).
           05  PR-EX-RATE-MONTH           PIC X(06).
           05  PR-EX-REASON               PIC X(60).

       01  PR-EDIT-MONTH-FIELD            PIC 9(06).
       01  PR-EDIT-MONTH-PARTS REDEFINES PR-EDIT-MONTH-FIELD.
           05  PR-EDIT-YEAR               PIC 9(04).
           05  PR-EDIT-MONTH              PIC 9(02).

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

           OPEN I-O   EXCHANGE-RATE-MASTER.
           IF NOT PR-MAST-OK
               DISPLAY "FXMAINT: MASTER OPEN FAILED, STATUS "
                       PR-MAST-STATUS
               MOVE "Y" TO PR-TRAN-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT MAINT-TRANS-FILE.
           IF NOT PR-TRAN-OK
               DISPLAY "FXMAINT: TRANS OPEN FAILED, STATUS "
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
               WHEN XT-ADD-TRANS
                   PERFORM 2200-APPLY-ADD
                       THRU 2200-APPLY-ADD-EXIT
               WHEN XT-CHANGE-TRANS
                   PERFORM 2300-APPLY-CHANGE
                       THRU 2300-APPLY-CHANGE-EXIT
               WHEN XT-DELETE-TRANS
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
           IF XT-CURRENCY-CODE = SPACES
                   OR XT-CURRENCY-CODE IS NOT ALPHABETIC
                   OR XT-CURRENCY-CODE (3:1) = SPACE
               MOVE "CURRENCY CODE MUST BE THREE LETTERS"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2100-EDIT-TRANS-EXIT
           END-IF.

           IF XT-CURRENCY-CODE = PR-GROUP-CURRENCY
               MOVE "GROUP CURRENCY CARRIES NO RATE - ALWAYS 1"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2100-EDIT-TRANS-EXIT
           END-IF.

           IF XT-RATE-MONTH IS NOT NUMERIC
               MOVE "RATE MONTH MUST BE NUMERIC YYYYMM"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2100-EDIT-TRANS-EXIT
           END-IF.

           MOVE XT-RATE-MONTH TO PR-EDIT-MONTH-FIELD.
           IF PR-EDIT-YEAR < 1900
                   OR PR-EDIT-MONTH < 1 OR PR-EDIT-MONTH > 12
               MOVE "RATE MONTH IS NOT A VALID MONTH"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
               SET PR-TRANS-IS-INVALID TO TRUE
               GO TO 2100-EDIT-TRANS-EXIT
           END-IF.

           IF NOT XT-DELETE-TRANS
               IF XT-GROUP-RATE IS NOT NUMERIC
                       OR XT-GROUP-RATE = ZERO
                   MOVE "RATE MUST BE NUMERIC AND ABOVE ZERO"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   SET PR-TRANS-IS-INVALID TO TRUE
               END-IF
           END-IF.

       2100-EDIT-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------------*
      *  2200-APPLY-ADD  --  WRITE A NEW EXCHANGE-RATE RECORD                 *
      *----------------------------------------------------------------------*
       2200-APPLY-ADD.
           MOVE XT-CURRENCY-CODE       TO FX-CURRENCY-CODE.
           MOVE XT-RATE-MONTH          TO FX-RATE-MONTH.
           MOVE XT-GROUP-RATE          TO FX-GROUP-RATE.
           MOVE PR-TODAY               TO FX-LAST-UPDATE-DATE.

           WRITE EXCHANGE-RATE-RECORD
               INVALID KEY
                   MOVE "ADD REJECTED - RATE ALREADY ON FILE FOR MONTH"
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
           MOVE XT-CURRENCY-CODE  TO FX-CURRENCY-CODE.
           MOVE XT-RATE-MONTH     TO FX-RATE-MONTH.
           READ EXCHANGE-RATE-MASTER
               INVALID KEY
                   MOVE "CHANGE REJECTED - RATE NOT ON FILE"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-TRANS-REJECTED
                   GO TO 2300-APPLY-CHANGE-EXIT
           END-READ.

           MOVE XT-GROUP-RATE          TO FX-GROUP-RATE.
           MOVE PR-TODAY               TO FX-LAST-UPDATE-DATE.

           REWRITE EXCHANGE-RATE-RECORD
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
      *  2400-APPLY-DELETE  --  REMOVE AN EXCHANGE-RATE RECORD                *
      *----------------------------------------------------------------------*
       2400-APPLY-DELETE.
           MOVE XT-CURRENCY-CODE  TO FX-CURRENCY-CODE.
           MOVE XT-RATE-MONTH     TO FX-RATE-MONTH.
           READ EXCHANGE-RATE-MASTER
               INVALID KEY
                   MOVE "DELETE REJECTED - RATE NOT ON FILE"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   ADD 1 TO PR-TRANS-REJECTED
                   GO TO 2400-APPLY-DELETE-EXIT
           END-READ.

           DELETE EXCHANGE-RATE-MASTER
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
           MOVE XT-CURRENCY-CODE  TO PR-EX-CURRENCY-CODE.
           MOVE XT-RATE-MONTH     TO PR-EX-RATE-MONTH.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "CURRENCY=" PR-EX-CURRENCY-CODE
                  " MONTH=" PR-EX-RATE-MONTH
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
           DISPLAY "FXMAINT: TRANS READ    = " PR-TRANS-READ.
           DISPLAY "FXMAINT: ADDS APPLIED  = " PR-ADDS-APPLIED.
           DISPLAY "FXMAINT: CHANGES DONE  = " PR-CHANGES-APPLIED.
           DISPLAY "FXMAINT: DELETES DONE  = " PR-DELETES-APPLIED.
           DISPLAY "FXMAINT: TRANS REJECTED= " PR-TRANS-REJECTED.

           CLOSE EXCHANGE-RATE-MASTER
                 MAINT-TRANS-FILE
                 EXCEPTION-REPORT.

       9000-TERMINATE-EXIT.
           EXIT.
