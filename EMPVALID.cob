      *  2026-08-23 RLM  AN END-OF-RUN RECORD IS NOW WRITTEN TO THE SHARED       *
      *                  RUN-STATISTICS KSDS (RUNSTATS) FOR THE OPSBAL           *
      *                  BALANCING REPORT.                                      *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT EXCEPTION-REPORT  ASSIGN TO EMPVEXCP
           SET PR-RECORD-IS-VALID TO TRUE.

           IF FIRST-NAME NOT ALPHABETIC
               MOVE EMP-ID TO PR-EX-ID
               MOVE "FIRST-NAME IS NOT ALPHABETIC" TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
           END-IF.

           IF LAST-NAME NOT ALPHABETIC
               MOVE EMP-ID TO PR-EX-ID
               MOVE "LAST-NAME IS NOT ALPHABETIC" TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
                   THRU 2800-WRITE-EXCEPTION-EXIT
           PERFORM 3000-VALIDATE-CALENDAR-DATE
               THRU 3000-VALIDATE-CALENDAR-DATE-EXIT.
           IF PR-DATE-IS-INVALID
               MOVE EMP-ID TO PR-EX-ID
               MOVE "DATE-OF-BIRTH IS NOT A VALID CALENDAR DATE"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
           PERFORM 3000-VALIDATE-CALENDAR-DATE
               THRU 3000-VALIDATE-CALENDAR-DATE-EXIT.
           IF PR-DATE-IS-INVALID
               MOVE EMP-ID TO PR-EX-ID
               MOVE "PROJECTS-DETAIL START-DATE NOT A VALID DATE"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
           PERFORM 3000-VALIDATE-CALENDAR-DATE
               THRU 3000-VALIDATE-CALENDAR-DATE-EXIT.
           IF PR-DATE-IS-INVALID
               MOVE EMP-ID TO PR-EX-ID
               MOVE "PROJECTS-DETAIL END-DATE NOT A VALID DATE"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
           END-IF.

           IF END-DATE (PR-PROJECT-IX) < START-DATE (PR-PROJECT-IX)
               MOVE EMP-ID TO PR-EX-ID
               MOVE "PROJECTS-DETAIL END-DATE BEFORE START-DATE"
                   TO PR-EX-REASON
               PERFORM 2800-WRITE-EXCEPTION
