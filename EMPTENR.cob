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

           SELECT EXCEPTION-REPORT  ASSIGN TO EMPTEXCP
               THRU 3000-COMPUTE-TENURE-EXIT.

           IF PR-COMPUTED-TENURE NOT = EXPERIENCE
               MOVE EMP-ID          TO PR-EX-ID
               MOVE EXPERIENCE      TO PR-EX-EXPERIENCE
               MOVE PR-COMPUTED-TENURE TO PR-EX-COMPUTED
               MOVE "EXPERIENCE DOES NOT MATCH HIRE-DATE TENURE"
