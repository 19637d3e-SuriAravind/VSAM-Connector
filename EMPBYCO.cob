      *  2026-08-23 RLM  AN END-OF-RUN RECORD IS NOW WRITTEN TO THE SHARED       *
      *                  RUN-STATISTICS KSDS (RUNSTATS) FOR THE OPSBAL           *
      *                  BALANCING REPORT.                                      *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS COMPANY-NAME WITH DUPLICATES
                  FILE STATUS IS PR-MAST-STATUS.

               GO TO 2000-LIST-ONE-EMPLOYEE-EXIT
           END-IF.

           MOVE EMP-ID                   TO PR-DL-ID.
           MOVE LAST-NAME                TO PR-DL-LAST-NAME.
           MOVE FIRST-NAME               TO PR-DL-FIRST-NAME.
           MOVE SHORT_NAME               TO PR-DL-SHORT-NAME.
