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

           SELECT SORT-WORK-FILE    ASSIGN TO SORTWK01.
           PERFORM UNTIL PR-NO-MORE-MASTER
               MOVE COMPANY-NAME  TO SD-COMPANY-NAME
               MOVE SHORT_NAME    TO SD-SHORT-NAME
               MOVE EMP-ID        TO SD-ID
               RELEASE SD-RECON-RECORD
               PERFORM 3900-READ-NEXT-EMPLOYEE
                   THRU 3900-READ-NEXT-EMPLOYEE-EXIT
