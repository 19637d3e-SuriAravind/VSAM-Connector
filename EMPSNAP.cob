      *                  RUN-STATISTICS KSDS (RUNSTATS) SO OPSBAL CAN            *
      *                  BALANCE THE RUN AND THE OPSGATE PREREQUISITE            *
      *                  CHECK (EMPSNAP BEFORE EMPMOVE) CAN SEE IT.              *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT SNAPSHOT-FILE     ASSIGN TO EMPSNAPO

           IF NOT EMP-TERMINATED
               MOVE PR-TODAY             TO SN-SNAPSHOT-DATE
               MOVE EMP-ID               TO SN-ID
               MOVE COMPANY-NAME          TO SN-COMPANY-NAME
               MOVE SHORT_NAME            TO SN-SHORT-NAME
               MOVE SALARY                TO SN-SALARY
