      *                  RUN-STATISTICS KSDS (RUNSTATS); ITS CONTROL TOTAL       *
      *                  IS THE SUM OF NUMBER-OF-PROJECTS OVER EXTRACTED         *
      *                  EMPLOYEES, WHICH MUST EQUAL PROJECTS WRITTEN.           *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT RESTART-CONTROL-FILE ASSIGN TO RSTRCTL
           IF PR-RESTART-REQUESTED AND PR-CHECKPOINT-EXISTS
               DISPLAY "EMPEXTR: RESTARTING AFTER ID "
                       RC-LAST-ID-PROCESSED
               MOVE RC-LAST-ID-PROCESSED TO EMP-ID
               START EMPLOYEE-MASTER KEY IS GREATER THAN EMP-ID
                   INVALID KEY
                       MOVE "Y" TO PR-MAST-EOF-SW
               END-START
      *  2100-WRITE-INTERFACE-RECORD                                         *
      *----------------------------------------------------------------------*
       2100-WRITE-INTERFACE-RECORD.
           MOVE EMP-ID                              TO PI-ID.
           MOVE COMPANY-NAME                         TO PI-COMPANY-NAME.
           MOVE FIRST-NAME                           TO PI-FIRST-NAME.
           MOVE LAST-NAME                            TO PI-LAST-NAME.
           ACCEPT PR-NOW   FROM TIME.

           MOVE PR-MY-JOB-NAME      TO RC-JOB-NAME.
           MOVE EMP-ID              TO RC-LAST-ID-PROCESSED.
           MOVE PR-EMPLOYEES-READ   TO RC-RECORDS-PROCESSED.
           MOVE PR-TODAY             TO RC-CHECKPOINT-DATE.
           MOVE PR-NOW               TO RC-CHECKPOINT-TIME.
