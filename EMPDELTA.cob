      *                  BALANCE THE RUN AND THE OPSGATE PREREQUISITE            *
      *                  CHECK (EMPMAINT BEFORE EMPDELTA) CAN PROVE THE          *
      *                  WHOLE CHAIN.                                            *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO EMPJRNL
      *                                   ONE RECORD.                         *
      *----------------------------------------------------------------------*
       2100-WRITE-EMPLOYEE-DELTAS.
           MOVE CJ-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "EMPDELTA: JOURNALLED ID " CJ-ID
           IF NUMBER-OF-PROJECTS = ZERO
               MOVE SPACES TO DELTA-INTERFACE-RECORD
               MOVE CJ-ACTION-CODE           TO DI-ACTION-CODE
               MOVE EMP-ID                   TO DI-ID
               MOVE COMPANY-NAME              TO DI-COMPANY-NAME
               MOVE FIRST-NAME                TO DI-FIRST-NAME
               MOVE LAST-NAME                 TO DI-LAST-NAME
      *----------------------------------------------------------------------*
       2150-WRITE-ONE-DELTA.
           MOVE CJ-ACTION-CODE               TO DI-ACTION-CODE.
           MOVE EMP-ID                       TO DI-ID.
           MOVE COMPANY-NAME                  TO DI-COMPANY-NAME.
           MOVE FIRST-NAME                    TO DI-FIRST-NAME.
           MOVE LAST-NAME                     TO DI-LAST-NAME.
