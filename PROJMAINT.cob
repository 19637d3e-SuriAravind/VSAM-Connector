      *                  WHEN THE BATCH COMPLETES, SO A RE-TRANSMITTED           *
      *                  BATCH WHOSE COUNT AND HASH TOTAL BALANCE IS             *
      *                  STILL REJECTED WHOLE WITH RETURN CODE 8.                *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-EMP-STATUS.

           SELECT MAINT-TRANS-FILE  ASSIGN TO PROJTRAN
                   GO TO 2100-EDIT-TRANS-EXIT
               END-IF

               MOVE PT-EMPLOYEE-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE PT-PROJECT-CODE TO PR-EX-PROJECT-CODE
