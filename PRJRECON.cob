      *                  STAFFING WITH A KEYED CROSS-REFERENCE READ,             *
      *                  REPLACING THE TWO FULL SCANS OF THE EMPLOYEE            *
      *                  MASTER.                                                *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT STAFF-XREF-FILE   ASSIGN TO STAFFXRF
      *                               AND ANY STINT OF THE PAIR QUALIFIES.    *
      *----------------------------------------------------------------------*
       4100-CHECK-ONE-PROJECT.
           MOVE PR-PT-EMPLOYEE-ID (PR-TABLE-IX) TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER"
