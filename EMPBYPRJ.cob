      *  ---------- ---- ----------------------------------------------------    *
      *  2026-09-03 RLM  ORIGINAL VERSION - PROJECT ROSTER LISTING VIA THE        *
      *                  STAFFING CROSS-REFERENCE.                               *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT ROSTER-REPORT     ASSIGN TO EMPBYPPT
      *                               MASTER AND PRINT ONE ROSTER LINE         *
      *----------------------------------------------------------------------*
       2000-LIST-ONE-EMPLOYEE.
           MOVE SX-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO PR-XREF-ORPHANS
               GO TO 2000-LIST-ONE-EMPLOYEE-EXIT
           END-IF.

           MOVE EMP-ID                   TO PR-DL-ID.
           MOVE LAST-NAME                TO PR-DL-LAST-NAME.
           MOVE FIRST-NAME               TO PR-DL-FIRST-NAME.
           MOVE SHORT_NAME               TO PR-DL-SHORT-NAME.
