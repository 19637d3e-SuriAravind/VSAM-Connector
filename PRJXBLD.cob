      *  ---------- ---- ----------------------------------------------------    *
      *  2026-09-03 RLM  ORIGINAL VERSION - STAFFING CROSS-REFERENCE LOAD         *
      *                  FROM THE EMPLOYEE MASTER.                               *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT STAFF-XREF-FILE   ASSIGN TO STAFFXRF
      *----------------------------------------------------------------------*
       2100-WRITE-ONE-XREF.
           MOVE PROJECT-NAME (PR-PROJECT-IX)   TO SX-PROJECT-NAME.
           MOVE EMP-ID                         TO SX-ID.
           MOVE START-DATE (PR-PROJECT-IX)     TO SX-START-DATE.
           MOVE END-DATE (PR-PROJECT-IX)       TO SX-END-DATE.
           MOVE ALLOCATION-PCT (PR-PROJECT-IX) TO SX-ALLOCATION-PCT.
