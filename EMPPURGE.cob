      *  2026-09-03 RLM  ARCHIVE-RECORD WIDENED FROM 722 TO 782 BYTES FOR        *
      *                  THE NEW ALLOCATION-PCT FIELD ON EACH                    *
      *                  PROJECTS-DETAIL ENTRY.                                  *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *  2026-10-15 RLM  ARCHIVE-RECORD WIDENED FROM 782 TO 791 BYTES FOR        *
      *                  THE NEW MANAGER-ID FIELD ON THE MASTER.                 *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS PR-MAST-STATUS.

           SELECT ARCHIVE-FILE      ASSIGN TO EMPARCH

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(791).

       WORKING-STORAGE SECTION.
       01  PR-FILE-STATUSES.
           WRITE ARCHIVE-RECORD.
           IF NOT PR-ARCH-OK
               DISPLAY "EMPPURGE: ARCHIVE WRITE FAILED, STATUS "
                       PR-ARCH-STATUS " - ID " EMP-ID " NOT PURGED"
               MOVE 8 TO RETURN-CODE
               GO TO 2100-ARCHIVE-AND-DELETE-EXIT
           END-IF.
           DELETE EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "EMPPURGE: DELETE FAILED, STATUS "
                           PR-MAST-STATUS " - ID " EMP-ID
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO PR-EMPLOYEES-ARCHIVED
