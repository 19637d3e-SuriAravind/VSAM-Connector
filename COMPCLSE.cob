      *  ---------- ---- ----------------------------------------------------    *
      *  2026-09-03 RLM  ORIGINAL VERSION - CLOSURE IMPACT REPORT AND             *
      *                  TRANSFER/TERMINATE BATCH GENERATION.                    *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *  2026-10-15 RLM  THE TRANSFER/TERMINATE TRANSACTION NOW CARRIES          *
      *                  THE EMPLOYEE'S MANAGER-ID.                              *
      *                                                                          *
      ****************************************************************************

           SELECT EMPLOYEE-MASTER   ASSIGN TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  ALTERNATE RECORD KEY IS COMPANY-NAME WITH DUPLICATES
                  FILE STATUS IS PR-MAST-STATUS.

           ADD 1      TO PR-EMPLOYEES-AFFECTED.
           ADD SALARY TO PR-SALARY-MASS.

           MOVE EMP-ID     TO PR-DL-ID.
           MOVE LAST-NAME  TO PR-DL-LAST-NAME.
           MOVE FIRST-NAME TO PR-DL-FIRST-NAME.
           MOVE SALARY     TO PR-DL-SALARY.
               MOVE SHORT_NAME              TO TR-SHORT-NAME
           END-IF.

           MOVE EMP-ID              TO TR-ID.
           MOVE PM-EFFECTIVE-DATE   TO TR-EFFECTIVE-DATE.
           MOVE FIRST-NAME          TO TR-FIRST-NAME.
           MOVE LAST-NAME           TO TR-LAST-NAME.
           MOVE HIRE-DATE           TO TR-HIRE-DATE.
           MOVE EXPERIENCE          TO TR-EXPERIENCE.
           MOVE SALARY              TO TR-SALARY.
           MOVE MANAGER-ID          TO TR-MANAGER-ID.
           MOVE NUMBER-OF-PROJECTS  TO TR-NUMBER-OF-PROJECTS.
           PERFORM VARYING PR-PROJECT-IX FROM 1 BY 1
                   UNTIL PR-PROJECT-IX > NUMBER-OF-PROJECTS
