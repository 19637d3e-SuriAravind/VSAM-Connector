      *  ---------- ---- ----------------------------------------------------    *
      *  2026-09-03 RLM  ORIGINAL VERSION - ARCHIVE SEARCH AND REINSTATE          *
      *                  BATCH GENERATION.                                       *
      *  2026-10-15 RLM  MASTER KEY FIELD ID RENAMED EMP-ID (SEE                 *
      *                  EmployeeCopyBook.cob); ID IS A RESERVED WORD.           *
      *  2026-10-15 RLM  ARCHIVE-RECORD WIDENED FROM 782 TO 791 BYTES FOR        *
      *                  THE NEW MANAGER-ID FIELD ON THE MASTER.  A              *
      *                  REINSTATED EMPLOYEE COMES BACK WITH NO MANAGER;         *
      *                  HR SETS THE NEW REPORTING LINE WITH A C.                *
      *                                                                          *
      ****************************************************************************

       FILE SECTION.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(791).

       FD  ARCHIVE-REPORT
           LABEL RECORDS ARE STANDARD.
           MOVE ARCHIVE-RECORD TO EMPLOYEE.

           IF PM-ID > ZERO
               IF EMP-ID NOT = PM-ID
                   GO TO 2000-PROCESS-ONE-ARCHIVE-NEXT
               END-IF
           ELSE
      *                                   ARCHIVED PROJECT ENTRY              *
      *----------------------------------------------------------------------*
       2100-PRINT-ARCHIVED-RECORD.
           MOVE EMP-ID           TO PR-HL-ID.
           MOVE LAST-NAME        TO PR-HL-LAST-NAME.
           MOVE FIRST-NAME       TO PR-HL-FIRST-NAME.
           MOVE COMPANY-NAME     TO PR-HL-COMPANY-NAME.
           END-IF.

           MOVE "A"                  TO TR-TRANS-CODE.
           MOVE EMP-ID               TO TR-ID.
           MOVE ZERO                 TO TR-EFFECTIVE-DATE.
           MOVE COMPANY-NAME         TO TR-COMPANY-NAME.
           MOVE SHORT_NAME           TO TR-SHORT-NAME.
           MOVE HIRE-DATE            TO TR-HIRE-DATE.
           MOVE EXPERIENCE           TO TR-EXPERIENCE.
           MOVE SALARY               TO TR-SALARY.
      *    THE REPORTING LINE OF AN ARCHIVED EMPLOYEE IS LONG GONE; THE
      *    REINSTATED EMPLOYEE STARTS WITH NO MANAGER
           MOVE ZERO                 TO TR-MANAGER-ID.
           MOVE NUMBER-OF-PROJECTS   TO TR-NUMBER-OF-PROJECTS.
           PERFORM VARYING PR-PROJECT-IX FROM 1 BY 1
                   UNTIL PR-PROJECT-IX > NUMBER-OF-PROJECTS
