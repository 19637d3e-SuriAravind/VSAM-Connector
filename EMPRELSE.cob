      *                  RUN-STATISTICS KSDS (RUNSTATS) SO OPSBAL CAN            *
      *                  BALANCE THE RUN AND THE OPSGATE PREREQUISITE            *
      *                  CHECK (EMPRELSE BEFORE EMPMAINT) CAN SEE IT.            *
      *  2026-10-15 RLM  PN-MANAGER-ID CARRIED THROUGH TO THE RELEASED           *
      *                  TRANSACTION.                                            *
      *                                                                          *
      ****************************************************************************

           MOVE PN-HIRE-DATE            TO TR-HIRE-DATE.
           MOVE PN-EXPERIENCE           TO TR-EXPERIENCE.
           MOVE PN-SALARY               TO TR-SALARY.
           MOVE PN-MANAGER-ID           TO TR-MANAGER-ID.
           MOVE PN-NUMBER-OF-PROJECTS   TO TR-NUMBER-OF-PROJECTS.
           PERFORM VARYING PR-PROJECT-IX FROM 1 BY 1
                   UNTIL PR-PROJECT-IX > PN-NUMBER-OF-PROJECTS
