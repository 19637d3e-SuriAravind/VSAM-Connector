      *               LOOKS FOR ITS END-OF-RUN RECORD ON THE SHARED              *
      *               RUN-STATISTICS KSDS (RUNSTATS) FOR THE RUN DATE.  A        *
      *               PREREQUISITE WITH NO RECORD FOR THE DATE, OR WHOSE         *
      *               LATEST RUN FINISHED WITH RS-RETURN-CODE AT OR ABOVE        *
      *               THE CARD'S GP-FAIL-RC (8 WHEN NOT GIVEN), SETS RETURN      *
      *               CODE 8 SO THE JCL CONDITION CODES STOP THE JOB BEFORE      *
      *               IT TOUCHES ANYTHING.                                       *
      *                                                                          *
      *               A JOB WITH NO CARDS ON THE MAP HAS NO PREREQUISITES        *
      *               AND PASSES.                                               *
      *                                                                          *
      *  OPSGPARM.    18-BYTE CARDS, ONE PER PREREQUISITE -                      *
      *               COLUMNS  1-8   JOB NAME                                    *
      *               COLUMNS  9-16  PREREQUISITE JOB NAME                       *
      *               COLUMNS 17-18  FAILING RETURN CODE, BLANK OR 00 = 8        *
      *                                                                          *
      *  RUN PARM.    JOB-NAME(8)  THE JOB ABOUT TO RUN,                         *
      *               RUN-DATE(8)  yyyymmdd, ZERO = TODAY                        *
      *                                                                          *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-09-03 RLM  ORIGINAL VERSION - PARAMETER-DRIVEN PREREQUISITE         *
      *                  CHECK OVER THE RUN-STATISTICS FILE.                     *
      *  2026-10-15 RLM  FAILING RETURN CODE TAKEN FROM GP-FAIL-RC ON THE        *
      *                  CARD SO A JOB CAN BE HELD ON A PREREQUISITE'S           *
      *                  WARNING (E.G. OPSTREND RC 4).  THE CARD GROWS FROM      *
      *                  16 TO 18 BYTES (SEE GateParmCopyBook.cob).              *
      *                                                                          *
      ****************************************************************************


       01  PR-RUN-DATE                    PIC 9(08).
       01  PR-LATEST-RETURN-CODE          PIC 9(04).
       01  PR-FAIL-RC                     PIC 9(04).
       01  PR-DEFAULT-FAIL-RC             PIC 9(04)   VALUE 0008.

       LINKAGE SECTION.
       01  PR-PARM-LENGTH                 PIC S9(4) COMP.
           MOVE "N"  TO PR-STAT-EOF-SW.
           MOVE ZERO TO PR-LATEST-RETURN-CODE.

           IF GP-FAIL-RC IS NUMERIC AND GP-FAIL-RC > ZERO
               MOVE GP-FAIL-RC         TO PR-FAIL-RC
           ELSE
               MOVE PR-DEFAULT-FAIL-RC TO PR-FAIL-RC
           END-IF.

           MOVE GP-PREREQ-JOB TO RS-JOB-NAME.
           MOVE PR-RUN-DATE   TO RS-RUN-DATE.
           MOVE ZERO          TO RS-RUN-TIME.
                   DISPLAY "OPSGATE: PREREQUISITE " GP-PREREQ-JOB
                           " HAS NOT RUN FOR " PR-RUN-DATE
                   ADD 1 TO PR-PREREQS-FAILED
               WHEN PR-LATEST-RETURN-CODE >= PR-FAIL-RC
                   DISPLAY "OPSGATE: PREREQUISITE " GP-PREREQ-JOB
                           " FINISHED WITH RETURN CODE "
                           PR-LATEST-RETURN-CODE
