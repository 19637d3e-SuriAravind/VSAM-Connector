      *                           TOTAL-2 = SUM OF TR-SALARY                     *
      *                 PROJTRAN  TOTAL-1 = UNUSED (ZERO)                        *
      *                           TOTAL-2 = SUM OF PT-BUDGET                     *
      *                 TIMESHT   TOTAL-1 = SUM OF TS-ID                         *
      *                           TOTAL-2 = SUM OF TS-HOURS                      *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *                  REGISTRY (BatchRegistryCopyBook.cob), SO A              *
      *                  RE-TRANSMITTED FILE IS REJECTED WHOLE INSTEAD OF        *
      *                  BEING APPLIED A SECOND TIME.                            *
      *  2026-10-15 RLM  TIMESHT (WEEKLY TIMESHEETS, SEE                         *
      *                  TimesheetCopyBook.cob) NOW CARRIES THE SAME HEADER      *
      *                  AND TRAILER; HASH TOTALS ADDED TO THE TABLE ABOVE.      *
      *                                                                          *
      ****************************************************************************

