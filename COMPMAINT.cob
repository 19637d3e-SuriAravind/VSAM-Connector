      *               SHORT-NAME MAY NOT BE SPACES.  COMPANY-NAME MAY NOT BE     *
      *               SPACES ON AN ADD OR CHANGE.  STATUS MUST BE ONE OF         *
      *               A (ACTIVE) OR I (INACTIVE) ON AN ADD OR CHANGE.            *
      *               CURRENCY CODE MUST BE THREE LETTERS ON AN ADD OR           *
      *               CHANGE.                                                   *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-08-23 RLM  ORIGINAL VERSION - ADD/CHANGE/DELETE MAINTENANCE FOR     *
      *                  THE COMPANY MASTER.                                    *
      *  2026-10-15 RLM  ADD AND CHANGE NOW CARRY THE COMPANY'S PAYING           *
      *                  CURRENCY (CT-CURRENCY-CODE) TO CO-CURRENCY-CODE.        *
      *                                                                          *
      ****************************************************************************

                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   SET PR-TRANS-IS-INVALID TO TRUE
                   GO TO 2100-EDIT-TRANS-EXIT
               END-IF

               IF CT-CURRENCY-CODE = SPACES
                       OR CT-CURRENCY-CODE IS NOT ALPHABETIC
                       OR CT-CURRENCY-CODE (3:1) = SPACE
                   MOVE CT-SHORT-NAME TO PR-EX-SHORT-NAME
                   MOVE "CURRENCY CODE MUST BE THREE LETTERS"
                       TO PR-EX-REASON
                   PERFORM 2800-WRITE-EXCEPTION
                       THRU 2800-WRITE-EXCEPTION-EXIT
                   SET PR-TRANS-IS-INVALID TO TRUE
               END-IF
           END-IF.

           MOVE CT-SHORT-NAME          TO CO-SHORT-NAME.
           MOVE CT-COMPANY-NAME        TO CO-COMPANY-NAME.
           MOVE CT-STATUS               TO CO-STATUS.
           MOVE CT-CURRENCY-CODE        TO CO-CURRENCY-CODE.

           WRITE COMPANY-RECORD
               INVALID KEY

           MOVE CT-COMPANY-NAME        TO CO-COMPANY-NAME.
           MOVE CT-STATUS               TO CO-STATUS.
           MOVE CT-CURRENCY-CODE        TO CO-CURRENCY-CODE.

           REWRITE COMPANY-RECORD
               INVALID KEY
