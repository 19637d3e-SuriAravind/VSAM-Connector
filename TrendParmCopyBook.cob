      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     TRENDPARMCOPYBOOK                                          *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     ONE TOLERANCE CARD OF THE RUN-VOLUME TREND PARAMETER       *
      *               FILE (OPSTPARM) READ BY OPSTREND.  EACH CARD SAYS HOW      *
      *               FAR TP-JOB-NAME'S RECORDS READ, WRITTEN AND REJECTED       *
      *               MAY STRAY FROM THEIR AVERAGE OVER THE WINDOW BEFORE        *
      *               A RUN IS FLAGGED.  THE BAND FOR EACH MEASURE IS THE        *
      *               AVERAGE PLUS OR MINUS TP-...-PCT PERCENT OF IT PLUS        *
      *               TP-...-SLACK RECORDS; THE SLACK STOPS A SMALL COUNT        *
      *               (A HANDFUL OF REJECTS) FROM FLAGGING ON NOISE.  A          *
      *               PERCENT OF 999 MEANS THAT MEASURE IS NOT CHECKED.          *
      *               A JOB IS ONLY CHECKED ONCE IT HAS TP-MIN-HISTORY CLEAN     *
      *               RUNS IN THE WINDOW.  A CARD FOR JOB "*DEFAULT" COVERS      *
      *               EVERY JOB WITHOUT A CARD OF ITS OWN; WITH NO DEFAULT       *
      *               CARD SUCH A JOB IS TRENDED BUT NOT CHECKED.                *
      *               OPERATIONS ADJUSTS THE BANDS BY EDITING THE CARD           *
      *               FILE - NO CODE CHANGE.                                    *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                        *
      *                                                                          *
      ****************************************************************************

       01  TREND-PARM-RECORD.
           05  TP-JOB-NAME                  PIC X(08).
           05  TP-LIMITS.
               10  TP-MIN-HISTORY           PIC 9(03).
               10  TP-TOLERANCES.
                   15  TP-READ-PCT          PIC 9(03).
                   15  TP-READ-SLACK        PIC 9(07).
                   15  TP-WRITTEN-PCT       PIC 9(03).
                   15  TP-WRITTEN-SLACK     PIC 9(07).
                   15  TP-REJECTED-PCT      PIC 9(03).
                   15  TP-REJECTED-SLACK    PIC 9(07).
               10  TP-TOLERANCE-TABLE REDEFINES TP-TOLERANCES.
                   15  TP-MEASURE           OCCURS 3.
                       20  TP-PCT           PIC 9(03).
                       20  TP-SLACK         PIC 9(07).
