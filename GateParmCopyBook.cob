      *               OPERATIONS ADJUSTS THE MAP BY EDITING THE CARD FILE -      *
      *               NO CODE CHANGE.                                           *
      *                                                                          *
      *               GP-FAIL-RC IS THE PREREQUISITE RETURN CODE AT OR ABOVE     *
      *               WHICH THE JOB IS HELD; SPACES OR ZERO MEAN 8.  A LOWER     *
      *               FIGURE GATES ON WARNINGS - "EMPDELTA OPSTREND04" HOLDS     *
      *               EMPDELTA WHEN OPSTREND FLAGGED AN OUT-OF-TOLERANCE RUN.    *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-09-03 RLM  ORIGINAL VERSION.                                        *
      *  2026-10-15 RLM  GP-FAIL-RC - PER-CARD FAILING RETURN CODE.              *
      *                  THE RECORD GROWS FROM 16 TO 18 BYTES.  OPSGPARM         *
      *                  MUST BE REALLOCATED AT THE NEW LRECL AND EVERY          *
      *                  CARD PADDED WITH TWO SPACES (FAILING RC 8, AS           *
      *                  BEFORE) BEFORE THE NEW OPSGATE IS PROMOTED; AN OLD      *
      *                  16-BYTE MAP FAILS THE OPEN AND HOLDS EVERY GATED JOB.   *
      *                                                                          *
      ****************************************************************************

       01  GATE-PARM-RECORD.
           05  GP-JOB-NAME                  PIC X(08).
           05  GP-PREREQ-JOB                PIC X(08).
           05  GP-FAIL-RC                   PIC 9(02).
