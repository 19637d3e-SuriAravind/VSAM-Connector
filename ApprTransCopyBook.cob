      ****************************************************************************
      *                                                                          *
      *  COPYBOOK     APPRTRANSCOPYBOOK                                          *
      *  AUTHOR       R. L. MARSH  -  MASTER FILE SUPPORT                        *
      *  INSTALLATION ABSA GROUP LIMITED                                         *
      *  DATE-WRITTEN 2026-10-15                                                 *
      *                                                                          *
      *  PURPOSE.     ONE APPROVER DECISION ON A HELD SALARY CHANGE, READ        *
      *               BY SALAPPR FROM APPRTRAN.  THE KEY FIELDS ARE COPIED       *
      *               FROM THE APPROVALS-AWAITING REPORT AND NAME THE HOLD       *
      *               RECORD ON SALHOLD (SEE SalHoldCopyBook.cob).  THE          *
      *               APPROVER IS THE USER ON SALAPPR'S RUN PARM, WHO MAY        *
      *               NOT BE THE USER WHO ORIGINATED THE CHANGE.                 *
      *                                                                          *
      *  MODIFICATION HISTORY.                                                   *
      *  DATE       INIT DESCRIPTION                                             *
      *  ---------- ---- ----------------------------------------------------    *
      *  2026-10-15 RLM  ORIGINAL VERSION.                                       *
      *                                                                          *
      ****************************************************************************

       01  APPROVAL-TRANS-RECORD.
           05  AP-ACTION                    PIC X(01).
               88  AP-RELEASE                       VALUE "R".
               88  AP-REJECT                        VALUE "X".
           05  AP-HOLD-KEY.
               10  AP-ID                    PIC 9(09).
               10  AP-HOLD-DATE             PIC 9(08).
               10  AP-SEQUENCE              PIC 9(03).
