      *  2026-08-23 RLM  ORIGINAL VERSION.                                        *
      *  2026-09-03 RLM  ADDED PN-ALLOCATION-PCT PER PROJECT ENTRY TO MATCH      *
      *                  TR-ALLOCATION-PCT ON EmpTransCopyBook.cob.              *
      *  2026-10-15 RLM  ADDED PN-MANAGER-ID TO MATCH TR-MANAGER-ID ON           *
      *                  EmpTransCopyBook.cob.  THE RECORD GREW AND THE          *
      *                  PROJECT TABLE MOVED 9 BYTES, SO RECORDS PARKED IN       *
      *                  THE OLD LAYOUT CANNOT BE READ BY THE NEW LOAD           *
      *                  MODULES.  BEFORE THEY GO IN, EMPPEND MUST BE            *
      *                  DRAINED THROUGH EMPRELSE, OR UNLOADED AND RELOADED      *
      *                  WITH A ZERO MANAGER-ID INSERTED, AND THE CLUSTER        *
      *                  REDEFINED AT THE NEW RECORD SIZE.                       *
      *                                                                          *
      ****************************************************************************

               10  PN-HIRE-DATE         PIC 9(8).
               10  PN-EXPERIENCE        PIC 9(2).
               10  PN-SALARY            PIC S9(10).
               10  PN-MANAGER-ID        PIC 9(9).
               10  PN-NUMBER-OF-PROJECTS PIC 9(3).
               10  PN-PROJECTS-DETAIL   OCCURS 20
                             DEPENDING ON PN-NUMBER-OF-PROJECTS.
