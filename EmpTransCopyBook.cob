      *                  ALLOCATION-PCT ON EmployeeCopyBook.cob.  ZERO MEANS     *
      *                  THE EMPLOYEE IS COSTED AT 100 PERCENT ON THE            *
      *                  ASSIGNMENT, SO EXISTING FEEDS KEEP THEIR MEANING.       *
      *  2026-10-15 RLM  ADDED TR-MANAGER-ID TO MATCH MANAGER-ID ON              *
      *                  EmployeeCopyBook.cob.  CARRIED ON A AND C               *
      *                  TRANSACTIONS; ZERO MEANS NO MANAGER.  THE FIELD         *
      *                  SITS AHEAD OF THE PROJECT TABLE, WHICH MOVED 9          *
      *                  BYTES: EVERY EMPTRAN BATCH, FROM WHATEVER FEED,         *
      *                  MUST BE CUT IN THE NEW LAYOUT FROM THE DAY THE NEW      *
      *                  LOAD MODULES GO IN.  AN OLD-LAYOUT BATCH STILL IN THE   *
      *                  QUEUE IS TO BE APPLIED BEFORE THE CUTOVER.  EMPPEND     *
      *                  MUST BE DRAINED FIRST (SEE PendTransCopyBook.cob).      *
      *                                                                          *
      ****************************************************************************

               10  TR-HIRE-DATE         PIC 9(8).
               10  TR-EXPERIENCE        PIC 9(2).
               10  TR-SALARY            PIC S9(10).
               10  TR-MANAGER-ID        PIC 9(9).
               10  TR-NUMBER-OF-PROJECTS PIC 9(3).
               10  TR-PROJECTS-DETAIL   OCCURS 20
                             DEPENDING ON TR-NUMBER-OF-PROJECTS.
