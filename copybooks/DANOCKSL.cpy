      *****************************************************************
      *  DANOCKSL  -  FILE-CONTROL half of the DANOCAL update lock.   *
      *               COPY this member into FILE-CONTROL alongside    *
      *               DANOCKFD/DANOCKWS/DANOCKPD in any program that  *
      *               rewrites DANOCAL (DANOCALG, DANOCALM).          *
      *               DANOCALK holds one record, "B" while a rewrite  *
      *               is under way, stamped with the program and the  *
      *               time it was taken; empty when no one holds it.  *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-15  DLO   Initial version.                          *
      *****************************************************************

           SELECT CALENDAR-LOCK-FILE ASSIGN TO "DANOCALK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-LOCK-STATUS.
