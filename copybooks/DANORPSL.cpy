      *****************************************************************
      *  DANORPSL  -  FILE-CONTROL half of the common report spool.   *
      *               COPY this member into FILE-CONTROL alongside    *
      *               DANORPFD/DANORPWS/DANORPPD.  DANORPTS collects  *
      *               the night's report lines from the programs      *
      *               whose reports only ever went to SYSOUT, each    *
      *               line stamped with the program and its run, so   *
      *               DANOPKG can gather them into the business       *
      *               date's report package.                          *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-15  DLO   Initial version.                          *
      *****************************************************************

           SELECT REPORT-SPOOL-FILE ASSIGN TO "DANORPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.
