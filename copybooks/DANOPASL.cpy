      *****************************************************************
      *  DANOPASL  -  FILE-CONTROL half of the posted-activity        *
      *               discipline.  COPY this member into FILE-CONTROL *
      *               alongside DANOPAFD/DANOPAWS/DANOPAPD.  TYPE3PAC *
      *               carries one record for every amount that        *
      *               actually moved a TYPE1MST balance - feed,       *
      *               captured entry, suspense release or backout     *
      *               reversal - so the general-ledger interface      *
      *               (DANOGLIF) summarizes what posted, not what     *
      *               arrived.  DANOGLIF consumes the file once the   *
      *               GL batch is written and registered.              *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-22  DLO   Initial version.                          *
      *****************************************************************

           SELECT POSTED-ACTIVITY-FILE ASSIGN TO "TYPE3PAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
