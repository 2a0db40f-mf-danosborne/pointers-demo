      *****************************************************************
      *  DANOMKSL  -  FILE-CONTROL half of the maker-checker          *
      *               discipline for balance changes keyed online.    *
      *               COPY this member into FILE-CONTROL alongside    *
      *               DANOMKFD/DANOMKWS/DANOMKPD.  DANOMKQ is the     *
      *               change-request queue - a component-2 or amount  *
      *               change above the DANOMKPM threshold is queued   *
      *               here by its maker instead of being applied,     *
      *               and waits for a second, supervisor operator to  *
      *               approve or reject it in DANOAPRV.  DANOMKPM is  *
      *               the one-card threshold parameter.                *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-18  DLO   Initial version.                          *
      *****************************************************************

           SELECT CHANGE-REQUEST-FILE ASSIGN TO "DANOMKQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKQ-REQUEST-KEY
               FILE STATUS IS WS-CHANGE-REQUEST-STATUS.

           SELECT CHANGE-THRESHOLD-FILE ASSIGN TO "DANOMKPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-PARM-STATUS.
