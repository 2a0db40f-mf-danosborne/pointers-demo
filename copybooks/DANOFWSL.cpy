      *****************************************************************
      *  DANOFWSL  -  FILE-CONTROL half of TYPE1FWD, the account      *
      *               forwarding file.  COPY this member into         *
      *               FILE-CONTROL alongside DANOFWFD (the matching   *
      *               FD).  DANOMERG writes one record for every      *
      *               account it merges away; DANOPOST reads them so  *
      *               a feed item still carrying a retired key posts  *
      *               to the surviving one, and DANOHIST shows the    *
      *               mapping.  The record key is FWD-OLD-COMPONENT-1, *
      *               the retired key.  WS-FORWARD-STATUS must be     *
      *               declared in the using program's WORKING-STORAGE. *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-01  DLO   Initial version.                          *
      *****************************************************************

           SELECT FORWARD-FILE ASSIGN TO "TYPE1FWD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-OLD-COMPONENT-1
               FILE STATUS IS WS-FORWARD-STATUS.
