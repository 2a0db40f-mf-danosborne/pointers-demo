      *****************************************************************
      *  DANOCMSL  -  FILE-CONTROL half of DANOCHMB, the persistent   *
      *               chain-membership file.  COPY this member into   *
      *               FILE-CONTROL alongside DANOCMFD (the matching   *
      *               FD).  DANO1 writes it each cycle from the chain *
      *               walk; DANOCHRP reports from it.  The record key *
      *               is CHM-KEY, business date plus chain-id plus    *
      *               position, so one cycle's chains read back in    *
      *               walk order.  WS-CHAIN-MEMBER-STATUS must be     *
      *               declared in the using program's                 *
      *               WORKING-STORAGE.                                *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-28  DLO   Initial version.                          *
      *****************************************************************

           SELECT CHAIN-MEMBER-FILE ASSIGN TO "DANOCHMB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-KEY
               FILE STATUS IS WS-CHAIN-MEMBER-STATUS.
