      *****************************************************************
      *  DANOHLSL  -  FILE-CONTROL half of the large-transaction hold *
      *               queue.  COPY this member into FILE-CONTROL      *
      *               alongside DANOHLFD/DANOHLWS.  TYPE3HLD holds    *
      *               every posting DANOPOST found over its limit -   *
      *               held there instead of posted or suspended, with *
      *               its serial, until a supervisor releases or      *
      *               declines it in DANOHOLD.  DANOHLPM is the limit *
      *               card deck: one default limit and any number of  *
      *               per-account limits.                             *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-06  DLO   Initial version.                         *
      *****************************************************************

           SELECT HOLD-FILE ASSIGN TO "TYPE3HLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLD-LIMIT-FILE ASSIGN TO "DANOHLPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-PARM-STATUS.
