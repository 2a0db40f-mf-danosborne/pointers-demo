      *****************************************************************
      *  DANOSISL  -  FILE-CONTROL half of TYPE3SIN, the standing-    *
      *               instruction file.  COPY this member into        *
      *               FILE-CONTROL alongside DANOSIFD (the matching   *
      *               FD).  DANOSIMT maintains the instructions;      *
      *               DANOSIGN reads them every cycle and queues each *
      *               occurrence that falls due on TYPE3CAP.  The     *
      *               record key is SIN-KEY, component-1 plus a       *
      *               sequence number, so one account may carry any   *
      *               number of instructions.  WS-INSTRUCTION-STATUS  *
      *               must be declared in the using program's         *
      *               WORKING-STORAGE.                                *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-05  DLO   Initial version.                         *
      *****************************************************************

           SELECT INSTRUCTION-FILE ASSIGN TO "TYPE3SIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-KEY
               FILE STATUS IS WS-INSTRUCTION-STATUS.
