      *****************************************************************
      *  DANOFWFD  -  FILE SECTION half of TYPE1FWD (see DANOFWSL).   *
      *               One record per retired component-1: the key it  *
      *               was merged into, when, by which supervisor, and *
      *               the balance it carried across.  A surviving key *
      *               merged away in its turn gets a record of its    *
      *               own, so a reader follows the forwards to the    *
      *               end of the line.  Records are never deleted.    *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-01  DLO   Initial version.                          *
      *****************************************************************

       FD  FORWARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  FORWARD-RECORD.
           05  FWD-OLD-COMPONENT-1       pic x(10).
      *                                      *> the retired key
           05  FWD-NEW-COMPONENT-1       pic x(10).
      *                                      *> the surviving key
           05  FWD-MERGE-DATE            pic x(08).
           05  FWD-MERGE-TIME            pic x(08).
           05  FWD-SUPERVISOR-ID         pic x(08).
           05  FWD-BALANCE-MOVED         pic 9(10).
      *                                      *> component-2 carried
      *                                      *> from the retired key
