      *****************************************************************
      *  DANOCMFD  -  FILE SECTION half of DANOCHMB (see DANOCMSL).   *
      *               One record per account per chain per cycle:     *
      *               which chain the walk found it on, where in that *
      *               chain, and its component-2 balance as the walk  *
      *               saw it.  COMPONENT-3 itself is a memory address *
      *               and is never kept; this file is what survives   *
      *               of the chains once DANO1 ends.                   *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-28  DLO   Initial version.                          *
      *****************************************************************

       FD  CHAIN-MEMBER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAIN-MEMBER-RECORD.
           05  CHM-KEY.
               10  CHM-BUSINESS-DATE     pic x(08).
               10  CHM-CHAIN-ID          pic x(04).
               10  CHM-POSITION          pic 9(04).
      *                                      *> 1 for the chain head
           05  CHM-COMPONENT-1           pic x(10).
           05  CHM-BALANCE               pic 9(09).
      *                                      *> component-2 at walk time
