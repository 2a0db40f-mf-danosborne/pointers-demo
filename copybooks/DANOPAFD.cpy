      *****************************************************************
      *  DANOPAFD  -  FILE SECTION half of the posted-activity        *
      *               discipline (see DANOPASL).  One record per      *
      *               amount posted onto or backed off a balance.     *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-22  DLO   Initial version.                          *
      *****************************************************************

       FD  POSTED-ACTIVITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTED-ACTIVITY-RECORD.
           05  PAC-BUSINESS-DATE        pic x(08).
      *                                      *> the cycle that posted it
           05  PAC-SOURCE               pic x(01).
               88  PAC-FROM-FEED                  value "F".
               88  PAC-FROM-CAPTURE               value "C".
               88  PAC-FROM-SUSPENSE              value "S".
               88  PAC-FROM-REVERSAL              value "R".
           05  PAC-COMPONENT-1          pic x(10).
           05  PAC-TRANS-DATE           pic x(08).
           05  PAC-AMOUNT               pic s9(9)v99.
      *                                      *> as it moved the balance;
      *                                      *> a reversal is the
      *                                      *> negative of the movement
      *                                      *> it took back off
           05  PAC-PROGRAM-NAME         pic x(08).
           05  PAC-LOG-DATE             pic x(08).
           05  PAC-LOG-TIME             pic x(08).
