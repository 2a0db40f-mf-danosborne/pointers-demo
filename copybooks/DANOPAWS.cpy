      *****************************************************************
      *  DANOPAWS  -  working-storage half of the posted-activity     *
      *               discipline (see DANOPAPD).  COPY into           *
      *               WORKING-STORAGE SECTION of any program that     *
      *               also COPYs DANOPASL/DANOPAFD/DANOPAPD.          *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-22  DLO   Initial version.                          *
      *****************************************************************

       01  WS-ACTIVITY-STATUS           pic x(02).
       01  WS-PAC-BUSINESS-DATE         pic x(08) value spaces.
      *                                      *> MOVE LK-BUSINESS-DATE
      *                                      *> here in initialization
       01  WS-PAC-SOURCE                pic x(01).
       01  WS-PAC-COMPONENT-1           pic x(10).
       01  WS-PAC-TRANS-DATE            pic x(08).
       01  WS-PAC-AMOUNT                pic s9(9)v99.
