      *****************************************************************
      *  DANOHLWS  -  working-storage half of the large-transaction   *
      *               hold queue (see DANOHLSL).  COPY into           *
      *               WORKING-STORAGE SECTION of any program that also*
      *               COPYs DANOHLSL/DANOHLFD.                        *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-06  DLO   Initial version.                         *
      *****************************************************************

       01  WS-HOLD-STATUS               pic x(02).
           88  WS-HOLD-OK                         value "00".
           88  WS-HOLD-EOF                        value "10".
       01  WS-HOLD-PARM-STATUS          pic x(02).
