      *                      cycle number - the run ends RC 8 with     *
      *                      nothing written so a rerun or the full    *
      *                      DANOXTRC extract covers the day.          *
      *    2026-09-24  DLO   WS-IMAGE-VIEW follows the layout-         *
      *                      version 3 type1 record (account status,   *
      *                      status date and status operator added).   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOXTRI.
           05  WS-IMG-COMPONENT-2       pic xxxx comp-5.
           05  WS-IMG-COMPONENT-3       pointer.
           05  WS-IMG-COMPONENT-4       pic x(08).
           05  WS-IMG-COMPONENT-5       pic x(01).
           05  WS-IMG-COMPONENT-6       pic x(08).
           05  WS-IMG-COMPONENT-7       pic x(08).

       01  WS-EXTRACT-DATE              pic x(08).
       01  WS-CYCLE-NUMBER              pic 9(06) value 0.
