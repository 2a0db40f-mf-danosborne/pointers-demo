      *****************************************************************
      *  DANORPWS  -  working-storage half of the common report       *
      *               spool (see DANORPPD).  COPY into WORKING-       *
      *               STORAGE SECTION of any program that also        *
      *               COPYs DANORPSL/DANORPFD/DANORPPD.               *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-15  DLO   Initial version.                          *
      *****************************************************************

       01  WS-SPOOL-STATUS              pic x(02).
       01  WS-SPOOL-OPEN-SWITCH         pic x(01) value "N".
           88  WS-SPOOL-IS-OPEN                   value "Y".
       01  WS-SPOOL-RUN-STAMP.
           05  WS-SPOOL-RUN-DATE        pic x(08).
           05  WS-SPOOL-RUN-TIME        pic x(08).
       01  WS-SPOOL-BUSINESS-DATE       pic x(08) value spaces.
      *                                      *> MOVE LK-BUSINESS-DATE
      *                                      *> here in initialization
      *                                      *> where one is carried
       01  WS-SPOOL-LINE                pic x(100) value spaces.
      *    display copies of COMP counters and packed amounts, which
      *    cannot be STRINGed into WS-SPOOL-LINE as they stand
       01  WS-SPOOL-NUMBER              pic 9(09).
       01  WS-SPOOL-BIG-NUMBER          pic 9(13).
       01  WS-SPOOL-AMOUNT              pic -(13)9.99.
