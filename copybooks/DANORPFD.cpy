      *****************************************************************
      *  DANORPFD  -  FILE SECTION half of the common report spool    *
      *               (see DANORPSL).  One record per report line.    *
      *               Every line of one run carries the same run      *
      *               stamp, so a program rerun the same night is     *
      *               told apart from the run it replaces.            *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-15  DLO   Initial version.                          *
      *****************************************************************

       FD  REPORT-SPOOL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-SPOOL-RECORD.
           05  RPS-PROGRAM-NAME         pic x(08).
           05  RPS-RUN-STAMP.
               10  RPS-RUN-DATE         pic x(08).
               10  RPS-RUN-TIME         pic x(08).
      *                                      *> when the run spooled
      *                                      *> its first line
           05  RPS-BUSINESS-DATE        pic x(08).
      *                                      *> blank from a program
      *                                      *> that carries none
           05  RPS-LINE                 pic x(100).
