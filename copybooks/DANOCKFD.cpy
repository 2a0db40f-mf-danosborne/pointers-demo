      *****************************************************************
      *  DANOCKFD  -  FILE SECTION half of the DANOCAL update lock    *
      *               (see DANOCKSL).                                  *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-15  DLO   Initial version.                          *
      *****************************************************************

       FD  CALENDAR-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-LOCK-RECORD.
           05  CLK-STATE                pic x(01).
      *                                      *> "B" = DANOCAL is being
      *                                      *> rewritten; an empty file
      *                                      *> or any other byte = free
           05  CLK-PROGRAM-NAME         pic x(08).
           05  CLK-OPERATOR-ID          pic x(08).
           05  CLK-LOCK-DATE            pic x(08).
           05  CLK-LOCK-TIME            pic x(08).
