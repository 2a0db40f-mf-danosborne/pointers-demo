      *****************************************************************
      *  DANOOPSC  -  SCREEN SECTION half of the operator sign-on and *
      *               activity discipline.  COPY into the SCREEN      *
      *               SECTION of any program that also COPYs          *
      *               DANOOPPD: 8870 shows it when a credential has   *
      *               expired or been reset by a supervisor, and the  *
      *               operator must choose a new one before the       *
      *               sign-on completes.  Both fields are SECURE -    *
      *               nothing keyed is echoed.                         *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-02  DLO   Initial version.                          *
      *****************************************************************

       01  SCR-CREDENTIAL-CHANGE.
           05  LINE 6 COL 1
               VALUE "CREDENTIAL EXPIRED OR RESET - CHOOSE A NEW ONE".
           05  LINE 7 COL 1  VALUE "NEW CREDENTIAL:    ".
           05  LINE 7 COL 20 PIC X(08) TO WS-NEW-CREDENTIAL SECURE.
           05  LINE 8 COL 1  VALUE "REPEAT CREDENTIAL: ".
           05  LINE 8 COL 20 PIC X(08) TO WS-CONFIRM-CREDENTIAL
                                       SECURE.

