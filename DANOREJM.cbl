      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOREJM.
           05  LINE 1 COL 1  VALUE "DANOREJM - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-REJECT-DISPLAY.
           05  LINE 1 COL 1  VALUE "DANOREJM - FEED REJECT REPAIR".
           05  LINE 15 COL 1 VALUE "ANOTHER REJECT (Y/N)? ".
           05  LINE 15 COL 23 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
