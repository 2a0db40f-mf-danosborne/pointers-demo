      *                      held from session start, so concurrent    *
      *                      capture sessions no longer issue the      *
      *                      same serial.                               *
      *    2026-09-24  DLO   Account status.  An entry for a frozen    *
      *                      or closed account (COMPONENT-5 F or C) is *
      *                      refused at the screen and never queued;   *
      *                      one queued before a freeze is refused by  *
      *                      DANOPOST to TYPE3XCP.                     *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOCAPT.
           05  LINE 1 COL 1  VALUE "DANOCAPT - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-ENTRY.
           05  LINE 1 COL 1  VALUE "DANOCAPT - TRANSACTION CAPTURE".
           05  LINE 9 COL 1  VALUE "ANOTHER ENTRY (Y/N)? ".
           05  LINE 9 COL 22 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
                       TO WS-MESSAGE
                   GO TO 2000-SHOW-MESSAGE
           END-READ
           IF component-5 OF TYPE1M-RECORD = "F"
               MOVE "ACCOUNT FROZEN - NOT CAPTURED" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF
           IF component-5 OF TYPE1M-RECORD = "C"
               MOVE "ACCOUNT CLOSED - NOT CAPTURED" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF

           IF WS-INPUT-DATE NOT NUMERIC
               MOVE "TRANSACTION DATE MUST BE NUMERIC" TO WS-MESSAGE
