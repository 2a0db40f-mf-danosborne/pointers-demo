      *                      health alert file (DANOAL* macro) so     *
      *                      this program's trouble signals reach     *
      *                      DANOMON instead of dying on SYSOUT.      *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOLOOK.
           05  LINE 1 COL 1  VALUE "DANOLOOK - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-LOCK-PROMPT.
           05  LINE 1 COL 1  VALUE "DANOLOOK - MASTER IN USE BY BATCH".
           05  LINE 10 COL 1 VALUE "ANOTHER LOOKUP (Y/N)? ".
           05  LINE 10 COL 23 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
           PERFORM 1030-ACCEPT-SIGNON THRU 1030-EXIT
               UNTIL WS-OPERATOR-ID NOT = SPACES
           PERFORM 8840-VALIDATE-OPERATOR THRU 8840-EXIT
           IF WS-CREDENTIAL-FAILED
               DISPLAY "DANOLOOK: SIGN-ON REFUSED FOR OPERATOR "
                       WS-OPERATOR-ID
               MOVE "DENIED"  TO WS-OPR-ACTION
               MOVE SPACES    TO WS-OPR-RECORD-KEY
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               MOVE "N" TO WS-MORE-LOOKUPS
               GO TO 1020-EXIT
           END-IF
           MOVE "SIGNON"  TO WS-OPR-ACTION
           MOVE SPACES    TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
