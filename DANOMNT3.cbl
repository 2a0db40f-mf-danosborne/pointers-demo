      *                      shared TYP3JNWS/TYP3JNPD macro, the same  *
      *                      discipline DANOMAINT follows for          *
      *                      TYPE1MST.                                  *
      *    2026-09-18  DLO   Maker-checker.  An amount correction      *
      *                      larger than the DANOMKPM threshold is     *
      *                      queued on DANOMKQ with the operator's     *
      *                      reason and logged PENDING instead of      *
      *                      being rewritten; DANOAPRV applies it      *
      *                      once a different supervisor approves.     *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *    2026-10-15  DLO   A failed DANOMKQ write raises an E alert  *
      *                      on DANOALRT (DANOAL*), as in DANOMAINT.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOMNT3.
           COPY DANOLKSL.
           COPY DANOOPSL.
           COPY TYP3JNSL.
           COPY DANOMKSL.
           COPY DANOALSL.

       DATA DIVISION.
       FILE SECTION.
       COPY DANOLKFD.
       COPY DANOOPFD.
       COPY TYP3JNFD.
       COPY DANOMKFD.
       COPY DANOALFD.

       WORKING-STORAGE SECTION.
       COPY DANOLKWS.
       COPY DANOOPWS.
       COPY TYP3JNWS.
       COPY DANOMKWS.
       COPY DANOALWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-INPUT-ACTION              pic x(01).
       01  WS-INPUT-CONTINUE            pic x(01).
       01  WS-INPUT-LOCK-CHOICE         pic x(01).
       01  WS-INPUT-REASON              pic x(30).
       01  WS-MESSAGE                   pic x(40).

       01  WS-DISPLAY-COMPONENT-1       pic x(10).
           05  LINE 1 COL 1  VALUE "DANOMNT3 - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-LOCK-PROMPT.
           05  LINE 1 COL 1  VALUE "DANOMNT3 - MASTER IN USE BY BATCH".
           05  LINE 11 COL 36 VALUE "SIGN (- OR BLANK): ".
           05  LINE 11 COL 55 PIC X(01) TO WS-INPUT-SIGN.

       01  SCR-CHANGE-REASON.
           05  LINE 12 COL 1  VALUE "APPROVAL NEEDED - REASON: ".
           05  LINE 12 COL 28 PIC X(30) TO WS-INPUT-REASON.

       01  SCR-MESSAGE-LINE.
           05  LINE 13 COL 1 PIC X(40) FROM WS-MESSAGE.

           05  LINE 15 COL 1 VALUE "ANOTHER ACCOUNT (Y/N)? ".
           05  LINE 15 COL 24 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
               GO TO 1000-EXIT
           END-IF

           PERFORM 8750-LOAD-CHANGE-THRESHOLD THRU 8750-EXIT

           PERFORM 8660-OPEN-JOURNAL3 THRU 8660-EXIT
           SET WS-JOURNAL3-IS-OPEN TO TRUE
           OPEN I-O TYPE3-MASTER-FILE

      *****************************************************************
      *  2200-CORRECT-AMOUNT - the record is in hand; key the new     *
      *                        amount (and its sign) and rewrite;      *
      *                        a correction over the threshold is     *
      *                        queued for approval instead            *
      *****************************************************************
       2200-CORRECT-AMOUNT.
           MOVE SPACES TO WS-MESSAGE
           DISPLAY SCR-NEW-AMOUNT
           ACCEPT SCR-NEW-AMOUNT

           MOVE T3M-COMPONENT-4 TO WS-MKQ-BEFORE-VALUE
           MOVE WS-INPUT-AMOUNT TO WS-MKQ-AFTER-VALUE
           IF WS-INPUT-SIGN = "-"
               COMPUTE WS-MKQ-AFTER-VALUE = 0 - WS-INPUT-AMOUNT
           END-IF
           PERFORM 8755-TEST-CHANGE-SIZE THRU 8755-EXIT
           IF WS-CHANGE-NEEDS-APPROVAL
               PERFORM 2300-QUEUE-FOR-APPROVAL THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF

           MOVE WS-MKQ-AFTER-VALUE TO T3M-COMPONENT-4

           REWRITE TYPE3M-RECORD
               INVALID KEY
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-QUEUE-FOR-APPROVAL - the record is left as it is; the   *
      *                            correction and its reason wait on  *
      *                            DANOMKQ for a second operator      *
      *****************************************************************
       2300-QUEUE-FOR-APPROVAL.
           MOVE SPACES TO WS-INPUT-REASON
           PERFORM 2310-ACCEPT-REASON THRU 2310-EXIT
               UNTIL WS-INPUT-REASON NOT = SPACES

           MOVE "3"             TO WS-MKQ-MASTER
           MOVE T3M-COMPONENT-1 TO WS-MKQ-COMPONENT-1
           MOVE T3M-COMPONENT-3 TO WS-MKQ-TRANS-DATE
           MOVE SPACES          TO WS-MKQ-NEW-COMPONENT-1
           MOVE WS-INPUT-REASON TO WS-MKQ-REASON
           PERFORM 8760-QUEUE-CHANGE-REQUEST THRU 8760-EXIT
           IF NOT WS-CHANGE-QUEUED
               MOVE "APPROVAL QUEUE UNAVAILABLE - NOT DONE"
                   TO WS-MESSAGE
               DISPLAY SCR-MESSAGE-LINE
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "DANOMKQ WRITE FAILED, STATUS "
                      WS-CHANGE-REQUEST-STATUS
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               GO TO 2300-EXIT
           END-IF

           MOVE "CHANGE QUEUED FOR APPROVAL" TO WS-MESSAGE
           DISPLAY SCR-MESSAGE-LINE
           MOVE "PENDING"    TO WS-OPR-ACTION
           MOVE WS-INPUT-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2310-ACCEPT-REASON                                           *
      *****************************************************************
       2310-ACCEPT-REASON.
           DISPLAY SCR-CHANGE-REASON
           ACCEPT SCR-CHANGE-REASON.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
       COPY DANOLKPD.
       COPY DANOOPPD.
       COPY TYP3JNPD.
       COPY DANOMKPD.
       COPY DANOALPD.
