      *                      carries no business date) immediately     *
      *                      before every REWRITE of TYPE1M-RECORD,    *
      *                      so DANOPURG can age the master.           *
      *    2026-09-18  DLO   Maker-checker.  A component-2 change      *
      *                      larger than the DANOMKPM threshold is     *
      *                      no longer applied - the operator keys a   *
      *                      reason and the change is queued on        *
      *                      DANOMKQ (DANOMK* macro) and logged        *
      *                      PENDING, to be applied only when a        *
      *                      different supervisor approves it in       *
      *                      DANOAPRV.                                 *
      *    2026-09-24  DLO   Account status.  A frozen or closed       *
      *                      account (COMPONENT-5 F or C) is shown as  *
      *                      such and not maintained; status itself    *
      *                      is changed only through DANOACST.         *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOMAINT.
           COPY TYP1JNSL.
           COPY DANOOPSL.
           COPY DANOALSL.
           COPY DANOMKSL.

       DATA DIVISION.
       FILE SECTION.
       COPY DANOLKFD.
       COPY DANOOPFD.
       COPY DANOALFD.
       COPY DANOMKFD.

       WORKING-STORAGE SECTION.
       COPY PTRCHKWS.
       COPY DANOLKWS.
       COPY DANOOPWS.
       COPY DANOALWS.
       COPY DANOMKWS.

       01  p1                           pointer type1.

       01  WS-INPUT-COMPONENT-2         pic 9(04).
       01  WS-INPUT-CONTINUE            pic x(01).
       01  WS-INPUT-LOCK-CHOICE         pic x(01).
       01  WS-INPUT-REASON              pic x(30).
       01  WS-MESSAGE                   pic x(40).

       SCREEN SECTION.
           05  LINE 1 COL 1  VALUE "DANOMAINT - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-LOCK-PROMPT.
           05  LINE 1 COL 1  VALUE "DANOMAINT - MASTER IN USE BY BATCH".
           05  LINE 6 COL 1  VALUE "NEW COMPONENT-2: ".
           05  LINE 6 COL 19 PIC 9(04) USING WS-INPUT-COMPONENT-2.

       01  SCR-CHANGE-REASON.
           05  LINE 7 COL 1  VALUE "APPROVAL NEEDED - REASON: ".
           05  LINE 7 COL 28 PIC X(30) TO WS-INPUT-REASON.

       01  SCR-MESSAGE-LINE.
           05  LINE 8 COL 1  PIC X(40) FROM WS-MESSAGE.

           05  LINE 10 COL 1 VALUE "ANOTHER RECORD (Y/N)? ".
           05  LINE 10 COL 23 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
               GO TO 1000-EXIT
           END-IF

           PERFORM 8750-LOAD-CHANGE-THRESHOLD THRU 8750-EXIT

           PERFORM 8650-OPEN-JOURNAL THRU 8650-EXIT
           SET WS-JOURNAL-IS-OPEN TO TRUE
           OPEN I-O TYPE1-MASTER-FILE

      *****************************************************************
      *  2000-MAINTAIN-RECORD - key a component-1, key new values,    *
      *                         SET them through a pointer, rewrite;  *
      *                         a balance change over the threshold   *
      *                         is queued for approval instead        *
      *****************************************************************
       2000-MAINTAIN-RECORD.
           MOVE SPACES TO WS-MESSAGE
                   DISPLAY SCR-MESSAGE-LINE
                   GO TO 2000-ASK-CONTINUE
           END-READ
           IF component-5 OF TYPE1M-RECORD = "F"
               MOVE "ACCOUNT FROZEN - NO MAINTENANCE" TO WS-MESSAGE
               DISPLAY SCR-MESSAGE-LINE
               GO TO 2000-ASK-CONTINUE
           END-IF
           IF component-5 OF TYPE1M-RECORD = "C"
               MOVE "ACCOUNT CLOSED - NO MAINTENANCE" TO WS-MESSAGE
               DISPLAY SCR-MESSAGE-LINE
               GO TO 2000-ASK-CONTINUE
           END-IF

           SET p1 TO ADDRESS OF TYPE1M-RECORD
           MOVE p1              TO WS-PTR-CHECK
           ACCEPT SCR-UPDATE-FIELDS

           SET p1 TO ADDRESS OF TYPE1M-RECORD
           MOVE p1::component-2      TO WS-MKQ-BEFORE-VALUE
           MOVE WS-INPUT-COMPONENT-2 TO WS-MKQ-AFTER-VALUE
           PERFORM 8755-TEST-CHANGE-SIZE THRU 8755-EXIT
           IF WS-CHANGE-NEEDS-APPROVAL
               PERFORM 2100-QUEUE-FOR-APPROVAL THRU 2100-EXIT
               GO TO 2000-ASK-CONTINUE
           END-IF

           MOVE WS-INPUT-COMPONENT-1 TO p1::component-1
           MOVE WS-INPUT-COMPONENT-2 TO p1::component-2
           SET p1::component-3 TO NULL
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-QUEUE-FOR-APPROVAL - the master is left as it is; the   *
      *                            change and its reason wait on      *
      *                            DANOMKQ for a second operator      *
      *****************************************************************
       2100-QUEUE-FOR-APPROVAL.
           MOVE SPACES TO WS-INPUT-REASON
           PERFORM 2110-ACCEPT-REASON THRU 2110-EXIT
               UNTIL WS-INPUT-REASON NOT = SPACES

           MOVE "1"                  TO WS-MKQ-MASTER
           MOVE WS-INPUT-KEY         TO WS-MKQ-COMPONENT-1
           MOVE SPACES               TO WS-MKQ-TRANS-DATE
           MOVE WS-INPUT-COMPONENT-1 TO WS-MKQ-NEW-COMPONENT-1
           MOVE WS-INPUT-REASON      TO WS-MKQ-REASON
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
               GO TO 2100-EXIT
           END-IF

           MOVE "CHANGE QUEUED FOR APPROVAL" TO WS-MESSAGE
           DISPLAY SCR-MESSAGE-LINE
           MOVE "PENDING"    TO WS-OPR-ACTION
           MOVE WS-INPUT-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-ACCEPT-REASON                                           *
      *****************************************************************
       2110-ACCEPT-REASON.
           DISPLAY SCR-CHANGE-REASON
           ACCEPT SCR-CHANGE-REASON.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
       COPY DANOLKPD.
       COPY DANOOPPD.
       COPY DANOALPD.
       COPY DANOMKPD.
