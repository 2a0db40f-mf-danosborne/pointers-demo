      *****************************************************************
      *  PROGRAM-ID.  DANOACST                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-09-24.                                     *
      *                                                                *
      *  Online account status maintenance, in the DANOCALM style.    *
      *  A TYPE1MST account is open (COMPONENT-5 "O", or blank on a   *
      *  record written before status existed), frozen ("F") or       *
      *  closed ("C").  Frozen and closed accounts take no postings   *
      *  - DANOPOST, DANOAPLY and DANOCAPT route them to exceptions - *
      *  and DANOPURG ages out only closed accounts.  A supervisor    *
      *  (DANOOPER authority S - anyone else is locked out) keys      *
      *  component-1 and the new status:                               *
      *    F  freeze an open account (a dispute, a legal hold);       *
      *    C  close an open account - refused unless COMPONENT-2 is   *
      *       zero and no item for the account is still open on       *
      *       TYPE3SUS, since a close must not strand money;          *
      *    O  reopen a frozen or a closed account.                    *
      *  A frozen account must be reopened before it can be closed.   *
      *  Each change stamps COMPONENT-6 with the date and             *
      *  COMPONENT-7 with the supervisor who made it (so a closed     *
      *  account shows who closed it), restarts the COMPONENT-4       *
      *  aging clock, is journalled to TYPE1JNL and is stamped to     *
      *  DANOOPLG as ACCTFREEZE, ACCTCLOSE or ACCTOPEN; a refused     *
      *  change is stamped ACCTREFUSE.  TYPE1MST is taken under the   *
      *  same DANOLK lock arbitration as DANOMAINT.                   *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-24  DLO   Initial version.                          *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOACST.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-09-24.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE1-MASTER-FILE ASSIGN TO "TYPE1MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPONENT-1 OF TYPE1M-RECORD
               FILE STATUS IS WS-TYPE1M-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "TYPE3SUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           COPY DANOLKSL.

           COPY TYP1JNSL.
           COPY DANOOPSL.

       DATA DIVISION.
       FILE SECTION.
       COPY TYPE1CPY.

       FD  TYPE1-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TYPE1M-RECORD                type1.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           05  SUS-SERIAL               pic x(09).
           05  SUS-COMPONENT-1          pic x(10).
           05  SUS-TRANS-DATE           pic x(08).
           05  SUS-AMOUNT               pic s9(9)v99.
           05  SUS-SUSPENDED-DATE       pic x(08).
           05  SUS-AGE-CYCLES           pic 9(03).
           05  SUS-FEED-ID              pic x(08).

       COPY TYP1JNFD.

       COPY DANOLKFD.
       COPY DANOOPFD.

       WORKING-STORAGE SECTION.
       COPY TYP1JNWS.
       COPY DANOLKWS.
       COPY DANOOPWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-TYPE1M-STATUS         pic x(02).
               88  WS-TYPE1M-OK                  value "00".
           05  WS-SUSPENSE-STATUS       pic x(02).
               88  WS-SUSPENSE-OK                value "00".
               88  WS-SUSPENSE-EOF               value "10".
           05  WS-MORE-CHANGES          pic x(01) value "Y".
               88  WS-MORE-CHANGES-YES            value "Y".
           05  WS-LOCK-OVERRIDE-SWITCH  pic x(01) value "N".
               88  WS-LOCK-OVERRIDDEN             value "Y".
           05  WS-TYPE1M-OPEN-SWITCH    pic x(01) value "N".
               88  WS-TYPE1M-IS-OPEN              value "Y".
           05  WS-JOURNAL-OPEN-SWITCH   pic x(01) value "N".
               88  WS-JOURNAL-IS-OPEN             value "Y".

       01  WS-ACTIVITY-DATE             pic x(08).
       01  WS-CURRENT-STATUS            pic x(01).
       01  WS-OPEN-SUSPENSE-COUNT       pic 9(05) comp.

       01  WS-INPUT-KEY                 pic x(10).
       01  WS-INPUT-STATUS              pic x(01).
           88  WS-INPUT-STATUS-VALID          value "O" "F" "C".
       01  WS-INPUT-CONTINUE            pic x(01).
       01  WS-INPUT-LOCK-CHOICE         pic x(01).
       01  WS-MESSAGE                   pic x(40).

       01  WS-CHANGED-COUNT             pic 9(09) comp value 0.
       01  WS-REFUSED-COUNT             pic 9(09) comp value 0.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05  LINE 1 COL 1  VALUE "DANOACST - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-LOCK-PROMPT.
           05  LINE 1 COL 1  VALUE "DANOACST - MASTER IN USE BY BATCH".
           05  LINE 3 COL 1  VALUE "TYPE1MST IS HELD BY: ".
           05  LINE 3 COL 22 PIC X(08) FROM WS-LOCK-OWNER.
           05  LINE 4 COL 1  VALUE "TRY LATER, OR:".
           05  LINE 5 COL 1  VALUE "RETRY(R) OVERRIDE(O) QUIT(Q): ".
           05  LINE 5 COL 32 PIC X(01) TO WS-INPUT-LOCK-CHOICE.

       01  SCR-ENTRY.
           05  LINE 1 COL 1  VALUE "DANOACST - ACCOUNT STATUS".
           05  LINE 1 COL 50 VALUE "OPR: ".
           05  LINE 1 COL 55 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 3 COL 1  VALUE "COMPONENT-1: ".
           05  LINE 3 COL 14 PIC X(10) TO WS-INPUT-KEY.
           05  LINE 4 COL 1  VALUE "NEW STATUS (O/F/C): ".
           05  LINE 4 COL 21 PIC X(01) TO WS-INPUT-STATUS.

       01  SCR-MESSAGE-LINE.
           05  LINE 7 COL 1  PIC X(40) FROM WS-MESSAGE.

       01  SCR-CONTINUE-PROMPT.
           05  LINE 9 COL 1  VALUE "ANOTHER CHANGE (Y/N)? ".
           05  LINE 9 COL 23 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOACST" TO WS-PROGRAM-NAME
           ACCEPT WS-JNL-BUSINESS-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-CHANGE-STATUS    THRU 2000-EXIT
               UNTIL NOT WS-MORE-CHANGES-YES
           PERFORM 3000-TERMINATE        THRU 3000-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - supervisor authority or lockout, the       *
      *                    master lock, then TYPE1MST and TYPE1JNL    *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1020-OPERATOR-SIGNON THRU 1020-EXIT
           IF NOT WS-MORE-CHANGES-YES
               GO TO 1000-EXIT
           END-IF

           MOVE "DANOACST" TO WS-LOCK-REQUESTOR
           PERFORM 1050-LOCK-ARBITRATION THRU 1050-EXIT
           IF NOT WS-MORE-CHANGES-YES
               GO TO 1000-EXIT
           END-IF

           PERFORM 8650-OPEN-JOURNAL THRU 8650-EXIT
           SET WS-JOURNAL-IS-OPEN TO TRUE
           OPEN I-O TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
               DISPLAY "DANOACST: OPEN TYPE1MST FAILED, STATUS "
                       WS-TYPE1M-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-MORE-CHANGES
               GO TO 1000-EXIT
           END-IF
           SET WS-TYPE1M-IS-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1020-OPERATOR-SIGNON - supervisor authority or lockout; the  *
      *                         denial itself is logged                *
      *****************************************************************
       1020-OPERATOR-SIGNON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1030-ACCEPT-SIGNON THRU 1030-EXIT
               UNTIL WS-OPERATOR-ID NOT = SPACES
           PERFORM 8840-VALIDATE-OPERATOR THRU 8840-EXIT

           IF NOT WS-OPERATOR-ON-FILE
            OR NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY "DANOACST: OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR ACCOUNT STATUS"
               MOVE "DENIED"  TO WS-OPR-ACTION
               MOVE SPACES    TO WS-OPR-RECORD-KEY
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               MOVE "N" TO WS-MORE-CHANGES
               GO TO 1020-EXIT
           END-IF

           MOVE "SIGNON"  TO WS-OPR-ACTION
           MOVE SPACES    TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1030-ACCEPT-SIGNON                                           *
      *****************************************************************
       1030-ACCEPT-SIGNON.
           DISPLAY SCR-SIGNON
           ACCEPT SCR-SIGNON.
       1030-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LOCK-ARBITRATION - while the batch owns TYPE1MST, tell  *
      *                          the operator and offer retry, a      *
      *                          logged emergency override, or quit   *
      *****************************************************************
       1050-LOCK-ARBITRATION.
           PERFORM 8800-CHECK-MASTER-LOCK THRU 8800-EXIT
           PERFORM 1060-LOCK-PROMPT THRU 1060-EXIT
               UNTIL NOT WS-MASTER-LOCKED
                  OR WS-LOCK-OVERRIDDEN
                  OR NOT WS-MORE-CHANGES-YES.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1060-LOCK-PROMPT                                             *
      *****************************************************************
       1060-LOCK-PROMPT.
           DISPLAY SCR-LOCK-PROMPT
           ACCEPT SCR-LOCK-PROMPT
           EVALUATE WS-INPUT-LOCK-CHOICE
               WHEN "R"
                   PERFORM 8800-CHECK-MASTER-LOCK THRU 8800-EXIT
               WHEN "O"
                   PERFORM 8830-LOG-LOCK-OVERRIDE THRU 8830-EXIT
                   MOVE "OVERRIDE" TO WS-OPR-ACTION
                   MOVE SPACES     TO WS-OPR-RECORD-KEY
                   PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
                   SET WS-LOCK-OVERRIDDEN TO TRUE
               WHEN OTHER
                   MOVE "N" TO WS-MORE-CHANGES
           END-EVALUATE.
       1060-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHANGE-STATUS - key, validate the transition, apply     *
      *****************************************************************
       2000-CHANGE-STATUS.
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO WS-INPUT-KEY
           MOVE SPACE  TO WS-INPUT-STATUS
           DISPLAY SCR-ENTRY
           ACCEPT SCR-ENTRY

           IF WS-INPUT-KEY = SPACES
               MOVE "COMPONENT-1 REQUIRED" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF
           IF NOT WS-INPUT-STATUS-VALID
               MOVE "STATUS MUST BE O, F OR C" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF

           MOVE WS-INPUT-KEY TO COMPONENT-1 OF TYPE1M-RECORD
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   MOVE "NO TYPE1MST RECORD FOR THAT KEY"
                       TO WS-MESSAGE
                   GO TO 2000-SHOW-MESSAGE
           END-READ
           MOVE component-5 OF TYPE1M-RECORD TO WS-CURRENT-STATUS
           IF WS-CURRENT-STATUS = SPACE
               MOVE "O" TO WS-CURRENT-STATUS
           END-IF

           IF WS-CURRENT-STATUS = WS-INPUT-STATUS
               MOVE "ACCOUNT ALREADY HAS THAT STATUS" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF
           IF WS-INPUT-STATUS NOT = "O"
            AND WS-CURRENT-STATUS NOT = "O"
               MOVE "REFUSED - ACCOUNT IS NOT OPEN" TO WS-MESSAGE
               PERFORM 2050-LOG-REFUSAL THRU 2050-EXIT
               GO TO 2000-SHOW-MESSAGE
           END-IF

           IF WS-INPUT-STATUS = "C"
               IF COMPONENT-2 OF TYPE1M-RECORD NOT = 0
                   MOVE "REFUSED - BALANCE IS NOT ZERO" TO WS-MESSAGE
                   PERFORM 2050-LOG-REFUSAL THRU 2050-EXIT
                   GO TO 2000-SHOW-MESSAGE
               END-IF
               PERFORM 2200-COUNT-OPEN-SUSPENSE THRU 2200-EXIT
               IF WS-OPEN-SUSPENSE-COUNT > 0
                   MOVE "REFUSED - ITEMS OPEN ON TYPE3SUS"
                       TO WS-MESSAGE
                   PERFORM 2050-LOG-REFUSAL THRU 2050-EXIT
                   GO TO 2000-SHOW-MESSAGE
               END-IF
           END-IF

           PERFORM 2100-APPLY-STATUS THRU 2100-EXIT.

       2000-SHOW-MESSAGE.
           DISPLAY SCR-MESSAGE-LINE
           DISPLAY SCR-CONTINUE-PROMPT
           ACCEPT SCR-CONTINUE-PROMPT
           IF WS-INPUT-CONTINUE NOT = "Y"
               MOVE "N" TO WS-MORE-CHANGES
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2050-LOG-REFUSAL                                             *
      *****************************************************************
       2050-LOG-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "ACCTREFUSE"  TO WS-OPR-ACTION
           MOVE WS-INPUT-KEY  TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2100-APPLY-STATUS - status, date and supervisor stamped,     *
      *                      COMPONENT-3 NULLed and the activity      *
      *                      date restarted, as DANOMAINT does;       *
      *                      journalled and logged                    *
      *****************************************************************
       2100-APPLY-STATUS.
           MOVE TYPE1M-RECORD TO WS-JNL-BEFORE-IMAGE
           ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
           MOVE WS-INPUT-STATUS  TO component-5 OF TYPE1M-RECORD
           MOVE WS-ACTIVITY-DATE TO component-6 OF TYPE1M-RECORD
           MOVE WS-OPERATOR-ID   TO component-7 OF TYPE1M-RECORD
           SET COMPONENT-3 OF TYPE1M-RECORD TO NULL
           MOVE WS-ACTIVITY-DATE TO component-4 OF TYPE1M-RECORD

           REWRITE TYPE1M-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-MESSAGE
                   GO TO 2100-EXIT
           END-REWRITE
           MOVE "REWRITE"     TO WS-JNL-ACTION
           MOVE "Y"           TO WS-JNL-BEFORE-PRESENT
           MOVE TYPE1M-RECORD TO WS-JNL-AFTER-IMAGE
           PERFORM 8655-WRITE-JOURNAL THRU 8655-EXIT

           ADD 1 TO WS-CHANGED-COUNT
           EVALUATE WS-INPUT-STATUS
               WHEN "F"
                   MOVE "ACCOUNT FROZEN"   TO WS-MESSAGE
                   MOVE "ACCTFREEZE"       TO WS-OPR-ACTION
               WHEN "C"
                   MOVE "ACCOUNT CLOSED"   TO WS-MESSAGE
                   MOVE "ACCTCLOSE"        TO WS-OPR-ACTION
               WHEN OTHER
                   MOVE "ACCOUNT REOPENED" TO WS-MESSAGE
                   MOVE "ACCTOPEN"         TO WS-OPR-ACTION
           END-EVALUATE
           MOVE WS-INPUT-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-COUNT-OPEN-SUSPENSE - every TYPE3SUS item is open until *
      *                             a re-match or a write-off takes   *
      *                             it off; no file means no items    *
      *****************************************************************
       2200-COUNT-OPEN-SUSPENSE.
           MOVE 0 TO WS-OPEN-SUSPENSE-COUNT
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUSPENSE-OK
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-READ-SUSPENSE THRU 2210-EXIT
               UNTIL WS-SUSPENSE-EOF
           CLOSE SUSPENSE-FILE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2210-READ-SUSPENSE                                           *
      *****************************************************************
       2210-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-SUSPENSE-EOF TO TRUE
               NOT AT END
                   IF SUS-COMPONENT-1 = WS-INPUT-KEY
                       ADD 1 TO WS-OPEN-SUSPENSE-COUNT
                   END-IF
           END-READ.
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
       3000-TERMINATE.
           IF WS-TYPE1M-IS-OPEN
               CLOSE TYPE1-MASTER-FILE
           END-IF
           IF WS-JOURNAL-IS-OPEN
               PERFORM 8659-CLOSE-JOURNAL THRU 8659-EXIT
           END-IF
           DISPLAY "DANOACST: " WS-CHANGED-COUNT
                   " ACCOUNT STATUS CHANGE(S), " WS-REFUSED-COUNT
                   " REFUSED".
       3000-EXIT.
           EXIT.

       COPY TYP1JNPD.
       COPY DANOLKPD.
       COPY DANOOPPD.
