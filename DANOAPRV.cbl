      *****************************************************************
      *  PROGRAM-ID.  DANOAPRV                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-09-18.                                     *
      *                                                                *
      *  Maker-checker approval transaction.  DANOMAINT and DANOMNT3  *
      *  no longer apply a component-2 or TYPE3MST amount change      *
      *  above the DANOMKPM threshold - they queue it on DANOMKQ with *
      *  its maker, before and after values and reason.  This        *
      *  transaction is where a second operator decides it:           *
      *      - sign-on requires supervisor ("S") authority on         *
      *        DANOOPER,                                               *
      *      - the pending requests are paged one at a time, oldest   *
      *        first, and each may be approved, rejected or passed,  *
      *      - the maker of a request can neither approve nor reject *
      *        it,                                                     *
      *      - an approval rewrites the master exactly as the maker's *
      *        transaction would have, journaled to TYPE1JNL or       *
      *        TYPE3JNL, but only if the master still holds the       *
      *        request's before value - a balance that moved since    *
      *        the request was made is refused and the request left  *
      *        pending for the checker to reject,                     *
      *      - every decision is rewritten onto the request with the *
      *        checker and the time, and logged to DANOOPLG.          *
      *  The same DANOLK lock arbitration as the maintenance          *
      *  transactions fronts the masters.                              *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-18  DLO   Initial version.                          *
      *    2026-09-24  DLO   Account status.  An approved TYPE1MST     *
      *                      change is not applied while the account   *
      *                      is frozen or closed; the request stays    *
      *                      pending for a later decision or a reject. *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *    2026-10-15  DLO   Before and after values widened to        *
      *                      s9(11)v99 with DANOMKFD, shown -(10)9.99, *
      *                      so a component-2 of a billion or more     *
      *                      is neither cut short on screen nor        *
      *                      judged stale on approval.                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOAPRV.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-09-18.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE1-MASTER-FILE ASSIGN TO "TYPE1MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPONENT-1 OF TYPE1M-RECORD
               FILE STATUS IS WS-TYPE1M-STATUS.

           COPY TYPE3MSL.

           COPY DANOLKSL.
           COPY DANOOPSL.
           COPY DANOMKSL.
           COPY TYP1JNSL.
           COPY TYP3JNSL.

       DATA DIVISION.
       FILE SECTION.
       COPY TYPE1CPY.

       FD  TYPE1-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TYPE1M-RECORD                type1.

       COPY TYPE3MFD.

       COPY DANOLKFD.
       COPY DANOOPFD.
       COPY DANOMKFD.
       COPY TYP1JNFD.
       COPY TYP3JNFD.

       WORKING-STORAGE SECTION.
       COPY DANOLKWS.
       COPY DANOOPWS.
       COPY DANOMKWS.
       COPY TYP1JNWS.
       COPY TYP3JNWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-TYPE1M-STATUS         pic x(02).
               88  WS-TYPE1M-OK                  value "00".
           05  WS-TYPE3M-STATUS         pic x(02).
               88  WS-TYPE3M-OK                  value "00".
           05  WS-MORE-TRANSACTIONS     pic x(01) value "Y".
               88  WS-MORE-TRANSACTIONS-YES       value "Y".
           05  WS-LOCK-OVERRIDE-SWITCH  pic x(01) value "N".
               88  WS-LOCK-OVERRIDDEN             value "Y".
           05  WS-FILES-OPEN-SWITCH     pic x(01) value "N".
               88  WS-FILES-ARE-OPEN              value "Y".
           05  WS-APPLIED-SWITCH        pic x(01).
               88  WS-CHANGE-APPLIED              value "Y".

       01  WS-ACTIVITY-DATE             pic x(08).
       01  WS-INPUT-ACTION              pic x(01).
       01  WS-INPUT-LOCK-CHOICE         pic x(01).
       01  WS-MESSAGE                   pic x(40).
       01  WS-PENDING-SHOWN             pic 9(05) comp value 0.

       01  WS-DISPLAY-REQUEST.
           05  WS-DSP-MASTER            pic x(08).
           05  WS-DSP-COMPONENT-1       pic x(10).
           05  WS-DSP-TRANS-DATE        pic x(08).
           05  WS-DSP-NEW-COMPONENT-1   pic x(10).
           05  WS-DSP-BEFORE            pic s9(11)v99 comp-3.
           05  WS-DSP-AFTER             pic s9(11)v99 comp-3.
           05  WS-DSP-MAKER-ID          pic x(08).
           05  WS-DSP-REQUEST-DATE      pic x(08).
           05  WS-DSP-REQUEST-TIME      pic x(08).
           05  WS-DSP-REASON            pic x(30).

       SCREEN SECTION.
       01  SCR-SIGNON.
           05  LINE 1 COL 1  VALUE "DANOAPRV - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-LOCK-PROMPT.
           05  LINE 1 COL 1  VALUE "DANOAPRV - MASTER IN USE BY BATCH".
           05  LINE 3 COL 1  VALUE "THE MASTERS ARE HELD BY: ".
           05  LINE 3 COL 26 PIC X(08) FROM WS-LOCK-OWNER.
           05  LINE 4 COL 1  VALUE "TRY LATER, OR:".
           05  LINE 5 COL 1  VALUE "RETRY(R) OVERRIDE(O) QUIT(Q): ".
           05  LINE 5 COL 32 PIC X(01) TO WS-INPUT-LOCK-CHOICE.

       01  SCR-REQUEST-FIELDS.
           05  LINE 1 COL 1  VALUE "DANOAPRV - CHANGE APPROVAL".
           05  LINE 1 COL 50 VALUE "OPR: ".
           05  LINE 1 COL 55 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 3 COL 1  VALUE "MASTER     : ".
           05  LINE 3 COL 15 PIC X(08) FROM WS-DSP-MASTER.
           05  LINE 4 COL 1  VALUE "COMPONENT-1: ".
           05  LINE 4 COL 15 PIC X(10) FROM WS-DSP-COMPONENT-1.
           05  LINE 4 COL 30 VALUE "TRANS DATE: ".
           05  LINE 4 COL 42 PIC X(08) FROM WS-DSP-TRANS-DATE.
           05  LINE 5 COL 1  VALUE "NEW COMP-1 : ".
           05  LINE 5 COL 15 PIC X(10) FROM WS-DSP-NEW-COMPONENT-1.
           05  LINE 6 COL 1  VALUE "BEFORE     : ".
           05  LINE 6 COL 15 PIC -(10)9.99 FROM WS-DSP-BEFORE.
           05  LINE 7 COL 1  VALUE "AFTER      : ".
           05  LINE 7 COL 15 PIC -(10)9.99 FROM WS-DSP-AFTER.
           05  LINE 8 COL 1  VALUE "MAKER      : ".
           05  LINE 8 COL 15 PIC X(08) FROM WS-DSP-MAKER-ID.
           05  LINE 8 COL 25 PIC X(08) FROM WS-DSP-REQUEST-DATE.
           05  LINE 8 COL 34 PIC X(08) FROM WS-DSP-REQUEST-TIME.
           05  LINE 9 COL 1  VALUE "REASON     : ".
           05  LINE 9 COL 15 PIC X(30) FROM WS-DSP-REASON.

       01  SCR-DECISION-ACTION.
           05  LINE 11 COL 1
               VALUE "APPROVE(A) REJECT(R) NEXT(N) QUIT(Q): ".
           05  LINE 11 COL 40 PIC X(01) TO WS-INPUT-ACTION.

       01  SCR-MESSAGE-LINE.
           05  LINE 13 COL 1 PIC X(40) FROM WS-MESSAGE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOAPRV" TO WS-PROGRAM-NAME
           ACCEPT WS-JNL-BUSINESS-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-REVIEW-REQUEST   THRU 2000-EXIT
               UNTIL NOT WS-MORE-TRANSACTIONS-YES
           PERFORM 3000-TERMINATE        THRU 3000-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - supervisor sign-on, lock arbitration, then *
      *                    the queue positioned at its oldest request *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1020-OPERATOR-SIGNON THRU 1020-EXIT
           IF NOT WS-MORE-TRANSACTIONS-YES
               GO TO 1000-EXIT
           END-IF

           MOVE "DANOAPRV" TO WS-LOCK-REQUESTOR
           PERFORM 1050-LOCK-ARBITRATION THRU 1050-EXIT
           IF NOT WS-MORE-TRANSACTIONS-YES
               GO TO 1000-EXIT
           END-IF

           OPEN I-O CHANGE-REQUEST-FILE
           IF NOT WS-CHANGE-REQUEST-STATUS = "00"
               MOVE "NO CHANGE REQUESTS ON FILE" TO WS-MESSAGE
               DISPLAY SCR-MESSAGE-LINE
               MOVE "N" TO WS-MORE-TRANSACTIONS
               GO TO 1000-EXIT
           END-IF
           OPEN I-O TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
               DISPLAY "DANOAPRV: OPEN TYPE1MST FAILED, STATUS "
                       WS-TYPE1M-STATUS
               CLOSE CHANGE-REQUEST-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-MORE-TRANSACTIONS
               GO TO 1000-EXIT
           END-IF
           OPEN I-O TYPE3-MASTER-FILE
           IF NOT WS-TYPE3M-OK
               DISPLAY "DANOAPRV: OPEN TYPE3MST FAILED, STATUS "
                       WS-TYPE3M-STATUS
               CLOSE CHANGE-REQUEST-FILE
               CLOSE TYPE1-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-MORE-TRANSACTIONS
               GO TO 1000-EXIT
           END-IF
           PERFORM 8650-OPEN-JOURNAL  THRU 8650-EXIT
           PERFORM 8660-OPEN-JOURNAL3 THRU 8660-EXIT
           SET WS-FILES-ARE-OPEN TO TRUE

           MOVE LOW-VALUES TO MKQ-REQUEST-KEY
           START CHANGE-REQUEST-FILE KEY NOT < MKQ-REQUEST-KEY
               INVALID KEY
                   MOVE "NO CHANGE REQUESTS ON FILE" TO WS-MESSAGE
                   DISPLAY SCR-MESSAGE-LINE
                   MOVE "N" TO WS-MORE-TRANSACTIONS
           END-START.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1020-OPERATOR-SIGNON - the keyed id must be on DANOOPER with *
      *                         supervisor authority; anyone else is  *
      *                         locked out, and the denial is logged  *
      *****************************************************************
       1020-OPERATOR-SIGNON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1030-ACCEPT-SIGNON THRU 1030-EXIT
               UNTIL WS-OPERATOR-ID NOT = SPACES
           PERFORM 8840-VALIDATE-OPERATOR THRU 8840-EXIT

           IF NOT WS-OPERATOR-ON-FILE
            OR NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY "DANOAPRV: OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED TO APPROVE CHANGES"
               MOVE "DENIED"  TO WS-OPR-ACTION
               MOVE SPACES    TO WS-OPR-RECORD-KEY
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               MOVE "N" TO WS-MORE-TRANSACTIONS
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
      *  1050-LOCK-ARBITRATION - while the batch owns the masters,    *
      *                          tell the operator and offer retry, a *
      *                          logged emergency override, or quit   *
      *****************************************************************
       1050-LOCK-ARBITRATION.
           PERFORM 8800-CHECK-MASTER-LOCK THRU 8800-EXIT
           PERFORM 1060-LOCK-PROMPT THRU 1060-EXIT
               UNTIL NOT WS-MASTER-LOCKED
                  OR WS-LOCK-OVERRIDDEN
                  OR NOT WS-MORE-TRANSACTIONS-YES.
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
                   MOVE "N" TO WS-MORE-TRANSACTIONS
           END-EVALUATE.
       1060-EXIT.
           EXIT.

      *****************************************************************
      *  2000-REVIEW-REQUEST - the next pending request, shown and    *
      *                        decided; decided requests are passed   *
      *                        over                                    *
      *****************************************************************
       2000-REVIEW-REQUEST.
           MOVE SPACES TO WS-MESSAGE
           READ CHANGE-REQUEST-FILE NEXT RECORD
               AT END
                   IF WS-PENDING-SHOWN = 0
                       MOVE "NO CHANGE REQUESTS PENDING"
                           TO WS-MESSAGE
                   ELSE
                       MOVE "NO MORE PENDING REQUESTS" TO WS-MESSAGE
                   END-IF
                   DISPLAY SCR-MESSAGE-LINE
                   MOVE "N" TO WS-MORE-TRANSACTIONS
                   GO TO 2000-EXIT
           END-READ
           IF NOT MKQ-PENDING
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-PENDING-SHOWN

           IF MKQ-MASTER = "3"
               MOVE "TYPE3MST" TO WS-DSP-MASTER
           ELSE
               MOVE "TYPE1MST" TO WS-DSP-MASTER
           END-IF
           MOVE MKQ-COMPONENT-1     TO WS-DSP-COMPONENT-1
           MOVE MKQ-TRANS-DATE      TO WS-DSP-TRANS-DATE
           MOVE MKQ-NEW-COMPONENT-1 TO WS-DSP-NEW-COMPONENT-1
           MOVE MKQ-BEFORE-VALUE    TO WS-DSP-BEFORE
           MOVE MKQ-AFTER-VALUE     TO WS-DSP-AFTER
           MOVE MKQ-MAKER-ID        TO WS-DSP-MAKER-ID
           MOVE MKQ-REQUEST-DATE    TO WS-DSP-REQUEST-DATE
           MOVE MKQ-REQUEST-TIME    TO WS-DSP-REQUEST-TIME
           MOVE MKQ-REASON          TO WS-DSP-REASON
           DISPLAY SCR-REQUEST-FIELDS

           DISPLAY SCR-DECISION-ACTION
           ACCEPT SCR-DECISION-ACTION
           EVALUATE WS-INPUT-ACTION
               WHEN "A"
                   PERFORM 2100-APPROVE-REQUEST THRU 2100-EXIT
               WHEN "R"
                   PERFORM 2200-REJECT-REQUEST THRU 2200-EXIT
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-MORE-TRANSACTIONS
           END-EVALUATE
           IF WS-MESSAGE NOT = SPACES
               DISPLAY SCR-MESSAGE-LINE
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-APPROVE-REQUEST - not the maker's own; the master must  *
      *                         still hold the before value           *
      *****************************************************************
       2100-APPROVE-REQUEST.
           IF MKQ-MAKER-ID = WS-OPERATOR-ID
               MOVE "MAKER MAY NOT DECIDE OWN REQUEST" TO WS-MESSAGE
               MOVE "DENIED"        TO WS-OPR-ACTION
               MOVE MKQ-COMPONENT-1 TO WS-OPR-RECORD-KEY
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE "N" TO WS-APPLIED-SWITCH
           IF MKQ-MASTER = "3"
               PERFORM 2130-APPLY-TYPE3-CHANGE THRU 2130-EXIT
           ELSE
               PERFORM 2120-APPLY-TYPE1-CHANGE THRU 2120-EXIT
           END-IF
           IF NOT WS-CHANGE-APPLIED
               GO TO 2100-EXIT
           END-IF

           SET MKQ-APPROVED TO TRUE
           PERFORM 2300-RECORD-DECISION THRU 2300-EXIT
           MOVE "CHANGE APPROVED AND APPLIED" TO WS-MESSAGE
           MOVE "APPROVED"      TO WS-OPR-ACTION
           MOVE MKQ-COMPONENT-1 TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2120-APPLY-TYPE1-CHANGE - component-1 and component-2 as the *
      *                            maker keyed them, COMPONENT-3      *
      *                            NULLed and the activity date       *
      *                            stamped, as DANOMAINT does          *
      *****************************************************************
       2120-APPLY-TYPE1-CHANGE.
           MOVE MKQ-COMPONENT-1 TO COMPONENT-1 OF TYPE1M-RECORD
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   MOVE "RECORD NO LONGER ON TYPE1MST" TO WS-MESSAGE
                   GO TO 2120-EXIT
           END-READ
           IF COMPONENT-2 OF TYPE1M-RECORD NOT = MKQ-BEFORE-VALUE
               MOVE "BALANCE CHANGED SINCE THE REQUEST"
                   TO WS-MESSAGE
               GO TO 2120-EXIT
           END-IF
           IF component-5 OF TYPE1M-RECORD = "F"
               MOVE "ACCOUNT FROZEN - NOT APPLIED" TO WS-MESSAGE
               GO TO 2120-EXIT
           END-IF
           IF component-5 OF TYPE1M-RECORD = "C"
               MOVE "ACCOUNT CLOSED - NOT APPLIED" TO WS-MESSAGE
               GO TO 2120-EXIT
           END-IF
           MOVE TYPE1M-RECORD TO WS-JNL-BEFORE-IMAGE

           IF MKQ-NEW-COMPONENT-1 NOT = SPACES
               MOVE MKQ-NEW-COMPONENT-1
                   TO COMPONENT-1 OF TYPE1M-RECORD
           END-IF
           MOVE MKQ-AFTER-VALUE TO COMPONENT-2 OF TYPE1M-RECORD
           SET COMPONENT-3 OF TYPE1M-RECORD TO NULL
           ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
           MOVE WS-ACTIVITY-DATE TO component-4 OF TYPE1M-RECORD

           REWRITE TYPE1M-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-MESSAGE
                   GO TO 2120-EXIT
           END-REWRITE
           MOVE "REWRITE"     TO WS-JNL-ACTION
           MOVE "Y"           TO WS-JNL-BEFORE-PRESENT
           MOVE TYPE1M-RECORD TO WS-JNL-AFTER-IMAGE
           PERFORM 8655-WRITE-JOURNAL THRU 8655-EXIT
           SET WS-CHANGE-APPLIED TO TRUE.
       2120-EXIT.
           EXIT.

      *****************************************************************
      *  2130-APPLY-TYPE3-CHANGE - the corrected amount, as DANOMNT3  *
      *                            does                                *
      *****************************************************************
       2130-APPLY-TYPE3-CHANGE.
           MOVE MKQ-COMPONENT-1 TO T3M-COMPONENT-1
           MOVE MKQ-TRANS-DATE  TO T3M-COMPONENT-3
           READ TYPE3-MASTER-FILE
               INVALID KEY
                   MOVE "RECORD NO LONGER ON TYPE3MST" TO WS-MESSAGE
                   GO TO 2130-EXIT
           END-READ
           IF T3M-COMPONENT-4 NOT = MKQ-BEFORE-VALUE
               MOVE "AMOUNT CHANGED SINCE THE REQUEST" TO WS-MESSAGE
               GO TO 2130-EXIT
           END-IF
           MOVE TYPE3M-RECORD TO WS-JN3-BEFORE-IMAGE

           MOVE MKQ-AFTER-VALUE TO T3M-COMPONENT-4
           REWRITE TYPE3M-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-MESSAGE
                   GO TO 2130-EXIT
           END-REWRITE
           MOVE "REWRITE"     TO WS-JN3-ACTION
           MOVE "Y"           TO WS-JN3-BEFORE-PRESENT
           MOVE TYPE3M-RECORD TO WS-JN3-AFTER-IMAGE
           PERFORM 8665-WRITE-JOURNAL3 THRU 8665-EXIT
           SET WS-CHANGE-APPLIED TO TRUE.
       2130-EXIT.
           EXIT.

      *****************************************************************
      *  2200-REJECT-REQUEST - not the maker's own; the master is not *
      *                        touched                                 *
      *****************************************************************
       2200-REJECT-REQUEST.
           IF MKQ-MAKER-ID = WS-OPERATOR-ID
               MOVE "MAKER MAY NOT DECIDE OWN REQUEST" TO WS-MESSAGE
               MOVE "DENIED"        TO WS-OPR-ACTION
               MOVE MKQ-COMPONENT-1 TO WS-OPR-RECORD-KEY
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               GO TO 2200-EXIT
           END-IF

           SET MKQ-REJECTED TO TRUE
           PERFORM 2300-RECORD-DECISION THRU 2300-EXIT
           MOVE "CHANGE REJECTED" TO WS-MESSAGE
           MOVE "REJECTED"      TO WS-OPR-ACTION
           MOVE MKQ-COMPONENT-1 TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-RECORD-DECISION - checker and time onto the request     *
      *****************************************************************
       2300-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO MKQ-CHECKER-ID
           ACCEPT MKQ-DECISION-DATE FROM DATE YYYYMMDD
           ACCEPT MKQ-DECISION-TIME FROM TIME
           REWRITE CHANGE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "DANOAPRV: REWRITE OF DANOMKQ FAILED FOR "
                           MKQ-REQUEST-KEY
           END-REWRITE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
       3000-TERMINATE.
           IF WS-FILES-ARE-OPEN
               CLOSE CHANGE-REQUEST-FILE
               CLOSE TYPE1-MASTER-FILE
               CLOSE TYPE3-MASTER-FILE
               PERFORM 8659-CLOSE-JOURNAL  THRU 8659-EXIT
               PERFORM 8669-CLOSE-JOURNAL3 THRU 8669-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       COPY DANOLKPD.
       COPY DANOOPPD.
       COPY DANOMKPD.
       COPY TYP1JNPD.
       COPY TYP3JNPD.
