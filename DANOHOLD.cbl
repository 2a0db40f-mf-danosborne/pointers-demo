      *****************************************************************
      *  PROGRAM-ID.  DANOHOLD                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-10-06.                                     *
      *                                                                *
      *  Large-transaction hold release.  DANOPOST no longer posts or *
      *  suspends a feed detail or captured entry whose size is above *
      *  its account's DANOHLPM limit - it holds it on TYPE3HLD with  *
      *  its serial, feed-id and the limit it broke.  This            *
      *  transaction is where a supervisor deals with the queue:      *
      *      - sign-on requires supervisor ("S") authority on         *
      *        DANOOPER,                                              *
      *      - the items still held are listed one at a time,         *
      *        oldest first, numbered against the count on hand,      *
      *        and each may be released, declined or passed,          *
      *      - a release is posted by the next DANOPOST run under     *
      *        its original serial, so the DANOPSRL exactly-once      *
      *        check still applies; a decline is written to           *
      *        TYPE3XCP by that run,                                  *
      *      - every decision is rewritten onto the hold with the     *
      *        supervisor and the time, and logged to DANOOPLG as     *
      *        HOLDREL or HOLDDECL.                                   *
      *  Nothing here touches a master, so there is no lock           *
      *  arbitration; the decision waits on the queue for the batch.  *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-06  DLO   Initial version.                         *
      *    2026-10-15  DLO   A decision whose TYPE3HLD rewrite fails   *
      *                      shows DECISION NOT SAVED and is neither   *
      *                      counted nor logged.                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOHOLD.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-10-06.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DANOHLSL.
           COPY DANOOPSL.

       DATA DIVISION.
       FILE SECTION.
       COPY DANOHLFD.
       COPY DANOOPFD.

       WORKING-STORAGE SECTION.
       COPY DANOHLWS.
       COPY DANOOPWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-MORE-TRANSACTIONS     pic x(01) value "Y".
               88  WS-MORE-TRANSACTIONS-YES       value "Y".
           05  WS-FILES-OPEN-SWITCH     pic x(01) value "N".
               88  WS-FILES-ARE-OPEN              value "Y".
           05  WS-DECISION-SAVED-SWITCH pic x(01) value "Y".
               88  WS-DECISION-NOT-SAVED          value "N".

       01  WS-INPUT-ACTION              pic x(01).
       01  WS-MESSAGE                   pic x(40).
       01  WS-HELD-ON-FILE              pic 9(05) comp value 0.
       01  WS-HELD-SHOWN                pic 9(05) comp value 0.

       01  WS-DECISION-COUNTS.
           05  WS-RELEASED-COUNT        pic 9(09) comp value 0.
           05  WS-DECLINED-COUNT        pic 9(09) comp value 0.

       01  WS-DISPLAY-HOLD.
           05  WS-DSP-ITEM-NUMBER       pic 9(05).
           05  WS-DSP-ITEM-COUNT        pic 9(05).
           05  WS-DSP-COMPONENT-1       pic x(10).
           05  WS-DSP-TRANS-DATE        pic x(08).
           05  WS-DSP-AMOUNT            pic s9(09)v99 comp-3.
           05  WS-DSP-LIMIT             pic 9(09)v99 comp-3.
           05  WS-DSP-SOURCE            pic x(08).
           05  WS-DSP-FEED-ID           pic x(08).
           05  WS-DSP-SERIAL            pic 9(09).
           05  WS-DSP-HELD-DATE         pic x(08).

       SCREEN SECTION.
       01  SCR-SIGNON.
           05  LINE 1 COL 1  VALUE "DANOHOLD - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-HOLD-FIELDS.
           05  LINE 1 COL 1  VALUE "DANOHOLD - LARGE-TRANSACTION HOLDS".
           05  LINE 1 COL 50 VALUE "OPR: ".
           05  LINE 1 COL 55 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 2 COL 1  VALUE "ITEM ".
           05  LINE 2 COL 6  PIC ZZZZ9 FROM WS-DSP-ITEM-NUMBER.
           05  LINE 2 COL 12 VALUE "OF ".
           05  LINE 2 COL 15 PIC ZZZZ9 FROM WS-DSP-ITEM-COUNT.
           05  LINE 2 COL 21 VALUE "HELD".
           05  LINE 3 COL 1  VALUE "COMPONENT-1: ".
           05  LINE 3 COL 15 PIC X(10) FROM WS-DSP-COMPONENT-1.
           05  LINE 3 COL 30 VALUE "TRANS DATE: ".
           05  LINE 3 COL 42 PIC X(08) FROM WS-DSP-TRANS-DATE.
           05  LINE 4 COL 1  VALUE "AMOUNT     : ".
           05  LINE 4 COL 15 PIC -(8)9.99 FROM WS-DSP-AMOUNT.
           05  LINE 5 COL 1  VALUE "LIMIT      : ".
           05  LINE 5 COL 15 PIC Z(8)9.99 FROM WS-DSP-LIMIT.
           05  LINE 6 COL 1  VALUE "SOURCE     : ".
           05  LINE 6 COL 15 PIC X(08) FROM WS-DSP-SOURCE.
           05  LINE 7 COL 1  VALUE "FEED/SERIAL: ".
           05  LINE 7 COL 15 PIC X(08) FROM WS-DSP-FEED-ID.
           05  LINE 7 COL 25 PIC 9(09) FROM WS-DSP-SERIAL.
           05  LINE 8 COL 1  VALUE "HELD ON    : ".
           05  LINE 8 COL 15 PIC X(08) FROM WS-DSP-HELD-DATE.

       01  SCR-DECISION-ACTION.
           05  LINE 10 COL 1
               VALUE "RELEASE(R) DECLINE(D) NEXT(N) QUIT(Q): ".
           05  LINE 10 COL 41 PIC X(01) TO WS-INPUT-ACTION.

       01  SCR-MESSAGE-LINE.
           05  LINE 12 COL 1 PIC X(40) FROM WS-MESSAGE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOHOLD" TO WS-PROGRAM-NAME
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-REVIEW-HOLD      THRU 2000-EXIT
               UNTIL NOT WS-MORE-TRANSACTIONS-YES
           PERFORM 3000-TERMINATE        THRU 3000-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - supervisor sign-on, the count of items     *
      *                    still held, then the queue positioned at   *
      *                    its oldest hold                            *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1020-OPERATOR-SIGNON THRU 1020-EXIT
           IF NOT WS-MORE-TRANSACTIONS-YES
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               MOVE "NO HELD ITEMS ON FILE" TO WS-MESSAGE
               DISPLAY SCR-MESSAGE-LINE
               MOVE "N" TO WS-MORE-TRANSACTIONS
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-COUNT-HELD THRU 1100-EXIT
               UNTIL WS-HOLD-EOF
           CLOSE HOLD-FILE

           OPEN I-O HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "DANOHOLD: OPEN TYPE3HLD FAILED, STATUS "
                       WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-MORE-TRANSACTIONS
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-ARE-OPEN TO TRUE.
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
               DISPLAY "DANOHOLD: OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED TO RELEASE HOLDS"
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
      *  1100-COUNT-HELD - one pass to number the list                *
      *****************************************************************
       1100-COUNT-HELD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF HLD-HELD
               ADD 1 TO WS-HELD-ON-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-REVIEW-HOLD - the next item still held, shown and       *
      *                     decided; decided and settled items are    *
      *                     passed over                               *
      *****************************************************************
       2000-REVIEW-HOLD.
           MOVE SPACES TO WS-MESSAGE
           READ HOLD-FILE NEXT RECORD
               AT END
                   IF WS-HELD-SHOWN = 0
                       MOVE "NO ITEMS HELD" TO WS-MESSAGE
                   ELSE
                       MOVE "NO MORE HELD ITEMS" TO WS-MESSAGE
                   END-IF
                   DISPLAY SCR-MESSAGE-LINE
                   MOVE "N" TO WS-MORE-TRANSACTIONS
                   GO TO 2000-EXIT
           END-READ
           IF NOT HLD-HELD
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-HELD-SHOWN

           MOVE WS-HELD-SHOWN    TO WS-DSP-ITEM-NUMBER
           MOVE WS-HELD-ON-FILE  TO WS-DSP-ITEM-COUNT
           MOVE HLD-COMPONENT-1  TO WS-DSP-COMPONENT-1
           MOVE HLD-TRANS-DATE   TO WS-DSP-TRANS-DATE
           MOVE HLD-AMOUNT       TO WS-DSP-AMOUNT
           MOVE HLD-LIMIT        TO WS-DSP-LIMIT
           EVALUATE HLD-SOURCE
               WHEN "F"
                   MOVE "FEED"     TO WS-DSP-SOURCE
               WHEN "C"
                   MOVE "CAPTURE"  TO WS-DSP-SOURCE
               WHEN OTHER
                   MOVE "SUSPENSE" TO WS-DSP-SOURCE
           END-EVALUATE
           MOVE HLD-FEED-ID      TO WS-DSP-FEED-ID
           MOVE HLD-SERIAL       TO WS-DSP-SERIAL
           MOVE HLD-HELD-DATE    TO WS-DSP-HELD-DATE
           DISPLAY SCR-HOLD-FIELDS

           DISPLAY SCR-DECISION-ACTION
           ACCEPT SCR-DECISION-ACTION
           EVALUATE WS-INPUT-ACTION
               WHEN "R"
                   PERFORM 2100-RELEASE-HOLD THRU 2100-EXIT
               WHEN "D"
                   PERFORM 2200-DECLINE-HOLD THRU 2200-EXIT
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
      *  2100-RELEASE-HOLD - the next DANOPOST run posts it           *
      *****************************************************************
       2100-RELEASE-HOLD.
           SET HLD-RELEASED TO TRUE
           PERFORM 2300-RECORD-DECISION THRU 2300-EXIT
           IF WS-DECISION-NOT-SAVED
               MOVE "DECISION NOT SAVED" TO WS-MESSAGE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           MOVE "RELEASED - POSTS ON THE NEXT RUN" TO WS-MESSAGE
           MOVE "HOLDREL"       TO WS-OPR-ACTION
           MOVE HLD-COMPONENT-1 TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-DECLINE-HOLD - the next DANOPOST run writes it to       *
      *                      TYPE3XCP; it never posts                 *
      *****************************************************************
       2200-DECLINE-HOLD.
           SET HLD-DECLINED TO TRUE
           PERFORM 2300-RECORD-DECISION THRU 2300-EXIT
           IF WS-DECISION-NOT-SAVED
               MOVE "DECISION NOT SAVED" TO WS-MESSAGE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-DECLINED-COUNT
           MOVE "DECLINED - TO TYPE3XCP ON NEXT RUN" TO WS-MESSAGE
           MOVE "HOLDDECL"      TO WS-OPR-ACTION
           MOVE HLD-COMPONENT-1 TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-RECORD-DECISION - supervisor and time onto the hold;    *
      *                         a rewrite that fails leaves the       *
      *                         decision not saved, and it is         *
      *                         neither counted nor logged            *
      *****************************************************************
       2300-RECORD-DECISION.
           MOVE "Y" TO WS-DECISION-SAVED-SWITCH
           MOVE WS-OPERATOR-ID TO HLD-SUPERVISOR-ID
           ACCEPT HLD-DECISION-DATE FROM DATE YYYYMMDD
           ACCEPT HLD-DECISION-TIME FROM TIME
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "DANOHOLD: REWRITE OF TYPE3HLD FAILED FOR "
                           HLD-KEY
                   MOVE "N" TO WS-DECISION-SAVED-SWITCH
           END-REWRITE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
       3000-TERMINATE.
           IF WS-FILES-ARE-OPEN
               CLOSE HOLD-FILE
           END-IF
           DISPLAY "DANOHOLD: " WS-RELEASED-COUNT " RELEASED, "
                   WS-DECLINED-COUNT " DECLINED".
       3000-EXIT.
           EXIT.

       COPY DANOOPPD.
