      *  escalates anything open more than WS-ESCALATE-DAYS business  *
      *  days to its own section, ending RETURN-CODE 4 so the         *
      *  schedule shows the warning.  Read-only: every file is        *
      *  opened INPUT and left exactly as found (the DANOALRT alerts  *
      *  for unapproved changes and held postings are the only thing  *
      *  written).                                                    *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-09-18  DLO   Maker-checker requests still pending      *
      *                      on DANOMKQ at end of day are digested     *
      *                      as a fourth source (aged and escalated    *
      *                      like the rest), listed with maker,        *
      *                      before/after and reason, and raise a      *
      *                      DANOALRT warning.                         *
      *    2026-10-06  DLO   Postings DANOPOST holds over limit on     *
      *                      TYPE3HLD and no supervisor has yet        *
      *                      released or declined are digested as a    *
      *                      fifth source, aged from the date they     *
      *                      were held, listed with amount and limit,  *
      *                      and raise a DANOALRT warning.             *
      *    2026-10-15  DLO   The digest also goes to the DANORPTS      *
      *                      report spool (DANORP*), for the           *
      *                      DANOPKG report package, and STOP RUN      *
      *                      became GOBACK so the DANOSKED schedule    *
      *                      can CALL this job ahead of DANOPKG.       *
      *    2026-10-15  DLO   Pending change values edited -(10)9.99    *
      *                      for the wider DANOMKQ fields.             *
      *    2026-10-15  DLO   Takes LK-CONTROL (DANOCTL) from its       *
      *                      caller and stamps its DANORPTS lines      *
      *                      with LK-BUSINESS-DATE for DANOPKG; its    *
      *                      DANOALRT alerts carry the same date.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANODGST.
               FILE STATUS IS WS-REJECT-STATUS.

           COPY DANOCASL.
           COPY DANOMKSL.
           COPY DANOHLSL.
           COPY DANOALSL.
           COPY DANORPSL.

       DATA DIVISION.
       FILE SECTION.
           05  REJ-LOG-DATE             pic x(08).

       COPY DANOCAFD.
       COPY DANOMKFD.
       COPY DANOHLFD.
       COPY DANOALFD.
       COPY DANORPFD.

       WORKING-STORAGE SECTION.
       COPY DANOCAWS.
       COPY DANOMKWS.
       COPY DANOHLWS.
       COPY DANOALWS.
       COPY DANORPWS.

       01  WS-PROGRAM-NAME              pic x(08) value "DANODGST".

       01  WS-SWITCHES.
           05  WS-COERCION-STATUS       pic x(02).
           05  WS-REJECT-STATUS         pic x(02).
               88  WS-REJECT-OK                  value "00".
               88  WS-REJECT-EOF                 value "10".
           05  WS-CHANGE-EOF-SW         pic x(01) value "N".
               88  WS-CHANGE-EOF                 value "Y".

       01  WS-TODAY                     pic 9(08).
       01  WS-TODAY-INTEGER             pic 9(09) comp.
       01  WS-DIGEST-COUNTS.
           05  WS-ITEMS-READ            pic 9(09) comp value 0.
           05  WS-ITEMS-ESCALATED       pic 9(09) comp value 0.
           05  WS-CHANGES-PENDING       pic 9(09) comp value 0.
           05  WS-HOLDS-PENDING         pic 9(09) comp value 0.
           05  WS-HOLDS-PENDING-AMOUNT  pic s9(11)v99 comp-3 value 0.

       01  WS-EDITED-BEFORE             pic -(10)9.99.
       01  WS-EDITED-AFTER              pic -(10)9.99.
       01  WS-EDITED-PENDING            pic z(8)9.
       01  WS-EDITED-AMOUNT             pic -(9)9.99.
       01  WS-EDITED-LIMIT              pic z(8)9.99.
       01  WS-EDITED-AGE                pic -(4)9.
       01  WS-EDITED-ESCALATE-DAYS      pic z9.
       01  WS-EDITED-OPEN               pic z(8)9.
       01  WS-EDITED-ESCALATED          pic z(8)9.

       LINKAGE SECTION.
       COPY DANOCTL.

       PROCEDURE DIVISION USING LK-CONTROL.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE LK-BUSINESS-DATE TO WS-SPOOL-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2100-DIGEST-COERCIONS  THRU 2100-EXIT
           PERFORM 2200-DIGEST-POSTINGS   THRU 2200-EXIT
           PERFORM 2300-DIGEST-REJECTS    THRU 2300-EXIT
           PERFORM 2400-DIGEST-CHANGES    THRU 2400-EXIT
           PERFORM 2500-DIGEST-HOLDS      THRU 2500-EXIT
           PERFORM 3000-TERMINATE         THRU 3000-EXIT
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE                                              *

           PERFORM 8900-LOAD-CALENDAR THRU 8900-EXIT
           IF NOT WS-CALENDAR-LOADED
               STRING "DANODGST: NO DANOCAL CALENDAR ON HAND - "
                      "AGING COUNTED IN CALENDAR DAYS"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           END-IF

           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           STRING "DANODGST DAILY EXCEPTION DIGEST FOR " WS-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-ESCALATE-DAYS TO WS-EDITED-ESCALATE-DAYS
           STRING "  ESCALATION SECTION LISTS ITEMS OPEN MORE "
                  "THAN " WS-EDITED-ESCALATE-DAYS " BUSINESS DAY(S)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT.
       1000-EXIT.
           EXIT.

       2100-DIGEST-COERCIONS.
           OPEN INPUT COERCION-EXCEPTION-FILE
           IF NOT WS-COERCION-OK
               MOVE "DANODGST: NO TYPE1XCP ON HAND" TO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-READ-COERCION THRU 2110-EXIT
       2200-DIGEST-POSTINGS.
           OPEN INPUT POSTING-EXCEPTION-FILE
           IF NOT WS-POSTING-OK
               MOVE "DANODGST: NO TYPE3XCP ON HAND" TO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-READ-POSTING THRU 2210-EXIT
       2300-DIGEST-REJECTS.
           OPEN INPUT FEED-REJECT-FILE
           IF NOT WS-REJECT-OK
               MOVE "DANODGST: NO TYPE1REJ ON HAND" TO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-READ-REJECT THRU 2310-EXIT
       2320-EXIT.
           EXIT.

      *****************************************************************
      *  2400-DIGEST-CHANGES - DANOMKQ, maintenance changes made but  *
      *                        not yet approved or rejected; decided  *
      *                        requests stay on the file as history   *
      *                        and are passed over                    *
      *****************************************************************
       2400-DIGEST-CHANGES.
           OPEN INPUT CHANGE-REQUEST-FILE
           IF NOT WS-CHANGE-REQUEST-STATUS = "00"
               MOVE "DANODGST: NO DANOMKQ ON HAND" TO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2410-READ-CHANGE THRU 2410-EXIT
           PERFORM 2420-ONE-CHANGE THRU 2420-EXIT
               UNTIL WS-CHANGE-EOF
           CLOSE CHANGE-REQUEST-FILE

           IF WS-CHANGES-PENDING > 0
               MOVE WS-CHANGES-PENDING TO WS-EDITED-PENDING
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-EDITED-PENDING
                      " MAINTENANCE CHANGE(S) AWAITING APPROVAL"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-READ-CHANGE                                             *
      *****************************************************************
       2410-READ-CHANGE.
           READ CHANGE-REQUEST-FILE NEXT RECORD
               AT END
                   SET WS-CHANGE-EOF TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2420-ONE-CHANGE                                              *
      *****************************************************************
       2420-ONE-CHANGE.
           IF NOT MKQ-PENDING
               GO TO 2420-NEXT
           END-IF
           ADD 1 TO WS-CHANGES-PENDING
           MOVE "DANOMKQ"          TO WS-ITEM-SOURCE
           MOVE "AWAITING APPROVAL" TO WS-ITEM-REASON
           MOVE MKQ-COMPONENT-1    TO WS-ITEM-KEY
           MOVE MKQ-REQUEST-DATE   TO WS-ITEM-DATE
           PERFORM 8000-DIGEST-ONE-ITEM THRU 8000-EXIT

           MOVE MKQ-BEFORE-VALUE TO WS-EDITED-BEFORE
           MOVE MKQ-AFTER-VALUE  TO WS-EDITED-AFTER
           STRING "  PENDING CHANGE: TYPE" MKQ-MASTER
                  " " MKQ-COMPONENT-1
                  " " MKQ-TRANS-DATE
                  " MAKER " MKQ-MAKER-ID
                  " " MKQ-REQUEST-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           STRING "      FROM " WS-EDITED-BEFORE
                  " TO " WS-EDITED-AFTER
                  " REASON " MKQ-REASON
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT.
       2420-NEXT.
           PERFORM 2410-READ-CHANGE THRU 2410-EXIT.
       2420-EXIT.
           EXIT.

      *****************************************************************
      *  2500-DIGEST-HOLDS - TYPE3HLD, postings DANOPOST held over    *
      *                      their DANOHLPM limit that no supervisor  *
      *                      has released or declined yet, aged from  *
      *                      the business date they were held;        *
      *                      decided and settled holds stay on the    *
      *                      file as history and are passed over      *
      *****************************************************************
       2500-DIGEST-HOLDS.
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               MOVE "DANODGST: NO TYPE3HLD ON HAND" TO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-READ-HOLD THRU 2510-EXIT
           PERFORM 2520-ONE-HOLD THRU 2520-EXIT
               UNTIL WS-HOLD-EOF
           CLOSE HOLD-FILE

           IF WS-HOLDS-PENDING > 0
               MOVE WS-HOLDS-PENDING TO WS-EDITED-PENDING
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-EDITED-PENDING
                      " HELD POSTING(S) AWAITING RELEASE"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2510-READ-HOLD                                               *
      *****************************************************************
       2510-READ-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  2520-ONE-HOLD                                                *
      *****************************************************************
       2520-ONE-HOLD.
           IF NOT HLD-HELD
               GO TO 2520-NEXT
           END-IF
           ADD 1 TO WS-HOLDS-PENDING
           ADD HLD-AMOUNT TO WS-HOLDS-PENDING-AMOUNT
           MOVE "TYPE3HLD"         TO WS-ITEM-SOURCE
           MOVE "HELD OVER LIMIT"  TO WS-ITEM-REASON
           MOVE HLD-COMPONENT-1    TO WS-ITEM-KEY
           MOVE HLD-HELD-DATE      TO WS-ITEM-DATE
           PERFORM 8000-DIGEST-ONE-ITEM THRU 8000-EXIT

           MOVE HLD-AMOUNT TO WS-EDITED-AMOUNT
           MOVE HLD-LIMIT  TO WS-EDITED-LIMIT
           STRING "  HELD POSTING: " HLD-COMPONENT-1
                  " " HLD-TRANS-DATE
                  " " WS-EDITED-AMOUNT
                  " LIMIT " WS-EDITED-LIMIT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-AGE-DAYS TO WS-EDITED-AGE
           STRING "      HELD " HLD-HELD-DATE
                  " FEED " HLD-FEED-ID
                  " SERIAL " HLD-SERIAL
                  " AGE " WS-EDITED-AGE " DAY(S)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT.
       2520-NEXT.
           PERFORM 2510-READ-HOLD THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - the grouped digest, then the verdict        *
      *****************************************************************
       3000-TERMINATE.
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE "  OPEN ITEMS BY SOURCE AND REASON:" TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               MOVE WS-GRP-OPEN-COUNT(WS-GROUP-SUB) TO WS-EDITED-OPEN
               MOVE WS-GRP-ESCALATED(WS-GROUP-SUB)
                   TO WS-EDITED-ESCALATED
               STRING "    " WS-GRP-SOURCE(WS-GROUP-SUB)
                      " " WS-GRP-REASON(WS-GROUP-SUB)
                      " OPEN " WS-EDITED-OPEN
                      " ESCALATED " WS-EDITED-ESCALATED
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-ITEMS-READ TO WS-SPOOL-NUMBER
           STRING "  OPEN ITEMS READ . . . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-ITEMS-ESCALATED TO WS-SPOOL-NUMBER
           STRING "  ITEMS ESCALATED  . . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-CHANGES-PENDING TO WS-SPOOL-NUMBER
           STRING "  CHANGES AWAITING APPROVAL . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-HOLDS-PENDING TO WS-SPOOL-NUMBER
           STRING "  ITEMS HELD OVER LIMIT . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-HOLDS-PENDING-AMOUNT TO WS-SPOOL-AMOUNT
           STRING "  HELD AMOUNT . . . . . . . . " WS-SPOOL-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT

           IF WS-ITEMS-ESCALATED > 0
               MOVE "DANODGST: ESCALATED EXCEPTIONS NEED A HUMAN"
                   TO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 8969-CLOSE-SPOOL THRU 8969-EXIT.
       3000-EXIT.
           EXIT.

               IF WS-GROUP-HIT-SUB > 0
                   ADD 1 TO WS-GRP-ESCALATED(WS-GROUP-HIT-SUB)
               END-IF
               MOVE WS-AGE-DAYS TO WS-EDITED-AGE
               STRING "  *** ESCALATED: " WS-ITEM-SOURCE
                      " " WS-ITEM-KEY
                      " " WS-ITEM-REASON
                      " OPEN " WS-EDITED-AGE " DAY(S)"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           END-IF.
       8000-EXIT.
           EXIT.
           EXIT.

       COPY DANOCAPD.
       COPY DANOALPD.
       COPY DANORPPD.
