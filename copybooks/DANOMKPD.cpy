      *****************************************************************
      *  DANOMKPD  -  procedure-division half of the maker-checker    *
      *               discipline.  COPY this member into the          *
      *               PROCEDURE DIVISION of any program that also     *
      *               COPYs DANOMKSL/DANOMKFD/DANOMKWS.  Usage:       *
      *                   PERFORM 8750-LOAD-CHANGE-THRESHOLD THRU     *
      *                       8750-EXIT once, at program start        *
      *                   MOVE the before and after values TO         *
      *                       WS-MKQ-BEFORE-VALUE/WS-MKQ-AFTER-VALUE, *
      *                       then PERFORM 8755-TEST-CHANGE-SIZE THRU *
      *                       8755-EXIT - WS-CHANGE-NEEDS-APPROVAL    *
      *                       says whether it may be applied at once  *
      *                   when it may not, MOVE the rest of the       *
      *                       change and the reason TO the WS-MKQ-    *
      *                       fields and PERFORM 8760-QUEUE-CHANGE-   *
      *                       REQUEST THRU 8760-EXIT - WS-CHANGE-     *
      *                       QUEUED says whether it landed           *
      *               WS-OPERATOR-ID (DANOOPWS) is stamped as the     *
      *               maker.  The queue is opened and closed per      *
      *               request, the same way 8850-LOG-OPERATOR-        *
      *               ACTIVITY works.                                  *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-18  DLO   Initial version.                          *
      *****************************************************************

       8750-LOAD-CHANGE-THRESHOLD.
           MOVE 0 TO WS-CHANGE-THRESHOLD
           OPEN INPUT CHANGE-THRESHOLD-FILE
           IF NOT WS-CHANGE-PARM-STATUS = "00"
               GO TO 8750-EXIT
           END-IF
           READ CHANGE-THRESHOLD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF MKP-THRESHOLD NUMERIC
                       MOVE MKP-THRESHOLD TO WS-CHANGE-THRESHOLD
                   END-IF
           END-READ
           CLOSE CHANGE-THRESHOLD-FILE.
       8750-EXIT.
           EXIT.

       8755-TEST-CHANGE-SIZE.
           MOVE "N" TO WS-CHANGE-APPROVAL-SW
           COMPUTE WS-CHANGE-SIZE =
               WS-MKQ-AFTER-VALUE - WS-MKQ-BEFORE-VALUE
           IF WS-CHANGE-SIZE < 0
               COMPUTE WS-CHANGE-SIZE = 0 - WS-CHANGE-SIZE
           END-IF
           IF WS-CHANGE-SIZE > WS-CHANGE-THRESHOLD
               SET WS-CHANGE-NEEDS-APPROVAL TO TRUE
           END-IF.
       8755-EXIT.
           EXIT.

       8760-QUEUE-CHANGE-REQUEST.
           MOVE "N" TO WS-CHANGE-QUEUED-SW
           OPEN I-O CHANGE-REQUEST-FILE
           IF WS-CHANGE-REQUEST-STATUS = "35"
               OPEN OUTPUT CHANGE-REQUEST-FILE
               CLOSE CHANGE-REQUEST-FILE
               OPEN I-O CHANGE-REQUEST-FILE
           END-IF
           IF NOT WS-CHANGE-REQUEST-STATUS = "00"
               GO TO 8760-EXIT
           END-IF
           MOVE SPACES                 TO CHANGE-REQUEST-RECORD
           ACCEPT MKQ-REQUEST-DATE     FROM DATE YYYYMMDD
           ACCEPT MKQ-REQUEST-TIME     FROM TIME
           MOVE WS-OPERATOR-ID         TO MKQ-MAKER-ID
           MOVE WS-MKQ-MASTER          TO MKQ-MASTER
           MOVE WS-MKQ-COMPONENT-1     TO MKQ-COMPONENT-1
           MOVE WS-MKQ-TRANS-DATE      TO MKQ-TRANS-DATE
           MOVE WS-MKQ-NEW-COMPONENT-1 TO MKQ-NEW-COMPONENT-1
           MOVE WS-MKQ-BEFORE-VALUE    TO MKQ-BEFORE-VALUE
           MOVE WS-MKQ-AFTER-VALUE     TO MKQ-AFTER-VALUE
           MOVE WS-MKQ-REASON          TO MKQ-REASON
           SET MKQ-PENDING             TO TRUE
           WRITE CHANGE-REQUEST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CHANGE-QUEUED TO TRUE
           END-WRITE
           CLOSE CHANGE-REQUEST-FILE.
       8760-EXIT.
           EXIT.
