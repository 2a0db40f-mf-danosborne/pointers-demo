      *****************************************************************
      *  DANOCKPD  -  procedure-division half of the DANOCAL update   *
      *               lock.  COPY into the PROCEDURE DIVISION of any  *
      *               program that also COPYs DANOCKSL/DANOCKFD/      *
      *               DANOCKWS.  DANOCAL is line sequential and is    *
      *               rewritten whole, so two programs rewriting it   *
      *               at once would each lose the other's work, and   *
      *               one reading it while the other rewrites sees    *
      *               half a calendar.  Usage:                         *
      *                   PERFORM 8920-TAKE-CALENDAR-LOCK THRU        *
      *                       8920-EXIT before reading DANOCAL for    *
      *                       a rewrite - WS-CALENDAR-LOCK-TAKEN      *
      *                       says whether it was had; if not,        *
      *                       WS-CAL-LOCK-HOLDER and WS-CAL-LOCK-     *
      *                       SINCE name who holds it, and DANOCAL    *
      *                       must be left alone                       *
      *                   PERFORM 8930-RELEASE-CALENDAR-LOCK THRU     *
      *                       8930-EXIT once DANOCAL is closed, on    *
      *                       every path out                           *
      *               WS-PROGRAM-NAME supplies the program stamp.      *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-15  DLO   Initial version.                          *
      *****************************************************************

      *    DANOCALK is rechecked up to WS-CAL-LOCK-RECHECKS times while
      *    another program's rewrite finishes, then stamped with this
      *    program and the time.  Still busy after that, the caller is
      *    told so and leaves DANOCAL alone - there is no override
       8920-TAKE-CALENDAR-LOCK.
           MOVE "N" TO WS-CALENDAR-LOCK-TAKEN-SW
           MOVE 0   TO WS-CAL-LOCK-TRIES
           PERFORM 8925-CHECK-CALENDAR-LOCK THRU 8925-EXIT
           PERFORM 8925-CHECK-CALENDAR-LOCK THRU 8925-EXIT
               UNTIL NOT WS-CALENDAR-BUSY
                  OR WS-CAL-LOCK-TRIES NOT < WS-CAL-LOCK-RECHECKS
           IF WS-CALENDAR-BUSY
               GO TO 8920-EXIT
           END-IF
           OPEN OUTPUT CALENDAR-LOCK-FILE
           IF NOT WS-CALENDAR-LOCK-STATUS = "00"
               DISPLAY WS-PROGRAM-NAME ": OPEN DANOCALK FAILED, "
                       "STATUS " WS-CALENDAR-LOCK-STATUS
               MOVE "DANOCALK"              TO WS-CAL-LOCK-HOLDER
               MOVE WS-CALENDAR-LOCK-STATUS TO WS-CAL-LOCK-SINCE
               GO TO 8920-EXIT
           END-IF
           MOVE SPACES               TO CALENDAR-LOCK-RECORD
           MOVE "B"                  TO CLK-STATE
           MOVE WS-PROGRAM-NAME      TO CLK-PROGRAM-NAME
           MOVE WS-CAL-LOCK-OPERATOR TO CLK-OPERATOR-ID
           ACCEPT CLK-LOCK-DATE      FROM DATE YYYYMMDD
           ACCEPT CLK-LOCK-TIME      FROM TIME
           WRITE CALENDAR-LOCK-RECORD
           CLOSE CALENDAR-LOCK-FILE
           MOVE CALENDAR-LOCK-RECORD TO WS-CAL-LOCK-MINE
           SET WS-CALENDAR-LOCK-TAKEN TO TRUE.
       8920-EXIT.
           EXIT.

      *    no DANOCALK, an empty one, or a stamp other than "B" is a
      *    free lock; so is one left behind by a run that died
      *    mid-rewrite - stamped on an earlier day, or longer ago than
      *    WS-CAL-LOCK-STALE-SECS
       8925-CHECK-CALENDAR-LOCK.
           ADD 1 TO WS-CAL-LOCK-TRIES
           MOVE "N" TO WS-CALENDAR-BUSY-SW
           OPEN INPUT CALENDAR-LOCK-FILE
           IF NOT WS-CALENDAR-LOCK-STATUS = "00"
               GO TO 8925-EXIT
           END-IF
           READ CALENDAR-LOCK-FILE
               AT END
                   CLOSE CALENDAR-LOCK-FILE
                   GO TO 8925-EXIT
           END-READ
           CLOSE CALENDAR-LOCK-FILE
           IF NOT CLK-STATE = "B"
               GO TO 8925-EXIT
           END-IF
           MOVE CLK-PROGRAM-NAME TO WS-CAL-LOCK-HOLDER
           MOVE CLK-LOCK-TIME    TO WS-CAL-LOCK-SINCE
           ACCEPT WS-CAL-LOCK-DATE-NOW  FROM DATE YYYYMMDD
           ACCEPT WS-CAL-LOCK-CLOCK-NOW FROM TIME
           IF NOT CLK-LOCK-DATE = WS-CAL-LOCK-DATE-NOW
            OR CLK-LOCK-TIME NOT NUMERIC
               GO TO 8925-EXIT
           END-IF
           MOVE CLK-LOCK-TIME TO WS-CAL-LOCK-CLOCK-THEN
           COMPUTE WS-CAL-LOCK-AGE =
               (WS-CAL-LOCK-NOW-HH * 3600 + WS-CAL-LOCK-NOW-MM * 60
                  + WS-CAL-LOCK-NOW-SS)
             - (WS-CAL-LOCK-THEN-HH * 3600 + WS-CAL-LOCK-THEN-MM * 60
                  + WS-CAL-LOCK-THEN-SS)
           IF WS-CAL-LOCK-AGE > WS-CAL-LOCK-STALE-SECS
               GO TO 8925-EXIT
           END-IF
           SET WS-CALENDAR-BUSY TO TRUE.
       8925-EXIT.
           EXIT.

      *    the lock is only emptied if it still carries this program's
      *    stamp - one judged left behind may have been taken over
       8930-RELEASE-CALENDAR-LOCK.
           IF NOT WS-CALENDAR-LOCK-TAKEN
               GO TO 8930-EXIT
           END-IF
           MOVE "N" TO WS-CALENDAR-LOCK-TAKEN-SW
           OPEN INPUT CALENDAR-LOCK-FILE
           IF NOT WS-CALENDAR-LOCK-STATUS = "00"
               GO TO 8930-EXIT
           END-IF
           READ CALENDAR-LOCK-FILE
               AT END
                   CLOSE CALENDAR-LOCK-FILE
                   GO TO 8930-EXIT
           END-READ
           CLOSE CALENDAR-LOCK-FILE
           IF NOT CALENDAR-LOCK-RECORD = WS-CAL-LOCK-MINE
               GO TO 8930-EXIT
           END-IF
           OPEN OUTPUT CALENDAR-LOCK-FILE
           CLOSE CALENDAR-LOCK-FILE.
       8930-EXIT.
           EXIT.
