      *  DANOOPPD  -  procedure-division half of the operator sign-on *
      *               and activity discipline.  COPY into the          *
      *               PROCEDURE DIVISION of any program that also     *
      *               COPYs DANOOPSL/DANOOPFD/DANOOPWS.  Usage:       *
      *                   MOVE the keyed id TO WS-OPERATOR-ID, then   *
      *                       PERFORM 8840-VALIDATE-OPERATOR THRU     *
      *                       8840-EXIT - WS-OPERATOR-ON-FILE and     *
      *                       WS-OPERATOR-MAY-MAINTAIN condition)     *
      *                       carry the answer; no DANOOPER file at   *
      *                       all means no id is authorized            *
      *                   Put the keyed credential in                 *
      *                       WS-OPERATOR-CREDENTIAL first: 8840      *
      *                       checks its digest, counts a failure     *
      *                       toward the DANOOPPM lockout limit, and  *
      *                       for an expired or reset credential has  *
      *                       the operator choose a new one on        *
      *                       SCR-CREDENTIAL-CHANGE (COPY DANOOPSC    *
      *                       into the SCREEN SECTION).  An id with   *
      *                       no credential is refused until DANOOPAD *
      *                       sets it a temporary one.  A             *
      *                       failed, locked or abandoned sign-on     *
      *                       comes back NOT on file with WS-         *
      *                       CREDENTIAL-FAILED set, already logged;  *
      *                       the credential fields are cleared       *
      *                   MOVE the action TO WS-OPR-ACTION and the    *
      *                       record key (or SPACES) TO               *
      *                       WS-OPR-RECORD-KEY (and any free text    *
      *                       TO WS-LOG-DETAIL), then PERFORM         *
      *                       8850-LOG-OPERATOR-ACTIVITY THRU         *
      *                       8850-EXIT after every sign-on, inquiry, *
      *                       update, denial and lock override        *
      *                   Put a whole DANOOPER record in WS-HELD-     *
      *                       OPERATOR-RECORD, then PERFORM 8880-     *
      *                       REWRITE-OPERATOR THRU 8880-EXIT - it    *
      *                       replaces the id's record, or adds it,   *
      *                       and sets WS-OPERATOR-REWRITTEN once it  *
      *                       has landed                              *
      *               WS-PROGRAM-NAME (PTRCHKWS) supplies the         *
      *               program stamp.                                  *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-08-23  DLO   Initial version.                          *
      *                      authority, so every transaction's         *
      *                      authority check locks it out without      *
      *                      each one knowing about the status byte.   *
      *    2026-10-02  DLO   Sign-on credentials.  8840 checks the     *
      *                      keyed credential's digest (8890),         *
      *                      locks the id after the DANOOPPM           *
      *                      failure limit, and forces a new           *
      *                      credential when expired, reset or         *
      *                      never set (8870, SCR-CREDENTIAL-          *
      *                      CHANGE); failures, lockouts and           *
      *                      changes are logged.  A changed record     *
      *                      goes back through DANOOPWK (8880).        *
      *    2026-10-15  DLO   An id with no credential on file is       *
      *                      refused (NOCRED) instead of enrolling     *
      *                      whatever is keyed, and a blank keyed      *
      *                      credential counts as a bad one; DANOOPAD  *
      *                      seeds a temporary credential with change  *
      *                      required.  8880 checks every OPEN, opens  *
      *                      DANOOPER OUTPUT only once DANOOPWK has    *
      *                      reopened INPUT, adds an id not yet on     *
      *                      file, and runs under DANOOPER's own lock, *
      *                      DANOOPLK - never TYPE1LCK, which DANODRV  *
      *                      holds all night - with no quit or         *
      *                      override offered.  A failed count that    *
      *                      cannot be saved holds the id locked for   *
      *                      that attempt (FAILNOSAVE).                *
      *                      A new credential that did not land fails  *
      *                      the sign-on.  8850 carries WS-LOG-DETAIL  *
      *                      to OPL-DETAIL and clears it.              *
      *****************************************************************

       8840-VALIDATE-OPERATOR.
           MOVE "N"   TO WS-OPERATOR-FOUND-SWITCH
           MOVE "N"   TO WS-OPERATOR-DISABLED-SW
           MOVE "N"   TO WS-OPERATOR-LOCKED-SW
           MOVE "N"   TO WS-CREDENTIAL-FAILED-SW
           MOVE "N"   TO WS-OPERATOR-REWRITE-SW
           MOVE "N"   TO WS-CREDENTIAL-CHANGED-SW
           MOVE SPACE TO WS-OPERATOR-AUTHORITY
           PERFORM 8855-LOAD-CREDENTIAL-POLICY THRU 8855-EXIT
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-STATUS = "00"
               GO TO 8840-CLEAR
           END-IF
           PERFORM 8845-SCAN-OPERATOR-FILE THRU 8845-EXIT
               UNTIL WS-OPERATOR-ON-FILE
                  OR WS-OPERATOR-STATUS NOT = "00"
           CLOSE OPERATOR-FILE
           IF WS-OPERATOR-ON-FILE
               PERFORM 8860-CHECK-CREDENTIAL THRU 8860-EXIT
           END-IF.

       8840-CLEAR.
           MOVE SPACES TO WS-OPERATOR-CREDENTIAL
           MOVE SPACES TO WS-NEW-CREDENTIAL
           MOVE SPACES TO WS-CONFIRM-CREDENTIAL.
       8840-EXIT.
           EXIT.

           END-READ
           IF OPR-OPERATOR-ID = WS-OPERATOR-ID
               SET WS-OPERATOR-ON-FILE TO TRUE
               MOVE OPERATOR-RECORD TO WS-HELD-OPERATOR-RECORD
               IF OPR-STATUS = "D"
                   SET WS-OPERATOR-DISABLED TO TRUE
               ELSE
                   IF OPR-STATUS = "L"
                       SET WS-OPERATOR-LOCKED TO TRUE
                   ELSE
                       MOVE OPR-AUTHORITY TO WS-OPERATOR-AUTHORITY
                   END-IF
               END-IF
           END-IF.
       8845-EXIT.
           MOVE WS-PROGRAM-NAME   TO OPL-PROGRAM-NAME
           MOVE WS-OPR-ACTION     TO OPL-ACTION
           MOVE WS-OPR-RECORD-KEY TO OPL-RECORD-KEY
           MOVE WS-LOG-DETAIL     TO OPL-DETAIL
           ACCEPT OPL-LOG-DATE    FROM DATE YYYYMMDD
           ACCEPT OPL-LOG-TIME    FROM TIME
           WRITE OPERATOR-LOG-RECORD
           CLOSE OPERATOR-LOG-FILE
           MOVE SPACES            TO WS-LOG-DETAIL.
       8850-EXIT.
           EXIT.

       8855-LOAD-CREDENTIAL-POLICY.
           OPEN INPUT OPERATOR-PARM-FILE
           IF NOT WS-OPERATOR-PARM-STATUS = "00"
               GO TO 8855-EXIT
           END-IF
           READ OPERATOR-PARM-FILE
               AT END
                   CLOSE OPERATOR-PARM-FILE
                   GO TO 8855-EXIT
           END-READ
           IF OPP-MAX-ATTEMPTS NUMERIC
            AND OPP-MAX-ATTEMPTS > 0
               MOVE OPP-MAX-ATTEMPTS TO WS-OPR-MAX-ATTEMPTS
           END-IF
           IF OPP-EXPIRY-DAYS NUMERIC
            AND OPP-EXPIRY-DAYS > 0
               MOVE OPP-EXPIRY-DAYS TO WS-OPR-EXPIRY-DAYS
           END-IF
           CLOSE OPERATOR-PARM-FILE.
       8855-EXIT.
           EXIT.

      *    a locked id is refused whatever is keyed; a wrong
      *    credential counts toward lockout - and a failure that could
      *    not be counted on DANOOPER leaves the id held as locked for
      *    the attempt, so an unsaved count never buys a free guess; a
      *    right one clears the count and then has to be in date and
      *    not awaiting change
       8860-CHECK-CREDENTIAL.
           MOVE WS-OPERATOR-ID TO WS-OPR-RECORD-KEY
           IF WS-OPERATOR-LOCKED
               MOVE "LOCKED" TO WS-OPR-ACTION
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               GO TO 8860-REFUSE
           END-IF
           IF WS-HOP-FAILED-ATTEMPTS NUMERIC
               MOVE WS-HOP-FAILED-ATTEMPTS TO WS-OPR-FAILED-COUNT
           ELSE
               MOVE 0 TO WS-OPR-FAILED-COUNT
           END-IF

      *    never enrolled - nothing to check the keyed credential
      *    against, and whoever knew the id could claim it, so the id
      *    waits for DANOOPAD to set a temporary credential
           IF WS-HOP-CREDENTIAL-HASH = SPACES
               MOVE "NOCRED" TO WS-OPR-ACTION
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               GO TO 8860-REFUSE
           END-IF

           MOVE WS-OPERATOR-ID         TO WS-HASH-ID
           MOVE WS-OPERATOR-CREDENTIAL TO WS-HASH-CREDENTIAL
           PERFORM 8890-DIGEST-CREDENTIAL THRU 8890-EXIT
           IF WS-OPERATOR-CREDENTIAL = SPACES
            OR WS-HASH-VALUE NOT = WS-HOP-CREDENTIAL-HASH
               ADD 1 TO WS-OPR-FAILED-COUNT
               MOVE WS-OPR-FAILED-COUNT TO WS-HOP-FAILED-ATTEMPTS
               SET WS-OPERATOR-NEEDS-REWRITE TO TRUE
               MOVE "BADCRED" TO WS-OPR-ACTION
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               IF WS-OPR-FAILED-COUNT NOT < WS-OPR-MAX-ATTEMPTS
                   MOVE "L" TO WS-HOP-STATUS
                   MOVE "LOCKOUT" TO WS-OPR-ACTION
                   PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               END-IF
               PERFORM 8880-REWRITE-OPERATOR THRU 8880-EXIT
               IF NOT WS-OPERATOR-REWRITTEN
                   SET WS-OPERATOR-LOCKED TO TRUE
                   MOVE "FAILNOSAVE" TO WS-OPR-ACTION
                   PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               END-IF
               GO TO 8860-REFUSE
           END-IF

           IF WS-OPR-FAILED-COUNT > 0
               MOVE "00" TO WS-HOP-FAILED-ATTEMPTS
               SET WS-OPERATOR-NEEDS-REWRITE TO TRUE
           END-IF
           IF WS-HOP-CHANGE-REQUIRED = "Y"
               PERFORM 8870-CHANGE-CREDENTIAL THRU 8870-EXIT
               GO TO 8860-REWRITE
           END-IF
           PERFORM 8865-AGE-CREDENTIAL THRU 8865-EXIT
           IF WS-OPR-CREDENTIAL-AGE NOT < WS-OPR-EXPIRY-DAYS
               MOVE "CREDEXPIRE" TO WS-OPR-ACTION
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               PERFORM 8870-CHANGE-CREDENTIAL THRU 8870-EXIT
           END-IF.

      *    a new credential that never reached DANOOPER would not
      *    be there at the next sign-on, so the sign-on fails with
      *    it; a cleared failed count left standing only errs toward
      *    lockout
       8860-REWRITE.
           IF WS-OPERATOR-NEEDS-REWRITE
               PERFORM 8880-REWRITE-OPERATOR THRU 8880-EXIT
               IF NOT WS-OPERATOR-REWRITTEN
                AND WS-CREDENTIAL-CHANGED
                   MOVE "CREDNOSAVE" TO WS-OPR-ACTION
                   PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
                   GO TO 8860-REFUSE
               END-IF
           END-IF
           IF NOT WS-CREDENTIAL-FAILED
               GO TO 8860-EXIT
           END-IF.

       8860-REFUSE.
           SET WS-CREDENTIAL-FAILED TO TRUE
           MOVE "N"   TO WS-OPERATOR-FOUND-SWITCH
           MOVE SPACE TO WS-OPERATOR-AUTHORITY.
       8860-EXIT.
           EXIT.

      *    days since the credential was set; an unreadable date is
      *    treated as already expired
       8865-AGE-CREDENTIAL.
           MOVE 99999 TO WS-OPR-CREDENTIAL-AGE
           IF WS-HOP-CREDENTIAL-DATE NOT NUMERIC
               GO TO 8865-EXIT
           END-IF
           MOVE WS-HOP-CREDENTIAL-DATE TO WS-OPR-SET-DATE
           IF WS-OPR-SET-DATE < 16010101
               GO TO 8865-EXIT
           END-IF
           ACCEPT WS-OPR-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-OPR-CREDENTIAL-AGE =
               FUNCTION INTEGER-OF-DATE(WS-OPR-TODAY)
             - FUNCTION INTEGER-OF-DATE(WS-OPR-SET-DATE).
       8865-EXIT.
           EXIT.

      *    the new credential is keyed twice, may not be blank and
      *    may not be the one it replaces; anything else abandons
      *    the sign-on
       8870-CHANGE-CREDENTIAL.
           MOVE SPACES TO WS-NEW-CREDENTIAL
           MOVE SPACES TO WS-CONFIRM-CREDENTIAL
           DISPLAY SCR-CREDENTIAL-CHANGE
           ACCEPT SCR-CREDENTIAL-CHANGE
           MOVE WS-OPERATOR-ID    TO WS-HASH-ID
           MOVE WS-NEW-CREDENTIAL TO WS-HASH-CREDENTIAL
           PERFORM 8890-DIGEST-CREDENTIAL THRU 8890-EXIT
           IF WS-NEW-CREDENTIAL = SPACES
            OR WS-NEW-CREDENTIAL NOT = WS-CONFIRM-CREDENTIAL
            OR WS-HASH-VALUE = WS-HOP-CREDENTIAL-HASH
               MOVE "CREDNOCHG" TO WS-OPR-ACTION
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               SET WS-CREDENTIAL-FAILED TO TRUE
               GO TO 8870-EXIT
           END-IF
           MOVE WS-HASH-VALUE TO WS-HOP-CREDENTIAL-HASH
           MOVE "00"          TO WS-HOP-FAILED-ATTEMPTS
           ACCEPT WS-OPR-TODAY FROM DATE YYYYMMDD
           MOVE WS-OPR-TODAY  TO WS-HOP-CREDENTIAL-DATE
           MOVE "N"           TO WS-HOP-CHANGE-REQUIRED
           SET WS-OPERATOR-NEEDS-REWRITE TO TRUE
           SET WS-CREDENTIAL-CHANGED TO TRUE
           MOVE "CREDCHG" TO WS-OPR-ACTION
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       8870-EXIT.
           EXIT.

      *    DANOOPER is line sequential, so the held record goes back
      *    by copying the file through DANOOPWK with the one record
      *    replaced (or added at the end for an id not yet on file),
      *    then copying it home.  Two sessions doing this at once
      *    would each lose the other's change, so the copy runs under
      *    DANOOPLK, a lock of DANOOPER's own (8882): a copy takes a
      *    moment, so a busy lock is rechecked rather than argued
      *    with, and there is no quit or override - if the lock cannot
      *    be had the record is simply not rewritten and the caller
      *    acts on that.  Every OPEN is checked, and DANOOPER is
      *    opened OUTPUT only once DANOOPWK has reopened INPUT with
      *    the whole file on it
       8880-REWRITE-OPERATOR.
           MOVE "N" TO WS-OPERATOR-REWRITTEN-SW
           PERFORM 8882-TAKE-OPERATOR-LOCK THRU 8882-EXIT
           IF NOT WS-OPERATOR-LOCK-TAKEN
               GO TO 8880-EXIT
           END-IF

      *    no DANOOPER at all (status 35) is an empty file: the held
      *    record becomes its first
           MOVE "N" TO WS-HELD-OPERATOR-PLACED-SW
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-STATUS = "00"
            AND NOT WS-OPERATOR-STATUS = "35"
               DISPLAY WS-PROGRAM-NAME ": OPEN DANOOPER FAILED, "
                       "STATUS " WS-OPERATOR-STATUS " - NOT UPDATED"
               GO TO 8880-RELEASE
           END-IF
           MOVE "N" TO WS-OPERATOR-COPY-EOF-SW
           IF WS-OPERATOR-STATUS = "35"
               SET WS-OPERATOR-COPY-EOF TO TRUE
           END-IF
           OPEN OUTPUT OPERATOR-WORK-FILE
           IF NOT WS-OPERATOR-WORK-STATUS = "00"
               DISPLAY WS-PROGRAM-NAME ": OPEN DANOOPWK FAILED, "
                       "STATUS " WS-OPERATOR-WORK-STATUS
                       " - DANOOPER NOT UPDATED"
               IF NOT WS-OPERATOR-COPY-EOF
                   CLOSE OPERATOR-FILE
               END-IF
               GO TO 8880-RELEASE
           END-IF
           IF WS-OPERATOR-COPY-EOF
               PERFORM 8886-PLACE-HELD-RECORD THRU 8886-EXIT
           ELSE
               PERFORM 8885-COPY-OUT-ONE THRU 8885-EXIT
                   UNTIL WS-OPERATOR-COPY-EOF
               CLOSE OPERATOR-FILE
           END-IF
           CLOSE OPERATOR-WORK-FILE

           OPEN INPUT OPERATOR-WORK-FILE
           IF NOT WS-OPERATOR-WORK-STATUS = "00"
               DISPLAY WS-PROGRAM-NAME ": REOPEN DANOOPWK FAILED, "
                       "STATUS " WS-OPERATOR-WORK-STATUS
                       " - DANOOPER NOT UPDATED"
               GO TO 8880-RELEASE
           END-IF
           OPEN OUTPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-STATUS = "00"
               DISPLAY WS-PROGRAM-NAME ": OPEN DANOOPER OUTPUT "
                       "FAILED, STATUS " WS-OPERATOR-STATUS
                       " - RESTORE IT FROM DANOOPWK"
               CLOSE OPERATOR-WORK-FILE
               GO TO 8880-RELEASE
           END-IF
           MOVE "N" TO WS-OPERATOR-COPY-EOF-SW
           PERFORM 8887-COPY-BACK-ONE THRU 8887-EXIT
               UNTIL WS-OPERATOR-COPY-EOF
           CLOSE OPERATOR-WORK-FILE
           CLOSE OPERATOR-FILE
           SET WS-OPERATOR-REWRITTEN TO TRUE.

       8880-RELEASE.
           PERFORM 8884-RELEASE-OPERATOR-LOCK THRU 8884-EXIT.
       8880-EXIT.
           EXIT.

      *    DANOOPLK is rechecked up to WS-OPR-LOCK-RECHECKS times while
      *    another session's copy finishes, then stamped with this
      *    program, the id being written and the time.  Still busy
      *    after that, the rewrite is given up
       8882-TAKE-OPERATOR-LOCK.
           MOVE "N" TO WS-OPERATOR-LOCK-TAKEN-SW
           MOVE 0   TO WS-OPR-LOCK-TRIES
           PERFORM 8883-CHECK-OPERATOR-LOCK THRU 8883-EXIT
           PERFORM 8883-CHECK-OPERATOR-LOCK THRU 8883-EXIT
               UNTIL NOT WS-OPERATOR-FILE-BUSY
                  OR WS-OPR-LOCK-TRIES NOT < WS-OPR-LOCK-RECHECKS
           IF WS-OPERATOR-FILE-BUSY
               DISPLAY WS-PROGRAM-NAME ": DANOOPER NOT UPDATED - "
                       "IN USE BY " WS-OPR-LOCK-HOLDER
                       " SINCE " WS-OPR-LOCK-SINCE
               GO TO 8882-EXIT
           END-IF
           OPEN OUTPUT OPERATOR-LOCK-FILE
           IF NOT WS-OPERATOR-LOCK-STATUS = "00"
               DISPLAY WS-PROGRAM-NAME ": OPEN DANOOPLK FAILED, "
                       "STATUS " WS-OPERATOR-LOCK-STATUS
                       " - DANOOPER NOT UPDATED"
               GO TO 8882-EXIT
           END-IF
           MOVE SPACES             TO OPERATOR-LOCK-RECORD
           MOVE "B"                TO OLK-STATE
           MOVE WS-PROGRAM-NAME    TO OLK-PROGRAM-NAME
           MOVE WS-HOP-OPERATOR-ID TO OLK-OPERATOR-ID
           ACCEPT OLK-LOCK-DATE    FROM DATE YYYYMMDD
           ACCEPT OLK-LOCK-TIME    FROM TIME
           WRITE OPERATOR-LOCK-RECORD
           CLOSE OPERATOR-LOCK-FILE
           MOVE OPERATOR-LOCK-RECORD TO WS-OPR-LOCK-MINE
           SET WS-OPERATOR-LOCK-TAKEN TO TRUE.
       8882-EXIT.
           EXIT.

      *    no DANOOPLK, an empty one, or a stamp other than "B" is a
      *    free lock; so is one left behind by a session that died
      *    mid-copy - stamped on an earlier day, or longer ago than
      *    WS-OPR-LOCK-STALE-SECS
       8883-CHECK-OPERATOR-LOCK.
           ADD 1 TO WS-OPR-LOCK-TRIES
           MOVE "N" TO WS-OPERATOR-FILE-BUSY-SW
           OPEN INPUT OPERATOR-LOCK-FILE
           IF NOT WS-OPERATOR-LOCK-STATUS = "00"
               GO TO 8883-EXIT
           END-IF
           READ OPERATOR-LOCK-FILE
               AT END
                   CLOSE OPERATOR-LOCK-FILE
                   GO TO 8883-EXIT
           END-READ
           CLOSE OPERATOR-LOCK-FILE
           IF NOT OLK-STATE = "B"
               GO TO 8883-EXIT
           END-IF
           MOVE OLK-PROGRAM-NAME TO WS-OPR-LOCK-HOLDER
           MOVE OLK-LOCK-TIME    TO WS-OPR-LOCK-SINCE
           ACCEPT WS-OPR-LOCK-DATE-NOW  FROM DATE YYYYMMDD
           ACCEPT WS-OPR-LOCK-CLOCK-NOW FROM TIME
           IF NOT OLK-LOCK-DATE = WS-OPR-LOCK-DATE-NOW
            OR OLK-LOCK-TIME NOT NUMERIC
               GO TO 8883-EXIT
           END-IF
           MOVE OLK-LOCK-TIME TO WS-OPR-LOCK-CLOCK-THEN
           COMPUTE WS-OPR-LOCK-AGE =
               (WS-OPR-LOCK-NOW-HH * 3600 + WS-OPR-LOCK-NOW-MM * 60
                  + WS-OPR-LOCK-NOW-SS)
             - (WS-OPR-LOCK-THEN-HH * 3600 + WS-OPR-LOCK-THEN-MM * 60
                  + WS-OPR-LOCK-THEN-SS)
           IF WS-OPR-LOCK-AGE > WS-OPR-LOCK-STALE-SECS
               GO TO 8883-EXIT
           END-IF
           SET WS-OPERATOR-FILE-BUSY TO TRUE.
       8883-EXIT.
           EXIT.

      *    the lock is only emptied if it still carries this session's
      *    stamp - one judged left behind may have been taken over
       8884-RELEASE-OPERATOR-LOCK.
           IF NOT WS-OPERATOR-LOCK-TAKEN
               GO TO 8884-EXIT
           END-IF
           MOVE "N" TO WS-OPERATOR-LOCK-TAKEN-SW
           OPEN INPUT OPERATOR-LOCK-FILE
           IF NOT WS-OPERATOR-LOCK-STATUS = "00"
               GO TO 8884-EXIT
           END-IF
           READ OPERATOR-LOCK-FILE
               AT END
                   CLOSE OPERATOR-LOCK-FILE
                   GO TO 8884-EXIT
           END-READ
           CLOSE OPERATOR-LOCK-FILE
           IF NOT OPERATOR-LOCK-RECORD = WS-OPR-LOCK-MINE
               GO TO 8884-EXIT
           END-IF
           OPEN OUTPUT OPERATOR-LOCK-FILE
           CLOSE OPERATOR-LOCK-FILE.
       8884-EXIT.
           EXIT.

       8885-COPY-OUT-ONE.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPERATOR-COPY-EOF TO TRUE
                   IF NOT WS-HELD-OPERATOR-PLACED
                       PERFORM 8886-PLACE-HELD-RECORD THRU 8886-EXIT
                   END-IF
                   GO TO 8885-EXIT
           END-READ
           IF OPR-OPERATOR-ID = WS-HOP-OPERATOR-ID
               PERFORM 8886-PLACE-HELD-RECORD THRU 8886-EXIT
               GO TO 8885-EXIT
           END-IF
           MOVE OPERATOR-RECORD TO OPERATOR-WORK-RECORD
           WRITE OPERATOR-WORK-RECORD.
       8885-EXIT.
           EXIT.

       8886-PLACE-HELD-RECORD.
           MOVE WS-HELD-OPERATOR-RECORD TO OPERATOR-WORK-RECORD
           WRITE OPERATOR-WORK-RECORD
           SET WS-HELD-OPERATOR-PLACED TO TRUE.
       8886-EXIT.
           EXIT.

       8887-COPY-BACK-ONE.
           READ OPERATOR-WORK-FILE
               AT END
                   SET WS-OPERATOR-COPY-EOF TO TRUE
                   GO TO 8887-EXIT
           END-READ
           MOVE OPERATOR-WORK-RECORD TO OPERATOR-RECORD
           WRITE OPERATOR-RECORD.
       8887-EXIT.
           EXIT.

      *    WS-HASH-ID + WS-HASH-CREDENTIAL in, WS-HASH-VALUE out -
      *    two folds over the sixteen characters so every character
      *    reaches every digit
       8890-DIGEST-CREDENTIAL.
           MOVE 7 TO WS-HASH-ACCUMULATOR
           PERFORM 8895-FOLD-ONE-CHARACTER THRU 8895-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 16
           PERFORM 8895-FOLD-ONE-CHARACTER THRU 8895-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 16
           MOVE WS-HASH-ACCUMULATOR TO WS-HASH-VALUE.
       8890-EXIT.
           EXIT.

       8895-FOLD-ONE-CHARACTER.
           MOVE WS-HASH-CHAR(WS-HASH-SUB) TO WS-HASH-CODE-CHAR
           COMPUTE WS-HASH-ACCUMULATOR =
               WS-HASH-ACCUMULATOR * 131 + WS-HASH-CODE + WS-HASH-SUB
           DIVIDE WS-HASH-ACCUMULATOR BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-ACCUMULATOR.
       8895-EXIT.
           EXIT.
