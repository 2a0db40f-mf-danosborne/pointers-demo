      *      D - disable an operator (the record stays, the id stops  *
      *          validating)                                           *
      *      E - re-enable a disabled operator                        *
      *      R - reset an operator's sign-on credential to a temporary*
      *          one the operator must change at the next sign-on; this*
      *          also lifts a lockout                                 *
      *  Each action rereads the target id from DANOOPER and puts     *
      *  the one changed record straight back through 8880 (DANOOPPD),*
      *  so nothing a sign-on writes in the meantime - a failed count,*
      *  a lockout, a new credential - is lost; every change that     *
      *  lands is stamped to DANOOPLG with the affected id as the     *
      *  record key.  While DANOOPER holds no enrolled supervisor     *
      *  (authority S, not disabled, credential set), the first       *
      *  sign-on as an id not yet on file, or as a supervisor id with *
      *  no credential, sets that id up as supervisor with the        *
      *  credential keyed (logged BOOTSTRAP).                          *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *    2026-10-02  DLO   Credential reset (R) and a temporary      *
      *                      credential on add, both to be changed     *
      *                      at first sign-on; enable clears the       *
      *                      failed count.  The table carries the      *
      *                      credential fields through.                *
      *    2026-10-15  DLO   The in-memory table and the whole-file    *
      *                      write-back at session end are gone: each  *
      *                      action rereads its target and rewrites    *
      *                      just that record through 8880 under the   *
      *                      DANOOPLK lock, and only logs a change     *
      *                      that landed.  The first supervisor        *
      *                      bootstraps from the sign-on screen        *
      *                      instead of being keyed onto DANOOPER by   *
      *                      operations.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOOPAD.
       01  WS-SWITCHES.
           05  WS-MORE-ACTIONS          pic x(01) value "Y".
               88  WS-MORE-ACTIONS-YES            value "Y".
           05  WS-OPER-EOF-SWITCH       pic x(01) value "N".
               88  WS-OPER-EOF                    value "Y".
           05  WS-TARGET-FOUND-SWITCH   pic x(01) value "N".
               88  WS-TARGET-FOUND                value "Y".
           05  WS-SUPERVISOR-SWITCH     pic x(01) value "N".
               88  WS-SUPERVISOR-ENROLLED         value "Y".
           05  WS-SIGNON-ID-SWITCH      pic x(01) value "N".
               88  WS-SIGNON-ID-ON-FILE           value "Y".
               88  WS-SIGNON-ID-UNENROLLED        value "U".

       01  WS-INPUT-ACTION              pic x(01).
       01  WS-INPUT-TARGET-ID           pic x(08).
       01  WS-INPUT-AUTHORITY           pic x(01).
       01  WS-INPUT-CREDENTIAL          pic x(08).
       01  WS-TODAY                     pic x(08).
       01  WS-INPUT-CONTINUE            pic x(01).
       01  WS-MESSAGE                   pic x(40).

           05  WS-CHANGES               pic 9(05) comp value 0.
           05  WS-DISABLES              pic 9(05) comp value 0.
           05  WS-ENABLES               pic 9(05) comp value 0.
           05  WS-RESETS                pic 9(05) comp value 0.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05  LINE 1 COL 1  VALUE "DANOOPAD - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-ACTION.
           05  LINE 1 COL 1  VALUE "DANOOPAD - OPERATOR ADMIN".
           05  LINE 1 COL 55 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 3 COL 1
               VALUE "ADD(A) CHANGE(C) DISABLE(D) ENABLE(E) QUIT(Q)".
           05  LINE 3 COL 48 VALUE " RESET(R)".
           05  LINE 4 COL 1  VALUE "ACTION: ".
           05  LINE 4 COL 9  PIC X(01) TO WS-INPUT-ACTION.

           05  LINE 7 COL 1  VALUE "AUTHORITY (S/M/I): ".
           05  LINE 7 COL 20 PIC X(01) TO WS-INPUT-AUTHORITY.

       01  SCR-TEMP-CREDENTIAL.
           05  LINE 8 COL 1  VALUE "TEMPORARY CREDENTIAL: ".
           05  LINE 8 COL 23 PIC X(08) TO WS-INPUT-CREDENTIAL SECURE.

       01  SCR-MESSAGE-LINE.
           05  LINE 9 COL 1  PIC X(40) FROM WS-MESSAGE.

           05  LINE 11 COL 1 VALUE "ANOTHER ACTION (Y/N)? ".
           05  LINE 11 COL 23 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - supervisor sign-on                         *
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1030-ACCEPT-SIGNON THRU 1030-EXIT
               UNTIL WS-OPERATOR-ID NOT = SPACES
           PERFORM 1100-CHECK-SUPERVISORS THRU 1100-EXIT
           IF NOT WS-SUPERVISOR-ENROLLED
            AND NOT WS-SIGNON-ID-ON-FILE
               PERFORM 1200-BOOTSTRAP-SUPERVISOR THRU 1200-EXIT
           END-IF
           PERFORM 8840-VALIDATE-OPERATOR THRU 8840-EXIT

           IF NOT WS-OPERATOR-ON-FILE

           MOVE "SIGNON"  TO WS-OPR-ACTION
           MOVE SPACES    TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       1000-EXIT.
           EXIT.

           EXIT.

      *****************************************************************
      *  1100-CHECK-SUPERVISORS - is any supervisor able to sign on,  *
      *                           and where does the keyed id stand.  *
      *                           A locked supervisor still counts -  *
      *                           locking one out must not open the   *
      *                           bootstrap.  No DANOOPER at all is   *
      *                           an empty file                       *
      *****************************************************************
       1100-CHECK-SUPERVISORS.
           MOVE "N" TO WS-SUPERVISOR-SWITCH
           MOVE "N" TO WS-SIGNON-ID-SWITCH
           MOVE "N" TO WS-OPER-EOF-SWITCH
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-STATUS = "00"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-CHECK-ONE-OPERATOR THRU 1110-EXIT
               UNTIL WS-OPER-EOF
           CLOSE OPERATOR-FILE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-CHECK-ONE-OPERATOR                                      *
      *****************************************************************
       1110-CHECK-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF OPR-AUTHORITY = "S"
            AND OPR-STATUS NOT = "D"
            AND OPR-CREDENTIAL-HASH NOT = SPACES
               SET WS-SUPERVISOR-ENROLLED TO TRUE
           END-IF
           IF OPR-OPERATOR-ID = WS-OPERATOR-ID
               IF OPR-AUTHORITY = "S"
                AND OPR-STATUS NOT = "D"
                AND OPR-CREDENTIAL-HASH = SPACES
                   SET WS-SIGNON-ID-UNENROLLED TO TRUE
               ELSE
                   SET WS-SIGNON-ID-ON-FILE TO TRUE
               END-IF
           END-IF.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1200-BOOTSTRAP-SUPERVISOR - no one can sign on to add the    *
      *                              first supervisor, so the keyed   *
      *                              id becomes it, with the keyed    *
      *                              credential as its own.  8840     *
      *                              then signs it on as usual        *
      *****************************************************************
       1200-BOOTSTRAP-SUPERVISOR.
           IF WS-OPERATOR-CREDENTIAL = SPACES
               GO TO 1200-EXIT
           END-IF
           MOVE WS-OPERATOR-ID         TO WS-HASH-ID
           MOVE WS-OPERATOR-CREDENTIAL TO WS-HASH-CREDENTIAL
           PERFORM 8890-DIGEST-CREDENTIAL THRU 8890-EXIT
           MOVE SPACES         TO WS-HELD-OPERATOR-RECORD
           MOVE WS-OPERATOR-ID TO WS-HOP-OPERATOR-ID
           MOVE "S"            TO WS-HOP-AUTHORITY
           MOVE "A"            TO WS-HOP-STATUS
           MOVE WS-HASH-VALUE  TO WS-HOP-CREDENTIAL-HASH
           MOVE "00"           TO WS-HOP-FAILED-ATTEMPTS
           ACCEPT WS-HOP-CREDENTIAL-DATE FROM DATE YYYYMMDD
           MOVE "N"            TO WS-HOP-CHANGE-REQUIRED
           PERFORM 8880-REWRITE-OPERATOR THRU 8880-EXIT
           IF NOT WS-OPERATOR-REWRITTEN
               GO TO 1200-EXIT
           END-IF
           DISPLAY "DANOOPAD: NO SUPERVISOR ENROLLED - "
                   WS-OPERATOR-ID " SET UP AS SUPERVISOR"
           MOVE "BOOTSTRAP"    TO WS-OPR-ACTION
           MOVE WS-OPERATOR-ID TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
                   PERFORM 2400-DISABLE-OPERATOR THRU 2400-EXIT
               WHEN "E"
                   PERFORM 2500-ENABLE-OPERATOR THRU 2500-EXIT
               WHEN "R"
                   PERFORM 2600-RESET-CREDENTIAL THRU 2600-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-MESSAGE
           END-EVALUATE.
           EXIT.

      *****************************************************************
      *  2100-FIND-TARGET - the target's record as DANOOPER has it    *
      *                     now, into WS-HELD-OPERATOR-RECORD         *
      *****************************************************************
       2100-FIND-TARGET.
           MOVE "N" TO WS-TARGET-FOUND-SWITCH
           MOVE "N" TO WS-OPER-EOF-SWITCH
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-STATUS = "00"
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-READ-FOR-TARGET THRU 2110-EXIT
               UNTIL WS-OPER-EOF
                  OR WS-TARGET-FOUND
           CLOSE OPERATOR-FILE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-READ-FOR-TARGET                                         *
      *****************************************************************
       2110-READ-FOR-TARGET.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF OPR-OPERATOR-ID = WS-INPUT-TARGET-ID
               MOVE OPERATOR-RECORD TO WS-HELD-OPERATOR-RECORD
               SET WS-TARGET-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2200-ADD-OPERATOR                                            *
      *****************************************************************
       2200-ADD-OPERATOR.
           IF WS-TARGET-FOUND
               MOVE "OPERATOR ALREADY ON FILE" TO WS-MESSAGE
               GO TO 2200-EXIT
           END-IF

           DISPLAY SCR-AUTHORITY
           ACCEPT SCR-AUTHORITY
               GO TO 2200-EXIT
           END-IF

           PERFORM 2650-ACCEPT-TEMP-CREDENTIAL THRU 2650-EXIT
           IF WS-INPUT-CREDENTIAL = SPACES
               MOVE "A TEMPORARY CREDENTIAL IS REQUIRED" TO WS-MESSAGE
               GO TO 2200-EXIT
           END-IF

           MOVE SPACES             TO WS-HELD-OPERATOR-RECORD
           MOVE WS-INPUT-TARGET-ID TO WS-HOP-OPERATOR-ID
           MOVE WS-INPUT-AUTHORITY TO WS-HOP-AUTHORITY
           MOVE "A"                TO WS-HOP-STATUS
           MOVE WS-HASH-VALUE      TO WS-HOP-CREDENTIAL-HASH
           MOVE "00"               TO WS-HOP-FAILED-ATTEMPTS
           MOVE WS-TODAY           TO WS-HOP-CREDENTIAL-DATE
           MOVE "Y"                TO WS-HOP-CHANGE-REQUIRED
           PERFORM 8880-REWRITE-OPERATOR THRU 8880-EXIT
           IF NOT WS-OPERATOR-REWRITTEN
               MOVE "NOT SAVED - DANOOPER UNCHANGED" TO WS-MESSAGE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-ADDS

           MOVE "ADD"              TO WS-OPR-ACTION
           MOVE WS-INPUT-TARGET-ID TO WS-OPR-RECORD-KEY
      *  2300-CHANGE-AUTHORITY                                        *
      *****************************************************************
       2300-CHANGE-AUTHORITY.
           IF NOT WS-TARGET-FOUND
               MOVE "OPERATOR NOT ON FILE" TO WS-MESSAGE
               GO TO 2300-EXIT
           END-IF
               GO TO 2300-EXIT
           END-IF

           MOVE WS-INPUT-AUTHORITY TO WS-HOP-AUTHORITY
           PERFORM 8880-REWRITE-OPERATOR THRU 8880-EXIT
           IF NOT WS-OPERATOR-REWRITTEN
               MOVE "NOT SAVED - DANOOPER UNCHANGED" TO WS-MESSAGE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-CHANGES

           MOVE "AUTHCHG"          TO WS-OPR-ACTION
           MOVE WS-INPUT-TARGET-ID TO WS-OPR-RECORD-KEY
      *                          themselves into a locked shop        *
      *****************************************************************
       2400-DISABLE-OPERATOR.
           IF NOT WS-TARGET-FOUND
               MOVE "OPERATOR NOT ON FILE" TO WS-MESSAGE
               GO TO 2400-EXIT
           END-IF
               GO TO 2400-EXIT
           END-IF

           MOVE "D" TO WS-HOP-STATUS
           PERFORM 8880-REWRITE-OPERATOR THRU 8880-EXIT
           IF NOT WS-OPERATOR-REWRITTEN
               MOVE "NOT SAVED - DANOOPER UNCHANGED" TO WS-MESSAGE
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-DISABLES

           MOVE "DISABLE"          TO WS-OPR-ACTION
           MOVE WS-INPUT-TARGET-ID TO WS-OPR-RECORD-KEY
      *  2500-ENABLE-OPERATOR                                         *
      *****************************************************************
       2500-ENABLE-OPERATOR.
           IF NOT WS-TARGET-FOUND
               MOVE "OPERATOR NOT ON FILE" TO WS-MESSAGE
               GO TO 2500-EXIT
           END-IF

           MOVE "A"  TO WS-HOP-STATUS
           MOVE "00" TO WS-HOP-FAILED-ATTEMPTS
           PERFORM 8880-REWRITE-OPERATOR THRU 8880-EXIT
           IF NOT WS-OPERATOR-REWRITTEN
               MOVE "NOT SAVED - DANOOPER UNCHANGED" TO WS-MESSAGE
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-ENABLES

           MOVE "ENABLE"           TO WS-OPR-ACTION
           MOVE WS-INPUT-TARGET-ID TO WS-OPR-RECORD-KEY
           EXIT.

      *****************************************************************
      *  2600-RESET-CREDENTIAL - a temporary credential, to be        *
      *                          changed at the next sign-on; a       *
      *                          locked id is unlocked (a disabled    *
      *                          one stays disabled).  A supervisor   *
      *                          changes their own credential by      *
      *                          signing on, not here                 *
      *****************************************************************
       2600-RESET-CREDENTIAL.
           IF NOT WS-TARGET-FOUND
               MOVE "OPERATOR NOT ON FILE" TO WS-MESSAGE
               GO TO 2600-EXIT
           END-IF
           IF WS-INPUT-TARGET-ID = WS-OPERATOR-ID
               MOVE "CANNOT RESET YOUR OWN CREDENTIAL" TO WS-MESSAGE
               GO TO 2600-EXIT
           END-IF

           PERFORM 2650-ACCEPT-TEMP-CREDENTIAL THRU 2650-EXIT
           IF WS-INPUT-CREDENTIAL = SPACES
               MOVE "A TEMPORARY CREDENTIAL IS REQUIRED" TO WS-MESSAGE
               GO TO 2600-EXIT
           END-IF

           MOVE WS-HASH-VALUE TO WS-HOP-CREDENTIAL-HASH
           MOVE "00"          TO WS-HOP-FAILED-ATTEMPTS
           MOVE WS-TODAY      TO WS-HOP-CREDENTIAL-DATE
           MOVE "Y"           TO WS-HOP-CHANGE-REQUIRED
           IF WS-HOP-STATUS = "L"
               MOVE "A" TO WS-HOP-STATUS
           END-IF
           PERFORM 8880-REWRITE-OPERATOR THRU 8880-EXIT
           IF NOT WS-OPERATOR-REWRITTEN
               MOVE "NOT SAVED - DANOOPER UNCHANGED" TO WS-MESSAGE
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-RESETS

           MOVE "CREDRESET"        TO WS-OPR-ACTION
           MOVE WS-INPUT-TARGET-ID TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
           MOVE "CREDENTIAL RESET" TO WS-MESSAGE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2650-ACCEPT-TEMP-CREDENTIAL - keyed unseen, and digested     *
      *                                against the target id at once  *
      *****************************************************************
       2650-ACCEPT-TEMP-CREDENTIAL.
           MOVE SPACES TO WS-INPUT-CREDENTIAL
           DISPLAY SCR-TEMP-CREDENTIAL
           ACCEPT SCR-TEMP-CREDENTIAL
           MOVE WS-INPUT-TARGET-ID  TO WS-HASH-ID
           MOVE WS-INPUT-CREDENTIAL TO WS-HASH-CREDENTIAL
           PERFORM 8890-DIGEST-CREDENTIAL THRU 8890-EXIT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       2650-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - every change is already on DANOOPER         *
      *****************************************************************
       3000-TERMINATE.
           DISPLAY "DANOOPAD SESSION TOTALS"
           DISPLAY "  OPERATORS ADDED  . . . . . " WS-ADDS
           DISPLAY "  AUTHORITIES CHANGED  . . . " WS-CHANGES
           DISPLAY "  OPERATORS DISABLED . . . . " WS-DISABLES
           DISPLAY "  OPERATORS ENABLED  . . . . " WS-ENABLES
           DISPLAY "  CREDENTIALS RESET  . . . . " WS-RESETS.
       3000-EXIT.
           EXIT.

