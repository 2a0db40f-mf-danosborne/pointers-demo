      *      cols 25-32  to   date YYYYMMDD (blank = no upper bound)  *
      *      cols 33-35  inactive-days override 9(03) (blank = 30)    *
      *  No card at all reports the whole log.                         *
      *  A closing sign-on security section counts the selected       *
      *  credential events (failures, lockouts, refusals of a locked  *
      *  id, refusals of an id with no credential, failures and new   *
      *  credentials that could not be saved, expiries, changes,      *
      *  supervisor resets and first-supervisor bootstraps) and lists *
      *  every DANOOPER id that is locked out, has no credential yet, *
      *  is awaiting a change after a reset, or whose credential is   *
      *  past the DANOOPPM expiry.                                    *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-10-02  DLO   Sign-on security section: credential      *
      *                      event counts and the ids locked out,      *
      *                      unset, awaiting change or expired.        *
      *    2026-10-13  DLO   A DANOOPLG entry carrying OPL-DETAIL      *
      *                      lists the detail on the line below.       *
      *    2026-10-15  DLO   Security section also counts refusals     *
      *                      of an id with no credential, failures     *
      *                      and new credentials not saved, and        *
      *                      supervisor bootstraps.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOOPRP.
               10  WS-OPE-OPERATOR-ID   pic x(08).
               10  WS-OPE-STATUS        pic x(01).
               10  WS-OPE-LAST-SEEN     pic x(08).
               10  WS-OPE-CRED-HASH     pic x(10).
               10  WS-OPE-FAILED        pic x(02).
               10  WS-OPE-CRED-DATE     pic x(08).
               10  WS-OPE-CHANGE-REQ    pic x(01).

       01  WS-REPORT-COUNTS.
           05  WS-LOG-LINES-READ        pic 9(09) comp value 0.
           05  WS-LOG-LINES-LISTED      pic 9(09) comp value 0.
           05  WS-IDS-FLAGGED           pic 9(05) comp value 0.

       01  WS-SECURITY-COUNTS.
           05  WS-SEC-BADCRED           pic 9(07) comp value 0.
           05  WS-SEC-LOCKOUT           pic 9(07) comp value 0.
           05  WS-SEC-LOCKED            pic 9(07) comp value 0.
           05  WS-SEC-CREDEXPIRE        pic 9(07) comp value 0.
           05  WS-SEC-CREDCHG           pic 9(07) comp value 0.
           05  WS-SEC-CREDNOCHG         pic 9(07) comp value 0.
           05  WS-SEC-CREDRESET         pic 9(07) comp value 0.
           05  WS-SEC-NOCRED            pic 9(07) comp value 0.
           05  WS-SEC-CREDNOSAVE        pic 9(07) comp value 0.
           05  WS-SEC-FAILNOSAVE        pic 9(07) comp value 0.
           05  WS-SEC-BOOTSTRAP         pic 9(07) comp value 0.
           05  WS-SEC-IDS-LISTED        pic 9(05) comp value 0.

       PROCEDURE DIVISION.

      *****************************************************************
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-REPORT-ACTIVITY  THRU 2000-EXIT
           PERFORM 2500-FLAG-INACTIVE-IDS THRU 2500-EXIT
           PERFORM 2600-REPORT-SIGNON-SECURITY THRU 2600-EXIT
           PERFORM 3000-TERMINATE        THRU 3000-EXIT
           STOP RUN.

               DISPLAY "DANOOPRP: NO DANOCAL CALENDAR ON HAND - "
                       "INACTIVITY COUNTED IN CALENDAR ENTRIES ONLY"
           END-IF
           PERFORM 1200-LOAD-OPERATOR-IDS THRU 1200-EXIT
           PERFORM 1300-LOAD-CREDENTIAL-POLICY THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

                   TO WS-OPE-OPERATOR-ID(WS-OPER-COUNT)
               MOVE OPR-STATUS TO WS-OPE-STATUS(WS-OPER-COUNT)
               MOVE SPACES     TO WS-OPE-LAST-SEEN(WS-OPER-COUNT)
               MOVE OPR-CREDENTIAL-HASH
                   TO WS-OPE-CRED-HASH(WS-OPER-COUNT)
               MOVE OPR-FAILED-ATTEMPTS
                   TO WS-OPE-FAILED(WS-OPER-COUNT)
               MOVE OPR-CREDENTIAL-DATE
                   TO WS-OPE-CRED-DATE(WS-OPER-COUNT)
               MOVE OPR-CHANGE-REQUIRED
                   TO WS-OPE-CHANGE-REQ(WS-OPER-COUNT)
           END-IF
           PERFORM 1210-READ-OPERATOR THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-CREDENTIAL-POLICY - the DANOOPPM expiry the        *
      *                                sign-on uses, so "expired"     *
      *                                means the same thing here      *
      *****************************************************************
       1300-LOAD-CREDENTIAL-POLICY.
           OPEN INPUT OPERATOR-PARM-FILE
           IF NOT WS-OPERATOR-PARM-STATUS = "00"
               GO TO 1300-EXIT
           END-IF
           READ OPERATOR-PARM-FILE
               AT END
                   CLOSE OPERATOR-PARM-FILE
                   GO TO 1300-EXIT
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
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  2000-REPORT-ACTIVITY - the selected log lines, and along the *
      *                         way every id's latest activity date   *
           END-IF

           ADD 1 TO WS-LOG-LINES-LISTED
           PERFORM 2060-COUNT-SECURITY-EVENT THRU 2060-EXIT
           DISPLAY "  " OPL-LOG-DATE " " OPL-LOG-TIME " "
                   OPL-OPERATOR-ID " " OPL-PROGRAM-NAME " "
                   OPL-ACTION " " OPL-RECORD-KEY
           IF OPL-DETAIL NOT = SPACES
               DISPLAY "      " OPL-DETAIL
           END-IF.
       2020-NEXT.
           PERFORM 2010-READ-LOG THRU 2010-EXIT.
       2020-EXIT.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2060-COUNT-SECURITY-EVENT - credential events among the      *
      *                              selected lines                    *
      *****************************************************************
       2060-COUNT-SECURITY-EVENT.
           EVALUATE OPL-ACTION
               WHEN "BADCRED"
                   ADD 1 TO WS-SEC-BADCRED
               WHEN "LOCKOUT"
                   ADD 1 TO WS-SEC-LOCKOUT
               WHEN "LOCKED"
                   ADD 1 TO WS-SEC-LOCKED
               WHEN "CREDEXPIRE"
                   ADD 1 TO WS-SEC-CREDEXPIRE
               WHEN "CREDCHG"
                   ADD 1 TO WS-SEC-CREDCHG
               WHEN "CREDNOCHG"
                   ADD 1 TO WS-SEC-CREDNOCHG
               WHEN "CREDRESET"
                   ADD 1 TO WS-SEC-CREDRESET
               WHEN "NOCRED"
                   ADD 1 TO WS-SEC-NOCRED
               WHEN "CREDNOSAVE"
                   ADD 1 TO WS-SEC-CREDNOSAVE
               WHEN "FAILNOSAVE"
                   ADD 1 TO WS-SEC-FAILNOSAVE
               WHEN "BOOTSTRAP"
                   ADD 1 TO WS-SEC-BOOTSTRAP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2060-EXIT.
           EXIT.

      *****************************************************************
      *  2500-FLAG-INACTIVE-IDS - every active DANOOPER id whose      *
      *                           latest activity is more than        *
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  2600-REPORT-SIGNON-SECURITY - the credential event counts,   *
      *                                then every id whose sign-on    *
      *                                needs attention                 *
      *****************************************************************
       2600-REPORT-SIGNON-SECURITY.
           DISPLAY " "
           DISPLAY "  SIGN-ON SECURITY (SELECTED LINES)"
           DISPLAY "    FAILED CREDENTIALS . . . " WS-SEC-BADCRED
           DISPLAY "    LOCKOUTS . . . . . . . . " WS-SEC-LOCKOUT
           DISPLAY "    SIGN-ONS WHILE LOCKED  . " WS-SEC-LOCKED
           DISPLAY "    CREDENTIALS EXPIRED  . . " WS-SEC-CREDEXPIRE
           DISPLAY "    CREDENTIALS CHANGED  . . " WS-SEC-CREDCHG
           DISPLAY "    CHANGES ABANDONED  . . . " WS-SEC-CREDNOCHG
           DISPLAY "    SUPERVISOR RESETS  . . . " WS-SEC-CREDRESET
           DISPLAY "    REFUSED - NO CREDENTIAL  " WS-SEC-NOCRED
           DISPLAY "    NEW CREDENTIAL NOT SAVED " WS-SEC-CREDNOSAVE
           DISPLAY "    FAILURE NOT SAVED  . . . " WS-SEC-FAILNOSAVE
           DISPLAY "    SUPERVISOR BOOTSTRAPS  . " WS-SEC-BOOTSTRAP
           DISPLAY "  IDS NEEDING ATTENTION (EXPIRY " WS-OPR-EXPIRY-DAYS
                   " DAYS, LOCKOUT AT " WS-OPR-MAX-ATTEMPTS
                   " FAILURES):"
           PERFORM 2610-CHECK-ONE-ID THRU 2610-EXIT
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT
           DISPLAY "  IDS LISTED . . . . . . . . " WS-SEC-IDS-LISTED.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2610-CHECK-ONE-ID - disabled ids cannot sign on and are not  *
      *                      listed                                    *
      *****************************************************************
       2610-CHECK-ONE-ID.
           IF WS-OPE-STATUS(WS-OPER-SUB) = "D"
               GO TO 2610-EXIT
           END-IF
           IF WS-OPE-STATUS(WS-OPER-SUB) = "L"
               ADD 1 TO WS-SEC-IDS-LISTED
               DISPLAY "    " WS-OPE-OPERATOR-ID(WS-OPER-SUB)
                       " LOCKED OUT AFTER "
                       WS-OPE-FAILED(WS-OPER-SUB) " FAILURE(S)"
               GO TO 2610-EXIT
           END-IF
           IF WS-OPE-CRED-HASH(WS-OPER-SUB) = SPACES
               ADD 1 TO WS-SEC-IDS-LISTED
               DISPLAY "    " WS-OPE-OPERATOR-ID(WS-OPER-SUB)
                       " NO CREDENTIAL SET YET"
               GO TO 2610-EXIT
           END-IF
           IF WS-OPE-CHANGE-REQ(WS-OPER-SUB) = "Y"
               ADD 1 TO WS-SEC-IDS-LISTED
               DISPLAY "    " WS-OPE-OPERATOR-ID(WS-OPER-SUB)
                       " RESET " WS-OPE-CRED-DATE(WS-OPER-SUB)
                       " - CHANGE PENDING"
               GO TO 2610-EXIT
           END-IF
           IF WS-OPE-CRED-DATE(WS-OPER-SUB) NOT NUMERIC
               ADD 1 TO WS-SEC-IDS-LISTED
               DISPLAY "    " WS-OPE-OPERATOR-ID(WS-OPER-SUB)
                       " CREDENTIAL DATE UNREADABLE - EXPIRED"
               GO TO 2610-EXIT
           END-IF
           MOVE WS-OPE-CRED-DATE(WS-OPER-SUB) TO WS-OPR-SET-DATE
           COMPUTE WS-OPR-CREDENTIAL-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
             - FUNCTION INTEGER-OF-DATE(WS-OPR-SET-DATE)
           IF WS-OPR-CREDENTIAL-AGE NOT < WS-OPR-EXPIRY-DAYS
               ADD 1 TO WS-SEC-IDS-LISTED
               DISPLAY "    " WS-OPE-OPERATOR-ID(WS-OPER-SUB)
                       " CREDENTIAL SET " WS-OPE-CRED-DATE(WS-OPER-SUB)
                       " - EXPIRED"
           END-IF.
       2610-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
