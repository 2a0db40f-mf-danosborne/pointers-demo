      *      - component-3 came back NULL (every writer promises to   *
      *        NULL it before WRITE/REWRITE; this audits the promise) *
      *      - component-1 keys read back in ascending sequence       *
      *      - component-5 is a known account status (blank, O, F, C) *
      *        and a closed account holds a zero balance               *
      *  Ends with a verified/suspect count per check and RETURN-CODE *
      *  8 when anything is suspect, so the scheduler can hold the    *
      *  batch.  The file is opened INPUT and never written.          *
      *                      pass) now drops an alert to the common    *
      *                      DANOALRT run-health file so DANOMON sees  *
      *                      it the same night.                        *
      *    2026-09-24  DLO   Expects layout-version 3, and checks      *
      *                      the account status: COMPONENT-5 must be   *
      *                      blank, O, F or C, and a closed account    *
      *                      must hold a zero balance.                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOVRFY.
               88  WS-FIRST-RECORD                value "Y".

       01  WS-EXPECTED-RECORD-TAG       pic x(01) value "1".
       01  WS-EXPECTED-LAYOUT-VERSION   pic 9(02) comp value 3.
       01  WS-COMPONENT-2-CEILING       pic 9(09) comp value 1000000.
      *                                      *> plausibility ceiling -
      *                                      *> a counter past a million
           05  WS-BAD-COMP2-COUNT       pic 9(09) comp value 0.
           05  WS-BAD-COMP3-COUNT       pic 9(09) comp value 0.
           05  WS-BAD-SEQUENCE-COUNT    pic 9(09) comp value 0.
           05  WS-BAD-STATUS-COUNT      pic 9(09) comp value 0.
           05  WS-CLOSED-BALANCE-COUNT  pic 9(09) comp value 0.

       PROCEDURE DIVISION.

           MOVE "N" TO WS-FIRST-RECORD-SWITCH
           MOVE COMPONENT-1 OF TYPE1M-RECORD TO WS-PRIOR-KEY

           IF component-5 OF TYPE1M-RECORD NOT = SPACE
            AND component-5 OF TYPE1M-RECORD NOT = "O"
            AND component-5 OF TYPE1M-RECORD NOT = "F"
            AND component-5 OF TYPE1M-RECORD NOT = "C"
               ADD 1 TO WS-BAD-STATUS-COUNT
               SET WS-RECORD-IS-SUSPECT TO TRUE
               DISPLAY "DANOVRFY: KEY " COMPONENT-1 OF TYPE1M-RECORD
                       " ACCOUNT STATUS '"
                       component-5 OF TYPE1M-RECORD
                       "' - EXPECTED O, F OR C"
           END-IF

           IF component-5 OF TYPE1M-RECORD = "C"
            AND COMPONENT-2 OF TYPE1M-RECORD NOT = 0
               ADD 1 TO WS-CLOSED-BALANCE-COUNT
               SET WS-RECORD-IS-SUSPECT TO TRUE
               DISPLAY "DANOVRFY: KEY " COMPONENT-1 OF TYPE1M-RECORD
                       " IS CLOSED BUT HOLDS COMPONENT-2 "
                       COMPONENT-2 OF TYPE1M-RECORD
           END-IF

           IF WS-RECORD-IS-SUSPECT
               ADD 1 TO WS-RECORDS-SUSPECT
           ELSE
           DISPLAY "  COMPONENT-2 PAST CEILING . " WS-BAD-COMP2-COUNT
           DISPLAY "  COMPONENT-3 NOT NULL . . . " WS-BAD-COMP3-COUNT
           DISPLAY "  KEYS OUT OF SEQUENCE . . . " WS-BAD-SEQUENCE-COUNT
           DISPLAY "  BAD ACCOUNT STATUS . . . . " WS-BAD-STATUS-COUNT
           DISPLAY "  CLOSED WITH A BALANCE  . . "
                   WS-CLOSED-BALANCE-COUNT
           DISPLAY "=============================================="

           IF WS-RECORDS-SUSPECT > 0
