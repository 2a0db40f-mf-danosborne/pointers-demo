      *                      business date immediately before every    *
      *                      WRITE/REWRITE of TYPE1M-RECORD, so        *
      *                      DANOPURG can age the master.              *
      *    2026-09-22  DLO   Every reversal is also written to         *
      *                      TYPE3PAC (DANOPA* macro) as source R,     *
      *                      the negative of the movement it took      *
      *                      off, so the next DANOGLIF general-        *
      *                      ledger batch carries the backout.         *
      *    2026-09-24  DLO   WS-IMAGE-VIEW follows the layout-         *
      *                      version 3 type1 record (account status,   *
      *                      status date and status operator added).   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOBKOT.

           COPY TYP1JNSL.
           COPY CTLRPTSL.
           COPY DANOPASL.

           SELECT BACKOUT-PARM-FILE ASSIGN TO "DANOBKPM"
               ORGANIZATION IS LINE SEQUENTIAL

       COPY TYP1JNFD.
       COPY CTLRPTFD.
       COPY DANOPAFD.

       FD  BACKOUT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       COPY TYP1JNWS.
       COPY CTLRPTWS.
       COPY DANOPAWS.

       01  WS-PROGRAM-NAME              pic x(08).

           05  WS-IMG-COMPONENT-2       pic xxxx comp-5.
           05  WS-IMG-COMPONENT-3       pointer.
           05  WS-IMG-COMPONENT-4       pic x(08).
           05  WS-IMG-COMPONENT-5       pic x(01).
           05  WS-IMG-COMPONENT-6       pic x(08).
           05  WS-IMG-COMPONENT-7       pic x(08).

       01  WS-WINDOW-FROM               pic x(16).
       01  WS-WINDOW-TO                 pic x(16).
           END-IF

           PERFORM 8650-OPEN-JOURNAL THRU 8650-EXIT
           MOVE WS-BUSINESS-DATE TO WS-PAC-BUSINESS-DATE
           PERFORM 8670-OPEN-ACTIVITY THRU 8670-EXIT

           PERFORM 2100-REVERSE-ONE-POSTING THRU 2100-EXIT
               VARYING WS-POSTING-SUB FROM 1 BY 1

           CLOSE REVERSAL-MARKER-FILE
           CLOSE TYPE1-MASTER-FILE
           PERFORM 8659-CLOSE-JOURNAL THRU 8659-EXIT
           PERFORM 8679-CLOSE-ACTIVITY THRU 8679-EXIT.
       2000-EXIT.
           EXIT.

           ADD 1 TO WS-POSTINGS-REVERSED
           ADD WS-REVERSAL-AMOUNT TO WS-TOTAL-REVERSED

           MOVE "R" TO WS-PAC-SOURCE
           MOVE WS-PST-COMPONENT-1(WS-POSTING-SUB) TO WS-PAC-COMPONENT-1
           MOVE WS-PST-STAMP(WS-POSTING-SUB)(1:8)  TO WS-PAC-TRANS-DATE
           COMPUTE WS-PAC-AMOUNT = 0 - WS-REVERSAL-AMOUNT
           PERFORM 8675-WRITE-ACTIVITY THRU 8675-EXIT

           MOVE SPACES TO REVERSAL-MARKER-RECORD
           MOVE "D"    TO REV-RECORD-TYPE
           MOVE WS-PST-COMPONENT-1(WS-POSTING-SUB) TO REV-COMPONENT-1

       COPY TYP1JNPD.
       COPY CTLRPTPD.
       COPY DANOPAPD.
