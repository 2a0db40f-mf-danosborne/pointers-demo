      *                      business date immediately before every    *
      *                      WRITE/REWRITE of TYPE1M-RECORD, so        *
      *                      DANOPURG can age the master.              *
      *    2026-09-24  DLO   Account status.  A feed record for a      *
      *                      frozen or closed account (COMPONENT-5 F   *
      *                      or C) is no longer applied: it goes to    *
      *                      TYPE1REJ with reason ACCOUNT FROZEN or    *
      *                      ACCOUNT CLOSED, where DANOREJM can        *
      *                      resubmit it once the account is           *
      *                      reopened, and is counted rejected on      *
      *                      the control trailer.  New inserts are     *
      *                      written layout-version 3, status open.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOAPLY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITED-STATUS.

           SELECT REJECT-FILE ASSIGN TO "TYPE1REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           COPY CTLRPTSL.
           COPY TYP1JNSL.
           COPY DANOALSL.
      *                                      *> DANO1's chain grouping -
      *                                      *> not part of the master

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05  REJ-COMPONENT-1          pic x(10).
           05  REJ-COMPONENT-2          pic x(04).
           05  REJ-CHAIN-ID             pic x(04).
           05  REJ-REASON               pic x(30).
           05  REJ-LOG-DATE             pic x(08).
      *                                      *> the business date of
      *                                      *> the rejecting cycle

       COPY CTLRPTFD.
       COPY TYP1JNFD.
       COPY DANOALFD.
               88  WS-APPLY-DONE                  value "Y".
           05  WS-MATCH-SWITCH          pic x(01).
               88  WS-MASTER-MATCHED              value "Y".
           05  WS-REJECT-STATUS         pic x(02).
           05  WS-REJECT-OPEN-SWITCH    pic x(01) value "N".
               88  WS-REJECT-IS-OPEN              value "Y".

       01  WS-CURRENT-LAYOUT-VERSION    pic 9(02) comp value 3.
       01  WS-ACTIVITY-DATE             pic x(08).

       01  WS-APPLY-COUNTS.
           05  WS-RECORDS-INSERTED      pic 9(09) comp value 0.
           05  WS-RECORDS-UPDATED       pic 9(09) comp value 0.
           05  WS-RECORDS-UNCHANGED     pic 9(09) comp value 0.
           05  WS-RECORDS-REJECTED      pic 9(09) comp value 0.
           05  WS-HASH-TOTAL            pic 9(09) comp value 0.

       LINKAGE SECTION.
      *****************************************************************
       2000-APPLY-RECORD.
           ADD 1 TO WS-RECORDS-READ
           ADD EFR-COMPONENT-2 TO WS-HASH-TOTAL
           MOVE "N" TO WS-MATCH-SWITCH

           MOVE EFR-COMPONENT-1 TO COMPONENT-1 OF TYPE1M-RECORD
           END-READ

           IF WS-MASTER-MATCHED
               IF component-5 OF TYPE1M-RECORD = "F"
                OR component-5 OF TYPE1M-RECORD = "C"
                   PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
                   GO TO 2000-NEXT
               END-IF
               IF COMPONENT-2 OF TYPE1M-RECORD = EFR-COMPONENT-2
                   ADD 1 TO WS-RECORDS-UNCHANGED
               ELSE
                   PERFORM 2200-UPDATE-RECORD THRU 2200-EXIT
               END-IF
           END-IF.

       2000-NEXT.
           PERFORM 1010-READ-FEED-RECORD THRU 1010-EXIT.
       2000-EXIT.
           EXIT.
           MOVE EFR-COMPONENT-2          TO COMPONENT-2 OF TYPE1M-RECORD
           SET COMPONENT-3 OF TYPE1M-RECORD TO NULL
           MOVE WS-ACTIVITY-DATE TO component-4 OF TYPE1M-RECORD
           MOVE "O"              TO component-5 OF TYPE1M-RECORD
           MOVE WS-ACTIVITY-DATE TO component-6 OF TYPE1M-RECORD
           MOVE WS-PROGRAM-NAME  TO component-7 OF TYPE1M-RECORD
           WRITE TYPE1M-RECORD
               INVALID KEY
                   DISPLAY "DANOAPLY: INSERT OF " EFR-COMPONENT-1
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-REJECT-RECORD - the account is frozen or closed; the    *
      *                       feed value is not applied but goes to   *
      *                       TYPE1REJ with the reason, where DANOREJM *
      *                       can resubmit it once the account is     *
      *                       reopened                                 *
      *****************************************************************
       2300-REJECT-RECORD.
           IF NOT WS-REJECT-IS-OPEN
               OPEN EXTEND REJECT-FILE
               IF NOT WS-REJECT-STATUS = "00"
                   CLOSE REJECT-FILE
                   OPEN OUTPUT REJECT-FILE
               END-IF
               SET WS-REJECT-IS-OPEN TO TRUE
           END-IF

           MOVE SPACES          TO REJECT-RECORD
           MOVE EFR-COMPONENT-1 TO REJ-COMPONENT-1
           MOVE EFR-COMPONENT-2 TO REJ-COMPONENT-2
           MOVE EFR-CHAIN-ID    TO REJ-CHAIN-ID
           IF component-5 OF TYPE1M-RECORD = "F"
               MOVE "ACCOUNT FROZEN"  TO REJ-REASON
           ELSE
               MOVE "ACCOUNT CLOSED"  TO REJ-REASON
           END-IF
           MOVE WS-ACTIVITY-DATE TO REJ-LOG-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-RECORDS-REJECTED.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - inserted/updated/unchanged counts to SYSOUT *
      *                   and the standard control trailer             *
               CLOSE TYPE1-MASTER-FILE
               PERFORM 8659-CLOSE-JOURNAL THRU 8659-EXIT
           END-IF
           IF WS-REJECT-IS-OPEN
               CLOSE REJECT-FILE
           END-IF

           DISPLAY "DANOAPLY FEED APPLY TOTALS"
           DISPLAY "  RECORDS READ . . . . . . " WS-RECORDS-READ
           DISPLAY "  RECORDS INSERTED . . . . " WS-RECORDS-INSERTED
           DISPLAY "  RECORDS UPDATED  . . . . " WS-RECORDS-UPDATED
           DISPLAY "  RECORDS UNCHANGED  . . . " WS-RECORDS-UNCHANGED
           DISPLAY "  FROZEN/CLOSED REJECTED . " WS-RECORDS-REJECTED

           MOVE WS-PROGRAM-NAME      TO CTL-PROGRAM-NAME
           MOVE WS-RECORDS-READ      TO CTL-RECORDS-READ
           COMPUTE CTL-RECORDS-SET-OK =
               WS-RECORDS-INSERTED + WS-RECORDS-UPDATED
                                   + WS-RECORDS-UNCHANGED
           MOVE WS-RECORDS-REJECTED  TO CTL-RECORDS-REJECTED
           MOVE WS-HASH-TOTAL        TO CTL-HASH-TOTAL
           PERFORM 8600-PRINT-CONTROL-REPORT THRU 8600-EXIT.
       3000-EXIT.
