      *        end, with movement per account and in total.           *
      *  On any other day type the step reports nothing to do and    *
      *  ends RC 0, so it can sit in the nightly flow unconditionally.*
      *  Ahead of the snapshot, an E day posts the period's interest  *
      *  that DANOACCR has been accruing on TYPE1ACR: each open       *
      *  accrual for this period is rounded to whole units, added to *
      *  component-2 (journaled to TYPE1JNL like any other REWRITE)  *
      *  and recorded as a TYPE3MST transaction dated the E day       *
      *  (journaled to TYPE3JNL) so DANOHIST shows it.  The fraction *
      *  left by the rounding is carried into the next period's       *
      *  accrual.  An accrual that cannot post - no master, a closed  *
      *  account (COMPONENT-5 "C"), the balance range, or a TYPE3MST  *
      *  transaction already on file for the account and date - is   *
      *  carried whole and alerted.                                   *
      *  Beyond that the master is only read.                          *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-09-14  DLO   E-day interest posting from TYPE1ACR      *
      *                      ahead of the snapshot, so the closing     *
      *                      balance includes the period's interest.   *
      *                      The master is now ACCESS DYNAMIC -        *
      *                      opened I-O for the posting pass, then     *
      *                      INPUT for the snapshot as before.         *
      *    2026-10-15  DLO   The close and interest reports also go to *
      *                      the DANORPTS report spool (DANORP*), for  *
      *                      the DANOPKG report package.               *
      *    2026-10-15  DLO   A closed account (COMPONENT-5 "C") takes  *
      *                      no interest - the accrual is held over    *
      *                      with an ACCOUNT CLOSED alert.  The        *
      *                      TYPE1ACW/TYPE1ACR opens are checked, and  *
      *                      TYPE1ACR is opened OUTPUT only once       *
      *                      TYPE1ACW has reopened INPUT.              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOCLSE.
       FILE-CONTROL.
           SELECT TYPE1-MASTER-FILE ASSIGN TO "TYPE1MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPONENT-1 OF TYPE1M-RECORD
               FILE STATUS IS WS-TYPE1M-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "TYPE1ACR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT ACCRUAL-WORK-FILE ASSIGN TO "TYPE1ACW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCWORK-STATUS.

           COPY TYPE3MSL.
           COPY DANOCASL.
           COPY CTLRPTSL.
           COPY TYP1JNSL.
           COPY TYP3JNSL.
           COPY DANOALSL.
           COPY DANORPSL.

       DATA DIVISION.
       FILE SECTION.
           05  PBL-COMPONENT-1          pic x(10).
           05  PBL-BALANCE              pic 9(09).

      *    DANOACCR's running accrual, one record per account per
      *    period - see DANOACCR for the field meanings
       FD  ACCRUAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-RECORD.
           05  ACR-PERIOD               pic x(08).
           05  ACR-COMPONENT-1          pic x(10).
           05  ACR-STATUS               pic x(01).
      *                                      *> O open, P posted
           05  ACR-LAST-ACCRUAL-DATE    pic x(08).
           05  ACR-DAYS                 pic 9(05).
           05  ACR-LAST-RATE            pic 9(02)v9(05).
           05  ACR-LAST-BASE            pic 9(10).
           05  ACR-ACCRUED              pic s9(09)v9(06).
           05  ACR-POSTED-AMOUNT        pic s9(09)v99.
           05  ACR-POSTED-DATE          pic x(08).

       FD  ACCRUAL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-WORK-RECORD          pic x(83).

       COPY TYPE3MFD.
       COPY DANOCAFD.
       COPY CTLRPTFD.
       COPY TYP1JNFD.
       COPY TYP3JNFD.
       COPY DANOALFD.
       COPY DANORPFD.

       WORKING-STORAGE SECTION.
       COPY DANOCAWS.
       COPY CTLRPTWS.
       COPY TYP1JNWS.
       COPY TYP3JNWS.
       COPY DANOALWS.
       COPY DANORPWS.

       01  WS-PROGRAM-NAME              pic x(08).

               88  WS-CLOSE-DONE                  value "Y".
           05  WS-MASTER-OPEN-SWITCH    pic x(01) value "N".
               88  WS-MASTER-IS-OPEN              value "Y".
           05  WS-ACCRUAL-STATUS        pic x(02).
               88  WS-ACCRUAL-OK                 value "00".
               88  WS-ACCRUAL-EOF                value "10".
           05  WS-ACCWORK-STATUS        pic x(02).
               88  WS-ACCWORK-OK                 value "00".
               88  WS-ACCWORK-EOF                value "10".
           05  WS-TYPE3M-STATUS         pic x(02).
               88  WS-TYPE3M-OK                  value "00".
               88  WS-TYPE3M-NOTFOUND            value "23".
           05  WS-INTEREST-POSTED-SWITCH pic x(01).
               88  WS-INTEREST-POSTED             value "Y".

       01  WS-PRIOR-SUB-HIT             pic 9(4) comp.

           05  WS-PRIOR-TOTAL           pic 9(10) comp value 0.
           05  WS-MOVEMENT-TOTAL        pic s9(10) comp value 0.

      *    interest posting - the whole units that go onto the
      *    balance, the fraction that carries, and the period the
      *    carry belongs to (the next E date, or 99999999 when the
      *    calendar does not yet name one)
       01  WS-INTEREST-WORK.
           05  WS-NEXT-PERIOD           pic x(08).
           05  WS-INTEREST-AMOUNT       pic s9(09) comp-3.
           05  WS-INTEREST-RESIDUAL     pic s9(09)v9(06) comp-3.
           05  WS-PROSPECTIVE-BALANCE   pic s9(11) comp-3.
           05  WS-BALANCE-CEILING       pic s9(11) comp-3
                                        value 4294967295.
           05  WS-INTEREST-HELD-REASON  pic x(30).

       01  WS-INTEREST-COUNTS.
           05  WS-INTEREST-POSTED-COUNT pic 9(09) comp value 0.
           05  WS-INTEREST-HELD-COUNT   pic 9(09) comp value 0.
           05  WS-INTEREST-CARRY-COUNT  pic 9(09) comp value 0.
           05  WS-INTEREST-TOTAL        pic s9(11) comp-3 value 0.

      *    display copies of the figures a report line carries
       01  WS-PRINT-FIGURES.
           05  WS-PRINT-BALANCE         pic 9(10).
           05  WS-PRINT-PRIOR           pic 9(09).
           05  WS-PRINT-MOVEMENT        pic -(10)9.
           05  WS-PRINT-ACCRUED         pic -(9)9.9(6).
           05  WS-PRINT-INTEREST        pic -(9)9.
           05  WS-PRINT-INTEREST-TOTAL  pic -(11)9.

       LINKAGE SECTION.
       COPY DANOCTL.

       0000-MAINLINE.
           MOVE "DANOCLSE" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-JNL-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-SPOOL-BUSINESS-DATE
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-CLOSE-ACCOUNT   THRU 2000-EXIT
               UNTIL WS-CLOSE-DONE
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           PERFORM 8969-CLOSE-SPOOL     THRU 8969-EXIT
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - only an "E" business date closes a period; *
      *                    anything else (or no calendar at all) is a *
      *                    quiet RC 0 pass-through                    *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 8900-LOAD-CALENDAR THRU 8900-EXIT

           PERFORM 1100-LOAD-PRIOR-BALANCES THRU 1100-EXIT

           PERFORM 1500-POST-INTEREST THRU 1500-EXIT
           IF RETURN-CODE > 8
               SET WS-CLOSE-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
               DISPLAY "DANOCLSE: OPEN TYPE1MST FAILED, STATUS "
               OPEN OUTPUT PERIOD-BALANCE-FILE
           END-IF

           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           STRING "DANOCLSE PERIOD-END CLOSE FOR " LK-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE "  ACCOUNT     CLOSING    PRIOR      MOVEMENT"
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT

           PERFORM 1010-READ-MASTER THRU 1010-EXIT.
       1000-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  1500-POST-INTEREST - every TYPE1ACR record passes through    *
      *                       TYPE1ACW; this period's open accruals   *
      *                       post on the way, and the work file      *
      *                       then replaces TYPE1ACR.  No TYPE1ACR is *
      *                       no interest to post                     *
      *****************************************************************
       1500-POST-INTEREST.
           OPEN INPUT ACCRUAL-FILE
           IF NOT WS-ACCRUAL-OK
               DISPLAY "DANOCLSE: NO TYPE1ACR ON HAND - NO INTEREST "
                       "TO POST"
               GO TO 1500-EXIT
           END-IF

           PERFORM 1510-FIND-NEXT-PERIOD THRU 1510-EXIT

           OPEN OUTPUT ACCRUAL-WORK-FILE
           IF NOT WS-ACCWORK-OK
               DISPLAY "DANOCLSE: OPEN TYPE1ACW FAILED, STATUS "
                       WS-ACCWORK-STATUS " - NO INTEREST POSTED"
               CLOSE ACCRUAL-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           OPEN I-O TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
               DISPLAY "DANOCLSE: OPEN I-O TYPE1MST FAILED, STATUS "
                       WS-TYPE1M-STATUS
               CLOSE ACCRUAL-WORK-FILE
               CLOSE ACCRUAL-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           OPEN I-O TYPE3-MASTER-FILE
           IF NOT WS-TYPE3M-OK AND NOT WS-TYPE3M-NOTFOUND
               DISPLAY "DANOCLSE: OPEN TYPE3MST FAILED, STATUS "
                       WS-TYPE3M-STATUS
               CLOSE TYPE1-MASTER-FILE
               CLOSE ACCRUAL-WORK-FILE
               CLOSE ACCRUAL-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           PERFORM 8650-OPEN-JOURNAL  THRU 8650-EXIT
           PERFORM 8660-OPEN-JOURNAL3 THRU 8660-EXIT

           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           STRING "DANOCLSE INTEREST POSTING FOR " LK-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE "  ACCOUNT     ACCRUED           POSTED"
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT

           PERFORM 1520-READ-ACCRUAL THRU 1520-EXIT
           PERFORM 1530-PASS-ACCRUAL THRU 1530-EXIT
               UNTIL WS-ACCRUAL-EOF

           CLOSE ACCRUAL-FILE
           CLOSE ACCRUAL-WORK-FILE
           CLOSE TYPE3-MASTER-FILE
           CLOSE TYPE1-MASTER-FILE
           PERFORM 8659-CLOSE-JOURNAL  THRU 8659-EXIT
           PERFORM 8669-CLOSE-JOURNAL3 THRU 8669-EXIT

           PERFORM 1580-REPLACE-ACCRUALS THRU 1580-EXIT

           MOVE "  ------------------------------------------"
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-INTEREST-POSTED-COUNT TO WS-SPOOL-NUMBER
           STRING "  INTEREST POSTED  . . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-INTEREST-HELD-COUNT TO WS-SPOOL-NUMBER
           STRING "  INTEREST HELD OVER . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-INTEREST-CARRY-COUNT TO WS-SPOOL-NUMBER
           STRING "  FRACTIONS CARRIED  . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-INTEREST-TOTAL TO WS-PRINT-INTEREST-TOTAL
           STRING "  TOTAL INTEREST POSTED  . . "
                  WS-PRINT-INTEREST-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1510-FIND-NEXT-PERIOD - the earliest "E" date after this one *
      *                          names the period carried accruals    *
      *                          belong to                            *
      *****************************************************************
       1510-FIND-NEXT-PERIOD.
           MOVE "99999999" TO WS-NEXT-PERIOD
           PERFORM VARYING WS-CALENDAR-SUB FROM 1 BY 1
                   UNTIL WS-CALENDAR-SUB > WS-CALENDAR-COUNT
               IF WS-CAL-ENTRY-TYPE(WS-CALENDAR-SUB) = "E"
                AND WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                        > LK-BUSINESS-DATE
                AND WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                        < WS-NEXT-PERIOD
                   MOVE WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                       TO WS-NEXT-PERIOD
               END-IF
           END-PERFORM.
       1510-EXIT.
           EXIT.

      *****************************************************************
      *  1520-READ-ACCRUAL                                            *
      *****************************************************************
       1520-READ-ACCRUAL.
           READ ACCRUAL-FILE
               AT END
                   SET WS-ACCRUAL-EOF TO TRUE
           END-READ.
       1520-EXIT.
           EXIT.

      *****************************************************************
      *  1530-PASS-ACCRUAL - anything but this period's open accrual  *
      *                      is copied untouched; a rerun of the      *
      *                      close finds it already posted            *
      *****************************************************************
       1530-PASS-ACCRUAL.
           IF ACR-STATUS NOT = "O"
            OR ACR-PERIOD NOT = LK-BUSINESS-DATE
               WRITE ACCRUAL-WORK-RECORD FROM ACCRUAL-RECORD
               GO TO 1530-NEXT
           END-IF

           MOVE "N" TO WS-INTEREST-POSTED-SWITCH
           COMPUTE WS-INTEREST-AMOUNT ROUNDED = ACR-ACCRUED
           IF WS-INTEREST-AMOUNT NOT = 0
               PERFORM 1540-APPLY-INTEREST THRU 1540-EXIT
           END-IF
           IF NOT WS-INTEREST-POSTED
               MOVE 0 TO WS-INTEREST-AMOUNT
           END-IF

           COMPUTE WS-INTEREST-RESIDUAL =
               ACR-ACCRUED - WS-INTEREST-AMOUNT
           MOVE ACR-ACCRUED TO WS-PRINT-ACCRUED
           MOVE WS-INTEREST-AMOUNT TO WS-PRINT-INTEREST
           STRING "  " ACR-COMPONENT-1 "  " WS-PRINT-ACCRUED
                  "  " WS-PRINT-INTEREST
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT

           MOVE "P" TO ACR-STATUS
           MOVE WS-INTEREST-AMOUNT TO ACR-POSTED-AMOUNT
           MOVE LK-BUSINESS-DATE   TO ACR-POSTED-DATE
           WRITE ACCRUAL-WORK-RECORD FROM ACCRUAL-RECORD

           IF WS-INTEREST-RESIDUAL NOT = 0
               MOVE WS-NEXT-PERIOD       TO ACR-PERIOD
               MOVE "O"                  TO ACR-STATUS
               MOVE 0                    TO ACR-DAYS
               MOVE WS-INTEREST-RESIDUAL TO ACR-ACCRUED
               MOVE 0                    TO ACR-POSTED-AMOUNT
               MOVE SPACES               TO ACR-POSTED-DATE
               WRITE ACCRUAL-WORK-RECORD FROM ACCRUAL-RECORD
               ADD 1 TO WS-INTEREST-CARRY-COUNT
           END-IF.
       1530-NEXT.
           PERFORM 1520-READ-ACCRUAL THRU 1520-EXIT.
       1530-EXIT.
           EXIT.

      *****************************************************************
      *  1540-APPLY-INTEREST - the TYPE3MST transaction is written    *
      *                        first, so a date already taken for     *
      *                        the account holds the interest back    *
      *                        before the balance is touched          *
      *****************************************************************
       1540-APPLY-INTEREST.
           MOVE ACR-COMPONENT-1 TO COMPONENT-1 OF TYPE1M-RECORD
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   MOVE "NO TYPE1MST RECORD"
                       TO WS-INTEREST-HELD-REASON
                   PERFORM 1550-HOLD-INTEREST THRU 1550-EXIT
                   GO TO 1540-EXIT
           END-READ
           MOVE TYPE1M-RECORD TO WS-JNL-BEFORE-IMAGE
      *    a closed account - DANOACST, or a key DANOMERG retired -
      *    takes no more postings; the balance it would have gained
      *    is left for operations to place
           IF component-5 OF TYPE1M-RECORD = "C"
               MOVE "ACCOUNT CLOSED" TO WS-INTEREST-HELD-REASON
               PERFORM 1550-HOLD-INTEREST THRU 1550-EXIT
               GO TO 1540-EXIT
           END-IF

           COMPUTE WS-PROSPECTIVE-BALANCE =
               COMPONENT-2 OF TYPE1M-RECORD + WS-INTEREST-AMOUNT
           IF WS-PROSPECTIVE-BALANCE < 0
            OR WS-PROSPECTIVE-BALANCE > WS-BALANCE-CEILING
               MOVE "BALANCE OUT OF RANGE"
                   TO WS-INTEREST-HELD-REASON
               PERFORM 1550-HOLD-INTEREST THRU 1550-EXIT
               GO TO 1540-EXIT
           END-IF

           MOVE ACR-COMPONENT-1    TO T3M-COMPONENT-1
           MOVE LK-BUSINESS-DATE   TO T3M-COMPONENT-3
           MOVE 0                  TO T3M-COMPONENT-2
           MOVE WS-INTEREST-AMOUNT TO T3M-COMPONENT-4
           WRITE TYPE3M-RECORD
               INVALID KEY
                   MOVE "TYPE3MST DATE ALREADY USED"
                       TO WS-INTEREST-HELD-REASON
                   PERFORM 1550-HOLD-INTEREST THRU 1550-EXIT
                   GO TO 1540-EXIT
           END-WRITE
           MOVE "WRITE"         TO WS-JN3-ACTION
           MOVE "N"             TO WS-JN3-BEFORE-PRESENT
           MOVE SPACES          TO WS-JN3-BEFORE-IMAGE
           MOVE TYPE3M-RECORD   TO WS-JN3-AFTER-IMAGE
           PERFORM 8665-WRITE-JOURNAL3 THRU 8665-EXIT

           ADD WS-INTEREST-AMOUNT TO COMPONENT-2 OF TYPE1M-RECORD
           SET COMPONENT-3 OF TYPE1M-RECORD TO NULL
           MOVE LK-BUSINESS-DATE TO component-4 OF TYPE1M-RECORD
           REWRITE TYPE1M-RECORD
               INVALID KEY
                   DISPLAY "DANOCLSE: REWRITE OF TYPE1MST FAILED FOR "
                           ACR-COMPONENT-1
                   MOVE 16 TO RETURN-CODE
                   GO TO 1540-EXIT
           END-REWRITE
           MOVE "REWRITE"     TO WS-JNL-ACTION
           MOVE "Y"           TO WS-JNL-BEFORE-PRESENT
           MOVE TYPE1M-RECORD TO WS-JNL-AFTER-IMAGE
           PERFORM 8655-WRITE-JOURNAL THRU 8655-EXIT

           SET WS-INTEREST-POSTED TO TRUE
           ADD 1 TO WS-INTEREST-POSTED-COUNT
           ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL.
       1540-EXIT.
           EXIT.

      *****************************************************************
      *  1550-HOLD-INTEREST - the accrual carries whole into the next *
      *                       period and operations hear about it     *
      *****************************************************************
       1550-HOLD-INTEREST.
           ADD 1 TO WS-INTEREST-HELD-COUNT
           DISPLAY "DANOCLSE: INTEREST FOR " ACR-COMPONENT-1
                   " HELD OVER - " WS-INTEREST-HELD-REASON
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "INTEREST HELD " ACR-COMPONENT-1 " "
                  WS-INTEREST-HELD-REASON
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           PERFORM 8950-WRITE-ALERT THRU 8950-EXIT.
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  1580-REPLACE-ACCRUALS - TYPE1ACW becomes TYPE1ACR; TYPE1ACR  *
      *                          is only opened OUTPUT once TYPE1ACW  *
      *                          has opened INPUT                     *
      *****************************************************************
       1580-REPLACE-ACCRUALS.
           OPEN INPUT ACCRUAL-WORK-FILE
           IF NOT WS-ACCWORK-OK
               DISPLAY "DANOCLSE: REOPEN TYPE1ACW FAILED, STATUS "
                       WS-ACCWORK-STATUS " - TYPE1ACR NOT REPLACED"
               MOVE 16 TO RETURN-CODE
               GO TO 1580-EXIT
           END-IF
           OPEN OUTPUT ACCRUAL-FILE
           IF NOT WS-ACCRUAL-OK
               DISPLAY "DANOCLSE: OPEN OUTPUT TYPE1ACR FAILED, STATUS "
                       WS-ACCRUAL-STATUS
               DISPLAY "DANOCLSE: TYPE1ACW HOLDS THE POSTED ACCRUALS"
               CLOSE ACCRUAL-WORK-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1580-EXIT
           END-IF
           PERFORM 1590-COPY-ACCWORK THRU 1590-EXIT
               UNTIL WS-ACCWORK-EOF
           CLOSE ACCRUAL-FILE
           CLOSE ACCRUAL-WORK-FILE.
       1580-EXIT.
           EXIT.

      *****************************************************************
      *  1590-COPY-ACCWORK                                            *
      *****************************************************************
       1590-COPY-ACCWORK.
           READ ACCRUAL-WORK-FILE
               AT END
                   SET WS-ACCWORK-EOF TO TRUE
                   GO TO 1590-EXIT
           END-READ
           WRITE ACCRUAL-RECORD FROM ACCRUAL-WORK-RECORD.
       1590-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CLOSE-ACCOUNT - snapshot one account's closing balance  *
      *                       and report it against the prior period  *
                       - WS-PRI-BALANCE(WS-PRIOR-SUB-HIT)
               ADD WS-PRI-BALANCE(WS-PRIOR-SUB-HIT) TO WS-PRIOR-TOTAL
               ADD WS-MOVEMENT TO WS-MOVEMENT-TOTAL
               MOVE COMPONENT-2 OF TYPE1M-RECORD TO WS-PRINT-BALANCE
               MOVE WS-PRI-BALANCE(WS-PRIOR-SUB-HIT) TO WS-PRINT-PRIOR
               MOVE WS-MOVEMENT TO WS-PRINT-MOVEMENT
               STRING "  " COMPONENT-1 OF TYPE1M-RECORD
                      "  " WS-PRINT-BALANCE
                      "  " WS-PRINT-PRIOR
                      "  " WS-PRINT-MOVEMENT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           ELSE
               ADD 1 TO WS-ACCOUNTS-NEW
               ADD COMPONENT-2 OF TYPE1M-RECORD TO WS-MOVEMENT-TOTAL
               MOVE COMPONENT-2 OF TYPE1M-RECORD TO WS-PRINT-BALANCE
               STRING "  " COMPONENT-1 OF TYPE1M-RECORD
                      "  " WS-PRINT-BALANCE
                      "  (NEW THIS PERIOD)"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           END-IF

           PERFORM 1010-READ-MASTER THRU 1010-EXIT.
               GO TO 3000-EXIT
           END-IF

           MOVE "  ------------------------------------------"
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-ACCOUNTS-CLOSED TO WS-SPOOL-NUMBER
           STRING "  ACCOUNTS CLOSED  . . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-ACCOUNTS-NEW TO WS-SPOOL-NUMBER
           STRING "  NEW THIS PERIOD  . . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-CLOSING-TOTAL TO WS-PRINT-BALANCE
           STRING "  CLOSING TOTAL  . . . . . . " WS-PRINT-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-PRIOR-TOTAL TO WS-PRINT-BALANCE
           STRING "  PRIOR PERIOD TOTAL . . . . " WS-PRINT-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-MOVEMENT-TOTAL TO WS-PRINT-MOVEMENT
           STRING "  TOTAL MOVEMENT . . . . . . " WS-PRINT-MOVEMENT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT

           MOVE WS-PROGRAM-NAME    TO CTL-PROGRAM-NAME
           MOVE WS-ACCOUNTS-CLOSED TO CTL-RECORDS-READ

       COPY DANOCAPD.
       COPY CTLRPTPD.
       COPY TYP1JNPD.
       COPY TYP3JNPD.
       COPY DANOALPD.
       COPY DANORPPD.
