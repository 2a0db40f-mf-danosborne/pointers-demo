      *****************************************************************
      *  PROGRAM-ID.  DANOACCR                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-09-14.                                     *
      *                                                                *
      *  Daily interest accrual step for the DANODRV pipeline, run    *
      *  after DANOPOST and ahead of DANOCLSE.  Component-2 only ever *
      *  moved through feeds, postings and keyed corrections, though *
      *  the accounts earn interest.  For every TYPE1MST account this *
      *  step:                                                         *
      *      - finds the account's annual rate on DANORATE, the rate  *
      *        table (first matching entry wins, so specific entries  *
      *        go ahead of general ones):                             *
      *          R  a component-1 range, low key to high key          *
      *          C  an account class - the leading characters of      *
      *             component-1 given in the low-key column, up to    *
      *             its first space                                   *
      *      - accrues balance x rate x days / day basis, the days    *
      *        being the calendar days since the account last         *
      *        accrued (one on its first night), so the weekend       *
      *        accrues on the Monday,                                 *
      *      - carries the running total on TYPE1ACR, one record per  *
      *        account per period, the period named by its closing    *
      *        DANOCAL "E" date the way TYPE1PBL names it,            *
      *      - prints ACCRRPT, the accrual report: rate, days, base   *
      *        and amount per account, with totals.                   *
      *  The accrual is held to six decimals and never touches the   *
      *  master; DANOCLSE posts the period's total on the E day and  *
      *  carries any fraction of a unit into the next period.  A      *
      *  rerun of the same business date finds every account already *
      *  accrued through that date and adds nothing.                   *
      *  DANORATE layout:                                              *
      *      col   1     selection type R or C                        *
      *      cols  2-11  low key (R) or class prefix (C)              *
      *      cols 12-21  high key (R)                                 *
      *      cols 22-28  annual rate percent 9(02)v9(05)              *
      *      cols 29-31  day basis 360/365 (blank or zero = 365)      *
      *      cols 32-51  description                                  *
      *  No DANORATE on hand is a quiet night - nothing accrues.       *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-14  DLO   Initial version.                          *
      *    2026-10-15  DLO   Every TYPE1ACW/TYPE1ACR open is checked.  *
      *                      A TYPE1ACR that is there but will not     *
      *                      open stops the step (RC 16, F alert)      *
      *                      rather than starting from zero, and       *
      *                      TYPE1ACR is opened OUTPUT only once       *
      *                      TYPE1ACW has reopened INPUT.              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOACCR.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-09-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE1-MASTER-FILE ASSIGN TO "TYPE1MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COMPONENT-1 OF TYPE1M-RECORD
               FILE STATUS IS WS-TYPE1M-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO "DANORATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "TYPE1ACR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT ACCRUAL-WORK-FILE ASSIGN TO "TYPE1ACW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCWORK-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY DANOCASL.
           COPY CTLRPTSL.
           COPY DANOALSL.

       DATA DIVISION.
       FILE SECTION.
       COPY TYPE1CPY.

       FD  TYPE1-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TYPE1M-RECORD                type1.

       FD  RATE-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-TABLE-RECORD.
           05  RTE-SELECT-TYPE          pic x(01).
      *                                      *> R range, C class
           05  RTE-LOW-KEY              pic x(10).
           05  RTE-HIGH-KEY             pic x(10).
           05  RTE-ANNUAL-RATE          pic 9(02)v9(05).
           05  RTE-DAY-BASIS            pic 9(03).
           05  RTE-DESCRIPTION          pic x(20).

       FD  ACCRUAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-RECORD.
           05  ACR-PERIOD               pic x(08).
      *                                      *> the period's closing
      *                                      *> E date; 99999999 when
      *                                      *> no E date was on the
      *                                      *> calendar to name it
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

       FD  ACCRUAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-REPORT-LINE          pic x(90).

       COPY DANOCAFD.
       COPY CTLRPTFD.
       COPY DANOALFD.

       WORKING-STORAGE SECTION.
       COPY DANOCAWS.
       COPY CTLRPTWS.
       COPY DANOALWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-TYPE1M-STATUS         pic x(02).
               88  WS-TYPE1M-OK                  value "00".
               88  WS-TYPE1M-EOF                 value "10".
           05  WS-RATE-STATUS           pic x(02).
               88  WS-RATE-OK                    value "00".
               88  WS-RATE-EOF                   value "10".
           05  WS-ACCRUAL-STATUS        pic x(02).
               88  WS-ACCRUAL-OK                 value "00".
               88  WS-ACCRUAL-EOF                value "10".
           05  WS-ACCWORK-STATUS        pic x(02).
               88  WS-ACCWORK-OK                 value "00".
               88  WS-ACCWORK-EOF                value "10".
           05  WS-REPORT-STATUS         pic x(02).
           05  WS-ACCRUE-DONE-SWITCH    pic x(01) value "N".
               88  WS-ACCRUE-DONE                 value "Y".
           05  WS-MASTER-OPEN-SWITCH    pic x(01) value "N".
               88  WS-MASTER-IS-OPEN              value "Y".
           05  WS-ACCWORK-OPEN-SWITCH   pic x(01) value "N".
               88  WS-ACCWORK-IS-OPEN             value "Y".

       01  WS-BUSINESS-DATE             pic x(08).
       01  WS-PERIOD                    pic x(08).
       01  WS-NO-PERIOD                 pic x(08) value "99999999".

       01  WS-DAY-COUNT-WORK.
           05  WS-BUSINESS-DATE-NUM     pic 9(08).
           05  WS-LAST-DATE-NUM         pic 9(08).
           05  WS-BUSINESS-INTEGER      pic 9(09) comp.
           05  WS-LAST-INTEGER          pic 9(09) comp.
           05  WS-ACCRUAL-DAYS          pic 9(05) comp.

       01  WS-CLASS-LENGTH              pic 9(02) comp.

       01  WS-RATE-TABLE-LIMITS.
           05  WS-RATE-CAPACITY         pic 9(4) comp value 200.
           05  WS-RATE-COUNT            pic 9(4) comp value 0.
           05  WS-RATE-SUB              pic 9(4) comp.
           05  WS-RATE-HIT-SUB          pic 9(4) comp.

       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY            occurs 200 times.
               10  WS-RTE-SELECT-TYPE   pic x(01).
               10  WS-RTE-LOW-KEY       pic x(10).
               10  WS-RTE-HIGH-KEY      pic x(10).
               10  WS-RTE-CLASS-LENGTH  pic 9(02) comp.
               10  WS-RTE-ANNUAL-RATE   pic 9(02)v9(05).
               10  WS-RTE-DAY-BASIS     pic 9(03).

      *    this period's open accruals, one slot per account; every
      *    other TYPE1ACR record passes straight to the work file
       01  WS-ACCRUAL-TABLE-LIMITS.
           05  WS-ACCRUAL-CAPACITY      pic 9(4) comp value 9999.
           05  WS-ACCRUAL-COUNT         pic 9(4) comp value 0.
           05  WS-ACCRUAL-SUB           pic 9(4) comp.
           05  WS-ACCRUAL-HIT-SUB       pic 9(4) comp.
           05  WS-ACCRUAL-FULL-SWITCH   pic x(01) value "N".
               88  WS-ACCRUAL-TABLE-FULL          value "Y".

       01  WS-ACCRUAL-TABLE.
           05  WS-ACCRUAL-ENTRY         occurs 9999 times.
               10  WS-ACC-COMPONENT-1   pic x(10).
               10  WS-ACC-LAST-DATE     pic x(08).
               10  WS-ACC-DAYS          pic 9(05) comp.
               10  WS-ACC-LAST-RATE     pic 9(02)v9(05).
               10  WS-ACC-LAST-BASE     pic 9(10) comp.
               10  WS-ACC-ACCRUED       pic s9(09)v9(06) comp-3.

       01  WS-BALANCE                   pic 9(10).
       01  WS-INTEREST-TODAY            pic s9(09)v9(06) comp-3.

       01  WS-ACCRUAL-COUNTS.
           05  WS-MASTERS-READ          pic 9(09) comp value 0.
           05  WS-ACCOUNTS-ACCRUED      pic 9(09) comp value 0.
           05  WS-ALREADY-CURRENT       pic 9(09) comp value 0.
           05  WS-NO-RATE-COUNT         pic 9(09) comp value 0.
           05  WS-NOT-TRACKED-COUNT     pic 9(09) comp value 0.
           05  WS-INTEREST-TOTAL        pic s9(11)v9(06) comp-3
                                        value 0.
           05  WS-ACCRUED-TOTAL         pic s9(11)v9(06) comp-3
                                        value 0.

       01  WS-REPORT-HEADING.
           05  FILLER                   pic x(13) value "COMPONENT-1".
           05  FILLER                   pic x(11) value "RATE %".
           05  FILLER                   pic x(06) value "DAYS".
           05  FILLER                   pic x(14) value "BASE".
           05  FILLER                   pic x(18)
                                        value "INTEREST TODAY".
           05  FILLER                   pic x(18)
                                        value "PERIOD TO DATE".

       01  WS-REPORT-DETAIL.
           05  WS-RPT-COMPONENT-1       pic x(10).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-RATE              pic z9.99999.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-DAYS              pic zzzz9.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-BASE              pic z(9)9.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-INTEREST          pic -(8)9.999999.
           05  FILLER                   pic x(01) value spaces.
           05  WS-RPT-ACCRUED           pic -(8)9.999999.

       01  WS-REPORT-TOTAL.
           05  WS-RPT-TOTAL-LABEL       pic x(44).
           05  WS-RPT-TOTAL-INTEREST    pic -(10)9.999999.
           05  FILLER                   pic x(01) value spaces.
           05  WS-RPT-TOTAL-ACCRUED     pic -(10)9.999999.

       LINKAGE SECTION.
       COPY DANOCTL.

       PROCEDURE DIVISION USING LK-CONTROL.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOACCR" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           IF LK-BUSINESS-DATE = SPACES
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE LK-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-ACCRUE-ACCOUNT  THRU 2000-EXIT
               UNTIL WS-ACCRUE-DONE
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - the period this date accrues into, the     *
      *                    rate table, this period's running          *
      *                    accruals, then the master                  *
      *****************************************************************
       1000-INITIALIZE.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)

           PERFORM 1100-FIND-PERIOD THRU 1100-EXIT

           PERFORM 1200-LOAD-RATES THRU 1200-EXIT
           IF WS-RATE-COUNT = 0
               DISPLAY "DANOACCR: NO DANORATE RATE TABLE ON HAND - "
                       "NOTHING ACCRUES TONIGHT"
               SET WS-ACCRUE-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1300-LOAD-ACCRUALS THRU 1300-EXIT
           IF WS-ACCRUE-DONE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
               DISPLAY "DANOACCR: OPEN TYPE1MST FAILED, STATUS "
                       WS-TYPE1M-STATUS
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "OPEN TYPE1MST FAILED" TO WS-ALERT-MESSAGE
               MOVE WS-TYPE1M-STATUS TO WS-ALERT-MESSAGE(22:2)
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               MOVE 16 TO RETURN-CODE
               SET WS-ACCRUE-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-MASTER-IS-OPEN TO TRUE

           OPEN OUTPUT ACCRUAL-REPORT-FILE
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING "DANOACCR INTEREST ACCRUAL FOR " WS-BUSINESS-DATE
                  "   PERIOD ENDING " WS-PERIOD
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-LINE
           DISPLAY ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE WS-REPORT-HEADING TO ACCRUAL-REPORT-LINE
           DISPLAY ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE

           PERFORM 1010-READ-MASTER THRU 1010-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1010-READ-MASTER                                             *
      *****************************************************************
       1010-READ-MASTER.
           READ TYPE1-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-TYPE1M-EOF TO TRUE
                   SET WS-ACCRUE-DONE TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1100-FIND-PERIOD - the earliest "E" date on or after the     *
      *                     business date closes the period tonight's *
      *                     accrual belongs to                        *
      *****************************************************************
       1100-FIND-PERIOD.
           MOVE WS-NO-PERIOD TO WS-PERIOD
           PERFORM 8900-LOAD-CALENDAR THRU 8900-EXIT
           IF NOT WS-CALENDAR-LOADED
               DISPLAY "DANOACCR: NO DANOCAL CALENDAR ON HAND - "
                       "ACCRUALS HELD UNDER PERIOD " WS-NO-PERIOD
               GO TO 1100-EXIT
           END-IF
           PERFORM VARYING WS-CALENDAR-SUB FROM 1 BY 1
                   UNTIL WS-CALENDAR-SUB > WS-CALENDAR-COUNT
               IF WS-CAL-ENTRY-TYPE(WS-CALENDAR-SUB) = "E"
                AND WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                        NOT < WS-BUSINESS-DATE
                AND WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB) < WS-PERIOD
                   MOVE WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                       TO WS-PERIOD
               END-IF
           END-PERFORM
           IF WS-PERIOD = WS-NO-PERIOD
               DISPLAY "DANOACCR: NO PERIOD-END DATE ON THE CALENDAR "
                       "AFTER " WS-BUSINESS-DATE " - ACCRUALS HELD "
                       "UNDER PERIOD " WS-NO-PERIOD
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "NO PERIOD-END DATE AHEAD ON DANOCAL"
                   TO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-RATES                                              *
      *****************************************************************
       1200-LOAD-RATES.
           OPEN INPUT RATE-TABLE-FILE
           IF NOT WS-RATE-OK
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-RATE THRU 1210-EXIT
           PERFORM 1220-STORE-RATE THRU 1220-EXIT
               UNTIL WS-RATE-EOF
           CLOSE RATE-TABLE-FILE.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1210-READ-RATE                                               *
      *****************************************************************
       1210-READ-RATE.
           READ RATE-TABLE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1220-STORE-RATE - a malformed entry is reported and skipped, *
      *                    never guessed at                           *
      *****************************************************************
       1220-STORE-RATE.
           IF (RTE-SELECT-TYPE NOT = "R" AND RTE-SELECT-TYPE NOT = "C")
            OR RTE-ANNUAL-RATE NOT NUMERIC
            OR RTE-LOW-KEY = SPACES
               DISPLAY "DANOACCR: DANORATE ENTRY '" RATE-TABLE-RECORD
                       "' IS NOT VALID - SKIPPED"
               GO TO 1220-NEXT
           END-IF
           IF WS-RATE-COUNT NOT < WS-RATE-CAPACITY
               DISPLAY "DANOACCR: MORE THAN " WS-RATE-CAPACITY
                       " DANORATE ENTRIES - " RTE-DESCRIPTION
                       " NOT LOADED"
               GO TO 1220-NEXT
           END-IF

           ADD 1 TO WS-RATE-COUNT
           MOVE RTE-SELECT-TYPE TO WS-RTE-SELECT-TYPE(WS-RATE-COUNT)
           MOVE RTE-LOW-KEY     TO WS-RTE-LOW-KEY(WS-RATE-COUNT)
           MOVE RTE-HIGH-KEY    TO WS-RTE-HIGH-KEY(WS-RATE-COUNT)
           MOVE RTE-ANNUAL-RATE TO WS-RTE-ANNUAL-RATE(WS-RATE-COUNT)
           IF RTE-DAY-BASIS NUMERIC AND RTE-DAY-BASIS > 0
               MOVE RTE-DAY-BASIS TO WS-RTE-DAY-BASIS(WS-RATE-COUNT)
           ELSE
               MOVE 365 TO WS-RTE-DAY-BASIS(WS-RATE-COUNT)
           END-IF
           MOVE 0 TO WS-CLASS-LENGTH
           INSPECT RTE-LOW-KEY TALLYING WS-CLASS-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WS-CLASS-LENGTH TO WS-RTE-CLASS-LENGTH(WS-RATE-COUNT).
       1220-NEXT.
           PERFORM 1210-READ-RATE THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-ACCRUALS - this period's open records come into    *
      *                       the table (an open record parked under  *
      *                       99999999 is adopted by the first period *
      *                       the calendar can name); every other     *
      *                       record is set aside on TYPE1ACW to be   *
      *                       written back untouched.  A TYPE1ACR     *
      *                       that is there but will not open stops   *
      *                       the step - starting from zero would     *
      *                       write every other period's records off  *
      *****************************************************************
       1300-LOAD-ACCRUALS.
           OPEN OUTPUT ACCRUAL-WORK-FILE
           IF NOT WS-ACCWORK-OK
               DISPLAY "DANOACCR: OPEN TYPE1ACW FAILED, STATUS "
                       WS-ACCWORK-STATUS
               MOVE "OPEN TYPE1ACW FAILED" TO WS-ALERT-MESSAGE
               MOVE WS-ACCWORK-STATUS TO WS-ALERT-MESSAGE(22:2)
               GO TO 1300-REFUSE
           END-IF
           SET WS-ACCWORK-IS-OPEN TO TRUE
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = "35"
               DISPLAY "DANOACCR: NO TYPE1ACR ON HAND - FIRST "
                       "ACCRUAL, EVERY ACCOUNT STARTS FROM ZERO"
               GO TO 1300-EXIT
           END-IF
           IF NOT WS-ACCRUAL-OK
               DISPLAY "DANOACCR: OPEN TYPE1ACR FAILED, STATUS "
                       WS-ACCRUAL-STATUS
               MOVE "OPEN TYPE1ACR FAILED" TO WS-ALERT-MESSAGE
               MOVE WS-ACCRUAL-STATUS TO WS-ALERT-MESSAGE(22:2)
               CLOSE ACCRUAL-WORK-FILE
               MOVE "N" TO WS-ACCWORK-OPEN-SWITCH
               GO TO 1300-REFUSE
           END-IF
           PERFORM 1310-READ-ACCRUAL THRU 1310-EXIT
           PERFORM 1320-STORE-ACCRUAL THRU 1320-EXIT
               UNTIL WS-ACCRUAL-EOF
           CLOSE ACCRUAL-FILE
           GO TO 1300-EXIT.

       1300-REFUSE.
           MOVE "F" TO WS-ALERT-SEVERITY
           PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
           MOVE 16 TO RETURN-CODE
           SET WS-ACCRUE-DONE TO TRUE.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1310-READ-ACCRUAL                                            *
      *****************************************************************
       1310-READ-ACCRUAL.
           READ ACCRUAL-FILE
               AT END
                   SET WS-ACCRUAL-EOF TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      *****************************************************************
      *  1320-STORE-ACCRUAL                                           *
      *****************************************************************
       1320-STORE-ACCRUAL.
           IF ACR-STATUS NOT = "O"
            OR (ACR-PERIOD NOT = WS-PERIOD
                AND ACR-PERIOD NOT = WS-NO-PERIOD)
            OR WS-ACCRUAL-COUNT NOT < WS-ACCRUAL-CAPACITY
               IF ACR-STATUS = "O"
                AND (ACR-PERIOD = WS-PERIOD
                     OR ACR-PERIOD = WS-NO-PERIOD)
                AND NOT WS-ACCRUAL-TABLE-FULL
                   SET WS-ACCRUAL-TABLE-FULL TO TRUE
                   DISPLAY "DANOACCR: MORE THAN " WS-ACCRUAL-CAPACITY
                           " OPEN ACCRUALS - ACCOUNTS PAST CAPACITY "
                           "DO NOT ACCRUE TONIGHT"
               END-IF
               WRITE ACCRUAL-WORK-RECORD FROM ACCRUAL-RECORD
               GO TO 1320-NEXT
           END-IF

           ADD 1 TO WS-ACCRUAL-COUNT
           MOVE ACR-COMPONENT-1
               TO WS-ACC-COMPONENT-1(WS-ACCRUAL-COUNT)
           MOVE ACR-LAST-ACCRUAL-DATE
               TO WS-ACC-LAST-DATE(WS-ACCRUAL-COUNT)
           MOVE ACR-DAYS      TO WS-ACC-DAYS(WS-ACCRUAL-COUNT)
           MOVE ACR-LAST-RATE TO WS-ACC-LAST-RATE(WS-ACCRUAL-COUNT)
           MOVE ACR-LAST-BASE TO WS-ACC-LAST-BASE(WS-ACCRUAL-COUNT)
           MOVE ACR-ACCRUED   TO WS-ACC-ACCRUED(WS-ACCRUAL-COUNT).
       1320-NEXT.
           PERFORM 1310-READ-ACCRUAL THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *****************************************************************
      *  2000-ACCRUE-ACCOUNT - one master: rate, days since it last   *
      *                        accrued, interest, running total       *
      *****************************************************************
       2000-ACCRUE-ACCOUNT.
           ADD 1 TO WS-MASTERS-READ

           PERFORM 2100-FIND-RATE THRU 2100-EXIT
           IF WS-RATE-HIT-SUB = 0
               ADD 1 TO WS-NO-RATE-COUNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2200-FIND-ACCRUAL THRU 2200-EXIT
           IF WS-ACCRUAL-HIT-SUB = 0
               ADD 1 TO WS-NOT-TRACKED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF WS-ACC-LAST-DATE(WS-ACCRUAL-HIT-SUB) = SPACES
               MOVE 1 TO WS-ACCRUAL-DAYS
           ELSE
               MOVE WS-ACC-LAST-DATE(WS-ACCRUAL-HIT-SUB)
                   TO WS-LAST-DATE-NUM
               COMPUTE WS-LAST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-NUM)
               IF WS-LAST-INTEGER NOT < WS-BUSINESS-INTEGER
                   ADD 1 TO WS-ALREADY-CURRENT
                   GO TO 2000-NEXT
               END-IF
               COMPUTE WS-ACCRUAL-DAYS =
                   WS-BUSINESS-INTEGER - WS-LAST-INTEGER
           END-IF

           MOVE COMPONENT-2 OF TYPE1M-RECORD TO WS-BALANCE
           COMPUTE WS-INTEREST-TODAY ROUNDED =
               WS-BALANCE * WS-RTE-ANNUAL-RATE(WS-RATE-HIT-SUB)
                          * WS-ACCRUAL-DAYS
                          / (100 * WS-RTE-DAY-BASIS(WS-RATE-HIT-SUB))

           ADD WS-INTEREST-TODAY
               TO WS-ACC-ACCRUED(WS-ACCRUAL-HIT-SUB)
           ADD WS-ACCRUAL-DAYS TO WS-ACC-DAYS(WS-ACCRUAL-HIT-SUB)
           MOVE WS-BUSINESS-DATE
               TO WS-ACC-LAST-DATE(WS-ACCRUAL-HIT-SUB)
           MOVE WS-RTE-ANNUAL-RATE(WS-RATE-HIT-SUB)
               TO WS-ACC-LAST-RATE(WS-ACCRUAL-HIT-SUB)
           MOVE WS-BALANCE TO WS-ACC-LAST-BASE(WS-ACCRUAL-HIT-SUB)

           ADD 1 TO WS-ACCOUNTS-ACCRUED
           ADD WS-INTEREST-TODAY TO WS-INTEREST-TOTAL

           MOVE COMPONENT-1 OF TYPE1M-RECORD TO WS-RPT-COMPONENT-1
           MOVE WS-RTE-ANNUAL-RATE(WS-RATE-HIT-SUB) TO WS-RPT-RATE
           MOVE WS-ACCRUAL-DAYS   TO WS-RPT-DAYS
           MOVE WS-BALANCE        TO WS-RPT-BASE
           MOVE WS-INTEREST-TODAY TO WS-RPT-INTEREST
           MOVE WS-ACC-ACCRUED(WS-ACCRUAL-HIT-SUB) TO WS-RPT-ACCRUED
           MOVE WS-REPORT-DETAIL  TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE.

       2000-NEXT.
           PERFORM 1010-READ-MASTER THRU 1010-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-FIND-RATE - first matching DANORATE entry, file order   *
      *****************************************************************
       2100-FIND-RATE.
           MOVE 0 TO WS-RATE-HIT-SUB
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                      OR WS-RATE-HIT-SUB > 0
               IF WS-RTE-SELECT-TYPE(WS-RATE-SUB) = "R"
                AND COMPONENT-1 OF TYPE1M-RECORD
                        NOT < WS-RTE-LOW-KEY(WS-RATE-SUB)
                AND COMPONENT-1 OF TYPE1M-RECORD
                        NOT > WS-RTE-HIGH-KEY(WS-RATE-SUB)
                   MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB
               END-IF
               IF WS-RTE-SELECT-TYPE(WS-RATE-SUB) = "C"
                AND COMPONENT-1 OF TYPE1M-RECORD
                        (1:WS-RTE-CLASS-LENGTH(WS-RATE-SUB))
                  = WS-RTE-LOW-KEY(WS-RATE-SUB)
                        (1:WS-RTE-CLASS-LENGTH(WS-RATE-SUB))
                   MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB
               END-IF
           END-PERFORM.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-FIND-ACCRUAL - this period's running slot for the       *
      *                      account, opened at zero on first sight   *
      *****************************************************************
       2200-FIND-ACCRUAL.
           MOVE 0 TO WS-ACCRUAL-HIT-SUB
           PERFORM VARYING WS-ACCRUAL-SUB FROM 1 BY 1
                   UNTIL WS-ACCRUAL-SUB > WS-ACCRUAL-COUNT
                      OR WS-ACCRUAL-HIT-SUB > 0
               IF WS-ACC-COMPONENT-1(WS-ACCRUAL-SUB)
                       = COMPONENT-1 OF TYPE1M-RECORD
                   MOVE WS-ACCRUAL-SUB TO WS-ACCRUAL-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-ACCRUAL-HIT-SUB > 0
               GO TO 2200-EXIT
           END-IF

           IF WS-ACCRUAL-COUNT NOT < WS-ACCRUAL-CAPACITY
               IF NOT WS-ACCRUAL-TABLE-FULL
                   SET WS-ACCRUAL-TABLE-FULL TO TRUE
                   DISPLAY "DANOACCR: MORE THAN " WS-ACCRUAL-CAPACITY
                           " OPEN ACCRUALS - ACCOUNTS PAST CAPACITY "
                           "DO NOT ACCRUE TONIGHT"
               END-IF
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-ACCRUAL-COUNT
           MOVE WS-ACCRUAL-COUNT TO WS-ACCRUAL-HIT-SUB
           MOVE COMPONENT-1 OF TYPE1M-RECORD
               TO WS-ACC-COMPONENT-1(WS-ACCRUAL-HIT-SUB)
           MOVE SPACES TO WS-ACC-LAST-DATE(WS-ACCRUAL-HIT-SUB)
           MOVE 0      TO WS-ACC-DAYS(WS-ACCRUAL-HIT-SUB)
           MOVE 0      TO WS-ACC-LAST-RATE(WS-ACCRUAL-HIT-SUB)
           MOVE 0      TO WS-ACC-LAST-BASE(WS-ACCRUAL-HIT-SUB)
           MOVE 0      TO WS-ACC-ACCRUED(WS-ACCRUAL-HIT-SUB).
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - the period's slots go back on TYPE1ACR with *
      *                   everything set aside, then the report       *
      *                   totals and the standard control trailer     *
      *****************************************************************
       3000-TERMINATE.
           IF NOT WS-MASTER-IS-OPEN
               IF WS-ACCWORK-IS-OPEN
                   CLOSE ACCRUAL-WORK-FILE
               END-IF
               GO TO 3000-EXIT
           END-IF
           CLOSE TYPE1-MASTER-FILE

           PERFORM 3100-WRITE-ONE-SLOT THRU 3100-EXIT
               VARYING WS-ACCRUAL-SUB FROM 1 BY 1
               UNTIL WS-ACCRUAL-SUB > WS-ACCRUAL-COUNT
           CLOSE ACCRUAL-WORK-FILE
           PERFORM 3200-REPLACE-ACCRUALS THRU 3200-EXIT

           MOVE SPACES TO WS-REPORT-TOTAL
           MOVE "  TOTAL" TO WS-RPT-TOTAL-LABEL
           MOVE WS-INTEREST-TOTAL TO WS-RPT-TOTAL-INTEREST
           MOVE WS-ACCRUED-TOTAL  TO WS-RPT-TOTAL-ACCRUED
           MOVE WS-REPORT-TOTAL TO ACCRUAL-REPORT-LINE
           DISPLAY ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           CLOSE ACCRUAL-REPORT-FILE

           DISPLAY "  ------------------------------------------"
           DISPLAY "  ACCOUNTS READ  . . . . . . " WS-MASTERS-READ
           DISPLAY "  ACCOUNTS ACCRUED . . . . . " WS-ACCOUNTS-ACCRUED
           DISPLAY "  ALREADY ACCRUED TODAY  . . " WS-ALREADY-CURRENT
           DISPLAY "  NO RATE ON DANORATE  . . . " WS-NO-RATE-COUNT
           DISPLAY "  NOT TRACKED (TABLE FULL) . " WS-NOT-TRACKED-COUNT
           DISPLAY "=============================================="

           MOVE WS-PROGRAM-NAME     TO CTL-PROGRAM-NAME
           MOVE WS-MASTERS-READ     TO CTL-RECORDS-READ
           COMPUTE CTL-RECORDS-SET-OK =
               WS-ACCOUNTS-ACCRUED + WS-ALREADY-CURRENT
           COMPUTE CTL-RECORDS-REJECTED =
               WS-NO-RATE-COUNT + WS-NOT-TRACKED-COUNT
           MOVE WS-INTEREST-TOTAL   TO CTL-HASH-TOTAL
           PERFORM 8600-PRINT-CONTROL-REPORT THRU 8600-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-WRITE-ONE-SLOT                                          *
      *****************************************************************
       3100-WRITE-ONE-SLOT.
           MOVE SPACES TO ACCRUAL-RECORD
           MOVE WS-PERIOD TO ACR-PERIOD
           MOVE WS-ACC-COMPONENT-1(WS-ACCRUAL-SUB) TO ACR-COMPONENT-1
           MOVE "O" TO ACR-STATUS
           MOVE WS-ACC-LAST-DATE(WS-ACCRUAL-SUB)
               TO ACR-LAST-ACCRUAL-DATE
           MOVE WS-ACC-DAYS(WS-ACCRUAL-SUB)      TO ACR-DAYS
           MOVE WS-ACC-LAST-RATE(WS-ACCRUAL-SUB) TO ACR-LAST-RATE
           MOVE WS-ACC-LAST-BASE(WS-ACCRUAL-SUB) TO ACR-LAST-BASE
           MOVE WS-ACC-ACCRUED(WS-ACCRUAL-SUB)   TO ACR-ACCRUED
           MOVE 0 TO ACR-POSTED-AMOUNT
           WRITE ACCRUAL-WORK-RECORD FROM ACCRUAL-RECORD
           ADD WS-ACC-ACCRUED(WS-ACCRUAL-SUB) TO WS-ACCRUED-TOTAL.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-REPLACE-ACCRUALS - TYPE1ACW becomes TYPE1ACR; TYPE1ACR  *
      *                          is only opened OUTPUT once TYPE1ACW  *
      *                          has opened INPUT                     *
      *****************************************************************
       3200-REPLACE-ACCRUALS.
           OPEN INPUT ACCRUAL-WORK-FILE
           IF NOT WS-ACCWORK-OK
               DISPLAY "DANOACCR: REOPEN TYPE1ACW FAILED, STATUS "
                       WS-ACCWORK-STATUS " - TYPE1ACR NOT REPLACED"
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "TYPE1ACR NOT REPLACED" TO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           OPEN OUTPUT ACCRUAL-FILE
           IF NOT WS-ACCRUAL-OK
               DISPLAY "DANOACCR: OPEN OUTPUT TYPE1ACR FAILED, STATUS "
                       WS-ACCRUAL-STATUS
               DISPLAY "DANOACCR: TYPE1ACW HOLDS TONIGHT'S ACCRUALS"
               CLOSE ACCRUAL-WORK-FILE
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "TYPE1ACR NOT REPLACED" TO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-READ-ACCWORK THRU 3210-EXIT
           PERFORM 3220-COPY-ACCWORK THRU 3220-EXIT
               UNTIL WS-ACCWORK-EOF
           CLOSE ACCRUAL-FILE
           CLOSE ACCRUAL-WORK-FILE.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-READ-ACCWORK                                            *
      *****************************************************************
       3210-READ-ACCWORK.
           READ ACCRUAL-WORK-FILE
               AT END
                   SET WS-ACCWORK-EOF TO TRUE
           END-READ.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3220-COPY-ACCWORK                                            *
      *****************************************************************
       3220-COPY-ACCWORK.
           WRITE ACCRUAL-RECORD FROM ACCRUAL-WORK-RECORD
           PERFORM 3210-READ-ACCWORK THRU 3210-EXIT.
       3220-EXIT.
           EXIT.

       COPY DANOCAPD.
       COPY CTLRPTPD.
       COPY DANOALPD.
