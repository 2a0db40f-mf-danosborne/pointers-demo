      *****************************************************************
      *  PROGRAM-ID.  DANOSTMT                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-09-16.                                     *
      *                                                                *
      *  Period-end statement step for the DANODRV pipeline, run     *
      *  straight after DANOCLSE.  DANOCLSE snapshots the closing     *
      *  balances to TYPE1PBL, but statements were still put together *
      *  by hand from DANOHIST screens.  On a cycle whose              *
      *  LK-BUSINESS-DATE is a DANOCAL "E" day this step writes one   *
      *  statement for every component-1 with a closing balance on    *
      *  TYPE1PBL for the period:                                      *
      *      - the opening balance - the account's balance at its     *
      *        prior TYPE1PBL period end (zero, and a statement from  *
      *        the beginning, for an account with none),               *
      *      - every TYPE3MST transaction dated after that period end *
      *        and up to this one, in date order,                     *
      *      - the closing balance.                                    *
      *  Each statement goes two ways:                                 *
      *      STMTRPT  the print image, and                             *
      *      STMTVND  the fixed-layout interface file for the mailing *
      *               vendor (layout below).                           *
      *  Every statement is proved - opening plus the period's         *
      *  transactions must equal closing - and the accounts that do   *
      *  not prove are listed at the end of STMTRPT and raised as a   *
      *  DANOALRT warning.  A proof failure does not stop the run;    *
      *  the statements still go to the vendor, the list says which   *
      *  balances moved by some route other than TYPE3MST.             *
      *  On any other day type the step reports nothing to do and    *
      *  ends RC 0, the same as DANOCLSE.                              *
      *  A rerun of the close appends a second snapshot for the       *
      *  period; the latest one read for an account is the one used. *
      *  A past period's statements are reprinted on a night that is  *
      *  not a period end by keying that period's "E" date in cols    *
      *  1-8 of the DANOSTRQ card.  A reprint writes STMTRPT only -   *
      *  the vendor has had STMTVND - and reads the period's          *
      *  transactions from the TYPE3ARC archives as well as TYPE3MST, *
      *  so a period DANOYEND has since archived reprints in full.    *
      *  The card is emptied once read; on a period-end night it is   *
      *  left for the next night.                                     *
      *  STMTVND layout, 80-byte fixed records, numerics display      *
      *  with a leading separate sign where signed:                    *
      *      H  file header - period end, run date                    *
      *      A  account     - component-1, period from/to, opening    *
      *      T  transaction - component-1, date, amount                *
      *      C  closing     - component-1, closing, transaction       *
      *                       count and total, proof flag Y/N         *
      *      Z  trailer     - statements, transactions, closing total *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-16  DLO   Initial version.                          *
      *    2026-10-14  DLO   A DANOSTRQ card on a night that is not    *
      *                      a period end reprints a closed period's   *
      *                      statements to STMTRPT (no STMTVND),       *
      *                      its transactions read from the            *
      *                      TYPE3ARC archives as well as TYPE3MST.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOSTMT.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-09-16.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-BALANCE-FILE ASSIGN TO "TYPE1PBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           COPY TYPE3MSL.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATEMENT-VENDOR-FILE ASSIGN TO "STMTVND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT STATEMENT-REQUEST-FILE ASSIGN TO "DANOSTRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           COPY DANOTASL.
           COPY DANOCASL.
           COPY CTLRPTSL.
           COPY DANOALSL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-BALANCE-RECORD.
           05  PBL-PERIOD               pic x(08).
      *                                      *> the closing E date
           05  PBL-COMPONENT-1          pic x(10).
           05  PBL-BALANCE              pic 9(09).

       COPY TYPE3MFD.

       FD  STATEMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-REPORT-LINE        pic x(90).

       FD  STATEMENT-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-VENDOR-RECORD.
           05  STV-RECORD-TYPE          pic x(01).
           05  STV-DATA                 pic x(79).
       01  STV-HEADER-RECORD.
           05  FILLER                   pic x(01).
           05  STV-HDR-PERIOD-END       pic x(08).
           05  STV-HDR-RUN-DATE         pic x(08).
           05  FILLER                   pic x(63).
       01  STV-ACCOUNT-RECORD.
           05  FILLER                   pic x(01).
           05  STV-ACT-COMPONENT-1      pic x(10).
           05  STV-ACT-PERIOD-FROM      pic x(08).
      *                                      *> blank on a first
      *                                      *> statement
           05  STV-ACT-PERIOD-TO        pic x(08).
           05  STV-ACT-OPENING          pic 9(10).
           05  FILLER                   pic x(43).
       01  STV-TRANSACTION-RECORD.
           05  FILLER                   pic x(01).
           05  STV-TRN-COMPONENT-1      pic x(10).
           05  STV-TRN-DATE             pic x(08).
           05  STV-TRN-AMOUNT           pic s9(09)v99
                                        sign leading separate.
           05  FILLER                   pic x(49).
       01  STV-CLOSING-RECORD.
           05  FILLER                   pic x(01).
           05  STV-CLS-COMPONENT-1      pic x(10).
           05  STV-CLS-CLOSING          pic 9(10).
           05  STV-CLS-TRANS-COUNT      pic 9(05).
           05  STV-CLS-TRANS-TOTAL      pic s9(11)v99
                                        sign leading separate.
           05  STV-CLS-PROVED           pic x(01).
           05  FILLER                   pic x(39).
       01  STV-TRAILER-RECORD.
           05  FILLER                   pic x(01).
           05  STV-TRL-STATEMENTS       pic 9(09).
           05  STV-TRL-TRANSACTIONS     pic 9(09).
           05  STV-TRL-CLOSING-TOTAL    pic 9(13).
           05  FILLER                   pic x(48).

       FD  STATEMENT-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-REQUEST-RECORD.
           05  STQ-PERIOD-END           pic x(08).
      *                                      *> the "E" date to reprint
           05  FILLER                   pic x(72).

       COPY DANOTAFD.
       COPY DANOCAFD.
       COPY CTLRPTFD.
       COPY DANOALFD.

       WORKING-STORAGE SECTION.
       COPY DANOTAWS.
       COPY DANOCAWS.
       COPY CTLRPTWS.
       COPY DANOALWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-PERIOD-STATUS         pic x(02).
               88  WS-PERIOD-OK                  value "00".
               88  WS-PERIOD-EOF                 value "10".
           05  WS-TYPE3M-STATUS         pic x(02).
               88  WS-TYPE3M-OK                  value "00".
               88  WS-TYPE3M-EOF                 value "10".
           05  WS-REPORT-STATUS         pic x(02).
           05  WS-VENDOR-STATUS         pic x(02).
           05  WS-REQUEST-STATUS        pic x(02).
           05  WS-REPRINT-SWITCH        pic x(01) value "N".
               88  WS-REPRINT-RUN                 value "Y".
           05  WS-STATEMENTS-DONE-SWITCH pic x(01) value "N".
               88  WS-STATEMENTS-DONE             value "Y".
           05  WS-FILES-OPEN-SWITCH     pic x(01) value "N".
               88  WS-FILES-ARE-OPEN              value "Y".
           05  WS-TYPE3M-OPEN-SWITCH    pic x(01) value "N".
               88  WS-TYPE3M-IS-OPEN              value "Y".
           05  WS-ACCOUNT-TRANS-SWITCH  pic x(01).
               88  WS-ACCOUNT-TRANS-DONE          value "Y".

      *    one slot per account on TYPE1PBL: the latest period end
      *    before this one and its balance, and this period's
      *    closing balance when the account has one
       01  WS-ACCOUNT-TABLE-LIMITS.
           05  WS-ACCOUNT-CAPACITY      pic 9(4) comp value 9999.
           05  WS-ACCOUNT-COUNT         pic 9(4) comp value 0.
           05  WS-ACCOUNT-SUB           pic 9(4) comp.
           05  WS-ACCOUNT-HIT-SUB       pic 9(4) comp.
           05  WS-ACCOUNT-FULL-SWITCH   pic x(01) value "N".
               88  WS-ACCOUNT-TABLE-FULL          value "Y".
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY         occurs 9999 times.
               10  WS-ACT-COMPONENT-1   pic x(10).
               10  WS-ACT-PRIOR-PERIOD  pic x(08).
               10  WS-ACT-PRIOR-BALANCE pic 9(09) comp.
               10  WS-ACT-CLOSING-SWITCH pic x(01).
                   88  WS-ACT-HAS-CLOSING         value "Y".
               10  WS-ACT-CLOSING       pic 9(09) comp.

      *    accounts that did not prove, listed after the statements
       01  WS-PROOF-TABLE-LIMITS.
           05  WS-PROOF-CAPACITY        pic 9(4) comp value 500.
           05  WS-PROOF-COUNT           pic 9(4) comp value 0.
           05  WS-PROOF-SUB             pic 9(4) comp.
       01  WS-PROOF-TABLE.
           05  WS-PROOF-ENTRY           occurs 500 times.
               10  WS-PRF-COMPONENT-1   pic x(10).
               10  WS-PRF-OPENING       pic 9(09).
               10  WS-PRF-TRANS-TOTAL   pic s9(11)v99.
               10  WS-PRF-CLOSING       pic 9(09).

       01  WS-STATEMENT-WORK.
           05  WS-RUN-DATE              pic x(08).
           05  WS-PERIOD-END            pic x(08).
           05  WS-PERIOD-FROM           pic x(08).
           05  WS-PRIOR-DATE-NUM        pic 9(08).
           05  WS-FROM-DATE-NUM         pic 9(08).
           05  WS-DATE-INTEGER          pic 9(09) comp.
           05  WS-TRANS-COUNT           pic 9(05) comp.
           05  WS-TRANS-TOTAL           pic s9(11)v99 comp-3.
           05  WS-PROVED-BALANCE        pic s9(13)v99 comp-3.

       01  WS-STATEMENT-COUNTS.
           05  WS-STATEMENTS-WRITTEN    pic 9(09) comp value 0.
           05  WS-STATEMENTS-PROVED     pic 9(09) comp value 0.
           05  WS-PROOF-FAILURES        pic 9(09) comp value 0.
           05  WS-TRANSACTIONS-LISTED   pic 9(09) comp value 0.
           05  WS-CLOSING-TOTAL         pic 9(13) comp value 0.

       01  WS-EDITED-COUNTS.
           05  WS-EDIT-WRITTEN          pic z(8)9.
           05  WS-EDIT-PROVED           pic z(8)9.
           05  WS-EDIT-FAILURES         pic z(8)9.

       01  WS-RPT-ACCOUNT-LINE.
           05  FILLER                   pic x(19)
                                        value "STATEMENT  ACCOUNT ".
           05  WS-RPT-COMPONENT-1       pic x(10).
           05  FILLER                   pic x(09) value "  PERIOD ".
           05  WS-RPT-PERIOD-FROM       pic x(15).
           05  FILLER                   pic x(04) value " TO ".
           05  WS-RPT-PERIOD-TO         pic x(08).

       01  WS-RPT-BALANCE-LINE.
           05  FILLER                   pic x(04) value spaces.
           05  WS-RPT-BALANCE-LABEL     pic x(24).
           05  WS-RPT-BALANCE           pic z(12)9.

       01  WS-RPT-TRANSACTION-LINE.
           05  FILLER                   pic x(06) value spaces.
           05  WS-RPT-TRANS-DATE        pic x(08).
           05  FILLER                   pic x(10) value spaces.
           05  WS-RPT-TRANS-AMOUNT      pic -(11)9.99.

       01  WS-RPT-PROOF-LINE.
           05  FILLER                   pic x(04) value spaces.
           05  WS-RPT-PRF-COMPONENT-1   pic x(10).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-PRF-OPENING       pic z(9)9.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-PRF-TRANS-TOTAL   pic -(11)9.99.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-PRF-CLOSING       pic z(9)9.

       LINKAGE SECTION.
       COPY DANOCTL.

       PROCEDURE DIVISION USING LK-CONTROL.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOSTMT" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-WRITE-STATEMENT THRU 2000-EXIT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                  OR WS-STATEMENTS-DONE
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - only an "E" business date has statements;  *
      *                    anything else (or no calendar at all) is a *
      *                    quiet RC 0 pass-through                    *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 8900-LOAD-CALENDAR THRU 8900-EXIT
           IF NOT WS-CALENDAR-LOADED
               DISPLAY "DANOSTMT: NO DANOCAL CALENDAR ON HAND - "
                       "STATEMENT RUN SKIPPED"
               SET WS-STATEMENTS-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE LK-BUSINESS-DATE TO WS-PERIOD-END
           MOVE LK-BUSINESS-DATE TO WS-CAL-LOOKUP-DATE
           PERFORM 8910-FIND-CALENDAR-DATE THRU 8910-EXIT
           IF WS-CAL-LOOKUP-TYPE NOT = "E"
               PERFORM 1050-READ-REPRINT-CARD THRU 1050-EXIT
           END-IF
           IF WS-CAL-LOOKUP-TYPE NOT = "E"
            AND NOT WS-REPRINT-RUN
               DISPLAY "DANOSTMT: " LK-BUSINESS-DATE
                       " IS NOT A PERIOD-END DATE (TYPE "
                       WS-CAL-LOOKUP-TYPE ") - NO STATEMENTS"
               SET WS-STATEMENTS-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LOAD-BALANCES THRU 1100-EXIT
           IF WS-ACCOUNT-COUNT = 0
               DISPLAY "DANOSTMT: NO TYPE1PBL BALANCES ON HAND - "
                       "NO STATEMENTS"
               SET WS-STATEMENTS-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TYPE3-MASTER-FILE
           IF WS-TYPE3M-OK
               SET WS-TYPE3M-IS-OPEN TO TRUE
           ELSE
               DISPLAY "DANOSTMT: NO TYPE3MST ON HAND, STATUS "
                       WS-TYPE3M-STATUS " - STATEMENTS CARRY NO "
                       "TRANSACTIONS"
           END-IF

           OPEN OUTPUT STATEMENT-REPORT-FILE
           IF NOT WS-REPRINT-RUN
               OPEN OUTPUT STATEMENT-VENDOR-FILE
           END-IF
           SET WS-FILES-ARE-OPEN TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO STATEMENT-VENDOR-RECORD
           MOVE "H" TO STV-RECORD-TYPE
           MOVE WS-PERIOD-END    TO STV-HDR-PERIOD-END
           MOVE WS-RUN-DATE      TO STV-HDR-RUN-DATE
           PERFORM 2900-WRITE-VENDOR-RECORD THRU 2900-EXIT

           MOVE SPACES TO STATEMENT-REPORT-LINE
           IF WS-REPRINT-RUN
               PERFORM 8970-LOAD-ARCHIVE-CATALOG THRU 8970-EXIT
               STRING "DANOSTMT STATEMENT REPRINT FOR PERIOD ENDING "
                      WS-PERIOD-END
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           ELSE
               STRING "DANOSTMT PERIOD-END STATEMENTS FOR PERIOD "
                      "ENDING " WS-PERIOD-END
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           END-IF
           DISPLAY STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1050-READ-REPRINT-CARD - a reprint is only of a period that  *
      *                           has closed: an "E" date before      *
      *                           tonight.  Once read the card is     *
      *                           emptied, good or bad, so it is not  *
      *                           acted on again                      *
      *****************************************************************
       1050-READ-REPRINT-CARD.
           OPEN INPUT STATEMENT-REQUEST-FILE
           IF NOT WS-REQUEST-STATUS = "00"
               GO TO 1050-EXIT
           END-IF
           READ STATEMENT-REQUEST-FILE
               AT END
                   MOVE SPACES TO STATEMENT-REQUEST-RECORD
           END-READ
           CLOSE STATEMENT-REQUEST-FILE
           IF STQ-PERIOD-END = SPACES
               GO TO 1050-EXIT
           END-IF
           OPEN OUTPUT STATEMENT-REQUEST-FILE
           CLOSE STATEMENT-REQUEST-FILE

           MOVE STQ-PERIOD-END TO WS-CAL-LOOKUP-DATE
           PERFORM 8910-FIND-CALENDAR-DATE THRU 8910-EXIT
           IF WS-CAL-LOOKUP-TYPE NOT = "E"
            OR STQ-PERIOD-END NOT < LK-BUSINESS-DATE
               DISPLAY "DANOSTMT: DANOSTRQ REPRINT DATE "
                       STQ-PERIOD-END " IS NOT A CLOSED PERIOD END - "
                       "NO REPRINT"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "DANOSTRQ REPRINT DATE " STQ-PERIOD-END
                      " IS NOT A CLOSED PERIOD END"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               MOVE LK-BUSINESS-DATE TO WS-CAL-LOOKUP-DATE
               PERFORM 8910-FIND-CALENDAR-DATE THRU 8910-EXIT
               GO TO 1050-EXIT
           END-IF

           SET WS-REPRINT-RUN TO TRUE
           MOVE STQ-PERIOD-END TO WS-PERIOD-END
           DISPLAY "DANOSTMT: REPRINTING STATEMENTS FOR PERIOD ENDING "
                   WS-PERIOD-END " - STMTVND IS NOT WRITTEN".
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-BALANCES - walk TYPE1PBL keeping, per account, the *
      *                       latest period end before this one and   *
      *                       this period's closing balance           *
      *****************************************************************
       1100-LOAD-BALANCES.
           OPEN INPUT PERIOD-BALANCE-FILE
           IF NOT WS-PERIOD-OK
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-READ-PERIOD-BALANCE THRU 1110-EXIT
           PERFORM 1120-STORE-BALANCE THRU 1120-EXIT
               UNTIL WS-PERIOD-EOF
           CLOSE PERIOD-BALANCE-FILE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-READ-PERIOD-BALANCE                                     *
      *****************************************************************
       1110-READ-PERIOD-BALANCE.
           READ PERIOD-BALANCE-FILE
               AT END
                   SET WS-PERIOD-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1120-STORE-BALANCE - snapshots after this period belong to a *
      *                       later close and are ignored             *
      *****************************************************************
       1120-STORE-BALANCE.
           IF PBL-PERIOD > WS-PERIOD-END
               GO TO 1120-NEXT
           END-IF

           MOVE 0 TO WS-ACCOUNT-HIT-SUB
           PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
                   UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                      OR WS-ACCOUNT-HIT-SUB > 0
               IF WS-ACT-COMPONENT-1(WS-ACCOUNT-SUB) = PBL-COMPONENT-1
                   MOVE WS-ACCOUNT-SUB TO WS-ACCOUNT-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-ACCOUNT-HIT-SUB = 0
               IF WS-ACCOUNT-COUNT NOT < WS-ACCOUNT-CAPACITY
                   IF NOT WS-ACCOUNT-TABLE-FULL
                       SET WS-ACCOUNT-TABLE-FULL TO TRUE
                       DISPLAY "DANOSTMT: MORE THAN "
                               WS-ACCOUNT-CAPACITY
                               " ACCOUNTS ON TYPE1PBL - ACCOUNTS PAST "
                               "CAPACITY GET NO STATEMENT"
                       MOVE "E" TO WS-ALERT-SEVERITY
                       MOVE "TYPE1PBL ACCOUNTS PAST STATEMENT CAPACITY"
                           TO WS-ALERT-MESSAGE
                       PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
                   END-IF
                   GO TO 1120-NEXT
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-HIT-SUB
               MOVE PBL-COMPONENT-1
                   TO WS-ACT-COMPONENT-1(WS-ACCOUNT-HIT-SUB)
               MOVE SPACES TO WS-ACT-PRIOR-PERIOD(WS-ACCOUNT-HIT-SUB)
               MOVE 0      TO WS-ACT-PRIOR-BALANCE(WS-ACCOUNT-HIT-SUB)
               MOVE "N"    TO WS-ACT-CLOSING-SWITCH(WS-ACCOUNT-HIT-SUB)
               MOVE 0      TO WS-ACT-CLOSING(WS-ACCOUNT-HIT-SUB)
           END-IF

           IF PBL-PERIOD = WS-PERIOD-END
               MOVE "Y" TO WS-ACT-CLOSING-SWITCH(WS-ACCOUNT-HIT-SUB)
               MOVE PBL-BALANCE TO WS-ACT-CLOSING(WS-ACCOUNT-HIT-SUB)
               GO TO 1120-NEXT
           END-IF

           IF WS-ACT-PRIOR-PERIOD(WS-ACCOUNT-HIT-SUB) = SPACES
            OR PBL-PERIOD NOT < WS-ACT-PRIOR-PERIOD(WS-ACCOUNT-HIT-SUB)
               MOVE PBL-PERIOD
                   TO WS-ACT-PRIOR-PERIOD(WS-ACCOUNT-HIT-SUB)
               MOVE PBL-BALANCE
                   TO WS-ACT-PRIOR-BALANCE(WS-ACCOUNT-HIT-SUB)
           END-IF.
       1120-NEXT.
           PERFORM 1110-READ-PERIOD-BALANCE THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  2000-WRITE-STATEMENT - one account: opening, the period's    *
      *                         transactions, closing, then the proof *
      *****************************************************************
       2000-WRITE-STATEMENT.
           IF NOT WS-ACT-HAS-CLOSING(WS-ACCOUNT-SUB)
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-TRANS-COUNT
           MOVE 0 TO WS-TRANS-TOTAL
           IF WS-ACT-PRIOR-PERIOD(WS-ACCOUNT-SUB) = SPACES
               MOVE SPACES TO WS-PERIOD-FROM
               MOVE "FIRST STATEMENT" TO WS-RPT-PERIOD-FROM
           ELSE
               MOVE WS-ACT-PRIOR-PERIOD(WS-ACCOUNT-SUB)
                   TO WS-PRIOR-DATE-NUM
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-PRIOR-DATE-NUM) + 1
               COMPUTE WS-FROM-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-FROM-DATE-NUM TO WS-PERIOD-FROM
               MOVE WS-PERIOD-FROM TO WS-RPT-PERIOD-FROM
           END-IF

           MOVE SPACES TO STATEMENT-VENDOR-RECORD
           MOVE "A" TO STV-RECORD-TYPE
           MOVE WS-ACT-COMPONENT-1(WS-ACCOUNT-SUB)
               TO STV-ACT-COMPONENT-1
           MOVE WS-PERIOD-FROM   TO STV-ACT-PERIOD-FROM
           MOVE WS-PERIOD-END    TO STV-ACT-PERIOD-TO
           MOVE WS-ACT-PRIOR-BALANCE(WS-ACCOUNT-SUB)
               TO STV-ACT-OPENING
           PERFORM 2900-WRITE-VENDOR-RECORD THRU 2900-EXIT

           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE WS-ACT-COMPONENT-1(WS-ACCOUNT-SUB)
               TO WS-RPT-COMPONENT-1
           MOVE WS-PERIOD-END TO WS-RPT-PERIOD-TO
           MOVE WS-RPT-ACCOUNT-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE "OPENING BALANCE" TO WS-RPT-BALANCE-LABEL
           MOVE WS-ACT-PRIOR-BALANCE(WS-ACCOUNT-SUB) TO WS-RPT-BALANCE
           MOVE WS-RPT-BALANCE-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           IF WS-REPRINT-RUN
            AND WS-TA-CATALOG-COUNT > 0
               PERFORM 2150-LIST-ARCHIVED THRU 2150-EXIT
           END-IF
           IF WS-TYPE3M-IS-OPEN
               PERFORM 2100-LIST-TRANSACTIONS THRU 2100-EXIT
           END-IF

           MOVE SPACES TO STATEMENT-VENDOR-RECORD
           MOVE "C" TO STV-RECORD-TYPE
           MOVE WS-ACT-COMPONENT-1(WS-ACCOUNT-SUB)
               TO STV-CLS-COMPONENT-1
           MOVE WS-ACT-CLOSING(WS-ACCOUNT-SUB) TO STV-CLS-CLOSING
           MOVE WS-TRANS-COUNT TO STV-CLS-TRANS-COUNT
           MOVE WS-TRANS-TOTAL TO STV-CLS-TRANS-TOTAL

           MOVE "CLOSING BALANCE" TO WS-RPT-BALANCE-LABEL
           MOVE WS-ACT-CLOSING(WS-ACCOUNT-SUB) TO WS-RPT-BALANCE
           MOVE WS-RPT-BALANCE-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           ADD 1 TO WS-STATEMENTS-WRITTEN
           ADD WS-ACT-CLOSING(WS-ACCOUNT-SUB) TO WS-CLOSING-TOTAL

           COMPUTE WS-PROVED-BALANCE =
               WS-ACT-PRIOR-BALANCE(WS-ACCOUNT-SUB) + WS-TRANS-TOTAL
           IF WS-PROVED-BALANCE = WS-ACT-CLOSING(WS-ACCOUNT-SUB)
               MOVE "Y" TO STV-CLS-PROVED
               ADD 1 TO WS-STATEMENTS-PROVED
           ELSE
               MOVE "N" TO STV-CLS-PROVED
               PERFORM 2200-RECORD-PROOF-FAILURE THRU 2200-EXIT
           END-IF
           PERFORM 2900-WRITE-VENDOR-RECORD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-LIST-TRANSACTIONS - TYPE3MST is keyed on component-1    *
      *                           plus date, so a START at the period *
      *                           start reads the period in date      *
      *                           order                               *
      *****************************************************************
       2100-LIST-TRANSACTIONS.
           MOVE "N" TO WS-ACCOUNT-TRANS-SWITCH
           MOVE WS-ACT-COMPONENT-1(WS-ACCOUNT-SUB) TO T3M-COMPONENT-1
           IF WS-PERIOD-FROM = SPACES
               MOVE LOW-VALUES TO T3M-COMPONENT-3
           ELSE
               MOVE WS-PERIOD-FROM TO T3M-COMPONENT-3
           END-IF
           START TYPE3-MASTER-FILE KEY NOT < T3M-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           PERFORM 2110-LIST-ONE-TRANSACTION THRU 2110-EXIT
               UNTIL WS-ACCOUNT-TRANS-DONE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-LIST-ONE-TRANSACTION                                    *
      *****************************************************************
       2110-LIST-ONE-TRANSACTION.
           READ TYPE3-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ACCOUNT-TRANS-DONE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF T3M-COMPONENT-1 NOT = WS-ACT-COMPONENT-1(WS-ACCOUNT-SUB)
            OR T3M-COMPONENT-3 > WS-PERIOD-END
               SET WS-ACCOUNT-TRANS-DONE TO TRUE
               GO TO 2110-EXIT
           END-IF
           MOVE TYPE3M-RECORD TO WS-TA-IMAGE-VIEW
           PERFORM 2120-WRITE-TRANSACTION THRU 2120-EXIT.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2120-WRITE-TRANSACTION - one transaction, from TYPE3MST or   *
      *                           an archive, laid out in             *
      *                           WS-TA-IMAGE-VIEW                    *
      *****************************************************************
       2120-WRITE-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT
           ADD 1 TO WS-TRANSACTIONS-LISTED
           ADD WS-TA-COMPONENT-4 TO WS-TRANS-TOTAL

           MOVE SPACES TO STATEMENT-VENDOR-RECORD
           MOVE "T" TO STV-RECORD-TYPE
           MOVE WS-TA-COMPONENT-1 TO STV-TRN-COMPONENT-1
           MOVE WS-TA-COMPONENT-3 TO STV-TRN-DATE
           MOVE WS-TA-COMPONENT-4 TO STV-TRN-AMOUNT
           PERFORM 2900-WRITE-VENDOR-RECORD THRU 2900-EXIT

           MOVE WS-TA-COMPONENT-3 TO WS-RPT-TRANS-DATE
           MOVE WS-TA-COMPONENT-4 TO WS-RPT-TRANS-AMOUNT
           MOVE WS-RPT-TRANSACTION-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.
       2120-EXIT.
           EXIT.

      *****************************************************************
      *  2150-LIST-ARCHIVED - a reprint's transactions DANOYEND has   *
      *                       moved to the archives; they are older   *
      *                       than anything left on TYPE3MST, so they *
      *                       are listed first                        *
      *****************************************************************
       2150-LIST-ARCHIVED.
           MOVE WS-ACT-COMPONENT-1(WS-ACCOUNT-SUB) TO WS-TA-SEARCH-KEY
           IF WS-PERIOD-FROM = SPACES
               MOVE "00000000" TO WS-TA-FROM-DATE
           ELSE
               MOVE WS-PERIOD-FROM TO WS-TA-FROM-DATE
           END-IF
           MOVE WS-PERIOD-END TO WS-TA-TO-DATE
           PERFORM 8975-START-ARCHIVE-SEARCH THRU 8975-EXIT
           PERFORM 2160-LIST-ONE-ARCHIVED THRU 2160-EXIT
               UNTIL WS-TA-SEARCH-DONE.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2160-LIST-ONE-ARCHIVED                                       *
      *****************************************************************
       2160-LIST-ONE-ARCHIVED.
           PERFORM 8976-NEXT-ARCHIVED-TRANS THRU 8976-EXIT
           IF WS-TA-TRANS-FOUND
               PERFORM 2120-WRITE-TRANSACTION THRU 2120-EXIT
           END-IF.
       2160-EXIT.
           EXIT.

      *****************************************************************
      *  2200-RECORD-PROOF-FAILURE - kept for the list at the end     *
      *****************************************************************
       2200-RECORD-PROOF-FAILURE.
           ADD 1 TO WS-PROOF-FAILURES
           MOVE "    ** DOES NOT PROVE - OPENING PLUS TRANSACTIONS "
               TO STATEMENT-REPORT-LINE
           MOVE "IS NOT CLOSING **" TO STATEMENT-REPORT-LINE(51:17)
           WRITE STATEMENT-REPORT-LINE
           IF WS-PROOF-COUNT NOT < WS-PROOF-CAPACITY
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-PROOF-COUNT
           MOVE WS-ACT-COMPONENT-1(WS-ACCOUNT-SUB)
               TO WS-PRF-COMPONENT-1(WS-PROOF-COUNT)
           MOVE WS-ACT-PRIOR-BALANCE(WS-ACCOUNT-SUB)
               TO WS-PRF-OPENING(WS-PROOF-COUNT)
           MOVE WS-TRANS-TOTAL TO WS-PRF-TRANS-TOTAL(WS-PROOF-COUNT)
           MOVE WS-ACT-CLOSING(WS-ACCOUNT-SUB)
               TO WS-PRF-CLOSING(WS-PROOF-COUNT).
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2900-WRITE-VENDOR-RECORD - a reprint writes no STMTVND       *
      *****************************************************************
       2900-WRITE-VENDOR-RECORD.
           IF NOT WS-REPRINT-RUN
               WRITE STATEMENT-VENDOR-RECORD
           END-IF.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - vendor trailer, the proof-failure list,     *
      *                   totals and the standard control trailer;    *
      *                   a non-E night reports nothing               *
      *****************************************************************
       3000-TERMINATE.
           IF NOT WS-FILES-ARE-OPEN
               GO TO 3000-EXIT
           END-IF
           IF WS-TYPE3M-IS-OPEN
               CLOSE TYPE3-MASTER-FILE
           END-IF

           MOVE SPACES TO STATEMENT-VENDOR-RECORD
           MOVE "Z" TO STV-RECORD-TYPE
           MOVE WS-STATEMENTS-WRITTEN  TO STV-TRL-STATEMENTS
           MOVE WS-TRANSACTIONS-LISTED TO STV-TRL-TRANSACTIONS
           MOVE WS-CLOSING-TOTAL       TO STV-TRL-CLOSING-TOTAL
           PERFORM 2900-WRITE-VENDOR-RECORD THRU 2900-EXIT
           IF NOT WS-REPRINT-RUN
               CLOSE STATEMENT-VENDOR-FILE
           END-IF

           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           IF WS-PROOF-FAILURES = 0
               MOVE "EVERY STATEMENT PROVES - OPENING PLUS "
                   TO STATEMENT-REPORT-LINE
               MOVE "TRANSACTIONS EQUALS CLOSING"
                   TO STATEMENT-REPORT-LINE(39:27)
               DISPLAY STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           ELSE
               PERFORM 3100-LIST-PROOF-FAILURES THRU 3100-EXIT
           END-IF

           DISPLAY "  ------------------------------------------"
           DISPLAY "  STATEMENTS WRITTEN . . . . " WS-STATEMENTS-WRITTEN
           DISPLAY "  STATEMENTS PROVED  . . . . " WS-STATEMENTS-PROVED
           DISPLAY "  PROOF FAILURES . . . . . . " WS-PROOF-FAILURES
           DISPLAY "  TRANSACTIONS LISTED  . . . "
                   WS-TRANSACTIONS-LISTED
           DISPLAY "  CLOSING TOTAL  . . . . . . " WS-CLOSING-TOTAL
           DISPLAY "=============================================="
           MOVE WS-STATEMENTS-WRITTEN TO WS-EDIT-WRITTEN
           MOVE WS-STATEMENTS-PROVED  TO WS-EDIT-PROVED
           MOVE WS-PROOF-FAILURES     TO WS-EDIT-FAILURES
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING "STATEMENTS " WS-EDIT-WRITTEN
                  "  PROVED " WS-EDIT-PROVED
                  "  NOT PROVED " WS-EDIT-FAILURES
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           CLOSE STATEMENT-REPORT-FILE

           MOVE WS-PROGRAM-NAME       TO CTL-PROGRAM-NAME
           MOVE WS-STATEMENTS-WRITTEN TO CTL-RECORDS-READ
           MOVE WS-STATEMENTS-PROVED  TO CTL-RECORDS-SET-OK
           MOVE WS-PROOF-FAILURES     TO CTL-RECORDS-REJECTED
           MOVE WS-CLOSING-TOTAL      TO CTL-HASH-TOTAL
           PERFORM 8600-PRINT-CONTROL-REPORT THRU 8600-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-LIST-PROOF-FAILURES - the list goes to STMTRPT and      *
      *                             SYSOUT, and once to DANOALRT      *
      *****************************************************************
       3100-LIST-PROOF-FAILURES.
           MOVE WS-PROOF-FAILURES TO WS-EDIT-FAILURES
           MOVE "ACCOUNTS THAT DO NOT PROVE" TO STATEMENT-REPORT-LINE
           DISPLAY STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE "    ACCOUNT        OPENING      TRANSACTIONS      "
               TO STATEMENT-REPORT-LINE
           MOVE "CLOSING" TO STATEMENT-REPORT-LINE(56:7)
           DISPLAY STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
                   UNTIL WS-PROOF-SUB > WS-PROOF-COUNT
               MOVE WS-PRF-COMPONENT-1(WS-PROOF-SUB)
                   TO WS-RPT-PRF-COMPONENT-1
               MOVE WS-PRF-OPENING(WS-PROOF-SUB) TO WS-RPT-PRF-OPENING
               MOVE WS-PRF-TRANS-TOTAL(WS-PROOF-SUB)
                   TO WS-RPT-PRF-TRANS-TOTAL
               MOVE WS-PRF-CLOSING(WS-PROOF-SUB) TO WS-RPT-PRF-CLOSING
               MOVE WS-RPT-PROOF-LINE TO STATEMENT-REPORT-LINE
               DISPLAY STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-PERFORM
           IF WS-PROOF-FAILURES > WS-PROOF-COUNT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "    ... AND MORE - " WS-EDIT-FAILURES
                      " ACCOUNTS IN ALL"
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               DISPLAY STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF

           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "STATEMENTS NOT PROVED FOR " WS-EDIT-FAILURES
                  " ACCOUNTS - SEE STMTRPT"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           PERFORM 8950-WRITE-ALERT THRU 8950-EXIT.
       3100-EXIT.
           EXIT.

       COPY DANOCAPD.
       COPY CTLRPTPD.
       COPY DANOALPD.
       COPY DANOTAPD.
