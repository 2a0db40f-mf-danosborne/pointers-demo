      *****************************************************************
      *  PROGRAM-ID.  DANOYEND                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-10-14.                                     *
      *                                                                *
      *  Fiscal year-end step for the DANODRV pipeline, run after     *
      *  DANOSTMT.  TYPE3MST kept every transaction ever posted, and  *
      *  DANOHIST, DANOVRF3 and the TYPE3BKP backups slowed every     *
      *  cycle under years of settled ones.  The fiscal year is the   *
      *  calendar year DANOCALG builds, and its year-end is the last  *
      *  "E" date DANOCAL carries for the year.  On a cycle whose     *
      *  LK-BUSINESS-DATE is that date this step:                     *
      *      1. refuses to run - RC 8, an E alert, nothing touched -  *
      *         unless every period end of the year up to and         *
      *         including this one has its DANOCLSE close on          *
      *         TYPE1PBL,                                             *
      *      2. moves every TYPE3MST transaction dated before the     *
      *         first year TYPE3MST keeps (the DANOYEPM card, the     *
      *         year being closed included) to the dated archive      *
      *         TYPE3ARC.Dyyyymmdd (the year-end date), laid out as   *
      *         TYPE3BKP with a count/hash/amount trailer; each       *
      *         DELETE is journaled to TYPE3JNL like DANOMERG's, and  *
      *         each transaction year moved is catalogued on TYPE3ARX *
      *         with its own count and amount, which is how DANOHIST  *
      *         and DANOSTMT find archived years when asked,          *
      *      3. writes the year's summary per component-1 to TYPE1YRH,*
      *         the year-end history file (layout below) - opening    *
      *         balance (the last close of the prior year), total     *
      *         debits and credits (the year's TYPE3MST transactions, *
      *         out and in), closing balance (this close) - each      *
      *         summary proved, opening plus credits less debits      *
      *         equal to closing, the ones that do not listed and     *
      *         alerted,                                              *
      *      4. prints YENDRPT, the year-end report.                  *
      *  On any other day the step reports nothing to do and ends     *
      *  RC 0.  A year whose TYPE1YRH trailer is already written is   *
      *  closed, and a rerun passes through; a summary left without   *
      *  its trailer by a failed run is dropped and written again,    *
      *  and a rerun's archiving appends to the same dated archive.   *
      *  TYPE1PBL is left whole - DANOSTMT's reprints and DANOASOF    *
      *  start from its period balances.                              *
      *  The DANOYEPM card is required on the year-end, refused - RC  *
      *  16, an F alert, nothing touched - when blank, non-numeric or *
      *  zero:                                                        *
      *      cols  1-2   years of transactions TYPE3MST keeps, the    *
      *                  year being closed included                   *
      *  TYPE1YRH layout, one "S" record per component-1 per year     *
      *  and a "T" trailer per year:                                  *
      *      col   1     record type S/T                              *
      *      cols  2-5   fiscal year                                  *
      *      cols  6-13  year-end date                                *
      *    S cols 14-23  component-1                                  *
      *      cols 24-33  opening balance                              *
      *      cols 34-46  total debits  9(11)v99                       *
      *      cols 47-59  total credits 9(11)v99                       *
      *      cols 60-69  closing balance                              *
      *      cols 70-76  transaction count                            *
      *      col  77     N opened in the year (no opening balance),   *
      *                  G gone in the year (no closing balance)      *
      *      col  78     proved Y/N                                   *
      *    T cols 14-22  summaries, then opening, debit, credit and   *
      *                  closing totals                               *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-14  DLO   Initial version.                          *
      *    2026-10-15  DLO   Retention read from the DANOYEPM card,    *
      *                      refused when blank, non-numeric or zero.  *
      *                      Opening balances from the prior year's    *
      *                      closes only.  DELETE before the archive   *
      *                      WRITE, the row put back if it fails.      *
      *                      TYPE1YRH/TYPE1YRW and YENDRPT opens are   *
      *                      checked; TYPE1YRH is opened OUTPUT only   *
      *                      once TYPE1YRW has reopened INPUT.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOYEND.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-BALANCE-FILE ASSIGN TO "TYPE1PBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT YEAR-HISTORY-FILE ASSIGN TO "TYPE1YRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT YEAR-HISTORY-WORK-FILE ASSIGN TO "TYPE1YRW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTWORK-STATUS.

           SELECT YEAR-END-REPORT-FILE ASSIGN TO "YENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT YEAR-END-PARM-FILE ASSIGN TO "DANOYEPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY TYPE3MSL.
           COPY DANOTASL.
           COPY DANOCASL.
           COPY CTLRPTSL.
           COPY TYP3JNSL.
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

       FD  YEAR-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  YEAR-HISTORY-RECORD.
           05  YRH-RECORD-TYPE          pic x(01).
      *                                      *> "S" summary, "T" trailer
           05  YRH-YEAR                 pic x(04).
           05  YRH-YEAR-END-DATE        pic x(08).
           05  YRH-DATA.
               10  YRH-COMPONENT-1      pic x(10).
               10  YRH-OPENING          pic 9(10).
               10  YRH-DEBITS           pic 9(11)v99.
               10  YRH-CREDITS          pic 9(11)v99.
               10  YRH-CLOSING          pic 9(10).
               10  YRH-TRANS-COUNT      pic 9(07).
               10  YRH-ACCOUNT-NOTE     pic x(01).
      *                                      *> "N" opened in the year
      *                                      *> "G" gone in the year
               10  YRH-PROVED           pic x(01).
           05  YRH-TRAILER REDEFINES YRH-DATA.
               10  YRH-SUMMARY-COUNT    pic 9(09).
               10  YRH-OPENING-TOTAL    pic 9(13).
               10  YRH-DEBIT-TOTAL      pic 9(13)v99.
               10  YRH-CREDIT-TOTAL     pic 9(13)v99.
               10  YRH-CLOSING-TOTAL    pic 9(13).

       FD  YEAR-HISTORY-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  YEAR-HISTORY-WORK-RECORD     pic x(78).

       FD  YEAR-END-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  YEAR-END-REPORT-LINE         pic x(90).

       FD  YEAR-END-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  YEAR-END-PARM-RECORD.
           05  YPM-RETENTION-YEARS      pic x(02).

       COPY TYPE3MFD.
       COPY DANOTAFD.
       COPY DANOCAFD.
       COPY CTLRPTFD.
       COPY TYP3JNFD.
       COPY DANOALFD.

       WORKING-STORAGE SECTION.
       COPY DANOTAWS.
       COPY DANOCAWS.
       COPY CTLRPTWS.
       COPY TYP3JNWS.
       COPY DANOALWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-PERIOD-STATUS         pic x(02).
               88  WS-PERIOD-OK                  value "00".
               88  WS-PERIOD-EOF                 value "10".
           05  WS-HISTORY-STATUS        pic x(02).
               88  WS-HISTORY-OK                 value "00".
               88  WS-HISTORY-EOF                value "10".
           05  WS-HISTWORK-STATUS       pic x(02).
               88  WS-HISTWORK-OK                value "00".
               88  WS-HISTWORK-EOF               value "10".
           05  WS-REPORT-STATUS         pic x(02).
           05  WS-PARM-STATUS           pic x(02).
           05  WS-TYPE3M-STATUS         pic x(02).
               88  WS-TYPE3M-OK                  value "00".
               88  WS-TYPE3M-EOF                 value "10".
           05  WS-YEAR-END-RUN-SWITCH   pic x(01) value "N".
               88  WS-YEAR-END-RUNNING            value "Y".
           05  WS-ARCHIVE-OPEN-SWITCH   pic x(01) value "N".
               88  WS-ARCHIVE-IS-OPEN             value "Y".
           05  WS-CLOSED-SWITCH         pic x(01) value "N".
               88  WS-YEAR-ALREADY-CLOSED         value "Y".
           05  WS-PARTIAL-SWITCH        pic x(01) value "N".
               88  WS-PARTIAL-HISTORY             value "Y".

      *    years of transactions TYPE3MST keeps, the year being
      *    closed included - older ones go to the archive; from the
      *    DANOYEPM card
       01  WS-RETENTION-YEARS           pic 9(02) comp value 0.

       01  WS-YEAR-WORK.
           05  WS-FISCAL-YEAR           pic x(04).
           05  WS-FISCAL-YEAR-NUM REDEFINES WS-FISCAL-YEAR
                                        pic 9(04).
           05  WS-YEAR-START-DATE       pic x(08).
           05  WS-PRIOR-YEAR            pic 9(04).
           05  WS-PRIOR-YEAR-START      pic x(08).
           05  WS-CUTOFF-YEAR           pic 9(04).
           05  WS-CUTOFF-DATE           pic x(08).
           05  WS-YEAR-LAST-PERIOD      pic x(08).
           05  WS-CLOSES-MISSING        pic 9(03) value 0.

      *    the year's period ends on DANOCAL, each marked once its
      *    close is found on TYPE1PBL
       01  WS-YEAR-PERIOD-LIMITS.
           05  WS-YEAR-PERIOD-COUNT     pic 9(4) comp value 0.
           05  WS-YEAR-PERIOD-SUB       pic 9(4) comp.
       01  WS-YEAR-PERIOD-TABLE.
           05  WS-YEAR-PERIOD-ENTRY     occurs 366 times.
               10  WS-YEP-DATE          pic x(08).
               10  WS-YEP-CLOSED-SWITCH pic x(01).
                   88  WS-YEP-CLOSED              value "Y".

      *    one slot per account: the last close of the prior year,
      *    this year-end's close, and the year's transactions
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
               10  WS-ACT-OPENING-PERIOD pic x(08).
               10  WS-ACT-OPENING       pic 9(09) comp.
               10  WS-ACT-CLOSING-SWITCH pic x(01).
                   88  WS-ACT-HAS-CLOSING         value "Y".
               10  WS-ACT-CLOSING       pic 9(09) comp.
               10  WS-ACT-DEBITS        pic s9(11)v99 comp-3.
               10  WS-ACT-CREDITS       pic s9(11)v99 comp-3.
               10  WS-ACT-TRANS-COUNT   pic 9(07) comp.

       01  WS-SEARCH-KEY                pic x(10).
       01  WS-LAST-ACCOUNT-KEY          pic x(10) value low-values.
       01  WS-LAST-ACCOUNT-SUB          pic 9(4) comp value 0.

      *    what this run archived, per transaction year, for the
      *    TYPE3ARX catalog
       01  WS-ARCHIVE-YEAR-LIMITS.
           05  WS-ARCHIVE-YEAR-CAPACITY pic 9(4) comp value 50.
           05  WS-ARCHIVE-YEAR-COUNT    pic 9(4) comp value 0.
           05  WS-ARCHIVE-YEAR-SUB      pic 9(4) comp.
           05  WS-ARCHIVE-YEAR-HIT      pic 9(4) comp.
       01  WS-ARCHIVE-YEAR-TABLE.
           05  WS-ARCHIVE-YEAR-ENTRY    occurs 50 times.
               10  WS-ARY-YEAR          pic x(04).
               10  WS-ARY-COUNT         pic 9(09) comp.
               10  WS-ARY-AMOUNT        pic s9(13)v99 comp-3.

       01  WS-YEAR-END-COUNTS.
           05  WS-TRANS-READ            pic 9(09) comp value 0.
           05  WS-TRANS-ARCHIVED        pic 9(09) comp value 0.
           05  WS-ARCHIVE-HASH          pic 9(09) comp value 0.
           05  WS-ARCHIVE-AMOUNT        pic s9(11)v99 comp-3 value 0.
           05  WS-YEAR-TRANS-COUNT      pic 9(09) comp value 0.
           05  WS-SUMMARIES-WRITTEN     pic 9(09) comp value 0.
           05  WS-PROOF-FAILURES        pic 9(09) comp value 0.
           05  WS-OPENING-TOTAL         pic 9(13) comp value 0.
           05  WS-CLOSING-TOTAL         pic 9(13) comp value 0.
           05  WS-DEBIT-TOTAL           pic s9(13)v99 comp-3 value 0.
           05  WS-CREDIT-TOTAL          pic s9(13)v99 comp-3 value 0.
           05  WS-PROVED-BALANCE        pic s9(13)v99 comp-3.

       01  WS-EDITED-COUNTS.
           05  WS-EDIT-COUNT            pic z(8)9.
           05  WS-EDIT-COUNT-2          pic z(8)9.
           05  WS-EDIT-AMOUNT           pic -(13)9.99.

       01  WS-RPT-HEADING-LINE.
           05  FILLER                   pic x(35)
                         value "    ACCOUNT       OPENING         D".
           05  FILLER                   pic x(35)
                         value "EBITS        CREDITS    CLOSING   N".
           05  FILLER                   pic x(10)
                         value "OTE  PROOF".

       01  WS-RPT-SUMMARY-LINE.
           05  FILLER                   pic x(04) value spaces.
           05  WS-RPT-COMPONENT-1       pic x(10).
           05  WS-RPT-OPENING           pic z(10)9.
           05  WS-RPT-DEBITS            pic z(11)9.99.
           05  WS-RPT-CREDITS           pic z(11)9.99.
           05  WS-RPT-CLOSING           pic z(10)9.
           05  FILLER                   pic x(04) value spaces.
           05  WS-RPT-NOTE              pic x(01).
           05  FILLER                   pic x(05) value spaces.
           05  WS-RPT-PROVED            pic x(01).

       LINKAGE SECTION.
       COPY DANOCTL.

       PROCEDURE DIVISION USING LK-CONTROL.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOYEND" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2000-PASS-TRANSACTION  THRU 2000-EXIT
               UNTIL WS-TYPE3M-EOF
           PERFORM 3000-TERMINATE         THRU 3000-EXIT
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - only the year's last "E" date is a year-   *
      *                    end; anything else is a quiet RC 0 pass-   *
      *                    through.  A year-end refuses before it     *
      *                    opens anything unless every close of the   *
      *                    year is on TYPE1PBL                        *
      *****************************************************************
       1000-INITIALIZE.
           SET WS-TYPE3M-EOF TO TRUE
           PERFORM 8900-LOAD-CALENDAR THRU 8900-EXIT
           IF NOT WS-CALENDAR-LOADED
               DISPLAY "DANOYEND: NO DANOCAL CALENDAR ON HAND - "
                       "YEAR-END SKIPPED"
               GO TO 1000-EXIT
           END-IF

           MOVE LK-BUSINESS-DATE TO WS-CAL-LOOKUP-DATE
           PERFORM 8910-FIND-CALENDAR-DATE THRU 8910-EXIT
           IF WS-CAL-LOOKUP-TYPE NOT = "E"
               DISPLAY "DANOYEND: " LK-BUSINESS-DATE
                       " IS NOT A PERIOD-END DATE (TYPE "
                       WS-CAL-LOOKUP-TYPE ") - NO YEAR-END"
               GO TO 1000-EXIT
           END-IF

           MOVE LK-BUSINESS-DATE(1:4) TO WS-FISCAL-YEAR
           PERFORM 1010-FIND-YEAR-PERIODS THRU 1010-EXIT
           IF WS-YEAR-LAST-PERIOD NOT = LK-BUSINESS-DATE
               DISPLAY "DANOYEND: " LK-BUSINESS-DATE
                       " IS NOT THE LAST PERIOD END OF "
                       WS-FISCAL-YEAR " (" WS-YEAR-LAST-PERIOD
                       ") - NO YEAR-END"
               GO TO 1000-EXIT
           END-IF

           PERFORM 1020-READ-RETENTION THRU 1020-EXIT
           IF WS-RETENTION-YEARS = 0
               GO TO 1000-EXIT
           END-IF

           STRING WS-FISCAL-YEAR "0101" DELIMITED BY SIZE
               INTO WS-YEAR-START-DATE
           COMPUTE WS-PRIOR-YEAR = WS-FISCAL-YEAR-NUM - 1
           STRING WS-PRIOR-YEAR "0101" DELIMITED BY SIZE
               INTO WS-PRIOR-YEAR-START
           COMPUTE WS-CUTOFF-YEAR =
               WS-FISCAL-YEAR-NUM - WS-RETENTION-YEARS + 1
           STRING WS-CUTOFF-YEAR "0101" DELIMITED BY SIZE
               INTO WS-CUTOFF-DATE

           DISPLAY "=============================================="
           DISPLAY "DANOYEND FISCAL YEAR-END " WS-FISCAL-YEAR
                   " ON " LK-BUSINESS-DATE

           PERFORM 1100-LOAD-PERIOD-BALANCES THRU 1100-EXIT
           PERFORM 1200-CHECK-CLOSES THRU 1200-EXIT
           IF WS-CLOSES-MISSING > 0
               GO TO 1000-EXIT
           END-IF

           PERFORM 1300-CHECK-HISTORY THRU 1300-EXIT
           IF WS-YEAR-ALREADY-CLOSED
               DISPLAY "DANOYEND: YEAR " WS-FISCAL-YEAR
                       " IS ALREADY CLOSED ON TYPE1YRH - NOTHING "
                       "TO DO"
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT YEAR-END-REPORT-FILE
           IF NOT WS-REPORT-STATUS = "00"
               DISPLAY "DANOYEND: OPEN YENDRPT FAILED, STATUS "
                       WS-REPORT-STATUS " - NOTHING ARCHIVED OR "
                       "SUMMARIZED"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O TYPE3-MASTER-FILE
           IF NOT WS-TYPE3M-OK
               DISPLAY "DANOYEND: OPEN TYPE3MST FAILED, STATUS "
                       WS-TYPE3M-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE YEAR-END-REPORT-FILE
               SET WS-TYPE3M-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 8660-OPEN-JOURNAL3 THRU 8660-EXIT

           SET WS-YEAR-END-RUNNING TO TRUE
           MOVE SPACES TO WS-TRANS-ARCHIVE-NAME
           STRING "TYPE3ARC.D" LK-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-TRANS-ARCHIVE-NAME
           DISPLAY "DANOYEND: TRANSACTIONS BEFORE " WS-CUTOFF-DATE
                   " GO TO " WS-TRANS-ARCHIVE-NAME

           PERFORM 1050-READ-TRANSACTION THRU 1050-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1010-FIND-YEAR-PERIODS - every "E" date DANOCAL carries for  *
      *                           the fiscal year; the latest is the  *
      *                           year-end                            *
      *****************************************************************
       1010-FIND-YEAR-PERIODS.
           MOVE SPACES TO WS-YEAR-LAST-PERIOD
           PERFORM VARYING WS-CALENDAR-SUB FROM 1 BY 1
                   UNTIL WS-CALENDAR-SUB > WS-CALENDAR-COUNT
               IF WS-CAL-ENTRY-TYPE(WS-CALENDAR-SUB) = "E"
                AND WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)(1:4)
                        = WS-FISCAL-YEAR
                   ADD 1 TO WS-YEAR-PERIOD-COUNT
                   MOVE WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                       TO WS-YEP-DATE(WS-YEAR-PERIOD-COUNT)
                   MOVE "N"
                       TO WS-YEP-CLOSED-SWITCH(WS-YEAR-PERIOD-COUNT)
                   IF WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                           > WS-YEAR-LAST-PERIOD
                       MOVE WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                           TO WS-YEAR-LAST-PERIOD
                   END-IF
               END-IF
           END-PERFORM.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1020-READ-RETENTION - the DANOYEPM card is not optional; a   *
      *                        year-end with no retention would be a  *
      *                        guess about what leaves TYPE3MST       *
      *****************************************************************
       1020-READ-RETENTION.
           MOVE 0 TO WS-RETENTION-YEARS
           OPEN INPUT YEAR-END-PARM-FILE
           IF NOT WS-PARM-STATUS = "00"
               DISPLAY "DANOYEND: NO DANOYEPM CARD - YEAR-END NEEDS "
                       "AN EXPLICIT RETENTION, RUN REFUSED"
               GO TO 1020-REFUSE
           END-IF
           READ YEAR-END-PARM-FILE
               AT END
                   MOVE SPACES TO YPM-RETENTION-YEARS
           END-READ
           CLOSE YEAR-END-PARM-FILE

           IF YPM-RETENTION-YEARS = SPACES
            OR YPM-RETENTION-YEARS NOT NUMERIC
            OR YPM-RETENTION-YEARS = "00"
               DISPLAY "DANOYEND: DANOYEPM MUST CARRY A NUMERIC, "
                       "NON-ZERO RETENTION IN YEARS - RUN REFUSED"
               GO TO 1020-REFUSE
           END-IF
           MOVE YPM-RETENTION-YEARS TO WS-RETENTION-YEARS
           GO TO 1020-EXIT.

       1020-REFUSE.
           MOVE 16 TO RETURN-CODE
           MOVE "F" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "YEAR-END " WS-FISCAL-YEAR " REFUSED - NO VALID "
                  "DANOYEPM RETENTION CARD"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           PERFORM 8950-WRITE-ALERT THRU 8950-EXIT.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1050-READ-TRANSACTION                                        *
      *****************************************************************
       1050-READ-TRANSACTION.
           READ TYPE3-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-TYPE3M-EOF TO TRUE
           END-READ.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-PERIOD-BALANCES - walk TYPE1PBL marking the year's *
      *                              closes found and keeping, per    *
      *                              account, the last close before   *
      *                              the year and this year-end's     *
      *****************************************************************
       1100-LOAD-PERIOD-BALANCES.
           OPEN INPUT PERIOD-BALANCE-FILE
           IF NOT WS-PERIOD-OK
               DISPLAY "DANOYEND: NO TYPE1PBL ON HAND"
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
      *  1120-STORE-BALANCE - a rerun of a close leaves a second      *
      *                       snapshot; the latest one read is used,  *
      *                       as in DANOSTMT.  Only the prior year's  *
      *                       closes and this year's are looked at -  *
      *                       an account last closed before that gets *
      *                       no slot                                 *
      *****************************************************************
       1120-STORE-BALANCE.
           IF PBL-PERIOD > LK-BUSINESS-DATE
            OR PBL-PERIOD < WS-PRIOR-YEAR-START
               GO TO 1120-NEXT
           END-IF

           IF PBL-PERIOD NOT < WS-YEAR-START-DATE
               PERFORM VARYING WS-YEAR-PERIOD-SUB FROM 1 BY 1
                       UNTIL WS-YEAR-PERIOD-SUB > WS-YEAR-PERIOD-COUNT
                   IF WS-YEP-DATE(WS-YEAR-PERIOD-SUB) = PBL-PERIOD
                       MOVE "Y"
                         TO WS-YEP-CLOSED-SWITCH(WS-YEAR-PERIOD-SUB)
                   END-IF
               END-PERFORM
               IF PBL-PERIOD NOT = LK-BUSINESS-DATE
                   GO TO 1120-NEXT
               END-IF
           END-IF

           MOVE PBL-COMPONENT-1 TO WS-SEARCH-KEY
           PERFORM 2210-FIND-ACCOUNT THRU 2210-EXIT
           IF WS-ACCOUNT-HIT-SUB = 0
               GO TO 1120-NEXT
           END-IF

           IF PBL-PERIOD = LK-BUSINESS-DATE
               MOVE "Y" TO WS-ACT-CLOSING-SWITCH(WS-ACCOUNT-HIT-SUB)
               MOVE PBL-BALANCE TO WS-ACT-CLOSING(WS-ACCOUNT-HIT-SUB)
               GO TO 1120-NEXT
           END-IF

           IF WS-ACT-OPENING-PERIOD(WS-ACCOUNT-HIT-SUB) = SPACES
            OR PBL-PERIOD
                   NOT < WS-ACT-OPENING-PERIOD(WS-ACCOUNT-HIT-SUB)
               MOVE PBL-PERIOD
                   TO WS-ACT-OPENING-PERIOD(WS-ACCOUNT-HIT-SUB)
               MOVE PBL-BALANCE
                   TO WS-ACT-OPENING(WS-ACCOUNT-HIT-SUB)
           END-IF.
       1120-NEXT.
           PERFORM 1110-READ-PERIOD-BALANCE THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  1200-CHECK-CLOSES - a year with a period end that never      *
      *                      closed cannot be summarized or archived  *
      *****************************************************************
       1200-CHECK-CLOSES.
           PERFORM VARYING WS-YEAR-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-PERIOD-SUB > WS-YEAR-PERIOD-COUNT
               IF NOT WS-YEP-CLOSED(WS-YEAR-PERIOD-SUB)
                   ADD 1 TO WS-CLOSES-MISSING
                   DISPLAY "DANOYEND: PERIOD END "
                           WS-YEP-DATE(WS-YEAR-PERIOD-SUB)
                           " HAS NO DANOCLSE CLOSE ON TYPE1PBL"
               END-IF
           END-PERFORM
           IF WS-CLOSES-MISSING = 0
               GO TO 1200-EXIT
           END-IF

           DISPLAY "DANOYEND: YEAR-END " WS-FISCAL-YEAR " REFUSED - "
                   WS-CLOSES-MISSING " PERIOD-END CLOSE(S) NOT "
                   "COMPLETE; NOTHING ARCHIVED OR SUMMARIZED"
           MOVE 8 TO RETURN-CODE
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "YEAR-END " WS-FISCAL-YEAR " REFUSED - "
                  WS-CLOSES-MISSING " PERIOD CLOSES NOT COMPLETE"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           PERFORM 8950-WRITE-ALERT THRU 8950-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1300-CHECK-HISTORY - a trailer for the year means it is      *
      *                       closed; summaries without one were left *
      *                       by a run that failed                    *
      *****************************************************************
       1300-CHECK-HISTORY.
           OPEN INPUT YEAR-HISTORY-FILE
           IF NOT WS-HISTORY-OK
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-HISTORY THRU 1310-EXIT
               UNTIL WS-HISTORY-EOF
           CLOSE YEAR-HISTORY-FILE.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1310-READ-HISTORY                                            *
      *****************************************************************
       1310-READ-HISTORY.
           READ YEAR-HISTORY-FILE
               AT END
                   SET WS-HISTORY-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF YRH-YEAR NOT = WS-FISCAL-YEAR
               GO TO 1310-EXIT
           END-IF
           IF YRH-RECORD-TYPE = "T"
               SET WS-YEAR-ALREADY-CLOSED TO TRUE
           ELSE
               SET WS-PARTIAL-HISTORY TO TRUE
           END-IF.
       1310-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PASS-TRANSACTION - one TYPE3MST transaction: archived   *
      *                          when it is older than the retention, *
      *                          counted into its account's summary   *
      *                          when it falls in the year            *
      *****************************************************************
       2000-PASS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           IF T3M-COMPONENT-3 < WS-CUTOFF-DATE
               PERFORM 2100-ARCHIVE-TRANSACTION THRU 2100-EXIT
               GO TO 2000-NEXT
           END-IF
           IF T3M-COMPONENT-3 NOT < WS-YEAR-START-DATE
            AND T3M-COMPONENT-3 NOT > LK-BUSINESS-DATE
               PERFORM 2200-ADD-TO-SUMMARY THRU 2200-EXIT
           END-IF.
       2000-NEXT.
           IF NOT WS-TYPE3M-EOF
               PERFORM 1050-READ-TRANSACTION THRU 1050-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-ARCHIVE-TRANSACTION - the DELETE comes first, so the    *
      *                             archive never holds a transaction *
      *                             still on the master; should the   *
      *                             archive WRITE then fail the row   *
      *                             is put back and the run ends RC   *
      *                             16.  The archive is only opened   *
      *                             once there is something to put in *
      *                             it                                *
      *****************************************************************
       2100-ARCHIVE-TRANSACTION.
           IF NOT WS-ARCHIVE-IS-OPEN
               OPEN EXTEND TRANS-ARCHIVE-FILE
               IF NOT WS-TRANS-ARCHIVE-STATUS = "00"
                   CLOSE TRANS-ARCHIVE-FILE
                   OPEN OUTPUT TRANS-ARCHIVE-FILE
               END-IF
               IF NOT WS-TRANS-ARCHIVE-STATUS = "00"
                   DISPLAY "DANOYEND: OPEN " WS-TRANS-ARCHIVE-NAME
                           " FAILED, STATUS " WS-TRANS-ARCHIVE-STATUS
                           " - NOTHING ARCHIVED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-TYPE3M-EOF TO TRUE
                   GO TO 2100-EXIT
               END-IF
               SET WS-ARCHIVE-IS-OPEN TO TRUE
           END-IF

           DELETE TYPE3-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "DANOYEND: DELETE OF " T3M-COMPONENT-1
                           " " T3M-COMPONENT-3 " FAILED, STATUS "
                           WS-TYPE3M-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO 2100-EXIT
           END-DELETE

           MOVE SPACES        TO TRANS-ARCHIVE-RECORD
           MOVE "D"           TO TAR-RECORD-TYPE
           MOVE TYPE3M-RECORD TO TAR-IMAGE
           WRITE TRANS-ARCHIVE-RECORD
           IF NOT WS-TRANS-ARCHIVE-STATUS = "00"
               DISPLAY "DANOYEND: WRITE TO " WS-TRANS-ARCHIVE-NAME
                       " FAILED, STATUS " WS-TRANS-ARCHIVE-STATUS
                       " - " T3M-COMPONENT-1 " " T3M-COMPONENT-3
                       " PUT BACK"
               WRITE TYPE3M-RECORD
                   INVALID KEY
                       DISPLAY "DANOYEND: PUT-BACK OF "
                               T3M-COMPONENT-1 " " T3M-COMPONENT-3
                               " FAILED, STATUS " WS-TYPE3M-STATUS
                               " - RESTORE IT FROM TYPE3JNL"
                       MOVE "DELETE"      TO WS-JN3-ACTION
                       MOVE "Y"           TO WS-JN3-BEFORE-PRESENT
                       MOVE TYPE3M-RECORD TO WS-JN3-BEFORE-IMAGE
                       MOVE TYPE3M-RECORD TO WS-JN3-AFTER-IMAGE
                       PERFORM 8665-WRITE-JOURNAL3 THRU 8665-EXIT
               END-WRITE
               MOVE 16 TO RETURN-CODE
               SET WS-TYPE3M-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE "DELETE"      TO WS-JN3-ACTION
           MOVE "Y"           TO WS-JN3-BEFORE-PRESENT
           MOVE TYPE3M-RECORD TO WS-JN3-BEFORE-IMAGE
           MOVE TYPE3M-RECORD TO WS-JN3-AFTER-IMAGE
           PERFORM 8665-WRITE-JOURNAL3 THRU 8665-EXIT

           ADD 1               TO WS-TRANS-ARCHIVED
           ADD T3M-COMPONENT-2 TO WS-ARCHIVE-HASH
           ADD T3M-COMPONENT-4 TO WS-ARCHIVE-AMOUNT
           PERFORM 2110-TALLY-ARCHIVE-YEAR THRU 2110-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-TALLY-ARCHIVE-YEAR                                      *
      *****************************************************************
       2110-TALLY-ARCHIVE-YEAR.
           MOVE 0 TO WS-ARCHIVE-YEAR-HIT
           PERFORM VARYING WS-ARCHIVE-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-ARCHIVE-YEAR-SUB > WS-ARCHIVE-YEAR-COUNT
                      OR WS-ARCHIVE-YEAR-HIT > 0
               IF WS-ARY-YEAR(WS-ARCHIVE-YEAR-SUB)
                       = T3M-COMPONENT-3(1:4)
                   MOVE WS-ARCHIVE-YEAR-SUB TO WS-ARCHIVE-YEAR-HIT
               END-IF
           END-PERFORM

           IF WS-ARCHIVE-YEAR-HIT = 0
               IF WS-ARCHIVE-YEAR-COUNT NOT < WS-ARCHIVE-YEAR-CAPACITY
                   DISPLAY "DANOYEND: MORE THAN "
                           WS-ARCHIVE-YEAR-CAPACITY
                           " YEARS ARCHIVED IN ONE RUN - "
                           T3M-COMPONENT-3(1:4) " IS NOT CATALOGED"
                   GO TO 2110-EXIT
               END-IF
               ADD 1 TO WS-ARCHIVE-YEAR-COUNT
               MOVE WS-ARCHIVE-YEAR-COUNT TO WS-ARCHIVE-YEAR-HIT
               MOVE T3M-COMPONENT-3(1:4)
                   TO WS-ARY-YEAR(WS-ARCHIVE-YEAR-HIT)
               MOVE 0 TO WS-ARY-COUNT(WS-ARCHIVE-YEAR-HIT)
               MOVE 0 TO WS-ARY-AMOUNT(WS-ARCHIVE-YEAR-HIT)
           END-IF
           ADD 1 TO WS-ARY-COUNT(WS-ARCHIVE-YEAR-HIT)
           ADD T3M-COMPONENT-4 TO WS-ARY-AMOUNT(WS-ARCHIVE-YEAR-HIT).
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2200-ADD-TO-SUMMARY - TYPE3MST is in component-1 order, so   *
      *                        the account slot is looked up once per *
      *                        account; an amount that takes the      *
      *                        balance down is a debit                *
      *****************************************************************
       2200-ADD-TO-SUMMARY.
           IF T3M-COMPONENT-1 NOT = WS-LAST-ACCOUNT-KEY
               MOVE T3M-COMPONENT-1 TO WS-SEARCH-KEY
               PERFORM 2210-FIND-ACCOUNT THRU 2210-EXIT
               MOVE T3M-COMPONENT-1    TO WS-LAST-ACCOUNT-KEY
               MOVE WS-ACCOUNT-HIT-SUB TO WS-LAST-ACCOUNT-SUB
           END-IF
           IF WS-LAST-ACCOUNT-SUB = 0
               GO TO 2200-EXIT
           END-IF

           IF T3M-COMPONENT-4 < 0
               SUBTRACT T3M-COMPONENT-4
                   FROM WS-ACT-DEBITS(WS-LAST-ACCOUNT-SUB)
           ELSE
               ADD T3M-COMPONENT-4
                   TO WS-ACT-CREDITS(WS-LAST-ACCOUNT-SUB)
           END-IF
           ADD 1 TO WS-ACT-TRANS-COUNT(WS-LAST-ACCOUNT-SUB)
           ADD 1 TO WS-YEAR-TRANS-COUNT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2210-FIND-ACCOUNT - the slot for WS-SEARCH-KEY, a new one    *
      *                      when the account has none; zero when the *
      *                      table is full                            *
      *****************************************************************
       2210-FIND-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-HIT-SUB
           PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
                   UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                      OR WS-ACCOUNT-HIT-SUB > 0
               IF WS-ACT-COMPONENT-1(WS-ACCOUNT-SUB) = WS-SEARCH-KEY
                   MOVE WS-ACCOUNT-SUB TO WS-ACCOUNT-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-HIT-SUB > 0
               GO TO 2210-EXIT
           END-IF

           IF WS-ACCOUNT-COUNT NOT < WS-ACCOUNT-CAPACITY
               IF NOT WS-ACCOUNT-TABLE-FULL
                   SET WS-ACCOUNT-TABLE-FULL TO TRUE
                   DISPLAY "DANOYEND: MORE THAN " WS-ACCOUNT-CAPACITY
                           " ACCOUNTS - ACCOUNTS PAST CAPACITY GET NO "
                           "YEAR-END SUMMARY"
                   MOVE "E" TO WS-ALERT-SEVERITY
                   MOVE "ACCOUNTS PAST YEAR-END SUMMARY CAPACITY"
                       TO WS-ALERT-MESSAGE
                   PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               END-IF
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-HIT-SUB
           MOVE WS-SEARCH-KEY TO WS-ACT-COMPONENT-1(WS-ACCOUNT-HIT-SUB)
           MOVE SPACES TO WS-ACT-OPENING-PERIOD(WS-ACCOUNT-HIT-SUB)
           MOVE 0      TO WS-ACT-OPENING(WS-ACCOUNT-HIT-SUB)
           MOVE "N"    TO WS-ACT-CLOSING-SWITCH(WS-ACCOUNT-HIT-SUB)
           MOVE 0      TO WS-ACT-CLOSING(WS-ACCOUNT-HIT-SUB)
           MOVE 0      TO WS-ACT-DEBITS(WS-ACCOUNT-HIT-SUB)
           MOVE 0      TO WS-ACT-CREDITS(WS-ACCOUNT-HIT-SUB)
           MOVE 0      TO WS-ACT-TRANS-COUNT(WS-ACCOUNT-HIT-SUB).
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - archive trailer and catalog, then the year's*
      *                   summaries and their trailer - written last, *
      *                   it is what marks the year closed - and the  *
      *                   standard control trailer                    *
      *****************************************************************
       3000-TERMINATE.
           IF NOT WS-YEAR-END-RUNNING
               GO TO 3000-EXIT
           END-IF
           CLOSE TYPE3-MASTER-FILE
           PERFORM 8669-CLOSE-JOURNAL3 THRU 8669-EXIT

           IF WS-ARCHIVE-IS-OPEN
               MOVE SPACES            TO TRANS-ARCHIVE-RECORD
               MOVE "T"               TO TAR-RECORD-TYPE
               MOVE WS-TRANS-ARCHIVED TO TAR-RECORD-COUNT
               MOVE WS-ARCHIVE-HASH   TO TAR-HASH-TOTAL
               MOVE WS-ARCHIVE-AMOUNT TO TAR-AMOUNT-TOTAL
               WRITE TRANS-ARCHIVE-RECORD
               CLOSE TRANS-ARCHIVE-FILE
               PERFORM 3100-CATALOG-ARCHIVE THRU 3100-EXIT
           END-IF

           IF RETURN-CODE > 8
               DISPLAY "DANOYEND: YEAR " WS-FISCAL-YEAR
                       " NOT CLOSED - RERUN THE STEP"
               CLOSE YEAR-END-REPORT-FILE
               GO TO 3000-EXIT
           END-IF

           IF WS-PARTIAL-HISTORY
               PERFORM 3200-DROP-PARTIAL-HISTORY THRU 3200-EXIT
               IF RETURN-CODE > 8
                   DISPLAY "DANOYEND: YEAR " WS-FISCAL-YEAR
                           " NOT CLOSED - RERUN THE STEP"
                   CLOSE YEAR-END-REPORT-FILE
                   GO TO 3000-EXIT
               END-IF
           END-IF
           PERFORM 3300-WRITE-SUMMARIES THRU 3300-EXIT
           CLOSE YEAR-END-REPORT-FILE
           IF RETURN-CODE > 8
               DISPLAY "DANOYEND: YEAR " WS-FISCAL-YEAR
                       " NOT CLOSED - RERUN THE STEP"
               GO TO 3000-EXIT
           END-IF

           MOVE WS-TRANS-ARCHIVED TO WS-EDIT-COUNT
           DISPLAY "  ------------------------------------------"
           DISPLAY "  TYPE3MST TRANSACTIONS READ  " WS-TRANS-READ
           DISPLAY "  ARCHIVED . . . . . . . . .  " WS-TRANS-ARCHIVED
           DISPLAY "  IN THE YEAR'S SUMMARIES  .  "
                   WS-YEAR-TRANS-COUNT
           DISPLAY "  SUMMARIES WRITTEN  . . . .  "
                   WS-SUMMARIES-WRITTEN
           DISPLAY "  SUMMARIES NOT PROVED . . .  " WS-PROOF-FAILURES
           DISPLAY "=============================================="

           IF WS-PROOF-FAILURES > 0
               MOVE WS-PROOF-FAILURES TO WS-EDIT-COUNT
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "YEAR-END " WS-FISCAL-YEAR " SUMMARIES NOT "
                      "PROVED " WS-EDIT-COUNT " - SEE YENDRPT"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
           END-IF

           MOVE WS-PROGRAM-NAME      TO CTL-PROGRAM-NAME
           MOVE WS-TRANS-READ        TO CTL-RECORDS-READ
           MOVE WS-TRANS-ARCHIVED    TO CTL-RECORDS-SET-OK
           MOVE WS-PROOF-FAILURES    TO CTL-RECORDS-REJECTED
           MOVE WS-ARCHIVE-HASH      TO CTL-HASH-TOTAL
           PERFORM 8600-PRINT-CONTROL-REPORT THRU 8600-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-CATALOG-ARCHIVE - one TYPE3ARX record per transaction   *
      *                         year this run moved                   *
      *****************************************************************
       3100-CATALOG-ARCHIVE.
           OPEN EXTEND TRANS-ARCHIVE-CATALOG
           IF NOT WS-ARCHIVE-CATALOG-STATUS = "00"
               CLOSE TRANS-ARCHIVE-CATALOG
               OPEN OUTPUT TRANS-ARCHIVE-CATALOG
           END-IF
           PERFORM VARYING WS-ARCHIVE-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-ARCHIVE-YEAR-SUB > WS-ARCHIVE-YEAR-COUNT
               MOVE SPACES TO TRANS-ARCHIVE-CATALOG-RECORD
               MOVE WS-ARY-YEAR(WS-ARCHIVE-YEAR-SUB) TO TAX-YEAR
               MOVE WS-TRANS-ARCHIVE-NAME TO TAX-ARCHIVE-NAME
               MOVE LK-BUSINESS-DATE      TO TAX-YEAR-END-DATE
               MOVE WS-ARY-COUNT(WS-ARCHIVE-YEAR-SUB)
                   TO TAX-RECORD-COUNT
               MOVE WS-ARY-AMOUNT(WS-ARCHIVE-YEAR-SUB)
                   TO TAX-AMOUNT-TOTAL
               WRITE TRANS-ARCHIVE-CATALOG-RECORD
               MOVE WS-ARY-COUNT(WS-ARCHIVE-YEAR-SUB) TO WS-EDIT-COUNT
               MOVE WS-ARY-AMOUNT(WS-ARCHIVE-YEAR-SUB)
                   TO WS-EDIT-AMOUNT
               MOVE SPACES TO YEAR-END-REPORT-LINE
               STRING "ARCHIVED " WS-ARY-YEAR(WS-ARCHIVE-YEAR-SUB)
                      " " WS-EDIT-COUNT " TRANSACTIONS, AMOUNT "
                      WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE
               DISPLAY YEAR-END-REPORT-LINE
               WRITE YEAR-END-REPORT-LINE
           END-PERFORM
           CLOSE TRANS-ARCHIVE-CATALOG.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-DROP-PARTIAL-HISTORY - every TYPE1YRH record but this   *
      *                              year's passes through TYPE1YRW,  *
      *                              which then replaces TYPE1YRH.    *
      *                              TYPE1YRH is only opened OUTPUT   *
      *                              once TYPE1YRW has reopened       *
      *                              INPUT; a failed OPEN ends RC 16  *
      *****************************************************************
       3200-DROP-PARTIAL-HISTORY.
           DISPLAY "DANOYEND: SUMMARIES FOR " WS-FISCAL-YEAR
                   " LEFT BY AN EARLIER RUN ARE DROPPED AND WRITTEN "
                   "AGAIN"
           OPEN INPUT YEAR-HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY "DANOYEND: OPEN TYPE1YRH FAILED, STATUS "
                       WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           OPEN OUTPUT YEAR-HISTORY-WORK-FILE
           IF NOT WS-HISTWORK-OK
               DISPLAY "DANOYEND: OPEN TYPE1YRW FAILED, STATUS "
                       WS-HISTWORK-STATUS
               CLOSE YEAR-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-COPY-OUT-ONE THRU 3210-EXIT
               UNTIL WS-HISTORY-EOF
           CLOSE YEAR-HISTORY-FILE
           CLOSE YEAR-HISTORY-WORK-FILE

           OPEN INPUT YEAR-HISTORY-WORK-FILE
           IF NOT WS-HISTWORK-OK
               DISPLAY "DANOYEND: REOPEN TYPE1YRW FAILED, STATUS "
                       WS-HISTWORK-STATUS " - TYPE1YRH UNCHANGED"
               MOVE 16 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           OPEN OUTPUT YEAR-HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY "DANOYEND: OPEN OUTPUT TYPE1YRH FAILED, STATUS "
                       WS-HISTORY-STATUS
               DISPLAY "DANOYEND: TYPE1YRW HOLDS THE YEAR-END HISTORY"
               CLOSE YEAR-HISTORY-WORK-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF
           PERFORM 3220-COPY-BACK-ONE THRU 3220-EXIT
               UNTIL WS-HISTWORK-EOF
           CLOSE YEAR-HISTORY-FILE
           CLOSE YEAR-HISTORY-WORK-FILE.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-COPY-OUT-ONE                                            *
      *****************************************************************
       3210-COPY-OUT-ONE.
           READ YEAR-HISTORY-FILE
               AT END
                   SET WS-HISTORY-EOF TO TRUE
                   GO TO 3210-EXIT
           END-READ
           IF YRH-YEAR NOT = WS-FISCAL-YEAR
               WRITE YEAR-HISTORY-WORK-RECORD FROM YEAR-HISTORY-RECORD
           END-IF.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3220-COPY-BACK-ONE                                           *
      *****************************************************************
       3220-COPY-BACK-ONE.
           READ YEAR-HISTORY-WORK-FILE
               AT END
                   SET WS-HISTWORK-EOF TO TRUE
                   GO TO 3220-EXIT
           END-READ
           WRITE YEAR-HISTORY-RECORD FROM YEAR-HISTORY-WORK-RECORD.
       3220-EXIT.
           EXIT.

      *****************************************************************
      *  3300-WRITE-SUMMARIES - one summary per account, then the     *
      *                         year's trailer                        *
      *****************************************************************
       3300-WRITE-SUMMARIES.
           OPEN EXTEND YEAR-HISTORY-FILE
           IF NOT WS-HISTORY-OK
               CLOSE YEAR-HISTORY-FILE
               OPEN OUTPUT YEAR-HISTORY-FILE
           END-IF
           IF NOT WS-HISTORY-OK
               DISPLAY "DANOYEND: OPEN TYPE1YRH FAILED, STATUS "
                       WS-HISTORY-STATUS " - NO SUMMARIES WRITTEN"
               MOVE 16 TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF

           MOVE SPACES TO YEAR-END-REPORT-LINE
           WRITE YEAR-END-REPORT-LINE
           STRING "DANOYEND YEAR-END SUMMARIES FOR FISCAL YEAR "
                  WS-FISCAL-YEAR " - YEAR-END " LK-BUSINESS-DATE
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE
           DISPLAY YEAR-END-REPORT-LINE
           WRITE YEAR-END-REPORT-LINE
           MOVE WS-RPT-HEADING-LINE TO YEAR-END-REPORT-LINE
           WRITE YEAR-END-REPORT-LINE

           PERFORM 3310-WRITE-ONE-SUMMARY THRU 3310-EXIT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT

           MOVE SPACES               TO YEAR-HISTORY-RECORD
           MOVE "T"                  TO YRH-RECORD-TYPE
           MOVE WS-FISCAL-YEAR       TO YRH-YEAR
           MOVE LK-BUSINESS-DATE     TO YRH-YEAR-END-DATE
           MOVE WS-SUMMARIES-WRITTEN TO YRH-SUMMARY-COUNT
           MOVE WS-OPENING-TOTAL     TO YRH-OPENING-TOTAL
           MOVE WS-DEBIT-TOTAL       TO YRH-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL      TO YRH-CREDIT-TOTAL
           MOVE WS-CLOSING-TOTAL     TO YRH-CLOSING-TOTAL
           WRITE YEAR-HISTORY-RECORD
           CLOSE YEAR-HISTORY-FILE

           MOVE SPACES TO YEAR-END-REPORT-LINE
           WRITE YEAR-END-REPORT-LINE
           MOVE WS-SUMMARIES-WRITTEN TO WS-EDIT-COUNT
           MOVE WS-PROOF-FAILURES    TO WS-EDIT-COUNT-2
           STRING "SUMMARIES " WS-EDIT-COUNT
                  "  NOT PROVED " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE
           WRITE YEAR-END-REPORT-LINE
           MOVE WS-OPENING-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO YEAR-END-REPORT-LINE
           STRING "OPENING TOTAL  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE
           WRITE YEAR-END-REPORT-LINE
           MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO YEAR-END-REPORT-LINE
           STRING "DEBIT TOTAL    " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE
           WRITE YEAR-END-REPORT-LINE
           MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO YEAR-END-REPORT-LINE
           STRING "CREDIT TOTAL   " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE
           WRITE YEAR-END-REPORT-LINE
           MOVE WS-CLOSING-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO YEAR-END-REPORT-LINE
           STRING "CLOSING TOTAL  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO YEAR-END-REPORT-LINE
           WRITE YEAR-END-REPORT-LINE.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3310-WRITE-ONE-SUMMARY - opening plus credits less debits    *
      *                           must come to closing                *
      *****************************************************************
       3310-WRITE-ONE-SUMMARY.
           MOVE SPACES           TO YEAR-HISTORY-RECORD
           MOVE "S"              TO YRH-RECORD-TYPE
           MOVE WS-FISCAL-YEAR   TO YRH-YEAR
           MOVE LK-BUSINESS-DATE TO YRH-YEAR-END-DATE
           MOVE WS-ACT-COMPONENT-1(WS-ACCOUNT-SUB) TO YRH-COMPONENT-1
           MOVE WS-ACT-OPENING(WS-ACCOUNT-SUB)     TO YRH-OPENING
           MOVE WS-ACT-DEBITS(WS-ACCOUNT-SUB)      TO YRH-DEBITS
           MOVE WS-ACT-CREDITS(WS-ACCOUNT-SUB)     TO YRH-CREDITS
           MOVE WS-ACT-CLOSING(WS-ACCOUNT-SUB)     TO YRH-CLOSING
           MOVE WS-ACT-TRANS-COUNT(WS-ACCOUNT-SUB) TO YRH-TRANS-COUNT
           MOVE SPACE TO YRH-ACCOUNT-NOTE
           IF WS-ACT-OPENING-PERIOD(WS-ACCOUNT-SUB) = SPACES
               MOVE "N" TO YRH-ACCOUNT-NOTE
           END-IF
           IF NOT WS-ACT-HAS-CLOSING(WS-ACCOUNT-SUB)
               MOVE "G" TO YRH-ACCOUNT-NOTE
           END-IF

           COMPUTE WS-PROVED-BALANCE =
               WS-ACT-OPENING(WS-ACCOUNT-SUB)
                   + WS-ACT-CREDITS(WS-ACCOUNT-SUB)
                   - WS-ACT-DEBITS(WS-ACCOUNT-SUB)
           IF WS-PROVED-BALANCE = WS-ACT-CLOSING(WS-ACCOUNT-SUB)
               MOVE "Y" TO YRH-PROVED
           ELSE
               MOVE "N" TO YRH-PROVED
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           WRITE YEAR-HISTORY-RECORD

           ADD 1 TO WS-SUMMARIES-WRITTEN
           ADD WS-ACT-OPENING(WS-ACCOUNT-SUB) TO WS-OPENING-TOTAL
           ADD WS-ACT-DEBITS(WS-ACCOUNT-SUB)  TO WS-DEBIT-TOTAL
           ADD WS-ACT-CREDITS(WS-ACCOUNT-SUB) TO WS-CREDIT-TOTAL
           ADD WS-ACT-CLOSING(WS-ACCOUNT-SUB) TO WS-CLOSING-TOTAL

           MOVE YRH-COMPONENT-1  TO WS-RPT-COMPONENT-1
           MOVE YRH-OPENING      TO WS-RPT-OPENING
           MOVE YRH-DEBITS       TO WS-RPT-DEBITS
           MOVE YRH-CREDITS      TO WS-RPT-CREDITS
           MOVE YRH-CLOSING      TO WS-RPT-CLOSING
           MOVE YRH-ACCOUNT-NOTE TO WS-RPT-NOTE
           MOVE YRH-PROVED       TO WS-RPT-PROVED
           MOVE WS-RPT-SUMMARY-LINE TO YEAR-END-REPORT-LINE
           WRITE YEAR-END-REPORT-LINE.
       3310-EXIT.
           EXIT.

       COPY DANOCAPD.
       COPY CTLRPTPD.
       COPY TYP3JNPD.
       COPY DANOALPD.
