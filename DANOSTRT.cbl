      *****************************************************************
      *  PROGRAM-ID.  DANOSTRT                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-10-08.                                     *
      *                                                                *
      *  Balance stratification and concentration report over         *
      *  TYPE1MST, for the monthly management question of how the     *
      *  balances are spread - until now answered by keying DANOLOOK  *
      *  output into a spreadsheet.  One pass of the master, then     *
      *  STRATRPT in five sections:                                   *
      *      1. balance bands - a ZERO band of its own, then the      *
      *         bands on the DANOSTPM deck - with count, total and    *
      *         percentage of accounts and of balance per band, and   *
      *         the change in count and total against the latest      *
      *         earlier period on TYPE1PBL, so drift shows month to   *
      *         month;                                                *
      *      2. the top-N accounts by balance, each with its share    *
      *         and the running share of the total;                   *
      *      3. the same figures by chain-id, from the chains the     *
      *         last DANO1 run recorded on DANOCHMB;                  *
      *      4. the same figures by last-activity age (COMPONENT-4    *
      *         against the business date on DANOBDAT);               *
      *      5. accounts left out: closed accounts (status C) are     *
      *         not part of the book and would only swell the ZERO    *
      *         band, so they are counted here and nowhere else.      *
      *  Read only - TYPE1MST, DANOCHMB and TYPE1PBL are opened       *
      *  INPUT.  GOBACK, so DANOSKED can run it (E days) as well as   *
      *  an operator free-standing.                                   *
      *                                                                *
      *  DANOSTPM deck (optional - without it the bands are 1,        *
      *  1000, 10000, 100000, 1000000 and 10000000 and the top 10     *
      *  accounts are listed):                                        *
      *      col  1      B  band floor       cols  2-11  9(10)        *
      *                  T  top-N accounts   cols  2-4   9(03)        *
      *  Band floors must be ascending; a band runs from its floor    *
      *  to the next floor less one, the last has no ceiling.  A      *
      *  balance below the first floor falls into a band from 1.      *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-08  DLO   Initial version.                          *
      *    2026-10-15  DLO   The TYPE1PBL reopen (RC 4, no change      *
      *                      columns) and STRATRPT open (RC 16) are    *
      *                      checked.                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOSTRT.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-10-08.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE1-MASTER-FILE ASSIGN TO "TYPE1MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPONENT-1 OF TYPE1M-RECORD
               FILE STATUS IS WS-TYPE1M-STATUS.

           COPY DANOCMSL.

           SELECT PERIOD-BALANCE-FILE ASSIGN TO "TYPE1PBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "DANOBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT STRAT-PARM-FILE ASSIGN TO "DANOSTPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STRAT-REPORT-FILE ASSIGN TO "STRATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY TYPE1CPY.

       FD  TYPE1-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TYPE1M-RECORD                type1.

       COPY DANOCMFD.

       FD  PERIOD-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-BALANCE-RECORD.
           05  PBL-PERIOD               pic x(08).
      *                                      *> the closing E date
           05  PBL-COMPONENT-1          pic x(10).
           05  PBL-BALANCE              pic 9(09).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE        pic x(08).

       FD  STRAT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  STRAT-PARM-RECORD.
           05  STP-CARD-TYPE            pic x(01).
               88  STP-BAND-CARD                 value "B".
               88  STP-TOP-CARD                  value "T".
           05  STP-BAND-FLOOR           pic 9(10).
           05  FILLER REDEFINES STP-BAND-FLOOR.
               10  STP-TOP-COUNT        pic 9(03).
               10  FILLER               pic x(07).

       FD  STRAT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STRAT-REPORT-LINE            pic x(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-TYPE1M-STATUS         pic x(02).
               88  WS-TYPE1M-OK                  value "00".
               88  WS-TYPE1M-EOF                 value "10".
           05  WS-CHAIN-MEMBER-STATUS   pic x(02).
               88  WS-CHAIN-MEMBER-OK            value "00".
           05  WS-PERIOD-STATUS         pic x(02).
               88  WS-PERIOD-OK                  value "00".
           05  WS-BDATE-STATUS          pic x(02).
           05  WS-PARM-STATUS           pic x(02).
           05  WS-REPORT-STATUS         pic x(02).
           05  WS-INPUT-EOF-SWITCH      pic x(01) value "N".
               88  WS-INPUT-EOF                   value "Y".
           05  WS-MASTER-OPEN-SWITCH    pic x(01) value "N".
               88  WS-MASTER-IS-OPEN              value "Y".
           05  WS-DECK-BAD-SWITCH       pic x(01) value "N".
               88  WS-DECK-IS-BAD                 value "Y".

       01  WS-AS-OF-DATE                pic 9(08).
       01  WS-AS-OF-INTEGER             pic 9(09) comp.
       01  WS-ACTIVITY-DATE-NUM         pic 9(08).
       01  WS-AGE-DAYS                  pic s9(09) comp.
       01  WS-PRIOR-PERIOD              pic x(08) value spaces.
       01  WS-CHAIN-DATE                pic x(08) value spaces.
       01  WS-BALANCE                   pic 9(10) comp.

       01  WS-BOOK-TOTALS.
           05  WS-BOOK-COUNT            pic 9(09) comp value 0.
           05  WS-BOOK-TOTAL            pic 9(15) comp value 0.
           05  WS-PRIOR-BOOK-COUNT      pic 9(09) comp value 0.
           05  WS-PRIOR-BOOK-TOTAL      pic 9(15) comp value 0.
           05  WS-CLOSED-COUNT          pic 9(09) comp value 0.
           05  WS-ON-CHAIN-COUNT        pic 9(09) comp value 0.
           05  WS-ON-CHAIN-TOTAL        pic 9(15) comp value 0.
           05  WS-MEMBER-NOT-ON-MASTER  pic 9(09) comp value 0.

      *    entry 1 is the ZERO band; the rest come off the deck
       01  WS-BAND-LIMITS.
           05  WS-BAND-CAPACITY         pic 9(02) comp value 13.
           05  WS-BAND-COUNT            pic 9(02) comp value 0.
           05  WS-BAND-SUB              pic 9(02) comp.
           05  WS-NEXT-BAND-SUB         pic 9(02) comp.

       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY            occurs 13 times.
               10  WS-BND-FLOOR         pic 9(10) comp.
               10  WS-BND-COUNT         pic 9(09) comp.
               10  WS-BND-TOTAL         pic 9(15) comp.
               10  WS-BND-PRIOR-COUNT   pic 9(09) comp.
               10  WS-BND-PRIOR-TOTAL   pic 9(15) comp.

       01  WS-DEFAULT-BANDS.
           05  WS-DEFAULT-FLOORS.
               10  FILLER               pic 9(10) value 1.
               10  FILLER               pic 9(10) value 1000.
               10  FILLER               pic 9(10) value 10000.
               10  FILLER               pic 9(10) value 100000.
               10  FILLER               pic 9(10) value 1000000.
               10  FILLER               pic 9(10) value 10000000.
           05  FILLER REDEFINES WS-DEFAULT-FLOORS.
               10  WS-DEFAULT-FLOOR     pic 9(10) occurs 6 times.

      *    the largest balances, largest first
       01  WS-TOP-LIMITS.
           05  WS-TOP-CAPACITY          pic 9(03) comp value 100.
           05  WS-TOP-WANTED            pic 9(03) comp value 10.
           05  WS-TOP-HELD              pic 9(03) comp value 0.
           05  WS-TOP-SUB               pic 9(03) comp.
           05  WS-TOP-RUNNING           pic 9(15) comp.

       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY             occurs 100 times.
               10  WS-TOP-COMPONENT-1   pic x(10).
               10  WS-TOP-BALANCE       pic 9(10) comp.
       01  WS-TOP-SWAP.
           05  WS-SWAP-COMPONENT-1      pic x(10).
           05  WS-SWAP-BALANCE          pic 9(10) comp.

      *    one slot per chain on the last DANO1 run
       01  WS-CHAIN-LIMITS.
           05  WS-CHAIN-CAPACITY        pic 9(03) comp value 100.
           05  WS-CHAIN-COUNT           pic 9(03) comp value 0.
           05  WS-CHAIN-SUB             pic 9(03) comp.
           05  WS-CHAIN-HIT-SUB         pic 9(03) comp.

       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY           occurs 100 times.
               10  WS-CHN-CHAIN-ID      pic x(04).
               10  WS-CHN-COUNT         pic 9(09) comp.
               10  WS-CHN-TOTAL         pic 9(15) comp.
               10  WS-CHN-ZERO          pic 9(09) comp.
               10  WS-CHN-LARGEST       pic 9(10) comp.

      *    last-activity age buckets, in days; the sixth is undated
       01  WS-AGE-TABLE.
           05  WS-AGE-LIMITS.
               10  FILLER               pic 9(05) value 30.
               10  FILLER               pic 9(05) value 90.
               10  FILLER               pic 9(05) value 180.
               10  FILLER               pic 9(05) value 365.
               10  FILLER               pic 9(05) value 99999.
               10  FILLER               pic 9(05) value 0.
           05  FILLER REDEFINES WS-AGE-LIMITS.
               10  WS-AGE-LIMIT         pic 9(05) occurs 6 times.
           05  WS-AGE-LABELS.
               10  FILLER               pic x(20)
                                        value "0 - 30 DAYS".
               10  FILLER               pic x(20)
                                        value "31 - 90 DAYS".
               10  FILLER               pic x(20)
                                        value "91 - 180 DAYS".
               10  FILLER               pic x(20)
                                        value "181 - 365 DAYS".
               10  FILLER               pic x(20)
                                        value "OVER 365 DAYS".
               10  FILLER               pic x(20)
                                        value "NO ACTIVITY DATE".
           05  FILLER REDEFINES WS-AGE-LABELS.
               10  WS-AGE-LABEL         pic x(20) occurs 6 times.
           05  WS-AGE-FIGURES           occurs 6 times.
               10  WS-AGE-COUNT         pic 9(09) comp.
               10  WS-AGE-TOTAL         pic 9(15) comp.
               10  WS-AGE-ZERO          pic 9(09) comp.
               10  WS-AGE-LARGEST       pic 9(10) comp.
           05  WS-AGE-SUB               pic 9(02) comp.

      *    a group line's figures, shared by sections 3 and 4
       01  WS-GROUP-FIGURES.
           05  WS-GRP-LABEL             pic x(20).
           05  WS-GRP-COUNT             pic 9(09) comp.
           05  WS-GRP-TOTAL             pic 9(15) comp.
           05  WS-GRP-ZERO              pic 9(09) comp.
           05  WS-GRP-LARGEST           pic 9(10) comp.

       01  WS-PERCENTS.
           05  WS-PCT-ACCOUNTS          pic 9(03)v99.
           05  WS-PCT-BALANCE           pic 9(03)v99.
           05  WS-PCT-RUNNING           pic 9(03)v99.
           05  WS-CHANGE-COUNT          pic s9(09) comp.
           05  WS-CHANGE-TOTAL          pic s9(15) comp.

       01  WS-EDITED-FIGURES.
           05  WS-EDIT-FLOOR            pic z(9)9.
           05  WS-EDIT-CEILING          pic z(9)9.
           05  WS-EDIT-COUNT            pic z(8)9.
           05  WS-EDIT-TOTAL            pic z(14)9.

       01  WS-RPT-BAND-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-BAND-LABEL        pic x(24).
           05  WS-RPT-BAND-COUNT        pic z(8)9.
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-BAND-PCT-COUNT    pic zz9.99.
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-BAND-TOTAL        pic z(14)9.
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-BAND-PCT-TOTAL    pic zz9.99.
           05  FILLER                   pic x(03) value spaces.
           05  WS-RPT-BAND-PRIOR-COUNT  pic z(8)9.
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-BAND-CHG-COUNT    pic -(8)9.
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-BAND-PRIOR-TOTAL  pic z(14)9.
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-BAND-CHG-TOTAL    pic -(15)9.

       01  WS-RPT-TOP-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-TOP-RANK          pic zz9.
           05  FILLER                   pic x(03) value spaces.
           05  WS-RPT-TOP-COMPONENT-1   pic x(10).
           05  FILLER                   pic x(03) value spaces.
           05  WS-RPT-TOP-BALANCE       pic z(9)9.
           05  FILLER                   pic x(03) value spaces.
           05  WS-RPT-TOP-PCT           pic zz9.99.
           05  FILLER                   pic x(03) value spaces.
           05  WS-RPT-TOP-RUNNING       pic zz9.99.

       01  WS-RPT-GROUP-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-GRP-LABEL         pic x(20).
           05  WS-RPT-GRP-COUNT         pic z(8)9.
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-GRP-PCT-COUNT     pic zz9.99.
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-GRP-TOTAL         pic z(14)9.
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-GRP-PCT-TOTAL     pic zz9.99.
           05  FILLER                   pic x(03) value spaces.
           05  WS-RPT-GRP-ZERO          pic z(8)9.
           05  FILLER                   pic x(03) value spaces.
           05  WS-RPT-GRP-LARGEST       pic z(9)9.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           IF WS-MASTER-IS-OPEN
               PERFORM 2000-STRATIFY-MASTER  THRU 2000-EXIT
               PERFORM 3000-STRATIFY-CHAINS  THRU 3000-EXIT
               CLOSE TYPE1-MASTER-FILE
               PERFORM 4000-PRINT-REPORT     THRU 4000-EXIT
           END-IF
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - business date, bands and top-N, the prior  *
      *                    period's bands, then the master opened     *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE SPACES TO BDT-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
               MOVE SPACES TO BDT-BUSINESS-DATE
           END-IF
           IF BDT-BUSINESS-DATE IS NUMERIC
               MOVE BDT-BUSINESS-DATE TO WS-AS-OF-DATE
           ELSE
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)

           PERFORM 1100-LOAD-BAND-DECK   THRU 1100-EXIT
           PERFORM 1200-BAND-PRIOR-PERIOD THRU 1200-EXIT

           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > 6
               MOVE 0 TO WS-AGE-COUNT(WS-AGE-SUB)
               MOVE 0 TO WS-AGE-TOTAL(WS-AGE-SUB)
               MOVE 0 TO WS-AGE-ZERO(WS-AGE-SUB)
               MOVE 0 TO WS-AGE-LARGEST(WS-AGE-SUB)
           END-PERFORM

           OPEN INPUT TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
               DISPLAY "DANOSTRT: OPEN TYPE1MST FAILED, STATUS "
                       WS-TYPE1M-STATUS " - NO STRATIFICATION REPORT"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-MASTER-IS-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-BAND-DECK - the ZERO band, then the deck's floors  *
      *                        (or the defaults); a deck out of order *
      *                        is not guessed at - defaults are used  *
      *                        and said so                            *
      *****************************************************************
       1100-LOAD-BAND-DECK.
           MOVE 1 TO WS-BAND-COUNT
           MOVE 0 TO WS-BND-FLOOR(1)

           OPEN INPUT STRAT-PARM-FILE
           IF WS-PARM-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SWITCH
               PERFORM 1110-READ-BAND-CARD THRU 1110-EXIT
                   UNTIL WS-INPUT-EOF
               CLOSE STRAT-PARM-FILE
           END-IF

           IF WS-DECK-IS-BAD
               DISPLAY "DANOSTRT: DANOSTPM BAND FLOORS NOT ASCENDING OR"
                       " TOO MANY - DEFAULT BANDS USED"
               MOVE 4 TO RETURN-CODE
               MOVE 1 TO WS-BAND-COUNT
           END-IF
           IF WS-BAND-COUNT = 1
               PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > 6
                   ADD 1 TO WS-BAND-COUNT
                   MOVE WS-DEFAULT-FLOOR(WS-BAND-SUB)
                       TO WS-BND-FLOOR(WS-BAND-COUNT)
               END-PERFORM
           END-IF

      *    a balance under the first floor still needs a band
           IF WS-BND-FLOOR(2) > 1
               PERFORM VARYING WS-BAND-SUB FROM WS-BAND-COUNT BY -1
                       UNTIL WS-BAND-SUB < 2
                   MOVE WS-BND-FLOOR(WS-BAND-SUB)
                       TO WS-BND-FLOOR(WS-BAND-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-BAND-COUNT
               MOVE 1 TO WS-BND-FLOOR(2)
           END-IF

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE 0 TO WS-BND-COUNT(WS-BAND-SUB)
               MOVE 0 TO WS-BND-TOTAL(WS-BAND-SUB)
               MOVE 0 TO WS-BND-PRIOR-COUNT(WS-BAND-SUB)
               MOVE 0 TO WS-BND-PRIOR-TOTAL(WS-BAND-SUB)
           END-PERFORM

           IF WS-TOP-WANTED > WS-TOP-CAPACITY
               MOVE WS-TOP-CAPACITY TO WS-TOP-WANTED
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-READ-BAND-CARD - one DANOSTPM card; room is kept for    *
      *                        the band from 1 that 1100 may insert   *
      *****************************************************************
       1110-READ-BAND-CARD.
           READ STRAT-PARM-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 1110-EXIT
           END-IF

           IF STP-TOP-CARD
               IF STP-TOP-COUNT IS NUMERIC AND STP-TOP-COUNT > 0
                   MOVE STP-TOP-COUNT TO WS-TOP-WANTED
               END-IF
               GO TO 1110-EXIT
           END-IF
           IF NOT STP-BAND-CARD OR STP-BAND-FLOOR IS NOT NUMERIC
               GO TO 1110-EXIT
           END-IF
           IF STP-BAND-FLOOR = 0
               GO TO 1110-EXIT
           END-IF

           IF WS-BAND-COUNT NOT < WS-BAND-CAPACITY - 1
               SET WS-DECK-IS-BAD TO TRUE
               GO TO 1110-EXIT
           END-IF
           IF WS-BAND-COUNT > 1
               IF STP-BAND-FLOOR NOT > WS-BND-FLOOR(WS-BAND-COUNT)
                   SET WS-DECK-IS-BAD TO TRUE
                   GO TO 1110-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-BAND-COUNT
           MOVE STP-BAND-FLOOR TO WS-BND-FLOOR(WS-BAND-COUNT).
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1200-BAND-PRIOR-PERIOD - the latest earlier period on        *
      *                           TYPE1PBL,                           *
      *                           banded the same way, for the change *
      *                           columns; a TYPE1PBL that will not   *
      *                           reopen leaves them out, RC 4        *
      *****************************************************************
       1200-BAND-PRIOR-PERIOD.
           OPEN INPUT PERIOD-BALANCE-FILE
           IF NOT WS-PERIOD-OK
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 1210-FIND-PRIOR-PERIOD THRU 1210-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE PERIOD-BALANCE-FILE
           IF WS-PRIOR-PERIOD = SPACES
               GO TO 1200-EXIT
           END-IF

           OPEN INPUT PERIOD-BALANCE-FILE
           IF NOT WS-PERIOD-OK
               DISPLAY "DANOSTRT: REOPEN TYPE1PBL FAILED, STATUS "
                       WS-PERIOD-STATUS " - NO CHANGE COLUMNS"
               MOVE SPACES TO WS-PRIOR-PERIOD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 1220-BAND-PRIOR-BALANCE THRU 1220-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE PERIOD-BALANCE-FILE.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1210-FIND-PRIOR-PERIOD - before the as-of date, so a run     *
      *                           after DANOCLSE's own snapshot still *
      *                           compares with the period before     *
      *****************************************************************
       1210-FIND-PRIOR-PERIOD.
           READ PERIOD-BALANCE-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 1210-EXIT
           END-IF
           IF PBL-PERIOD > WS-PRIOR-PERIOD
              AND PBL-PERIOD < WS-AS-OF-DATE
               MOVE PBL-PERIOD TO WS-PRIOR-PERIOD
           END-IF.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1220-BAND-PRIOR-BALANCE                                      *
      *****************************************************************
       1220-BAND-PRIOR-BALANCE.
           READ PERIOD-BALANCE-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 1220-EXIT
           END-IF
           IF PBL-PERIOD NOT = WS-PRIOR-PERIOD
               GO TO 1220-EXIT
           END-IF
           MOVE PBL-BALANCE TO WS-BALANCE
           PERFORM 8100-FIND-BAND THRU 8100-EXIT
           ADD 1           TO WS-BND-PRIOR-COUNT(WS-BAND-SUB)
           ADD PBL-BALANCE TO WS-BND-PRIOR-TOTAL(WS-BAND-SUB)
           ADD 1           TO WS-PRIOR-BOOK-COUNT
           ADD PBL-BALANCE TO WS-PRIOR-BOOK-TOTAL.
       1220-EXIT.
           EXIT.

      *****************************************************************
      *  2000-STRATIFY-MASTER - one sequential pass of TYPE1MST       *
      *****************************************************************
       2000-STRATIFY-MASTER.
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 2010-STRATIFY-ACCOUNT THRU 2010-EXIT
               UNTIL WS-INPUT-EOF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2010-STRATIFY-ACCOUNT - band, top-N and age for one account; *
      *                          a closed account is only counted     *
      *****************************************************************
       2010-STRATIFY-ACCOUNT.
           READ TYPE1-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 2010-EXIT
           END-IF
           IF component-5 OF TYPE1M-RECORD = "C"
               ADD 1 TO WS-CLOSED-COUNT
               GO TO 2010-EXIT
           END-IF

           MOVE component-2 OF TYPE1M-RECORD TO WS-BALANCE
           ADD 1          TO WS-BOOK-COUNT
           ADD WS-BALANCE TO WS-BOOK-TOTAL

           PERFORM 8100-FIND-BAND THRU 8100-EXIT
           ADD 1          TO WS-BND-COUNT(WS-BAND-SUB)
           ADD WS-BALANCE TO WS-BND-TOTAL(WS-BAND-SUB)

           PERFORM 8200-OFFER-TOP THRU 8200-EXIT
           PERFORM 8300-FIND-AGE  THRU 8300-EXIT
           ADD 1          TO WS-AGE-COUNT(WS-AGE-SUB)
           ADD WS-BALANCE TO WS-AGE-TOTAL(WS-AGE-SUB)
           IF WS-BALANCE = 0
               ADD 1 TO WS-AGE-ZERO(WS-AGE-SUB)
           END-IF
           IF WS-BALANCE > WS-AGE-LARGEST(WS-AGE-SUB)
               MOVE WS-BALANCE TO WS-AGE-LARGEST(WS-AGE-SUB)
           END-IF.
       2010-EXIT.
           EXIT.

      *****************************************************************
      *  3000-STRATIFY-CHAINS - the members the last DANO1 run wrote  *
      *                         to DANOCHMB, each valued at its       *
      *                         TYPE1MST balance now                  *
      *****************************************************************
       3000-STRATIFY-CHAINS.
           OPEN INPUT CHAIN-MEMBER-FILE
           IF NOT WS-CHAIN-MEMBER-OK
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 3010-FIND-LAST-RUN THRU 3010-EXIT
               UNTIL WS-INPUT-EOF
           IF WS-CHAIN-DATE = SPACES
               CLOSE CHAIN-MEMBER-FILE
               GO TO 3000-EXIT
           END-IF

           MOVE "N"           TO WS-INPUT-EOF-SWITCH
           MOVE WS-CHAIN-DATE TO CHM-BUSINESS-DATE
           MOVE LOW-VALUES    TO CHM-CHAIN-ID
           MOVE 0             TO CHM-POSITION
           START CHAIN-MEMBER-FILE KEY NOT < CHM-KEY
               INVALID KEY
                   SET WS-INPUT-EOF TO TRUE
           END-START
           PERFORM 3020-STRATIFY-MEMBER THRU 3020-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE CHAIN-MEMBER-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3010-FIND-LAST-RUN                                           *
      *****************************************************************
       3010-FIND-LAST-RUN.
           READ CHAIN-MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 3010-EXIT
           END-IF
           IF CHM-BUSINESS-DATE > WS-CHAIN-DATE
               MOVE CHM-BUSINESS-DATE TO WS-CHAIN-DATE
           END-IF.
       3010-EXIT.
           EXIT.

      *****************************************************************
      *  3020-STRATIFY-MEMBER                                         *
      *****************************************************************
       3020-STRATIFY-MEMBER.
           READ CHAIN-MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 3020-EXIT
           END-IF
           IF CHM-BUSINESS-DATE NOT = WS-CHAIN-DATE
               SET WS-INPUT-EOF TO TRUE
               GO TO 3020-EXIT
           END-IF

           MOVE CHM-COMPONENT-1 TO component-1 OF TYPE1M-RECORD
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-MEMBER-NOT-ON-MASTER
                   GO TO 3020-EXIT
           END-READ
           IF component-5 OF TYPE1M-RECORD = "C"
               ADD 1 TO WS-MEMBER-NOT-ON-MASTER
               GO TO 3020-EXIT
           END-IF
           MOVE component-2 OF TYPE1M-RECORD TO WS-BALANCE

           MOVE 0 TO WS-CHAIN-HIT-SUB
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
                      OR WS-CHAIN-HIT-SUB > 0
               IF WS-CHN-CHAIN-ID(WS-CHAIN-SUB) = CHM-CHAIN-ID
                   MOVE WS-CHAIN-SUB TO WS-CHAIN-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-CHAIN-HIT-SUB = 0
               IF WS-CHAIN-COUNT NOT < WS-CHAIN-CAPACITY
                   DISPLAY "DANOSTRT: CHAIN TABLE FULL - CHAIN "
                           CHM-CHAIN-ID " NOT SHOWN"
                   GO TO 3020-EXIT
               END-IF
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-CHAIN-COUNT TO WS-CHAIN-HIT-SUB
               MOVE CHM-CHAIN-ID   TO WS-CHN-CHAIN-ID(WS-CHAIN-HIT-SUB)
               MOVE 0              TO WS-CHN-COUNT(WS-CHAIN-HIT-SUB)
               MOVE 0              TO WS-CHN-TOTAL(WS-CHAIN-HIT-SUB)
               MOVE 0              TO WS-CHN-ZERO(WS-CHAIN-HIT-SUB)
               MOVE 0              TO WS-CHN-LARGEST(WS-CHAIN-HIT-SUB)
           END-IF

           ADD 1          TO WS-CHN-COUNT(WS-CHAIN-HIT-SUB)
           ADD WS-BALANCE TO WS-CHN-TOTAL(WS-CHAIN-HIT-SUB)
           IF WS-BALANCE = 0
               ADD 1 TO WS-CHN-ZERO(WS-CHAIN-HIT-SUB)
           END-IF
           IF WS-BALANCE > WS-CHN-LARGEST(WS-CHAIN-HIT-SUB)
               MOVE WS-BALANCE TO WS-CHN-LARGEST(WS-CHAIN-HIT-SUB)
           END-IF
           ADD 1          TO WS-ON-CHAIN-COUNT
           ADD WS-BALANCE TO WS-ON-CHAIN-TOTAL.
       3020-EXIT.
           EXIT.

      *****************************************************************
      *  4000-PRINT-REPORT - STRATRPT, the five sections              *
      *****************************************************************
       4000-PRINT-REPORT.
           OPEN OUTPUT STRAT-REPORT-FILE
           IF NOT WS-REPORT-STATUS = "00"
               DISPLAY "DANOSTRT: OPEN STRATRPT FAILED, STATUS "
                       WS-REPORT-STATUS " - NO REPORT"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO STRAT-REPORT-LINE
           MOVE WS-BOOK-COUNT TO WS-EDIT-COUNT
           MOVE WS-BOOK-TOTAL TO WS-EDIT-TOTAL
           STRING "DANOSTRT BALANCE STRATIFICATION AS OF "
                  WS-AS-OF-DATE "  ACCOUNTS " WS-EDIT-COUNT
                  "  BALANCE TOTAL " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO STRAT-REPORT-LINE
           DISPLAY STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT

           PERFORM 4100-PRINT-BANDS  THRU 4100-EXIT
           PERFORM 4200-PRINT-TOP    THRU 4200-EXIT
           PERFORM 4300-PRINT-CHAINS THRU 4300-EXIT
           PERFORM 4400-PRINT-AGES   THRU 4400-EXIT

           PERFORM 8910-WRITE-BLANK THRU 8910-EXIT
           MOVE SPACES TO STRAT-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           STRING "5. LEFT OUT - CLOSED ACCOUNTS " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           CLOSE STRAT-REPORT-FILE.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-PRINT-BANDS                                             *
      *****************************************************************
       4100-PRINT-BANDS.
           PERFORM 8910-WRITE-BLANK THRU 8910-EXIT
           MOVE SPACES TO STRAT-REPORT-LINE
           IF WS-PRIOR-PERIOD = SPACES
               MOVE "1. BALANCE BANDS - NO TYPE1PBL SNAPSHOT, NO CHANGE"
                   TO STRAT-REPORT-LINE
               MOVE " SHOWN" TO STRAT-REPORT-LINE(52:6)
           ELSE
               STRING "1. BALANCE BANDS - CHANGE AGAINST TYPE1PBL "
                      "PERIOD " WS-PRIOR-PERIOD
                   DELIMITED BY SIZE INTO STRAT-REPORT-LINE
           END-IF
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE "  BAND                     ACCOUNTS      %          BAL
      -         "ANCE      %    PRIOR ACCTS    CHANGE      PRIOR BALANCE
      -         "         CHANGE" TO STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT

           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               PERFORM 4110-PRINT-ONE-BAND THRU 4110-EXIT
           END-PERFORM

           MOVE "TOTAL"             TO WS-RPT-BAND-LABEL
           MOVE WS-BOOK-COUNT       TO WS-RPT-BAND-COUNT
           MOVE 100                 TO WS-RPT-BAND-PCT-COUNT
           MOVE WS-BOOK-TOTAL       TO WS-RPT-BAND-TOTAL
           MOVE 100                 TO WS-RPT-BAND-PCT-TOTAL
           MOVE WS-PRIOR-BOOK-COUNT TO WS-RPT-BAND-PRIOR-COUNT
           COMPUTE WS-CHANGE-COUNT = WS-BOOK-COUNT - WS-PRIOR-BOOK-COUNT
           MOVE WS-CHANGE-COUNT     TO WS-RPT-BAND-CHG-COUNT
           MOVE WS-PRIOR-BOOK-TOTAL TO WS-RPT-BAND-PRIOR-TOTAL
           COMPUTE WS-CHANGE-TOTAL = WS-BOOK-TOTAL - WS-PRIOR-BOOK-TOTAL
           MOVE WS-CHANGE-TOTAL     TO WS-RPT-BAND-CHG-TOTAL
           MOVE WS-RPT-BAND-LINE    TO STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4110-PRINT-ONE-BAND                                          *
      *****************************************************************
       4110-PRINT-ONE-BAND.
           MOVE SPACES TO WS-RPT-BAND-LABEL
           IF WS-BAND-SUB = 1
               MOVE "ZERO" TO WS-RPT-BAND-LABEL
           ELSE
               MOVE WS-BND-FLOOR(WS-BAND-SUB) TO WS-EDIT-FLOOR
               IF WS-BAND-SUB = WS-BAND-COUNT
                   STRING WS-EDIT-FLOOR " AND OVER"
                       DELIMITED BY SIZE INTO WS-RPT-BAND-LABEL
               ELSE
                   COMPUTE WS-NEXT-BAND-SUB = WS-BAND-SUB + 1
                   COMPUTE WS-EDIT-CEILING =
                       WS-BND-FLOOR(WS-NEXT-BAND-SUB) - 1
                   STRING WS-EDIT-FLOOR " -" WS-EDIT-CEILING
                       DELIMITED BY SIZE INTO WS-RPT-BAND-LABEL
               END-IF
           END-IF

           MOVE WS-BND-COUNT(WS-BAND-SUB) TO WS-GRP-COUNT
           MOVE WS-BND-TOTAL(WS-BAND-SUB) TO WS-GRP-TOTAL
           PERFORM 8400-GROUP-PERCENTS THRU 8400-EXIT
           MOVE WS-BND-COUNT(WS-BAND-SUB) TO WS-RPT-BAND-COUNT
           MOVE WS-PCT-ACCOUNTS           TO WS-RPT-BAND-PCT-COUNT
           MOVE WS-BND-TOTAL(WS-BAND-SUB) TO WS-RPT-BAND-TOTAL
           MOVE WS-PCT-BALANCE            TO WS-RPT-BAND-PCT-TOTAL
           MOVE WS-BND-PRIOR-COUNT(WS-BAND-SUB)
                                          TO WS-RPT-BAND-PRIOR-COUNT
           COMPUTE WS-CHANGE-COUNT = WS-BND-COUNT(WS-BAND-SUB)
                                   - WS-BND-PRIOR-COUNT(WS-BAND-SUB)
           MOVE WS-CHANGE-COUNT           TO WS-RPT-BAND-CHG-COUNT
           MOVE WS-BND-PRIOR-TOTAL(WS-BAND-SUB)
                                          TO WS-RPT-BAND-PRIOR-TOTAL
           COMPUTE WS-CHANGE-TOTAL = WS-BND-TOTAL(WS-BAND-SUB)
                                   - WS-BND-PRIOR-TOTAL(WS-BAND-SUB)
           MOVE WS-CHANGE-TOTAL           TO WS-RPT-BAND-CHG-TOTAL
           MOVE WS-RPT-BAND-LINE TO STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       4110-EXIT.
           EXIT.

      *****************************************************************
      *  4200-PRINT-TOP - largest first, with share and running share *
      *****************************************************************
       4200-PRINT-TOP.
           PERFORM 8910-WRITE-BLANK THRU 8910-EXIT
           MOVE SPACES TO STRAT-REPORT-LINE
           MOVE WS-TOP-HELD TO WS-EDIT-COUNT
           STRING "2. TOP " WS-EDIT-COUNT " ACCOUNTS BY BALANCE"
               DELIMITED BY SIZE INTO STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE "  RANK   ACCOUNT          BALANCE    SHARE  RUNNING"
               TO STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT

           MOVE 0 TO WS-TOP-RUNNING
           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > WS-TOP-HELD
               ADD WS-TOP-BALANCE(WS-TOP-SUB) TO WS-TOP-RUNNING
               MOVE 0 TO WS-PCT-BALANCE
               MOVE 0 TO WS-PCT-RUNNING
               IF WS-BOOK-TOTAL > 0
                   COMPUTE WS-PCT-BALANCE ROUNDED =
                       WS-TOP-BALANCE(WS-TOP-SUB) * 100 / WS-BOOK-TOTAL
                   COMPUTE WS-PCT-RUNNING ROUNDED =
                       WS-TOP-RUNNING * 100 / WS-BOOK-TOTAL
               END-IF
               MOVE WS-TOP-SUB                 TO WS-RPT-TOP-RANK
               MOVE WS-TOP-COMPONENT-1(WS-TOP-SUB)
                                               TO WS-RPT-TOP-COMPONENT-1
               MOVE WS-TOP-BALANCE(WS-TOP-SUB) TO WS-RPT-TOP-BALANCE
               MOVE WS-PCT-BALANCE             TO WS-RPT-TOP-PCT
               MOVE WS-PCT-RUNNING             TO WS-RPT-TOP-RUNNING
               MOVE WS-RPT-TOP-LINE TO STRAT-REPORT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-PERFORM.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4300-PRINT-CHAINS - one line per chain on the last DANO1     *
      *                      run, then the accounts on no chain       *
      *****************************************************************
       4300-PRINT-CHAINS.
           PERFORM 8910-WRITE-BLANK THRU 8910-EXIT
           MOVE SPACES TO STRAT-REPORT-LINE
           IF WS-CHAIN-DATE = SPACES
               MOVE "3. BY CHAIN-ID - NO DANO1 CHAIN MEMBERSHIP ON DANOC
      -             "HMB" TO STRAT-REPORT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 4300-EXIT
           END-IF
           STRING "3. BY CHAIN-ID - DANO1 RUN OF " WS-CHAIN-DATE
               DELIMITED BY SIZE INTO STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           PERFORM 8920-WRITE-GROUP-HEADING THRU 8920-EXIT

           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
               MOVE SPACES TO WS-GRP-LABEL
               STRING "CHAIN " WS-CHN-CHAIN-ID(WS-CHAIN-SUB)
                   DELIMITED BY SIZE INTO WS-GRP-LABEL
               MOVE WS-CHN-COUNT(WS-CHAIN-SUB)   TO WS-GRP-COUNT
               MOVE WS-CHN-TOTAL(WS-CHAIN-SUB)   TO WS-GRP-TOTAL
               MOVE WS-CHN-ZERO(WS-CHAIN-SUB)    TO WS-GRP-ZERO
               MOVE WS-CHN-LARGEST(WS-CHAIN-SUB) TO WS-GRP-LARGEST
               PERFORM 8500-PRINT-GROUP-LINE THRU 8500-EXIT
           END-PERFORM

      *    an account the walk met twice counts on each chain it met
           IF WS-ON-CHAIN-COUNT < WS-BOOK-COUNT
               MOVE "ON NO CHAIN" TO WS-GRP-LABEL
               COMPUTE WS-GRP-COUNT = WS-BOOK-COUNT - WS-ON-CHAIN-COUNT
               IF WS-ON-CHAIN-TOTAL < WS-BOOK-TOTAL
                   COMPUTE WS-GRP-TOTAL =
                       WS-BOOK-TOTAL - WS-ON-CHAIN-TOTAL
               ELSE
                   MOVE 0 TO WS-GRP-TOTAL
               END-IF
               MOVE 0 TO WS-GRP-ZERO
               MOVE 0 TO WS-GRP-LARGEST
               PERFORM 8500-PRINT-GROUP-LINE THRU 8500-EXIT
           END-IF
           IF WS-MEMBER-NOT-ON-MASTER > 0
               MOVE SPACES TO STRAT-REPORT-LINE
               MOVE WS-MEMBER-NOT-ON-MASTER TO WS-EDIT-COUNT
               STRING "  CHAIN MEMBERS NO LONGER ON THE BOOK "
                      WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO STRAT-REPORT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4400-PRINT-AGES - by last activity (COMPONENT-4)             *
      *****************************************************************
       4400-PRINT-AGES.
           PERFORM 8910-WRITE-BLANK THRU 8910-EXIT
           MOVE SPACES TO STRAT-REPORT-LINE
           STRING "4. BY LAST-ACTIVITY AGE AT " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           PERFORM 8920-WRITE-GROUP-HEADING THRU 8920-EXIT

           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > 6
               MOVE WS-AGE-LABEL(WS-AGE-SUB)   TO WS-GRP-LABEL
               MOVE WS-AGE-COUNT(WS-AGE-SUB)   TO WS-GRP-COUNT
               MOVE WS-AGE-TOTAL(WS-AGE-SUB)   TO WS-GRP-TOTAL
               MOVE WS-AGE-ZERO(WS-AGE-SUB)    TO WS-GRP-ZERO
               MOVE WS-AGE-LARGEST(WS-AGE-SUB) TO WS-GRP-LARGEST
               PERFORM 8500-PRINT-GROUP-LINE THRU 8500-EXIT
           END-PERFORM.
       4400-EXIT.
           EXIT.

      *****************************************************************
      *  8100-FIND-BAND - WS-BAND-SUB for WS-BALANCE: the highest     *
      *                   band whose floor it reaches                 *
      *****************************************************************
       8100-FIND-BAND.
           PERFORM VARYING WS-BAND-SUB FROM WS-BAND-COUNT BY -1
                   UNTIL WS-BAND-SUB = 1
                      OR WS-BND-FLOOR(WS-BAND-SUB) NOT > WS-BALANCE
               CONTINUE
           END-PERFORM.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-OFFER-TOP - keep WS-BALANCE if it is among the largest  *
      *                   WS-TOP-WANTED so far, then move it up into  *
      *                   place                                       *
      *****************************************************************
       8200-OFFER-TOP.
           IF WS-TOP-HELD < WS-TOP-WANTED
               ADD 1 TO WS-TOP-HELD
           ELSE
               IF WS-BALANCE NOT > WS-TOP-BALANCE(WS-TOP-HELD)
                   GO TO 8200-EXIT
               END-IF
           END-IF
           MOVE component-1 OF TYPE1M-RECORD
                                  TO WS-TOP-COMPONENT-1(WS-TOP-HELD)
           MOVE WS-BALANCE        TO WS-TOP-BALANCE(WS-TOP-HELD)
           MOVE WS-TOP-HELD       TO WS-TOP-SUB
           PERFORM 8210-MOVE-UP THRU 8210-EXIT
               UNTIL WS-TOP-SUB = 1.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8210-MOVE-UP                                                 *
      *****************************************************************
       8210-MOVE-UP.
           IF WS-TOP-BALANCE(WS-TOP-SUB - 1)
                   NOT < WS-TOP-BALANCE(WS-TOP-SUB)
               MOVE 1 TO WS-TOP-SUB
               GO TO 8210-EXIT
           END-IF
           MOVE WS-TOP-ENTRY(WS-TOP-SUB - 1) TO WS-TOP-SWAP
           MOVE WS-TOP-ENTRY(WS-TOP-SUB)     TO WS-TOP-ENTRY
                                                (WS-TOP-SUB - 1)
           MOVE WS-TOP-SWAP                  TO WS-TOP-ENTRY(WS-TOP-SUB)
           SUBTRACT 1 FROM WS-TOP-SUB.
       8210-EXIT.
           EXIT.

      *****************************************************************
      *  8300-FIND-AGE - WS-AGE-SUB for the account's COMPONENT-4     *
      *****************************************************************
       8300-FIND-AGE.
           IF component-4 OF TYPE1M-RECORD IS NOT NUMERIC
               MOVE 6 TO WS-AGE-SUB
               GO TO 8300-EXIT
           END-IF
           MOVE component-4 OF TYPE1M-RECORD TO WS-ACTIVITY-DATE-NUM
           COMPUTE WS-AGE-DAYS = WS-AS-OF-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE-NUM)
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB = 5
                      OR WS-AGE-DAYS NOT > WS-AGE-LIMIT(WS-AGE-SUB)
               CONTINUE
           END-PERFORM.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8400-GROUP-PERCENTS - WS-GRP-COUNT and WS-GRP-TOTAL as a     *
      *                        share of the book                      *
      *****************************************************************
       8400-GROUP-PERCENTS.
           MOVE 0 TO WS-PCT-ACCOUNTS
           MOVE 0 TO WS-PCT-BALANCE
           IF WS-BOOK-COUNT > 0
               COMPUTE WS-PCT-ACCOUNTS ROUNDED =
                   WS-GRP-COUNT * 100 / WS-BOOK-COUNT
           END-IF
           IF WS-BOOK-TOTAL > 0
               COMPUTE WS-PCT-BALANCE ROUNDED =
                   WS-GRP-TOTAL * 100 / WS-BOOK-TOTAL
           END-IF.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8500-PRINT-GROUP-LINE                                        *
      *****************************************************************
       8500-PRINT-GROUP-LINE.
           PERFORM 8400-GROUP-PERCENTS THRU 8400-EXIT
           MOVE WS-GRP-LABEL    TO WS-RPT-GRP-LABEL
           MOVE WS-GRP-COUNT    TO WS-RPT-GRP-COUNT
           MOVE WS-PCT-ACCOUNTS TO WS-RPT-GRP-PCT-COUNT
           MOVE WS-GRP-TOTAL    TO WS-RPT-GRP-TOTAL
           MOVE WS-PCT-BALANCE  TO WS-RPT-GRP-PCT-TOTAL
           MOVE WS-GRP-ZERO     TO WS-RPT-GRP-ZERO
           MOVE WS-GRP-LARGEST  TO WS-RPT-GRP-LARGEST
           MOVE WS-RPT-GROUP-LINE TO STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       8500-EXIT.
           EXIT.

      *****************************************************************
      *  8900-WRITE-LINE                                              *
      *****************************************************************
       8900-WRITE-LINE.
           WRITE STRAT-REPORT-LINE
           MOVE SPACES TO STRAT-REPORT-LINE.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  8910-WRITE-BLANK                                             *
      *****************************************************************
       8910-WRITE-BLANK.
           MOVE SPACES TO STRAT-REPORT-LINE
           WRITE STRAT-REPORT-LINE.
       8910-EXIT.
           EXIT.

      *****************************************************************
      *  8920-WRITE-GROUP-HEADING                                     *
      *****************************************************************
       8920-WRITE-GROUP-HEADING.
           MOVE "  GROUP                ACCOUNTS      %          BALANC
      -         "E      %         ZERO      LARGEST"
               TO STRAT-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       8920-EXIT.
           EXIT.
