      *****************************************************************
      *  PROGRAM-ID.  DANOASOF                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-10-09.                                     *
      *                                                                *
      *  As-of-date balance report for the whole of TYPE1MST.  The    *
      *  auditors ask for every account's balance as it stood at      *
      *  the end of some past business date that was not a period     *
      *  end; TYPE1PBL holds only E-day snapshots and DANOHIST        *
      *  answers one account at a time.  This run:                    *
      *      1. takes the date from the DANOASPM card (REQUIRED):     *
      *             cols  1-8   as-of business date YYYYMMDD          *
      *             cols  9-38  a retained TYPE1BKP copy to consider  *
      *                         as a starting point (blank = the      *
      *                         current TYPE1BKP)                     *
      *      2. starts from the nearest earlier point it can prove:   *
      *         the latest TYPE1PBL period on or before the date, or  *
      *         the backup, if its trailer foots and the business     *
      *         date DANOUNLD stamped on it is later still and not    *
      *         after the date,                                       *
      *      3. rolls TYPE1JNL after-images forward over every        *
      *         change whose business date falls after the starting   *
      *         point and on or before the as-of date, and takes out  *
      *         accounts DANOPURG archived to TYPE1ARC in the range,  *
      *      4. prints ASOFRPT - each component-1 with its balance    *
      *         as of the date, accounts created, restored or purged  *
      *         across the range marked, then the count and the       *
      *         component-2 hash total.                               *
      *  Nothing is guessed.  Each REWRITE's before-image must agree  *
      *  with the balance rolled forward so far; where it does not,   *
      *  or a change arrives for an account not on file, a change is  *
      *  missing from the journal and that account is printed as a    *
      *  JOURNAL GAP with no figure, outside the count and hash.  A   *
      *  journal that begins after the starting point cannot show     *
      *  what changed in between, so no balances are printed at       *
      *  all.  A gap ends RC 8; no usable card, starting point or     *
      *  journal ends RC 16.  Every file is opened INPUT only.        *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-09  DLO   Initial version.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOASOF.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-10-09.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOF-PARM-FILE ASSIGN TO "DANOASPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "DANOBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT PERIOD-BALANCE-FILE ASSIGN TO "TYPE1PBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           COPY TYP1JNSL.

           SELECT ARCHIVE-FILE ASSIGN TO "TYPE1ARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ASOF-SORT-FILE ASSIGN TO "DANOASWK".

           SELECT ASOF-REPORT-FILE ASSIGN TO "ASOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASOF-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASOF-PARM-RECORD.
           05  ASP-AS-OF-DATE           pic x(08).
           05  ASP-BACKUP-NAME          pic x(30).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE        pic x(08).

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD.
           05  BKP-RECORD-TYPE          pic x(01).
      *                                      *> "D" detail, "T" trailer
           05  BKP-DATA.
               10  BKP-IMAGE            pic x(50).
      *                                      *> the full type1 record,
      *                                      *> layout-version 3
           05  BKP-TRAILER REDEFINES BKP-DATA.
               10  BKP-RECORD-COUNT     pic 9(09).
               10  BKP-HASH-TOTAL       pic 9(09).
               10  BKP-BUSINESS-DATE    pic x(08).
               10  FILLER               pic x(24).

       FD  PERIOD-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-BALANCE-RECORD.
           05  PBL-PERIOD               pic x(08).
      *                                      *> the closing E date
           05  PBL-COMPONENT-1          pic x(10).
           05  PBL-BALANCE              pic 9(09).

       COPY TYP1JNFD.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD.
           05  ARC-RECORD-TYPE          pic x(01).
      *                                      *> "D" detail, "T" trailer
           05  ARC-DATA.
               10  ARC-IMAGE            pic x(50).
               10  ARC-ARCHIVED-DATE    pic x(08).
           05  ARC-TRAILER REDEFINES ARC-DATA.
               10  ARC-RECORD-COUNT     pic 9(09).
               10  ARC-HASH-TOTAL       pic 9(09).
               10  FILLER               pic x(40).

      *    one record per event in an account's life across the
      *    range - its starting balance, each journalled change in
      *    journal order, and an archival - sorted so the output
      *    procedure sees each account's events in the order they
      *    happened
       SD  ASOF-SORT-FILE.
       01  ASOF-SORT-RECORD.
           05  ASR-COMPONENT-1          pic x(10).
           05  ASR-ORDER-DATE           pic x(08).
      *                                      *> 00000000 the start,
      *                                      *> else the date it was
      *                                      *> logged or archived
           05  ASR-SEQUENCE             pic 9(09).
      *                                      *> journal record number;
      *                                      *> 999999999 an archival
           05  ASR-EVENT-TYPE           pic x(01).
               88  ASR-START                     value "S".
               88  ASR-WRITE                     value "W".
               88  ASR-REWRITE                   value "R".
               88  ASR-PURGE                     value "P".
           05  ASR-PROGRAM-NAME         pic x(08).
           05  ASR-BEFORE-PRESENT       pic x(01).
           05  ASR-BEFORE-BALANCE       pic 9(10).
           05  ASR-AFTER-BALANCE        pic 9(10).
           05  ASR-STATUS               pic x(01).

       FD  ASOF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASOF-REPORT-LINE             pic x(132).

       WORKING-STORAGE SECTION.
       COPY TYP1JNWS.

       01  WS-SWITCHES.
           05  WS-PARM-STATUS           pic x(02).
           05  WS-BDATE-STATUS          pic x(02).
           05  WS-BACKUP-STATUS         pic x(02).
               88  WS-BACKUP-OK                  value "00".
           05  WS-PERIOD-STATUS         pic x(02).
               88  WS-PERIOD-OK                  value "00".
           05  WS-ARCHIVE-STATUS        pic x(02).
               88  WS-ARCHIVE-OK                 value "00".
           05  WS-REPORT-STATUS         pic x(02).
           05  WS-INPUT-EOF-SWITCH      pic x(01) value "N".
               88  WS-INPUT-EOF                   value "Y".
           05  WS-EVENTS-DONE-SWITCH    pic x(01) value "N".
               88  WS-EVENTS-DONE                 value "Y".
           05  WS-RUN-REFUSED-SWITCH    pic x(01) value "N".
               88  WS-RUN-REFUSED                 value "Y".
           05  WS-JOURNAL-GAP-SWITCH    pic x(01) value "N".
               88  WS-JOURNAL-GAP                 value "Y".
           05  WS-JOURNAL-SWITCH        pic x(01) value "N".
               88  WS-JOURNAL-ON-HAND             value "Y".
           05  WS-BACKUP-USABLE-SWITCH  pic x(01) value "N".
               88  WS-BACKUP-USABLE               value "Y".
           05  WS-START-SOURCE          pic x(01) value space.
               88  WS-START-FROM-BACKUP           value "B".
               88  WS-START-FROM-PERIOD           value "P".

       01  WS-AS-OF-DATE                pic x(08).
       01  WS-LAST-BUSINESS-DATE        pic x(08) value spaces.
       01  WS-BACKUP-NAME               pic x(30) value "TYPE1BKP".
       01  WS-BACKUP-DATE               pic x(08) value spaces.
       01  WS-BACKUP-REASON             pic x(40) value spaces.
       01  WS-PERIOD-DATE               pic x(08) value spaces.
       01  WS-START-DATE                pic x(08) value spaces.
       01  WS-EFFECTIVE-DATE            pic x(08).
       01  WS-JOURNAL-FIRST-DATE        pic x(08) value spaces.

      *    the type1 record laid out field by field, to read the
      *    balance and status out of a backup or journal image
       01  WS-IMAGE-VIEW.
           05  WS-IMG-RECORD-TAG        pic x(01).
           05  WS-IMG-LAYOUT-VERSION    pic 9(02) comp.
           05  WS-IMG-COMPONENT-1       pic x(10).
           05  WS-IMG-COMPONENT-2       pic xxxx comp-5.
           05  WS-IMG-COMPONENT-3       pointer.
           05  WS-IMG-COMPONENT-4       pic x(08).
           05  WS-IMG-COMPONENT-5       pic x(01).
           05  WS-IMG-COMPONENT-6       pic x(08).
           05  WS-IMG-COMPONENT-7       pic x(08).

       01  WS-BACKUP-PROOF.
           05  WS-BACKUP-COUNT          pic 9(09) comp value 0.
           05  WS-BACKUP-HASH           pic 9(09) comp value 0.
           05  WS-BACKUP-TRAILER-COUNT  pic 9(09) comp value 0.
           05  WS-BACKUP-TRAILER-HASH   pic 9(09) comp value 0.
           05  WS-BACKUP-TRAILER-SWITCH pic x(01) value "N".
               88  WS-BACKUP-TRAILER-SEEN         value "Y".

      *    the account being rolled forward in the output procedure
       01  WS-ACCOUNT-STATE.
           05  WS-ACC-COMPONENT-1       pic x(10).
           05  WS-ACC-BALANCE           pic 9(10).
           05  WS-ACC-STATUS            pic x(01).
           05  WS-ACC-CHANGES           pic 9(05) comp.
           05  WS-ACC-GAP-REASON        pic x(40).
           05  WS-ACC-PRESENT-SWITCH    pic x(01).
               88  WS-ACC-PRESENT                 value "Y".
           05  WS-ACC-CREATED-SWITCH    pic x(01).
               88  WS-ACC-CREATED                 value "Y".
           05  WS-ACC-RESTORED-SWITCH   pic x(01).
               88  WS-ACC-RESTORED                value "Y".
           05  WS-ACC-PURGED-SWITCH     pic x(01).
               88  WS-ACC-PURGED                  value "Y".
           05  WS-ACC-GAP-SWITCH        pic x(01).
               88  WS-ACC-GAP                     value "Y".

       01  WS-ASOF-COUNTS.
           05  WS-START-RECORDS         pic 9(09) comp value 0.
           05  WS-JOURNAL-READ          pic 9(09) comp value 0.
           05  WS-JOURNAL-BEFORE-START  pic 9(09) comp value 0.
           05  WS-JOURNAL-IN-RANGE      pic 9(09) comp value 0.
           05  WS-JOURNAL-AFTER-DATE    pic 9(09) comp value 0.
           05  WS-PURGES-IN-RANGE       pic 9(09) comp value 0.
           05  WS-ACCOUNTS-STATED       pic 9(09) comp value 0.
           05  WS-HASH-TOTAL            pic 9(15) comp value 0.
           05  WS-ACCOUNTS-CREATED      pic 9(09) comp value 0.
           05  WS-ACCOUNTS-RESTORED     pic 9(09) comp value 0.
           05  WS-ACCOUNTS-PURGED       pic 9(09) comp value 0.
           05  WS-ACCOUNTS-GAP          pic 9(09) comp value 0.

       01  WS-EDIT-COUNT                pic z(8)9.
       01  WS-EDIT-HASH                 pic z(14)9.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-COMPONENT-1       pic x(10).
           05  FILLER                   pic x(03) value spaces.
           05  WS-RPT-BALANCE           pic z(9)9.
           05  WS-RPT-NO-BALANCE REDEFINES WS-RPT-BALANCE
                                        pic x(10).
           05  FILLER                   pic x(05) value spaces.
           05  WS-RPT-STATUS            pic x(01).
           05  FILLER                   pic x(05) value spaces.
           05  WS-RPT-CHANGES           pic zzzz9.
           05  FILLER                   pic x(03) value spaces.
           05  WS-RPT-MARKER            pic x(60).

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED AND NOT WS-JOURNAL-GAP
               PERFORM 2000-RECONSTRUCT THRU 2000-EXIT
           END-IF
           PERFORM 3000-TERMINATE      THRU 3000-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - the card, the starting point, and whether  *
      *                    the journal reaches back to it             *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT ASOF-REPORT-FILE

           PERFORM 1100-READ-CARD THRU 1100-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO ASOF-REPORT-LINE
           STRING "DANOASOF BALANCES AS OF THE END OF BUSINESS DATE "
                  WS-AS-OF-DATE
               DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT

           PERFORM 1200-PROVE-BACKUP  THRU 1200-EXIT
           PERFORM 1300-FIND-PERIOD   THRU 1300-EXIT
           PERFORM 1400-CHOOSE-START  THRU 1400-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-CHECK-JOURNAL THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-CARD - the date is not optional, and it must be a  *
      *                   business date already finished              *
      *****************************************************************
       1100-READ-CARD.
           OPEN INPUT ASOF-PARM-FILE
           IF NOT WS-PARM-STATUS = "00"
               MOVE "NO DANOASPM CARD - AN AS-OF DATE IS REQUIRED"
                   TO ASOF-REPORT-LINE
               PERFORM 8800-REFUSE-RUN THRU 8800-EXIT
               GO TO 1100-EXIT
           END-IF
           READ ASOF-PARM-FILE
               AT END
                   MOVE SPACES TO ASOF-PARM-RECORD
           END-READ
           CLOSE ASOF-PARM-FILE

           IF ASP-AS-OF-DATE IS NOT NUMERIC
               MOVE SPACES TO ASOF-REPORT-LINE
               STRING "DANOASPM AS-OF DATE '" ASP-AS-OF-DATE
                      "' IS NOT A DATE"
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
               PERFORM 8800-REFUSE-RUN THRU 8800-EXIT
               GO TO 1100-EXIT
           END-IF
           MOVE ASP-AS-OF-DATE TO WS-AS-OF-DATE
           IF ASP-BACKUP-NAME NOT = SPACES
               MOVE ASP-BACKUP-NAME TO WS-BACKUP-NAME
           END-IF

           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BDT-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-LAST-BUSINESS-DATE NOT = SPACES
              AND WS-AS-OF-DATE > WS-LAST-BUSINESS-DATE
               MOVE SPACES TO ASOF-REPORT-LINE
               STRING "AS-OF DATE " WS-AS-OF-DATE
                      " IS AFTER THE LAST BUSINESS DATE COMPLETED, "
                      WS-LAST-BUSINESS-DATE
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
               PERFORM 8800-REFUSE-RUN THRU 8800-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-PROVE-BACKUP - the backup is a starting point only if   *
      *                      its trailer foots and is dated no later  *
      *                      than the as-of date                      *
      *****************************************************************
       1200-PROVE-BACKUP.
           OPEN INPUT BACKUP-FILE
           IF NOT WS-BACKUP-OK
               MOVE "NOT ON HAND" TO WS-BACKUP-REASON
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 1210-READ-BACKUP THRU 1210-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE BACKUP-FILE

           IF NOT WS-BACKUP-TRAILER-SEEN
               MOVE "NO TRAILER" TO WS-BACKUP-REASON
               GO TO 1200-EXIT
           END-IF
           IF WS-BACKUP-COUNT NOT = WS-BACKUP-TRAILER-COUNT
            OR WS-BACKUP-HASH NOT = WS-BACKUP-TRAILER-HASH
               MOVE "COUNT/HASH DO NOT MATCH ITS TRAILER"
                   TO WS-BACKUP-REASON
               GO TO 1200-EXIT
           END-IF
           IF WS-BACKUP-DATE = SPACES
               MOVE "TRAILER CARRIES NO BUSINESS DATE"
                   TO WS-BACKUP-REASON
               GO TO 1200-EXIT
           END-IF
           IF WS-BACKUP-DATE > WS-AS-OF-DATE
               STRING "STANDS AT " WS-BACKUP-DATE
                      ", AFTER THE AS-OF DATE"
                   DELIMITED BY SIZE INTO WS-BACKUP-REASON
               GO TO 1200-EXIT
           END-IF
           SET WS-BACKUP-USABLE TO TRUE.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1210-READ-BACKUP                                             *
      *****************************************************************
       1210-READ-BACKUP.
           READ BACKUP-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 1210-EXIT
           END-IF
           IF BKP-RECORD-TYPE = "T"
               SET WS-BACKUP-TRAILER-SEEN TO TRUE
               MOVE BKP-RECORD-COUNT  TO WS-BACKUP-TRAILER-COUNT
               MOVE BKP-HASH-TOTAL    TO WS-BACKUP-TRAILER-HASH
               MOVE BKP-BUSINESS-DATE TO WS-BACKUP-DATE
               GO TO 1210-EXIT
           END-IF
           MOVE BKP-IMAGE TO WS-IMAGE-VIEW
           ADD 1                  TO WS-BACKUP-COUNT
           ADD WS-IMG-COMPONENT-2 TO WS-BACKUP-HASH.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1300-FIND-PERIOD - the latest TYPE1PBL period on or before   *
      *                     the as-of date                            *
      *****************************************************************
       1300-FIND-PERIOD.
           OPEN INPUT PERIOD-BALANCE-FILE
           IF NOT WS-PERIOD-OK
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 1310-READ-PERIOD THRU 1310-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE PERIOD-BALANCE-FILE.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1310-READ-PERIOD                                             *
      *****************************************************************
       1310-READ-PERIOD.
           READ PERIOD-BALANCE-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 1310-EXIT
           END-IF
           IF PBL-PERIOD > WS-PERIOD-DATE
              AND PBL-PERIOD NOT > WS-AS-OF-DATE
               MOVE PBL-PERIOD TO WS-PERIOD-DATE
           END-IF.
       1310-EXIT.
           EXIT.

      *****************************************************************
      *  1400-CHOOSE-START - the nearer of the two; on the same date  *
      *                      the backup wins, it holds whole records  *
      *****************************************************************
       1400-CHOOSE-START.
           IF WS-BACKUP-USABLE
               IF WS-PERIOD-DATE = SPACES
                OR WS-BACKUP-DATE NOT < WS-PERIOD-DATE
                   SET WS-START-FROM-BACKUP TO TRUE
                   MOVE WS-BACKUP-DATE TO WS-START-DATE
               END-IF
           END-IF
           IF WS-START-SOURCE = SPACE AND WS-PERIOD-DATE NOT = SPACES
               SET WS-START-FROM-PERIOD TO TRUE
               MOVE WS-PERIOD-DATE TO WS-START-DATE
           END-IF

           IF NOT WS-BACKUP-USABLE
               MOVE SPACES TO ASOF-REPORT-LINE
               STRING "  BACKUP " WS-BACKUP-NAME " NOT USED - "
                      WS-BACKUP-REASON
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF

           IF WS-START-SOURCE = SPACE
               MOVE SPACES TO ASOF-REPORT-LINE
               STRING "NO TYPE1PBL PERIOD OR PROVEN BACKUP ON OR "
                      "BEFORE " WS-AS-OF-DATE " TO START FROM"
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
               PERFORM 8800-REFUSE-RUN THRU 8800-EXIT
               GO TO 1400-EXIT
           END-IF

           MOVE SPACES TO ASOF-REPORT-LINE
           IF WS-START-FROM-BACKUP
               STRING "  STARTING POINT: BACKUP " WS-BACKUP-NAME
                      " AT THE END OF " WS-START-DATE
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           ELSE
               STRING "  STARTING POINT: TYPE1PBL PERIOD "
                      WS-START-DATE
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           END-IF
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  1500-CHECK-JOURNAL - a journal that begins after the         *
      *                       starting point has lost whatever        *
      *                       happened in between                     *
      *****************************************************************
       1500-CHECK-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               SET WS-JOURNAL-ON-HAND TO TRUE
               READ JOURNAL-FILE
                   AT END
                       MOVE SPACES TO WS-JOURNAL-FIRST-DATE
                   NOT AT END
                       PERFORM 8100-EFFECTIVE-DATE THRU 8100-EXIT
                       MOVE WS-EFFECTIVE-DATE TO WS-JOURNAL-FIRST-DATE
               END-READ
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-START-DATE = WS-AS-OF-DATE
               GO TO 1500-EXIT
           END-IF

           IF NOT WS-JOURNAL-ON-HAND
               MOVE SPACES TO ASOF-REPORT-LINE
               STRING "NO TYPE1JNL - NOTHING TO ROLL FORWARD FROM "
                      WS-START-DATE " TO " WS-AS-OF-DATE
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
               PERFORM 8800-REFUSE-RUN THRU 8800-EXIT
               GO TO 1500-EXIT
           END-IF
           IF WS-JOURNAL-FIRST-DATE > WS-START-DATE
               SET WS-JOURNAL-GAP TO TRUE
               MOVE SPACES TO ASOF-REPORT-LINE
               STRING "JOURNAL GAP - TYPE1JNL BEGINS "
                      WS-JOURNAL-FIRST-DATE ", AFTER THE STARTING POINT"
                      " " WS-START-DATE "; CHANGES BETWEEN CANNOT BE "
                      "SEEN, NO BALANCES PRINTED"
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
               DISPLAY "DANOASOF: " ASOF-REPORT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  2000-RECONSTRUCT - every event for every account, in key     *
      *                     and then time order                       *
      *****************************************************************
       2000-RECONSTRUCT.
           PERFORM 8910-WRITE-BLANK THRU 8910-EXIT
           MOVE "  ACCOUNT        BALANCE   STATUS  CHANGES   NOTE"
               TO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT

           SORT ASOF-SORT-FILE
               ON ASCENDING KEY ASR-COMPONENT-1
                                ASR-ORDER-DATE
                                ASR-SEQUENCE
               INPUT PROCEDURE 2100-RELEASE-EVENTS THRU 2100-EXIT
               OUTPUT PROCEDURE 2500-ROLL-FORWARD THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-RELEASE-EVENTS - sort input procedure                   *
      *****************************************************************
       2100-RELEASE-EVENTS.
           IF WS-START-FROM-BACKUP
               PERFORM 2110-RELEASE-BACKUP THRU 2110-EXIT
           ELSE
               PERFORM 2120-RELEASE-PERIOD THRU 2120-EXIT
           END-IF
           IF WS-JOURNAL-ON-HAND
               PERFORM 2130-RELEASE-JOURNAL THRU 2130-EXIT
           END-IF
           PERFORM 2140-RELEASE-PURGES THRU 2140-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-RELEASE-BACKUP                                          *
      *****************************************************************
       2110-RELEASE-BACKUP.
           OPEN INPUT BACKUP-FILE
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 2111-RELEASE-BACKUP-IMAGE THRU 2111-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE BACKUP-FILE.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2111-RELEASE-BACKUP-IMAGE                                    *
      *****************************************************************
       2111-RELEASE-BACKUP-IMAGE.
           READ BACKUP-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF OR BKP-RECORD-TYPE = "T"
               GO TO 2111-EXIT
           END-IF
           MOVE BKP-IMAGE TO WS-IMAGE-VIEW
           MOVE SPACES             TO ASOF-SORT-RECORD
           MOVE WS-IMG-COMPONENT-1 TO ASR-COMPONENT-1
           MOVE WS-IMG-COMPONENT-2 TO ASR-AFTER-BALANCE
           MOVE WS-IMG-COMPONENT-5 TO ASR-STATUS
           PERFORM 2190-RELEASE-START THRU 2190-EXIT.
       2111-EXIT.
           EXIT.

      *****************************************************************
      *  2120-RELEASE-PERIOD                                          *
      *****************************************************************
       2120-RELEASE-PERIOD.
           OPEN INPUT PERIOD-BALANCE-FILE
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 2121-RELEASE-PERIOD-BALANCE THRU 2121-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE PERIOD-BALANCE-FILE.
       2120-EXIT.
           EXIT.

      *****************************************************************
      *  2121-RELEASE-PERIOD-BALANCE - TYPE1PBL holds no status       *
      *****************************************************************
       2121-RELEASE-PERIOD-BALANCE.
           READ PERIOD-BALANCE-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF OR PBL-PERIOD NOT = WS-START-DATE
               GO TO 2121-EXIT
           END-IF
           MOVE SPACES          TO ASOF-SORT-RECORD
           MOVE PBL-COMPONENT-1 TO ASR-COMPONENT-1
           MOVE PBL-BALANCE     TO ASR-AFTER-BALANCE
           PERFORM 2190-RELEASE-START THRU 2190-EXIT.
       2121-EXIT.
           EXIT.

      *****************************************************************
      *  2130-RELEASE-JOURNAL - changes after the starting point and  *
      *                         on or before the as-of date           *
      *****************************************************************
       2130-RELEASE-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 2131-RELEASE-CHANGE THRU 2131-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE JOURNAL-FILE.
       2130-EXIT.
           EXIT.

      *****************************************************************
      *  2131-RELEASE-CHANGE                                          *
      *****************************************************************
       2131-RELEASE-CHANGE.
           READ JOURNAL-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 2131-EXIT
           END-IF
           ADD 1 TO WS-JOURNAL-READ
           PERFORM 8100-EFFECTIVE-DATE THRU 8100-EXIT
           IF WS-EFFECTIVE-DATE NOT > WS-START-DATE
               ADD 1 TO WS-JOURNAL-BEFORE-START
               GO TO 2131-EXIT
           END-IF
           IF WS-EFFECTIVE-DATE > WS-AS-OF-DATE
               ADD 1 TO WS-JOURNAL-AFTER-DATE
               GO TO 2131-EXIT
           END-IF
           ADD 1 TO WS-JOURNAL-IN-RANGE

           MOVE SPACES             TO ASOF-SORT-RECORD
           MOVE JNL-AFTER-IMAGE    TO WS-IMAGE-VIEW
           MOVE WS-IMG-COMPONENT-1 TO ASR-COMPONENT-1
           MOVE WS-IMG-COMPONENT-2 TO ASR-AFTER-BALANCE
           MOVE WS-IMG-COMPONENT-5 TO ASR-STATUS
           MOVE JNL-LOG-DATE       TO ASR-ORDER-DATE
           MOVE WS-JOURNAL-READ    TO ASR-SEQUENCE
           MOVE JNL-PROGRAM-NAME   TO ASR-PROGRAM-NAME
           IF JNL-ACTION = "WRITE"
               SET ASR-WRITE   TO TRUE
           ELSE
               SET ASR-REWRITE TO TRUE
           END-IF
           MOVE JNL-BEFORE-PRESENT TO ASR-BEFORE-PRESENT
           MOVE 0                  TO ASR-BEFORE-BALANCE
           IF JNL-BEFORE-PRESENT = "Y"
               MOVE JNL-BEFORE-IMAGE   TO WS-IMAGE-VIEW
               MOVE WS-IMG-COMPONENT-2 TO ASR-BEFORE-BALANCE
           END-IF
           RELEASE ASOF-SORT-RECORD.
       2131-EXIT.
           EXIT.

      *****************************************************************
      *  2140-RELEASE-PURGES - DANOPURG's deletes are not journalled; *
      *                        TYPE1ARC is the record of them         *
      *****************************************************************
       2140-RELEASE-PURGES.
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-OK
               GO TO 2140-EXIT
           END-IF
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 2141-RELEASE-PURGE THRU 2141-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE ARCHIVE-FILE.
       2140-EXIT.
           EXIT.

      *****************************************************************
      *  2141-RELEASE-PURGE                                           *
      *****************************************************************
       2141-RELEASE-PURGE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF OR ARC-RECORD-TYPE = "T"
               GO TO 2141-EXIT
           END-IF
           IF ARC-ARCHIVED-DATE NOT > WS-START-DATE
            OR ARC-ARCHIVED-DATE > WS-AS-OF-DATE
               GO TO 2141-EXIT
           END-IF
           ADD 1 TO WS-PURGES-IN-RANGE
           MOVE SPACES             TO ASOF-SORT-RECORD
           MOVE ARC-IMAGE          TO WS-IMAGE-VIEW
           MOVE WS-IMG-COMPONENT-1 TO ASR-COMPONENT-1
           MOVE ARC-ARCHIVED-DATE  TO ASR-ORDER-DATE
           MOVE 999999999          TO ASR-SEQUENCE
           SET ASR-PURGE           TO TRUE
           MOVE 0                  TO ASR-BEFORE-BALANCE
           MOVE WS-IMG-COMPONENT-2 TO ASR-AFTER-BALANCE
           RELEASE ASOF-SORT-RECORD.
       2141-EXIT.
           EXIT.

      *****************************************************************
      *  2190-RELEASE-START - the balance at the starting point       *
      *****************************************************************
       2190-RELEASE-START.
           ADD 1 TO WS-START-RECORDS
           MOVE "00000000" TO ASR-ORDER-DATE
           MOVE 0          TO ASR-SEQUENCE
           SET ASR-START   TO TRUE
           MOVE 0          TO ASR-BEFORE-BALANCE
           RELEASE ASOF-SORT-RECORD.
       2190-EXIT.
           EXIT.

      *****************************************************************
      *  2500-ROLL-FORWARD - sort output procedure; one account at a  *
      *                      time, printed when its key changes       *
      *****************************************************************
       2500-ROLL-FORWARD.
           MOVE LOW-VALUES TO WS-ACC-COMPONENT-1
           PERFORM 2510-RETURN-EVENT THRU 2510-EXIT
           PERFORM 2520-APPLY-EVENT THRU 2520-EXIT
               UNTIL WS-EVENTS-DONE
           IF WS-ACC-COMPONENT-1 NOT = LOW-VALUES
               PERFORM 2600-STATE-ACCOUNT THRU 2600-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2510-RETURN-EVENT                                            *
      *****************************************************************
       2510-RETURN-EVENT.
           RETURN ASOF-SORT-FILE
               AT END
                   SET WS-EVENTS-DONE TO TRUE
           END-RETURN.
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  2520-APPLY-EVENT                                             *
      *****************************************************************
       2520-APPLY-EVENT.
           IF ASR-COMPONENT-1 NOT = WS-ACC-COMPONENT-1
               IF WS-ACC-COMPONENT-1 NOT = LOW-VALUES
                   PERFORM 2600-STATE-ACCOUNT THRU 2600-EXIT
               END-IF
               MOVE ASR-COMPONENT-1 TO WS-ACC-COMPONENT-1
               MOVE 0               TO WS-ACC-BALANCE
               MOVE SPACE           TO WS-ACC-STATUS
               MOVE 0               TO WS-ACC-CHANGES
               MOVE SPACES          TO WS-ACC-GAP-REASON
               MOVE "N"             TO WS-ACC-PRESENT-SWITCH
               MOVE "N"             TO WS-ACC-CREATED-SWITCH
               MOVE "N"             TO WS-ACC-RESTORED-SWITCH
               MOVE "N"             TO WS-ACC-PURGED-SWITCH
               MOVE "N"             TO WS-ACC-GAP-SWITCH
           END-IF

           EVALUATE TRUE
               WHEN ASR-START
                   SET WS-ACC-PRESENT TO TRUE
                   MOVE ASR-AFTER-BALANCE TO WS-ACC-BALANCE
                   MOVE ASR-STATUS        TO WS-ACC-STATUS
               WHEN ASR-WRITE
                   PERFORM 2530-APPLY-WRITE   THRU 2530-EXIT
               WHEN ASR-REWRITE
                   PERFORM 2540-APPLY-REWRITE THRU 2540-EXIT
               WHEN ASR-PURGE
                   IF WS-ACC-PRESENT
                       MOVE "N" TO WS-ACC-PRESENT-SWITCH
                       SET WS-ACC-PURGED TO TRUE
                   END-IF
           END-EVALUATE

           PERFORM 2510-RETURN-EVENT THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  2530-APPLY-WRITE - a new key, or one DANOREST brought back   *
      *****************************************************************
       2530-APPLY-WRITE.
           IF WS-ACC-PRESENT
               MOVE "JOURNAL GAP - WRITE OF A KEY ALREADY ON FILE"
                   TO WS-ACC-GAP-REASON
               SET WS-ACC-GAP TO TRUE
           END-IF
           SET WS-ACC-PRESENT TO TRUE
           IF ASR-PROGRAM-NAME = "DANOREST"
               SET WS-ACC-RESTORED TO TRUE
           ELSE
               SET WS-ACC-CREATED  TO TRUE
           END-IF
           MOVE ASR-AFTER-BALANCE TO WS-ACC-BALANCE
           MOVE ASR-STATUS        TO WS-ACC-STATUS
           ADD 1 TO WS-ACC-CHANGES.
       2530-EXIT.
           EXIT.

      *****************************************************************
      *  2540-APPLY-REWRITE - the before-image must be the balance    *
      *                       rolled forward so far                   *
      *****************************************************************
       2540-APPLY-REWRITE.
           IF NOT WS-ACC-PRESENT
               IF NOT WS-ACC-GAP
                   MOVE "JOURNAL GAP - REWRITE OF A KEY NOT ON FILE"
                       TO WS-ACC-GAP-REASON
               END-IF
               SET WS-ACC-GAP TO TRUE
           END-IF
           IF ASR-BEFORE-PRESENT = "Y"
              AND ASR-BEFORE-BALANCE NOT = WS-ACC-BALANCE
              AND NOT WS-ACC-GAP
               MOVE SPACES TO WS-ACC-GAP-REASON
               STRING "JOURNAL GAP - BEFORE-IMAGE DISAGREES, "
                      ASR-ORDER-DATE " " ASR-PROGRAM-NAME
                   DELIMITED BY SIZE INTO WS-ACC-GAP-REASON
               SET WS-ACC-GAP TO TRUE
           END-IF
           SET WS-ACC-PRESENT TO TRUE
           MOVE ASR-AFTER-BALANCE TO WS-ACC-BALANCE
           MOVE ASR-STATUS        TO WS-ACC-STATUS
           ADD 1 TO WS-ACC-CHANGES.
       2540-EXIT.
           EXIT.

      *****************************************************************
      *  2600-STATE-ACCOUNT - one report line; only an account still  *
      *                       on file with an unbroken history counts *
      *****************************************************************
       2600-STATE-ACCOUNT.
           MOVE WS-ACC-COMPONENT-1 TO WS-RPT-COMPONENT-1
           MOVE WS-ACC-STATUS      TO WS-RPT-STATUS
           MOVE WS-ACC-CHANGES     TO WS-RPT-CHANGES
           MOVE SPACES             TO WS-RPT-MARKER

           IF WS-ACC-GAP
               ADD 1 TO WS-ACCOUNTS-GAP
               MOVE "  NOT KNOWN"      TO WS-RPT-NO-BALANCE
               MOVE WS-ACC-GAP-REASON  TO WS-RPT-MARKER
               GO TO 2600-PRINT
           END-IF
           IF NOT WS-ACC-PRESENT
               IF WS-ACC-PURGED
                   ADD 1 TO WS-ACCOUNTS-PURGED
                   MOVE "    PURGED" TO WS-RPT-NO-BALANCE
                   MOVE "PURGED TO TYPE1ARC IN THE RANGE - NOT ON FILE"
                       TO WS-RPT-MARKER
                   GO TO 2600-PRINT
               END-IF
               GO TO 2600-EXIT
           END-IF

           ADD 1              TO WS-ACCOUNTS-STATED
           ADD WS-ACC-BALANCE TO WS-HASH-TOTAL
           MOVE WS-ACC-BALANCE TO WS-RPT-BALANCE
           EVALUATE TRUE
               WHEN WS-ACC-RESTORED
                   ADD 1 TO WS-ACCOUNTS-RESTORED
                   MOVE "RESTORED FROM TYPE1ARC IN THE RANGE"
                       TO WS-RPT-MARKER
               WHEN WS-ACC-CREATED
                   ADD 1 TO WS-ACCOUNTS-CREATED
                   MOVE "CREATED IN THE RANGE" TO WS-RPT-MARKER
           END-EVALUATE
           IF WS-ACC-PURGED
               ADD 1 TO WS-ACCOUNTS-PURGED
               MOVE "PURGED AND RESTORED IN THE RANGE"
                   TO WS-RPT-MARKER
           END-IF.
       2600-PRINT.
           MOVE WS-RPT-DETAIL-LINE TO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - the count and hash, and how far the         *
      *                   journal went                                *
      *****************************************************************
       3000-TERMINATE.
           IF WS-RUN-REFUSED OR WS-JOURNAL-GAP
               CLOSE ASOF-REPORT-FILE
               GO TO 3000-EXIT
           END-IF

           PERFORM 8910-WRITE-BLANK THRU 8910-EXIT
           MOVE WS-START-RECORDS TO WS-EDIT-COUNT
           MOVE SPACES TO ASOF-REPORT-LINE
           STRING "  ACCOUNTS AT THE STARTING POINT  . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-JOURNAL-IN-RANGE TO WS-EDIT-COUNT
           STRING "  JOURNAL CHANGES ROLLED FORWARD  . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-JOURNAL-AFTER-DATE TO WS-EDIT-COUNT
           STRING "  JOURNAL CHANGES AFTER THE DATE  . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-PURGES-IN-RANGE TO WS-EDIT-COUNT
           STRING "  TYPE1ARC PURGES IN THE RANGE  . . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-ACCOUNTS-CREATED TO WS-EDIT-COUNT
           STRING "  ACCOUNTS CREATED  . . . . . . . . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-ACCOUNTS-RESTORED TO WS-EDIT-COUNT
           STRING "  ACCOUNTS RESTORED . . . . . . . . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-ACCOUNTS-PURGED TO WS-EDIT-COUNT
           STRING "  ACCOUNTS PURGED . . . . . . . . . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE WS-ACCOUNTS-GAP TO WS-EDIT-COUNT
           STRING "  ACCOUNTS NOT KNOWN - JOURNAL GAP  . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT

           MOVE WS-ACCOUNTS-STATED TO WS-EDIT-COUNT
           MOVE WS-HASH-TOTAL      TO WS-EDIT-HASH
           STRING "  ACCOUNTS STATED " WS-EDIT-COUNT
                  "   COMPONENT-2 HASH TOTAL " WS-EDIT-HASH
               DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           DISPLAY "DANOASOF: " WS-AS-OF-DATE " " ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT

           IF WS-ACCOUNTS-GAP > 0
               STRING "  JOURNAL GAP - "
                      "THE COUNT AND HASH LEAVE OUT THE ACCOUNTS NOT "
                      "KNOWN; THIS IS NOT THE WHOLE BOOK"
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
               DISPLAY "DANOASOF: " ASOF-REPORT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ASOF-REPORT-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-EFFECTIVE-DATE - the business date a journal record     *
      *                        belongs to; records cut before the     *
      *                        field existed fall back on the log     *
      *                        date                                   *
      *****************************************************************
       8100-EFFECTIVE-DATE.
           IF JNL-BUSINESS-DATE = SPACES
               MOVE JNL-LOG-DATE      TO WS-EFFECTIVE-DATE
           ELSE
               MOVE JNL-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           END-IF.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8800-REFUSE-RUN - ASOF-REPORT-LINE holds the reason          *
      *****************************************************************
       8800-REFUSE-RUN.
           DISPLAY "DANOASOF: " ASOF-REPORT-LINE
           DISPLAY "DANOASOF: RUN REFUSED"
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE "RUN REFUSED" TO ASOF-REPORT-LINE
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           MOVE 16 TO RETURN-CODE
           SET WS-RUN-REFUSED TO TRUE.
       8800-EXIT.
           EXIT.

      *****************************************************************
      *  8900-WRITE-LINE                                              *
      *****************************************************************
       8900-WRITE-LINE.
           WRITE ASOF-REPORT-LINE
           MOVE SPACES TO ASOF-REPORT-LINE.
       8900-EXIT.
           EXIT.

      *****************************************************************
      *  8910-WRITE-BLANK                                             *
      *****************************************************************
       8910-WRITE-BLANK.
           MOVE SPACES TO ASOF-REPORT-LINE
           WRITE ASOF-REPORT-LINE.
       8910-EXIT.
           EXIT.
