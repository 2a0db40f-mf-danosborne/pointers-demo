      *****************************************************************
      *  PROGRAM-ID.  DANOMERG                                        *
      *  AUTHOR.      D. L. OSBORNE                                   *
      *  INSTALLATION. DEMO SYSTEMS.                                  *
      *  DATE-WRITTEN. 2026-10-01.                                    *
      *                                                                *
      *  Online account merge and re-key, in the DANOACST style.      *
      *  When two component-1 keys turn out to be one customer, or a  *
      *  key was set up wrong, a DANOMAINT delete and re-add throws   *
      *  away the TYPE3MST transactions and TYPE1PBL period balances  *
      *  filed under the old key.  Here a supervisor (DANOOPER        *
      *  authority S - anyone else is locked out) keys the retiring   *
      *  key and the surviving key, checks the figures shown and      *
      *  confirms; the merge then:                                    *
      *    1. re-keys every TYPE3MST transaction of the retiring key  *
      *       to the surviving key - where the survivor already has   *
      *       a transaction on that date (one per account per date)   *
      *       the amounts are combined onto the survivor's record;    *
      *    2. re-keys every TYPE1PBL period row the same way, a       *
      *       period both keys closed becoming one combined row;      *
      *    3. adds the retiring COMPONENT-2 onto the survivor and     *
      *       closes the retiring account at zero (COMPONENT-5 "C",   *
      *       stamped with the date and the supervisor), so DANOPURG  *
      *       ages it out in the usual way, and moves the retiring    *
      *       key's open TYPE1ACR accruals onto the survivor - a      *
      *       period both keys are accruing becoming one record - so  *
      *       DANOCLSE posts that interest to the open account;       *
      *    4. writes a TYPE1FWD forwarding record, retiring key to    *
      *       surviving key, so DANOPOST posts feed, capture and      *
      *       suspense items still carrying the old key to the new    *
      *       one, and DANOHIST shows the mapping.                    *
      *  Both accounts must be on file and open, and every limit is   *
      *  checked before anything is touched - a refusal changes       *
      *  nothing.  Every TYPE1MST and TYPE3MST change is journalled   *
      *  to TYPE1JNL/TYPE3JNL and every change is stamped to DANOOPLG *
      *  (MERGEIN, MERGEOUT, T3REKEY, PBLREKEY, ACRREKEY; a refusal   *
      *  MERGEREFUS).  Should TYPE1PBL or TYPE1ACR not open for the   *
      *  copy after the masters have moved, the merge still completes *
      *  and the rows stay on the retiring key, reported RC 16.       *
      *  TYPE1MST is taken under the same DANOLK lock arbitration as  *
      *  DANOMAINT.                                                   *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-01  DLO   Initial version.                          *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *    2026-10-15  DLO   The retiring key's open TYPE1ACR accruals *
      *                      move to the survivor (ACRREKEY), folded   *
      *                      into its record for a shared period.      *
      *                      Every TYPE1PBL/TYPE1PBW open is checked   *
      *                      and TYPE1PBL is opened OUTPUT only once   *
      *                      TYPE1PBW has reopened INPUT; rows a       *
      *                      failed open leaves behind are reported.   *
      *                      Only a missing TYPE3MST (status 35) is    *
      *                      taken as no transactions to move; any     *
      *                      other open failure ends the run RC 16.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOMERG.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-10-01.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE1-MASTER-FILE ASSIGN TO "TYPE1MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPONENT-1 OF TYPE1M-RECORD
               FILE STATUS IS WS-TYPE1M-STATUS.

           SELECT PERIOD-BALANCE-FILE ASSIGN TO "TYPE1PBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PERIOD-WORK-FILE ASSIGN TO "TYPE1PBW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERWORK-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "TYPE1ACR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT ACCRUAL-WORK-FILE ASSIGN TO "TYPE1ACW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCWORK-STATUS.

           COPY TYPE3MSL.
           COPY DANOFWSL.
           COPY DANOLKSL.

           COPY TYP1JNSL.
           COPY TYP3JNSL.
           COPY DANOOPSL.

       DATA DIVISION.
       FILE SECTION.
       COPY TYPE1CPY.

       FD  TYPE1-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TYPE1M-RECORD                type1.

       FD  PERIOD-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-BALANCE-RECORD.
           05  PBL-PERIOD               pic x(08).
      *                                      *> the closing E date
           05  PBL-COMPONENT-1          pic x(10).
           05  PBL-BALANCE              pic 9(09).

       FD  PERIOD-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-WORK-RECORD.
           05  PBW-PERIOD               pic x(08).
           05  PBW-COMPONENT-1          pic x(10).
           05  PBW-BALANCE              pic 9(09).

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
       COPY DANOFWFD.
       COPY TYP1JNFD.
       COPY TYP3JNFD.

       COPY DANOLKFD.
       COPY DANOOPFD.

       WORKING-STORAGE SECTION.
       COPY TYP1JNWS.
       COPY TYP3JNWS.
       COPY DANOLKWS.
       COPY DANOOPWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-TYPE1M-STATUS         pic x(02).
               88  WS-TYPE1M-OK                  value "00".
           05  WS-TYPE3M-STATUS         pic x(02).
               88  WS-TYPE3M-OK                  value "00".
           05  WS-FORWARD-STATUS        pic x(02).
               88  WS-FORWARD-OK                 value "00".
           05  WS-PERIOD-STATUS         pic x(02).
               88  WS-PERIOD-OK                  value "00".
               88  WS-PERIOD-EOF                 value "10".
           05  WS-PERWORK-STATUS        pic x(02).
               88  WS-PERWORK-OK                 value "00".
               88  WS-PERWORK-EOF                value "10".
           05  WS-ACCRUAL-STATUS        pic x(02).
               88  WS-ACCRUAL-OK                 value "00".
               88  WS-ACCRUAL-EOF                value "10".
           05  WS-ACCWORK-STATUS        pic x(02).
               88  WS-ACCWORK-OK                 value "00".
               88  WS-ACCWORK-EOF                value "10".
           05  WS-ACCRUAL-ON-HAND-SWITCH pic x(01).
               88  WS-ACCRUAL-ON-HAND             value "Y".
           05  WS-ROWS-LEFT-SWITCH      pic x(01).
               88  WS-ROWS-LEFT-BEHIND            value "Y".
           05  WS-MORE-MERGES           pic x(01) value "Y".
               88  WS-MORE-MERGES-YES             value "Y".
           05  WS-LOCK-OVERRIDE-SWITCH  pic x(01) value "N".
               88  WS-LOCK-OVERRIDDEN             value "Y".
           05  WS-TYPE1M-OPEN-SWITCH    pic x(01) value "N".
               88  WS-TYPE1M-IS-OPEN              value "Y".
           05  WS-TYPE3M-OPEN-SWITCH    pic x(01) value "N".
               88  WS-TYPE3M-IS-OPEN              value "Y".
           05  WS-FORWARD-OPEN-SWITCH   pic x(01) value "N".
               88  WS-FORWARD-IS-OPEN             value "Y".
           05  WS-JOURNAL-OPEN-SWITCH   pic x(01) value "N".
               88  WS-JOURNAL-IS-OPEN             value "Y".
           05  WS-TYPE3M-EOF-SWITCH     pic x(01).
               88  WS-TYPE3M-EOF                  value "Y".
           05  WS-PERIOD-ON-HAND-SWITCH pic x(01).
               88  WS-PERIOD-ON-HAND              value "Y".
           05  WS-TABLE-FULL-SWITCH     pic x(01).
               88  WS-TABLE-FULL                  value "Y".

       01  WS-ACTIVITY-DATE             pic x(08).
       01  WS-ACTIVITY-TIME             pic x(08).
       01  WS-STATUS-TEST               pic x(01).

      *    COMPONENT-2 is pic xxxx comp-5 - unsigned, four bytes - so
      *    the combined balance is worked out wider before the merge
      *    is allowed to put it on the survivor
       01  WS-BALANCE-FIELDS.
           05  WS-OLD-BALANCE           pic 9(10) comp.
           05  WS-NEW-BALANCE           pic 9(10) comp.
           05  WS-COMBINED-BALANCE      pic 9(11) comp.
           05  WS-BALANCE-CEILING       pic 9(11) comp
                                        value 4294967295.
           05  WS-PERIOD-CEILING        pic 9(11) comp
                                        value 999999999.
           05  WS-AMOUNT-CEILING        pic s9(11)v99 comp-3
                                        value 999999999.99.
           05  WS-COMBINED-AMOUNT       pic s9(11)v99 comp-3.

       01  WS-INPUT-OLD-KEY             pic x(10).
       01  WS-INPUT-NEW-KEY             pic x(10).
       01  WS-INPUT-CONFIRM             pic x(01).
       01  WS-INPUT-CONTINUE            pic x(01).
       01  WS-INPUT-LOCK-CHOICE         pic x(01).
       01  WS-MESSAGE                   pic x(40).

       01  WS-SHOW-FIELDS.
           05  WS-SHOW-OLD-BALANCE      pic z(9)9.
           05  WS-SHOW-NEW-BALANCE      pic z(9)9.
           05  WS-SHOW-T3-ROWS          pic zzz9.
           05  WS-SHOW-PBL-ROWS         pic zzz9.

      *    the suite's physical TYPE3MST layout, field for field, so a
      *    held row can be taken apart without disturbing the record
      *    buffer
       01  WS-T3-ROW-VIEW.
           05  WS-T3V-COMPONENT-1       pic x(10).
           05  WS-T3V-COMPONENT-3       pic x(08).
           05  WS-T3V-COMPONENT-2       pic xxxx comp-5.
           05  WS-T3V-COMPONENT-4       pic s9(9)v99 comp-3.

       01  WS-T3-TABLE-LIMITS.
           05  WS-T3-CAPACITY           pic 9(4) comp value 1000.
           05  WS-OLD-T3-COUNT          pic 9(4) comp value 0.
           05  WS-NEW-T3-COUNT          pic 9(4) comp value 0.
           05  WS-T3-SUB                pic 9(4) comp.
           05  WS-T3-SUB2               pic 9(4) comp.

      *    the retiring key's TYPE3MST rows, held whole so they can be
      *    moved after the sequential read is over; the survivor's
      *    dates and amounts, so a date both keys posted on can be
      *    judged before anything changes
       01  WS-OLD-T3-TABLE.
           05  WS-OLD-T3-ROW            pic x(28) occurs 1000 times.
       01  WS-NEW-T3-TABLE.
           05  WS-NEW-T3-ENTRY          occurs 1000 times.
               10  WS-NT3-DATE          pic x(08).
               10  WS-NT3-AMOUNT        pic s9(9)v99 comp-3.

       01  WS-PBL-TABLE-LIMITS.
           05  WS-PBL-CAPACITY          pic 9(4) comp value 500.
           05  WS-OLD-PBL-COUNT         pic 9(4) comp value 0.
           05  WS-NEW-PBL-COUNT         pic 9(4) comp value 0.
           05  WS-PBL-SUB               pic 9(4) comp.
           05  WS-PBL-SUB2              pic 9(4) comp.
           05  WS-PBL-HIT-SUB           pic 9(4) comp.

       01  WS-OLD-PBL-TABLE.
           05  WS-OLD-PBL-ENTRY         occurs 500 times.
               10  WS-OPB-PERIOD        pic x(08).
               10  WS-OPB-BALANCE       pic 9(09) comp.
               10  WS-OPB-SHARED        pic x(01).
      *                                      *> "Y" when the survivor
      *                                      *> closed the same period
       01  WS-NEW-PBL-TABLE.
           05  WS-NEW-PBL-ENTRY         occurs 500 times.
               10  WS-NPB-PERIOD        pic x(08).
               10  WS-NPB-BALANCE       pic 9(09) comp.
       01  WS-PBL-MOVED-THIS            pic 9(4) comp.

      *    the retiring key's open accruals, and the periods the
      *    survivor is accruing too; an account has one open record
      *    for the period running and at most a carried fraction
      *    for the next, so a few slots are plenty
       01  WS-ACR-TABLE-LIMITS.
           05  WS-ACR-CAPACITY          pic 9(4) comp value 20.
           05  WS-OLD-ACR-COUNT         pic 9(4) comp value 0.
           05  WS-NEW-ACR-COUNT         pic 9(4) comp value 0.
           05  WS-ACR-SUB               pic 9(4) comp.
           05  WS-ACR-SUB2              pic 9(4) comp.
           05  WS-ACR-HIT-SUB           pic 9(4) comp.
           05  WS-ACR-MOVED-THIS        pic 9(4) comp.
       01  WS-OLD-ACR-TABLE.
           05  WS-OLD-ACR-ENTRY         occurs 20 times.
               10  WS-OAC-PERIOD        pic x(08).
               10  WS-OAC-ACCRUED       pic s9(09)v9(06) comp-3.
               10  WS-OAC-SHARED        pic x(01).
      *                                      *> "Y" when the survivor
      *                                      *> is accruing the same
      *                                      *> period
       01  WS-NEW-ACR-TABLE.
           05  WS-NAC-PERIOD            pic x(08) occurs 20 times.

       01  WS-MERGE-TOTALS.
           05  WS-MERGED-COUNT          pic 9(09) comp value 0.
           05  WS-REFUSED-COUNT         pic 9(09) comp value 0.
           05  WS-T3-MOVED              pic 9(09) comp value 0.
           05  WS-T3-COMBINED           pic 9(09) comp value 0.
           05  WS-PBL-MOVED             pic 9(09) comp value 0.
           05  WS-ACR-MOVED             pic 9(09) comp value 0.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05  LINE 1 COL 1  VALUE "DANOMERG - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-LOCK-PROMPT.
           05  LINE 1 COL 1  VALUE "DANOMERG - MASTER IN USE BY BATCH".
           05  LINE 3 COL 1  VALUE "TYPE1MST IS HELD BY: ".
           05  LINE 3 COL 22 PIC X(08) FROM WS-LOCK-OWNER.
           05  LINE 4 COL 1  VALUE "TRY LATER, OR:".
           05  LINE 5 COL 1  VALUE "RETRY(R) OVERRIDE(O) QUIT(Q): ".
           05  LINE 5 COL 32 PIC X(01) TO WS-INPUT-LOCK-CHOICE.

       01  SCR-ENTRY.
           05  LINE 1 COL 1  VALUE "DANOMERG - ACCOUNT MERGE".
           05  LINE 1 COL 50 VALUE "OPR: ".
           05  LINE 1 COL 55 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 3 COL 1  VALUE "RETIRING COMPONENT-1:  ".
           05  LINE 3 COL 24 PIC X(10) TO WS-INPUT-OLD-KEY.
           05  LINE 4 COL 1  VALUE "SURVIVING COMPONENT-1: ".
           05  LINE 4 COL 24 PIC X(10) TO WS-INPUT-NEW-KEY.

       01  SCR-CONFIRM.
           05  LINE 6 COL 1  VALUE "RETIRING BALANCE:  ".
           05  LINE 6 COL 20 PIC X(10) FROM WS-SHOW-OLD-BALANCE.
           05  LINE 7 COL 1  VALUE "SURVIVING BALANCE: ".
           05  LINE 7 COL 20 PIC X(10) FROM WS-SHOW-NEW-BALANCE.
           05  LINE 8 COL 1  VALUE "TYPE3MST ROWS TO MOVE: ".
           05  LINE 8 COL 24 PIC X(04) FROM WS-SHOW-T3-ROWS.
           05  LINE 9 COL 1  VALUE "TYPE1PBL ROWS TO MOVE: ".
           05  LINE 9 COL 24 PIC X(04) FROM WS-SHOW-PBL-ROWS.
           05  LINE 11 COL 1 VALUE "CONFIRM MERGE (Y/N)? ".
           05  LINE 11 COL 22 PIC X(01) TO WS-INPUT-CONFIRM.

       01  SCR-MESSAGE-LINE.
           05  LINE 13 COL 1 PIC X(40) FROM WS-MESSAGE.

       01  SCR-CONTINUE-PROMPT.
           05  LINE 15 COL 1 VALUE "ANOTHER MERGE (Y/N)? ".
           05  LINE 15 COL 22 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOMERG" TO WS-PROGRAM-NAME
           ACCEPT WS-JNL-BUSINESS-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-MERGE-ACCOUNT    THRU 2000-EXIT
               UNTIL NOT WS-MORE-MERGES-YES
           PERFORM 3000-TERMINATE        THRU 3000-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - supervisor authority or lockout, the       *
      *                    master lock, then the masters, the         *
      *                    forwarding file and both journals          *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1020-OPERATOR-SIGNON THRU 1020-EXIT
           IF NOT WS-MORE-MERGES-YES
               GO TO 1000-EXIT
           END-IF

           MOVE "DANOMERG" TO WS-LOCK-REQUESTOR
           PERFORM 1050-LOCK-ARBITRATION THRU 1050-EXIT
           IF NOT WS-MORE-MERGES-YES
               GO TO 1000-EXIT
           END-IF

           PERFORM 8650-OPEN-JOURNAL THRU 8650-EXIT
           PERFORM 8660-OPEN-JOURNAL3 THRU 8660-EXIT
           SET WS-JOURNAL-IS-OPEN TO TRUE
           OPEN I-O TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
               DISPLAY "DANOMERG: OPEN TYPE1MST FAILED, STATUS "
                       WS-TYPE1M-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-MORE-MERGES
               GO TO 1000-EXIT
           END-IF
           SET WS-TYPE1M-IS-OPEN TO TRUE

      *    no TYPE3MST yet (status 35) simply means no transactions
      *    to move; any other failure stops the merge before a TYPE1
      *    record is touched, or the key's transactions would be left
      *    behind under the retired key
           OPEN I-O TYPE3-MASTER-FILE
           IF WS-TYPE3M-OK
               SET WS-TYPE3M-IS-OPEN TO TRUE
           ELSE
               IF NOT WS-TYPE3M-STATUS = "35"
                   DISPLAY "DANOMERG: OPEN TYPE3MST FAILED, STATUS "
                           WS-TYPE3M-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "N" TO WS-MORE-MERGES
                   GO TO 1000-EXIT
               END-IF
           END-IF

           OPEN I-O FORWARD-FILE
           IF WS-FORWARD-STATUS = "35"
               OPEN OUTPUT FORWARD-FILE
               CLOSE FORWARD-FILE
               OPEN I-O FORWARD-FILE
           END-IF
           IF NOT WS-FORWARD-OK
               DISPLAY "DANOMERG: OPEN TYPE1FWD FAILED, STATUS "
                       WS-FORWARD-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-MORE-MERGES
               GO TO 1000-EXIT
           END-IF
           SET WS-FORWARD-IS-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1020-OPERATOR-SIGNON - supervisor authority or lockout; the  *
      *                         denial itself is logged               *
      *****************************************************************
       1020-OPERATOR-SIGNON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1030-ACCEPT-SIGNON THRU 1030-EXIT
               UNTIL WS-OPERATOR-ID NOT = SPACES
           PERFORM 8840-VALIDATE-OPERATOR THRU 8840-EXIT

           IF NOT WS-OPERATOR-ON-FILE
            OR NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY "DANOMERG: OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR ACCOUNT MERGE"
               MOVE "DENIED"  TO WS-OPR-ACTION
               MOVE SPACES    TO WS-OPR-RECORD-KEY
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               MOVE "N" TO WS-MORE-MERGES
               GO TO 1020-EXIT
           END-IF

           MOVE "SIGNON"  TO WS-OPR-ACTION
           MOVE SPACES    TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1030-ACCEPT-SIGNON                                           *
      *****************************************************************
       1030-ACCEPT-SIGNON.
           DISPLAY SCR-SIGNON
           ACCEPT SCR-SIGNON.
       1030-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LOCK-ARBITRATION - while the batch owns TYPE1MST, tell  *
      *                          the operator and offer retry, a      *
      *                          logged emergency override, or quit   *
      *****************************************************************
       1050-LOCK-ARBITRATION.
           PERFORM 8800-CHECK-MASTER-LOCK THRU 8800-EXIT
           PERFORM 1060-LOCK-PROMPT THRU 1060-EXIT
               UNTIL NOT WS-MASTER-LOCKED
                  OR WS-LOCK-OVERRIDDEN
                  OR NOT WS-MORE-MERGES-YES.
       1050-EXIT.
           EXIT.

      *****************************************************************
      *  1060-LOCK-PROMPT                                             *
      *****************************************************************
       1060-LOCK-PROMPT.
           DISPLAY SCR-LOCK-PROMPT
           ACCEPT SCR-LOCK-PROMPT
           EVALUATE WS-INPUT-LOCK-CHOICE
               WHEN "R"
                   PERFORM 8800-CHECK-MASTER-LOCK THRU 8800-EXIT
               WHEN "O"
                   PERFORM 8830-LOG-LOCK-OVERRIDE THRU 8830-EXIT
                   MOVE "OVERRIDE" TO WS-OPR-ACTION
                   MOVE SPACES     TO WS-OPR-RECORD-KEY
                   PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
                   SET WS-LOCK-OVERRIDDEN TO TRUE
               WHEN OTHER
                   MOVE "N" TO WS-MORE-MERGES
           END-EVALUATE.
       1060-EXIT.
           EXIT.

      *****************************************************************
      *  2000-MERGE-ACCOUNT - key the two accounts, judge every limit *
      *                       first, show the figures, and only on a  *
      *                       confirmation move anything              *
      *****************************************************************
       2000-MERGE-ACCOUNT.
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO WS-INPUT-OLD-KEY
           MOVE SPACES TO WS-INPUT-NEW-KEY
           DISPLAY SCR-ENTRY
           ACCEPT SCR-ENTRY

           IF WS-INPUT-OLD-KEY = SPACES OR WS-INPUT-NEW-KEY = SPACES
               MOVE "BOTH COMPONENT-1 KEYS REQUIRED" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF
           IF WS-INPUT-OLD-KEY = WS-INPUT-NEW-KEY
               MOVE "THE TWO KEYS MUST DIFFER" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF

           MOVE WS-INPUT-OLD-KEY TO COMPONENT-1 OF TYPE1M-RECORD
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   MOVE "RETIRING KEY NOT ON TYPE1MST" TO WS-MESSAGE
                   GO TO 2000-SHOW-MESSAGE
           END-READ
           MOVE component-5 OF TYPE1M-RECORD TO WS-STATUS-TEST
           IF WS-STATUS-TEST = "F" OR WS-STATUS-TEST = "C"
               MOVE "REFUSED - RETIRING KEY IS NOT OPEN"
                   TO WS-MESSAGE
               PERFORM 2050-LOG-REFUSAL THRU 2050-EXIT
               GO TO 2000-SHOW-MESSAGE
           END-IF
           MOVE COMPONENT-2 OF TYPE1M-RECORD TO WS-OLD-BALANCE

           MOVE WS-INPUT-NEW-KEY TO COMPONENT-1 OF TYPE1M-RECORD
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   MOVE "SURVIVING KEY NOT ON TYPE1MST" TO WS-MESSAGE
                   GO TO 2000-SHOW-MESSAGE
           END-READ
           MOVE component-5 OF TYPE1M-RECORD TO WS-STATUS-TEST
           IF WS-STATUS-TEST = "F" OR WS-STATUS-TEST = "C"
               MOVE "REFUSED - SURVIVING KEY IS NOT OPEN"
                   TO WS-MESSAGE
               PERFORM 2050-LOG-REFUSAL THRU 2050-EXIT
               GO TO 2000-SHOW-MESSAGE
           END-IF
           MOVE COMPONENT-2 OF TYPE1M-RECORD TO WS-NEW-BALANCE

           COMPUTE WS-COMBINED-BALANCE =
               WS-OLD-BALANCE + WS-NEW-BALANCE
           IF WS-COMBINED-BALANCE > WS-BALANCE-CEILING
               MOVE "REFUSED - COMBINED BALANCE TOO LARGE"
                   TO WS-MESSAGE
               PERFORM 2050-LOG-REFUSAL THRU 2050-EXIT
               GO TO 2000-SHOW-MESSAGE
           END-IF

           PERFORM 2200-LOAD-TYPE3-ROWS THRU 2200-EXIT
           IF WS-MESSAGE NOT = SPACES
               PERFORM 2050-LOG-REFUSAL THRU 2050-EXIT
               GO TO 2000-SHOW-MESSAGE
           END-IF
           PERFORM 2300-LOAD-PERIOD-ROWS THRU 2300-EXIT
           IF WS-MESSAGE NOT = SPACES
               PERFORM 2050-LOG-REFUSAL THRU 2050-EXIT
               GO TO 2000-SHOW-MESSAGE
           END-IF
           PERFORM 2350-LOAD-ACCRUALS THRU 2350-EXIT
           IF WS-MESSAGE NOT = SPACES
               PERFORM 2050-LOG-REFUSAL THRU 2050-EXIT
               GO TO 2000-SHOW-MESSAGE
           END-IF

           MOVE WS-OLD-BALANCE   TO WS-SHOW-OLD-BALANCE
           MOVE WS-NEW-BALANCE   TO WS-SHOW-NEW-BALANCE
           MOVE WS-OLD-T3-COUNT  TO WS-SHOW-T3-ROWS
           MOVE WS-OLD-PBL-COUNT TO WS-SHOW-PBL-ROWS
           MOVE SPACE            TO WS-INPUT-CONFIRM
           DISPLAY SCR-CONFIRM
           ACCEPT SCR-CONFIRM
           IF WS-INPUT-CONFIRM NOT = "Y"
               MOVE "MERGE NOT CONFIRMED - NOTHING CHANGED"
                   TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF

           ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACTIVITY-TIME FROM TIME
           MOVE "N" TO WS-ROWS-LEFT-SWITCH
           PERFORM 2400-MOVE-TYPE3-ROWS  THRU 2400-EXIT
           IF WS-MESSAGE NOT = SPACES
               GO TO 2000-SHOW-MESSAGE
           END-IF
           PERFORM 2500-MOVE-PERIOD-ROWS THRU 2500-EXIT
           PERFORM 2600-MOVE-BALANCE     THRU 2600-EXIT
           IF WS-MESSAGE NOT = SPACES
               GO TO 2000-SHOW-MESSAGE
           END-IF
           PERFORM 2650-MOVE-ACCRUALS    THRU 2650-EXIT
           PERFORM 2700-WRITE-FORWARD    THRU 2700-EXIT

           ADD 1 TO WS-MERGED-COUNT
           IF WS-ROWS-LEFT-BEHIND
               MOVE "MERGED - PERIOD/ACCRUAL ROWS NOT MOVED"
                   TO WS-MESSAGE
           ELSE
               MOVE "ACCOUNTS MERGED" TO WS-MESSAGE
           END-IF.

       2000-SHOW-MESSAGE.
           DISPLAY SCR-MESSAGE-LINE
           DISPLAY SCR-CONTINUE-PROMPT
           ACCEPT SCR-CONTINUE-PROMPT
           IF WS-INPUT-CONTINUE NOT = "Y"
               MOVE "N" TO WS-MORE-MERGES
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2050-LOG-REFUSAL                                             *
      *****************************************************************
       2050-LOG-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "MERGEREFUS"     TO WS-OPR-ACTION
           MOVE WS-INPUT-OLD-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2200-LOAD-TYPE3-ROWS - the retiring key's rows whole, the    *
      *                         survivor's dates and amounts; more    *
      *                         rows than the tables hold, or a       *
      *                         shared date whose combined amount     *
      *                         would not fit, refuses the merge      *
      *****************************************************************
       2200-LOAD-TYPE3-ROWS.
           MOVE 0 TO WS-OLD-T3-COUNT
           MOVE 0 TO WS-NEW-T3-COUNT
           IF NOT WS-TYPE3M-IS-OPEN
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO WS-TABLE-FULL-SWITCH

           MOVE "N"              TO WS-TYPE3M-EOF-SWITCH
           MOVE WS-INPUT-OLD-KEY TO T3M-COMPONENT-1
           MOVE LOW-VALUES       TO T3M-COMPONENT-3
           START TYPE3-MASTER-FILE KEY NOT < T3M-KEY
               INVALID KEY
                   SET WS-TYPE3M-EOF TO TRUE
           END-START
           PERFORM 2210-HOLD-OLD-ROW THRU 2210-EXIT
               UNTIL WS-TYPE3M-EOF

           MOVE "N"              TO WS-TYPE3M-EOF-SWITCH
           MOVE WS-INPUT-NEW-KEY TO T3M-COMPONENT-1
           MOVE LOW-VALUES       TO T3M-COMPONENT-3
           START TYPE3-MASTER-FILE KEY NOT < T3M-KEY
               INVALID KEY
                   SET WS-TYPE3M-EOF TO TRUE
           END-START
           PERFORM 2220-HOLD-NEW-ROW THRU 2220-EXIT
               UNTIL WS-TYPE3M-EOF

           IF WS-TABLE-FULL
               MOVE "REFUSED - TOO MANY TYPE3MST ROWS" TO WS-MESSAGE
               GO TO 2200-EXIT
           END-IF

           PERFORM VARYING WS-T3-SUB FROM 1 BY 1
                   UNTIL WS-T3-SUB > WS-OLD-T3-COUNT
               MOVE WS-OLD-T3-ROW(WS-T3-SUB) TO WS-T3-ROW-VIEW
               PERFORM VARYING WS-T3-SUB2 FROM 1 BY 1
                       UNTIL WS-T3-SUB2 > WS-NEW-T3-COUNT
                   IF WS-NT3-DATE(WS-T3-SUB2) = WS-T3V-COMPONENT-3
                       COMPUTE WS-COMBINED-AMOUNT =
                           WS-NT3-AMOUNT(WS-T3-SUB2)
                               + WS-T3V-COMPONENT-4
                       IF WS-COMBINED-AMOUNT > WS-AMOUNT-CEILING
                        OR WS-COMBINED-AMOUNT < WS-AMOUNT-CEILING * -1
                           MOVE "REFUSED - COMBINED TYPE3MST AMOUNT"
                               TO WS-MESSAGE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2210-HOLD-OLD-ROW                                            *
      *****************************************************************
       2210-HOLD-OLD-ROW.
           READ TYPE3-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-TYPE3M-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF T3M-COMPONENT-1 NOT = WS-INPUT-OLD-KEY
               SET WS-TYPE3M-EOF TO TRUE
               GO TO 2210-EXIT
           END-IF
           IF WS-OLD-T3-COUNT < WS-T3-CAPACITY
               ADD 1 TO WS-OLD-T3-COUNT
               MOVE TYPE3M-RECORD TO WS-OLD-T3-ROW(WS-OLD-T3-COUNT)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2220-HOLD-NEW-ROW                                            *
      *****************************************************************
       2220-HOLD-NEW-ROW.
           READ TYPE3-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-TYPE3M-EOF TO TRUE
                   GO TO 2220-EXIT
           END-READ
           IF T3M-COMPONENT-1 NOT = WS-INPUT-NEW-KEY
               SET WS-TYPE3M-EOF TO TRUE
               GO TO 2220-EXIT
           END-IF
           IF WS-NEW-T3-COUNT < WS-T3-CAPACITY
               ADD 1 TO WS-NEW-T3-COUNT
               MOVE T3M-COMPONENT-3
                   TO WS-NT3-DATE(WS-NEW-T3-COUNT)
               MOVE T3M-COMPONENT-4
                   TO WS-NT3-AMOUNT(WS-NEW-T3-COUNT)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.
       2220-EXIT.
           EXIT.

      *****************************************************************
      *  2300-LOAD-PERIOD-ROWS - TYPE1PBL read once: the retiring     *
      *                          key's periods and the survivor's,    *
      *                          each retiring period marked where    *
      *                          the survivor closed it too; a        *
      *                          combined balance past the field      *
      *                          refuses the merge                    *
      *****************************************************************
       2300-LOAD-PERIOD-ROWS.
           MOVE 0   TO WS-OLD-PBL-COUNT
           MOVE 0   TO WS-NEW-PBL-COUNT
           MOVE "N" TO WS-PERIOD-ON-HAND-SWITCH
           MOVE "N" TO WS-TABLE-FULL-SWITCH
           OPEN INPUT PERIOD-BALANCE-FILE
           IF NOT WS-PERIOD-OK
               GO TO 2300-EXIT
           END-IF
           SET WS-PERIOD-ON-HAND TO TRUE
           PERFORM 2310-HOLD-PERIOD-ROW THRU 2310-EXIT
               UNTIL WS-PERIOD-EOF
           CLOSE PERIOD-BALANCE-FILE

           IF WS-TABLE-FULL
               MOVE "REFUSED - TOO MANY TYPE1PBL ROWS" TO WS-MESSAGE
               GO TO 2300-EXIT
           END-IF

           PERFORM VARYING WS-PBL-SUB FROM 1 BY 1
                   UNTIL WS-PBL-SUB > WS-OLD-PBL-COUNT
               MOVE "N" TO WS-OPB-SHARED(WS-PBL-SUB)
               PERFORM VARYING WS-PBL-SUB2 FROM 1 BY 1
                       UNTIL WS-PBL-SUB2 > WS-NEW-PBL-COUNT
                   IF WS-NPB-PERIOD(WS-PBL-SUB2)
                           = WS-OPB-PERIOD(WS-PBL-SUB)
                       MOVE "Y" TO WS-OPB-SHARED(WS-PBL-SUB)
                       COMPUTE WS-COMBINED-BALANCE =
                           WS-NPB-BALANCE(WS-PBL-SUB2)
                               + WS-OPB-BALANCE(WS-PBL-SUB)
                       IF WS-COMBINED-BALANCE > WS-PERIOD-CEILING
                           MOVE "REFUSED - COMBINED TYPE1PBL BALANCE"
                               TO WS-MESSAGE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2310-HOLD-PERIOD-ROW                                         *
      *****************************************************************
       2310-HOLD-PERIOD-ROW.
           READ PERIOD-BALANCE-FILE
               AT END
                   GO TO 2310-EXIT
           END-READ
           IF PBL-COMPONENT-1 = WS-INPUT-OLD-KEY
               IF WS-OLD-PBL-COUNT < WS-PBL-CAPACITY
                   ADD 1 TO WS-OLD-PBL-COUNT
                   MOVE PBL-PERIOD  TO WS-OPB-PERIOD(WS-OLD-PBL-COUNT)
                   MOVE PBL-BALANCE TO WS-OPB-BALANCE(WS-OLD-PBL-COUNT)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF PBL-COMPONENT-1 = WS-INPUT-NEW-KEY
               IF WS-NEW-PBL-COUNT < WS-PBL-CAPACITY
                   ADD 1 TO WS-NEW-PBL-COUNT
                   MOVE PBL-PERIOD  TO WS-NPB-PERIOD(WS-NEW-PBL-COUNT)
                   MOVE PBL-BALANCE TO WS-NPB-BALANCE(WS-NEW-PBL-COUNT)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2350-LOAD-ACCRUALS - TYPE1ACR read once: the retiring key's  *
      *                       open accruals, each marked where the    *
      *                       survivor is accruing the same period;   *
      *                       no TYPE1ACR is nothing to move, one     *
      *                       that will not open refuses the merge    *
      *****************************************************************
       2350-LOAD-ACCRUALS.
           MOVE 0   TO WS-OLD-ACR-COUNT
           MOVE 0   TO WS-NEW-ACR-COUNT
           MOVE "N" TO WS-ACCRUAL-ON-HAND-SWITCH
           MOVE "N" TO WS-TABLE-FULL-SWITCH
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = "35"
               GO TO 2350-EXIT
           END-IF
           IF NOT WS-ACCRUAL-OK
               MOVE "REFUSED - TYPE1ACR WILL NOT OPEN" TO WS-MESSAGE
               GO TO 2350-EXIT
           END-IF
           SET WS-ACCRUAL-ON-HAND TO TRUE
           PERFORM 2360-HOLD-ACCRUAL-ROW THRU 2360-EXIT
               UNTIL WS-ACCRUAL-EOF
           CLOSE ACCRUAL-FILE

           IF WS-TABLE-FULL
               MOVE "REFUSED - TOO MANY TYPE1ACR ROWS" TO WS-MESSAGE
               GO TO 2350-EXIT
           END-IF

           PERFORM VARYING WS-ACR-SUB FROM 1 BY 1
                   UNTIL WS-ACR-SUB > WS-OLD-ACR-COUNT
               MOVE "N" TO WS-OAC-SHARED(WS-ACR-SUB)
               PERFORM VARYING WS-ACR-SUB2 FROM 1 BY 1
                       UNTIL WS-ACR-SUB2 > WS-NEW-ACR-COUNT
                   IF WS-NAC-PERIOD(WS-ACR-SUB2)
                           = WS-OAC-PERIOD(WS-ACR-SUB)
                       MOVE "Y" TO WS-OAC-SHARED(WS-ACR-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2360-HOLD-ACCRUAL-ROW - open records only; a posted one is   *
      *                          history and stays where it is        *
      *****************************************************************
       2360-HOLD-ACCRUAL-ROW.
           READ ACCRUAL-FILE
               AT END
                   GO TO 2360-EXIT
           END-READ
           IF ACR-STATUS NOT = "O"
               GO TO 2360-EXIT
           END-IF
           IF ACR-COMPONENT-1 = WS-INPUT-OLD-KEY
               IF WS-OLD-ACR-COUNT < WS-ACR-CAPACITY
                   ADD 1 TO WS-OLD-ACR-COUNT
                   MOVE ACR-PERIOD  TO WS-OAC-PERIOD(WS-OLD-ACR-COUNT)
                   MOVE ACR-ACCRUED TO WS-OAC-ACCRUED(WS-OLD-ACR-COUNT)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF ACR-COMPONENT-1 = WS-INPUT-NEW-KEY
               IF WS-NEW-ACR-COUNT < WS-ACR-CAPACITY
                   ADD 1 TO WS-NEW-ACR-COUNT
                   MOVE ACR-PERIOD TO WS-NAC-PERIOD(WS-NEW-ACR-COUNT)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       2360-EXIT.
           EXIT.

      *****************************************************************
      *  2400-MOVE-TYPE3-ROWS - each held row onto the survivor: a    *
      *                         WRITE under the new key, or, on a     *
      *                         date the survivor already has, its    *
      *                         amount combined by REWRITE; then the  *
      *                         old row is DELETEd.  All three are    *
      *                         journalled to TYPE3JNL                *
      *****************************************************************
       2400-MOVE-TYPE3-ROWS.
           PERFORM 2410-MOVE-ONE-ROW THRU 2410-EXIT
               VARYING WS-T3-SUB FROM 1 BY 1
               UNTIL WS-T3-SUB > WS-OLD-T3-COUNT
                  OR WS-MESSAGE NOT = SPACES.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-MOVE-ONE-ROW                                            *
      *****************************************************************
       2410-MOVE-ONE-ROW.
           MOVE WS-OLD-T3-ROW(WS-T3-SUB) TO WS-T3-ROW-VIEW

           MOVE WS-INPUT-NEW-KEY   TO T3M-COMPONENT-1
           MOVE WS-T3V-COMPONENT-3 TO T3M-COMPONENT-3
           READ TYPE3-MASTER-FILE
               INVALID KEY
                   MOVE WS-T3-ROW-VIEW   TO TYPE3M-RECORD
                   MOVE WS-INPUT-NEW-KEY TO T3M-COMPONENT-1
                   WRITE TYPE3M-RECORD
                       INVALID KEY
                           MOVE "TYPE3MST WRITE FAILED" TO WS-MESSAGE
                           GO TO 2410-EXIT
                   END-WRITE
                   MOVE "WRITE"       TO WS-JN3-ACTION
                   MOVE "N"           TO WS-JN3-BEFORE-PRESENT
                   MOVE SPACES        TO WS-JN3-BEFORE-IMAGE
                   MOVE TYPE3M-RECORD TO WS-JN3-AFTER-IMAGE
                   PERFORM 8665-WRITE-JOURNAL3 THRU 8665-EXIT
                   ADD 1 TO WS-T3-MOVED
               NOT INVALID KEY
                   MOVE TYPE3M-RECORD TO WS-JN3-BEFORE-IMAGE
                   ADD WS-T3V-COMPONENT-4 TO T3M-COMPONENT-4
                   REWRITE TYPE3M-RECORD
                       INVALID KEY
                           MOVE "TYPE3MST REWRITE FAILED"
                               TO WS-MESSAGE
                           GO TO 2410-EXIT
                   END-REWRITE
                   MOVE "REWRITE"     TO WS-JN3-ACTION
                   MOVE "Y"           TO WS-JN3-BEFORE-PRESENT
                   MOVE TYPE3M-RECORD TO WS-JN3-AFTER-IMAGE
                   PERFORM 8665-WRITE-JOURNAL3 THRU 8665-EXIT
                   ADD 1 TO WS-T3-COMBINED
           END-READ

           MOVE WS-T3-ROW-VIEW TO TYPE3M-RECORD
           DELETE TYPE3-MASTER-FILE RECORD
               INVALID KEY
                   MOVE "TYPE3MST DELETE FAILED" TO WS-MESSAGE
                   GO TO 2410-EXIT
           END-DELETE
           MOVE "DELETE"       TO WS-JN3-ACTION
           MOVE "Y"            TO WS-JN3-BEFORE-PRESENT
           MOVE WS-T3-ROW-VIEW TO WS-JN3-BEFORE-IMAGE
           MOVE WS-T3-ROW-VIEW TO WS-JN3-AFTER-IMAGE
           PERFORM 8665-WRITE-JOURNAL3 THRU 8665-EXIT

           MOVE "T3REKEY"        TO WS-OPR-ACTION
           MOVE WS-INPUT-OLD-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2500-MOVE-PERIOD-ROWS - TYPE1PBL copied to TYPE1PBW with the *
      *                          retiring key's rows re-keyed, or     *
      *                          folded into the survivor's row for   *
      *                          a period both closed, then copied    *
      *                          back.  TYPE1PBL is only opened       *
      *                          OUTPUT once TYPE1PBW has reopened    *
      *                          INPUT; any failed OPEN leaves the    *
      *                          rows on the retiring key             *
      *****************************************************************
       2500-MOVE-PERIOD-ROWS.
           IF NOT WS-PERIOD-ON-HAND OR WS-OLD-PBL-COUNT = 0
               GO TO 2500-EXIT
           END-IF
           MOVE 0 TO WS-PBL-MOVED-THIS

           OPEN INPUT  PERIOD-BALANCE-FILE
           IF NOT WS-PERIOD-OK
               DISPLAY "DANOMERG: OPEN TYPE1PBL FAILED, STATUS "
                       WS-PERIOD-STATUS " - PERIOD ROWS NOT MOVED"
               GO TO 2500-LEFT
           END-IF
           OPEN OUTPUT PERIOD-WORK-FILE
           IF NOT WS-PERWORK-OK
               DISPLAY "DANOMERG: OPEN TYPE1PBW FAILED, STATUS "
                       WS-PERWORK-STATUS " - PERIOD ROWS NOT MOVED"
               CLOSE PERIOD-BALANCE-FILE
               GO TO 2500-LEFT
           END-IF
           PERFORM 2510-COPY-PERIOD-ROW THRU 2510-EXIT
               UNTIL WS-PERIOD-EOF
           CLOSE PERIOD-BALANCE-FILE
           CLOSE PERIOD-WORK-FILE

           OPEN INPUT  PERIOD-WORK-FILE
           IF NOT WS-PERWORK-OK
               DISPLAY "DANOMERG: REOPEN TYPE1PBW FAILED, STATUS "
                       WS-PERWORK-STATUS " - PERIOD ROWS NOT MOVED"
               GO TO 2500-LEFT
           END-IF
           OPEN OUTPUT PERIOD-BALANCE-FILE
           IF NOT WS-PERIOD-OK
               DISPLAY "DANOMERG: OPEN OUTPUT TYPE1PBL FAILED, STATUS "
                       WS-PERIOD-STATUS
               DISPLAY "DANOMERG: TYPE1PBW HOLDS THE RE-KEYED PERIOD "
                       "ROWS"
               CLOSE PERIOD-WORK-FILE
               GO TO 2500-LEFT
           END-IF
           PERFORM 2520-RESTORE-PERIOD-ROW THRU 2520-EXIT
               UNTIL WS-PERWORK-EOF
           CLOSE PERIOD-WORK-FILE
           CLOSE PERIOD-BALANCE-FILE

           ADD WS-PBL-MOVED-THIS TO WS-PBL-MOVED
           PERFORM 2530-LOG-PERIOD-ROW THRU 2530-EXIT
               VARYING WS-PBL-SUB FROM 1 BY 1
               UNTIL WS-PBL-SUB > WS-OLD-PBL-COUNT
           GO TO 2500-EXIT.

       2500-LEFT.
           SET WS-ROWS-LEFT-BEHIND TO TRUE
           MOVE 16 TO RETURN-CODE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2510-COPY-PERIOD-ROW                                         *
      *****************************************************************
       2510-COPY-PERIOD-ROW.
           READ PERIOD-BALANCE-FILE
               AT END
                   GO TO 2510-EXIT
           END-READ
           MOVE PERIOD-BALANCE-RECORD TO PERIOD-WORK-RECORD

           IF PBL-COMPONENT-1 = WS-INPUT-NEW-KEY
               PERFORM 2515-FIND-OLD-PERIOD THRU 2515-EXIT
               IF WS-PBL-HIT-SUB > 0
                   ADD WS-OPB-BALANCE(WS-PBL-HIT-SUB) TO PBW-BALANCE
               END-IF
           END-IF

           IF PBL-COMPONENT-1 = WS-INPUT-OLD-KEY
               PERFORM 2515-FIND-OLD-PERIOD THRU 2515-EXIT
               IF WS-PBL-HIT-SUB > 0
                   IF WS-OPB-SHARED(WS-PBL-HIT-SUB) = "Y"
      *                folded into the survivor's row above or below
                       GO TO 2510-EXIT
                   END-IF
               END-IF
               MOVE WS-INPUT-NEW-KEY TO PBW-COMPONENT-1
               ADD 1 TO WS-PBL-MOVED-THIS
           END-IF

           WRITE PERIOD-WORK-RECORD.
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  2515-FIND-OLD-PERIOD - PBL-PERIOD among the retiring rows    *
      *****************************************************************
       2515-FIND-OLD-PERIOD.
           MOVE 0 TO WS-PBL-HIT-SUB
           PERFORM VARYING WS-PBL-SUB FROM 1 BY 1
                   UNTIL WS-PBL-SUB > WS-OLD-PBL-COUNT
                      OR WS-PBL-HIT-SUB > 0
               IF WS-OPB-PERIOD(WS-PBL-SUB) = PBL-PERIOD
                   MOVE WS-PBL-SUB TO WS-PBL-HIT-SUB
               END-IF
           END-PERFORM.
       2515-EXIT.
           EXIT.

      *****************************************************************
      *  2520-RESTORE-PERIOD-ROW                                      *
      *****************************************************************
       2520-RESTORE-PERIOD-ROW.
           READ PERIOD-WORK-FILE
               AT END
                   GO TO 2520-EXIT
           END-READ
           MOVE PERIOD-WORK-RECORD TO PERIOD-BALANCE-RECORD
           WRITE PERIOD-BALANCE-RECORD.
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  2530-LOG-PERIOD-ROW - one DANOOPLG stamp per retiring row    *
      *****************************************************************
       2530-LOG-PERIOD-ROW.
           MOVE "PBLREKEY"       TO WS-OPR-ACTION
           MOVE WS-INPUT-OLD-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2530-EXIT.
           EXIT.

      *****************************************************************
      *  2600-MOVE-BALANCE - the retiring COMPONENT-2 onto the        *
      *                      survivor, then the retiring account      *
      *                      closed at zero by this supervisor; both  *
      *                      REWRITEs journalled and logged           *
      *****************************************************************
       2600-MOVE-BALANCE.
           MOVE WS-INPUT-NEW-KEY TO COMPONENT-1 OF TYPE1M-RECORD
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   MOVE "SURVIVING KEY VANISHED - CHECK TYPE1JNL"
                       TO WS-MESSAGE
                   GO TO 2600-EXIT
           END-READ
           MOVE TYPE1M-RECORD TO WS-JNL-BEFORE-IMAGE
           MOVE COMPONENT-2 OF TYPE1M-RECORD TO WS-NEW-BALANCE
           COMPUTE WS-COMBINED-BALANCE =
               WS-NEW-BALANCE + WS-OLD-BALANCE
           MOVE WS-COMBINED-BALANCE TO COMPONENT-2 OF TYPE1M-RECORD
           SET COMPONENT-3 OF TYPE1M-RECORD TO NULL
           MOVE WS-ACTIVITY-DATE TO component-4 OF TYPE1M-RECORD
           REWRITE TYPE1M-RECORD
               INVALID KEY
                   MOVE "SURVIVOR REWRITE FAILED" TO WS-MESSAGE
                   GO TO 2600-EXIT
           END-REWRITE
           MOVE "REWRITE"     TO WS-JNL-ACTION
           MOVE "Y"           TO WS-JNL-BEFORE-PRESENT
           MOVE TYPE1M-RECORD TO WS-JNL-AFTER-IMAGE
           PERFORM 8655-WRITE-JOURNAL THRU 8655-EXIT
           MOVE "MERGEIN"        TO WS-OPR-ACTION
           MOVE WS-INPUT-NEW-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT

           MOVE WS-INPUT-OLD-KEY TO COMPONENT-1 OF TYPE1M-RECORD
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   MOVE "RETIRING KEY VANISHED - CHECK TYPE1JNL"
                       TO WS-MESSAGE
                   GO TO 2600-EXIT
           END-READ
           MOVE TYPE1M-RECORD TO WS-JNL-BEFORE-IMAGE
           MOVE 0                TO COMPONENT-2 OF TYPE1M-RECORD
           MOVE "C"              TO component-5 OF TYPE1M-RECORD
           MOVE WS-ACTIVITY-DATE TO component-6 OF TYPE1M-RECORD
           MOVE WS-OPERATOR-ID   TO component-7 OF TYPE1M-RECORD
           SET COMPONENT-3 OF TYPE1M-RECORD TO NULL
           MOVE WS-ACTIVITY-DATE TO component-4 OF TYPE1M-RECORD
           REWRITE TYPE1M-RECORD
               INVALID KEY
                   MOVE "RETIRING REWRITE FAILED" TO WS-MESSAGE
                   GO TO 2600-EXIT
           END-REWRITE
           MOVE "REWRITE"     TO WS-JNL-ACTION
           MOVE "Y"           TO WS-JNL-BEFORE-PRESENT
           MOVE TYPE1M-RECORD TO WS-JNL-AFTER-IMAGE
           PERFORM 8655-WRITE-JOURNAL THRU 8655-EXIT
           MOVE "MERGEOUT"       TO WS-OPR-ACTION
           MOVE WS-INPUT-OLD-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2650-MOVE-ACCRUALS - TYPE1ACR copied to TYPE1ACW with the    *
      *                       retiring key's open records re-keyed,   *
      *                       or folded into the survivor's record    *
      *                       for a period both are accruing, then    *
      *                       copied back the way 2500 does TYPE1PBL  *
      *****************************************************************
       2650-MOVE-ACCRUALS.
           IF NOT WS-ACCRUAL-ON-HAND OR WS-OLD-ACR-COUNT = 0
               GO TO 2650-EXIT
           END-IF
           MOVE 0 TO WS-ACR-MOVED-THIS

           OPEN INPUT  ACCRUAL-FILE
           IF NOT WS-ACCRUAL-OK
               DISPLAY "DANOMERG: OPEN TYPE1ACR FAILED, STATUS "
                       WS-ACCRUAL-STATUS " - ACCRUALS NOT MOVED"
               GO TO 2650-LEFT
           END-IF
           OPEN OUTPUT ACCRUAL-WORK-FILE
           IF NOT WS-ACCWORK-OK
               DISPLAY "DANOMERG: OPEN TYPE1ACW FAILED, STATUS "
                       WS-ACCWORK-STATUS " - ACCRUALS NOT MOVED"
               CLOSE ACCRUAL-FILE
               GO TO 2650-LEFT
           END-IF
           PERFORM 2660-COPY-ACCRUAL-ROW THRU 2660-EXIT
               UNTIL WS-ACCRUAL-EOF
           CLOSE ACCRUAL-FILE
           CLOSE ACCRUAL-WORK-FILE

           OPEN INPUT  ACCRUAL-WORK-FILE
           IF NOT WS-ACCWORK-OK
               DISPLAY "DANOMERG: REOPEN TYPE1ACW FAILED, STATUS "
                       WS-ACCWORK-STATUS " - ACCRUALS NOT MOVED"
               GO TO 2650-LEFT
           END-IF
           OPEN OUTPUT ACCRUAL-FILE
           IF NOT WS-ACCRUAL-OK
               DISPLAY "DANOMERG: OPEN OUTPUT TYPE1ACR FAILED, STATUS "
                       WS-ACCRUAL-STATUS
               DISPLAY "DANOMERG: TYPE1ACW HOLDS THE RE-KEYED "
                       "ACCRUALS"
               CLOSE ACCRUAL-WORK-FILE
               GO TO 2650-LEFT
           END-IF
           PERFORM 2670-RESTORE-ACCRUAL-ROW THRU 2670-EXIT
               UNTIL WS-ACCWORK-EOF
           CLOSE ACCRUAL-WORK-FILE
           CLOSE ACCRUAL-FILE

           ADD WS-ACR-MOVED-THIS TO WS-ACR-MOVED
           PERFORM 2680-LOG-ACCRUAL-ROW THRU 2680-EXIT
               VARYING WS-ACR-SUB FROM 1 BY 1
               UNTIL WS-ACR-SUB > WS-OLD-ACR-COUNT
           GO TO 2650-EXIT.

       2650-LEFT.
           SET WS-ROWS-LEFT-BEHIND TO TRUE
           MOVE 16 TO RETURN-CODE.
       2650-EXIT.
           EXIT.

      *****************************************************************
      *  2660-COPY-ACCRUAL-ROW                                        *
      *****************************************************************
       2660-COPY-ACCRUAL-ROW.
           READ ACCRUAL-FILE
               AT END
                   GO TO 2660-EXIT
           END-READ

           IF ACR-STATUS = "O"
            AND ACR-COMPONENT-1 = WS-INPUT-NEW-KEY
               PERFORM 2665-FIND-OLD-ACCRUAL THRU 2665-EXIT
               IF WS-ACR-HIT-SUB > 0
                   ADD WS-OAC-ACCRUED(WS-ACR-HIT-SUB) TO ACR-ACCRUED
               END-IF
           END-IF

           IF ACR-STATUS = "O"
            AND ACR-COMPONENT-1 = WS-INPUT-OLD-KEY
               ADD 1 TO WS-ACR-MOVED-THIS
               PERFORM 2665-FIND-OLD-ACCRUAL THRU 2665-EXIT
               IF WS-ACR-HIT-SUB > 0
                   IF WS-OAC-SHARED(WS-ACR-HIT-SUB) = "Y"
      *                folded into the survivor's record above or below
                       GO TO 2660-EXIT
                   END-IF
               END-IF
               MOVE WS-INPUT-NEW-KEY TO ACR-COMPONENT-1
           END-IF

           WRITE ACCRUAL-WORK-RECORD FROM ACCRUAL-RECORD.
       2660-EXIT.
           EXIT.

      *****************************************************************
      *  2665-FIND-OLD-ACCRUAL - ACR-PERIOD among the retiring rows   *
      *****************************************************************
       2665-FIND-OLD-ACCRUAL.
           MOVE 0 TO WS-ACR-HIT-SUB
           PERFORM VARYING WS-ACR-SUB FROM 1 BY 1
                   UNTIL WS-ACR-SUB > WS-OLD-ACR-COUNT
                      OR WS-ACR-HIT-SUB > 0
               IF WS-OAC-PERIOD(WS-ACR-SUB) = ACR-PERIOD
                   MOVE WS-ACR-SUB TO WS-ACR-HIT-SUB
               END-IF
           END-PERFORM.
       2665-EXIT.
           EXIT.

      *****************************************************************
      *  2670-RESTORE-ACCRUAL-ROW                                     *
      *****************************************************************
       2670-RESTORE-ACCRUAL-ROW.
           READ ACCRUAL-WORK-FILE
               AT END
                   GO TO 2670-EXIT
           END-READ
           MOVE ACCRUAL-WORK-RECORD TO ACCRUAL-RECORD
           WRITE ACCRUAL-RECORD.
       2670-EXIT.
           EXIT.

      *****************************************************************
      *  2680-LOG-ACCRUAL-ROW - one DANOOPLG stamp per retiring       *
      *                         accrual                               *
      *****************************************************************
       2680-LOG-ACCRUAL-ROW.
           MOVE "ACRREKEY"       TO WS-OPR-ACTION
           MOVE WS-INPUT-OLD-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2680-EXIT.
           EXIT.

      *****************************************************************
      *  2700-WRITE-FORWARD - retiring key to surviving key on        *
      *                       TYPE1FWD; a key merged away before,     *
      *                       reopened and merged again, has its      *
      *                       record replaced                         *
      *****************************************************************
       2700-WRITE-FORWARD.
           MOVE SPACES           TO FORWARD-RECORD
           MOVE WS-INPUT-OLD-KEY TO FWD-OLD-COMPONENT-1
           MOVE WS-INPUT-NEW-KEY TO FWD-NEW-COMPONENT-1
           MOVE WS-ACTIVITY-DATE TO FWD-MERGE-DATE
           MOVE WS-ACTIVITY-TIME TO FWD-MERGE-TIME
           MOVE WS-OPERATOR-ID   TO FWD-SUPERVISOR-ID
           MOVE WS-OLD-BALANCE   TO FWD-BALANCE-MOVED
           WRITE FORWARD-RECORD
               INVALID KEY
                   REWRITE FORWARD-RECORD
                       INVALID KEY
                           DISPLAY "DANOMERG: TYPE1FWD WRITE FAILED "
                                   "FOR " WS-INPUT-OLD-KEY ", STATUS "
                                   WS-FORWARD-STATUS
                   END-REWRITE
           END-WRITE.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
       3000-TERMINATE.
           IF WS-TYPE1M-IS-OPEN
               CLOSE TYPE1-MASTER-FILE
           END-IF
           IF WS-TYPE3M-IS-OPEN
               CLOSE TYPE3-MASTER-FILE
           END-IF
           IF WS-FORWARD-IS-OPEN
               CLOSE FORWARD-FILE
           END-IF
           IF WS-JOURNAL-IS-OPEN
               PERFORM 8659-CLOSE-JOURNAL THRU 8659-EXIT
               PERFORM 8669-CLOSE-JOURNAL3 THRU 8669-EXIT
           END-IF
           DISPLAY "DANOMERG: " WS-MERGED-COUNT " MERGE(S), "
                   WS-REFUSED-COUNT " REFUSED; TYPE3MST ROWS MOVED "
                   WS-T3-MOVED ", COMBINED " WS-T3-COMBINED
                   "; TYPE1PBL ROWS MOVED " WS-PBL-MOVED
                   "; TYPE1ACR ROWS MOVED " WS-ACR-MOVED.
       3000-EXIT.
           EXIT.

       COPY TYP1JNPD.
       COPY TYP3JNPD.
       COPY DANOLKPD.
       COPY DANOOPPD.
