      *****************************************************************
      *  PROGRAM-ID.  DANOGLIF                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-09-22.                                     *
      *                                                                *
      *  General-ledger interface step for the DANODRV pipeline, run  *
      *  after DANOPOST and DANOCLSE and ahead of DANORECN.           *
      *  Accounting used to re-key the DANOPOST trailer totals into   *
      *  the ledger every morning.  This step reads TYPE3PAC, the     *
      *  record of every amount that actually moved a balance (feed,  *
      *  captured entry, suspense release, DANOBKOT reversal - see    *
      *  DANOPASL), maps each component-1 to its GL account and       *
      *  contra account on DANOGLMP, and summarizes by business date  *
      *  and GL account into a balanced debit/credit journal,         *
      *  TYPE3GLJ, with a header and a trailer:                        *
      *      an amount onto a balance   credits the account's GL and  *
      *                                 debits its contra account     *
      *      an amount off a balance    debits the account's GL and   *
      *                                 credits its contra account    *
      *  The whole journal is built and proved in memory first -      *
      *  debits must equal credits and both must equal the activity   *
      *  read - and an unbalanced journal, or any component-1 the map *
      *  does not cover, is refused RC 8 with nothing written, the    *
      *  activity left in place for the rerun.  Each batch is named   *
      *  GL plus the cycle date (GLyymmdd) and registered on DANOFREG *
      *  (DANOFR* macro) once written; a batch id already registered  *
      *  is refused at the door, so a rerun cannot send it twice.     *
      *  Only then is TYPE3PAC cut empty.                              *
      *                                                                *
      *  The control trailer to CTLTOTAL ties GL to posting for       *
      *  DANORECN: SET-OK is the number of this cycle's DANOPOST      *
      *  postings carried and the hash their net amount, in the same  *
      *  form DANOPOST reports its own; REJECTED carries the rest of  *
      *  the batch (reversals, and postings of an earlier cycle whose *
      *  batch never went), so read = set-ok + rejected still foots.  *
      *  DANOGLMP layout (first matching range wins):                 *
      *      cols  1-10  low component-1                              *
      *      cols 11-20  high component-1                             *
      *      cols 21-30  GL account                                   *
      *      cols 31-40  contra (settlement) GL account                *
      *      cols 41-60  description                                  *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-22  DLO   Initial version.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOGLIF.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-09-22.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "DANOGLMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "TYPE3GLJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           COPY DANOPASL.
           COPY DANOFRSL.
           COPY CTLRPTSL.
           COPY DANOALSL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           05  GLM-LOW-KEY              pic x(10).
           05  GLM-HIGH-KEY             pic x(10).
           05  GLM-GL-ACCOUNT           pic x(10).
           05  GLM-CONTRA-ACCOUNT       pic x(10).
           05  GLM-DESCRIPTION          pic x(20).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE          pic x(01).
      *                                      *> "H" header, "D" detail,
      *                                      *> "T" trailer
           05  GLJ-BODY                 pic x(79).
           05  FILLER REDEFINES GLJ-BODY.
               10  GLJ-HDR-BATCH-ID     pic x(08).
               10  GLJ-HDR-CYCLE-DATE   pic x(08).
               10  GLJ-HDR-CREATED-DATE pic x(08).
               10  GLJ-HDR-CREATED-TIME pic x(08).
               10  GLJ-HDR-SOURCE       pic x(08).
               10  FILLER               pic x(39).
           05  FILLER REDEFINES GLJ-BODY.
               10  GLJ-DTL-BATCH-ID     pic x(08).
               10  GLJ-DTL-POST-DATE    pic x(08).
               10  GLJ-DTL-GL-ACCOUNT   pic x(10).
               10  GLJ-DTL-DC-FLAG      pic x(01).
      *                                      *> "D" debit, "C" credit
               10  GLJ-DTL-AMOUNT       pic 9(13)v99.
               10  GLJ-DTL-ITEM-COUNT   pic 9(07).
               10  FILLER               pic x(30).
           05  FILLER REDEFINES GLJ-BODY.
               10  GLJ-TRL-BATCH-ID     pic x(08).
               10  GLJ-TRL-LINE-COUNT   pic 9(07).
               10  GLJ-TRL-DEBIT-TOTAL  pic 9(13)v99.
               10  GLJ-TRL-CREDIT-TOTAL pic 9(13)v99.
               10  FILLER               pic x(34).

       COPY DANOPAFD.
       COPY DANOFRFD.
       COPY CTLRPTFD.
       COPY DANOALFD.

       WORKING-STORAGE SECTION.
       COPY DANOPAWS.
       COPY DANOFRWS.
       COPY CTLRPTWS.
       COPY DANOALWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-MAP-STATUS            pic x(02).
               88  WS-MAP-OK                     value "00".
               88  WS-MAP-EOF                    value "10".
           05  WS-GLJ-STATUS            pic x(02).
           05  WS-ACTIVITY-EOF-SWITCH   pic x(01) value "N".
               88  WS-ACTIVITY-EOF                value "Y".
           05  WS-RUN-REFUSED-SWITCH    pic x(01) value "N".
               88  WS-RUN-REFUSED                 value "Y".
           05  WS-TABLE-FULL-SWITCH     pic x(01) value "N".
               88  WS-SUMMARY-TABLE-FULL          value "Y".

       01  WS-CYCLE-DATE                pic x(08).
       01  WS-BATCH-ID.
           05  FILLER                   pic x(02) value "GL".
           05  WS-BATCH-DATE            pic x(06).

       01  WS-MAP-TABLE-LIMITS.
           05  WS-MAP-CAPACITY          pic 9(4) comp value 200.
           05  WS-MAP-COUNT             pic 9(4) comp value 0.
           05  WS-MAP-SUB               pic 9(4) comp.
           05  WS-MAP-HIT-SUB           pic 9(4) comp.

       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY             occurs 200 times.
               10  WS-MAP-LOW-KEY       pic x(10).
               10  WS-MAP-HIGH-KEY      pic x(10).
               10  WS-MAP-GL-ACCOUNT    pic x(10).
               10  WS-MAP-CONTRA        pic x(10).

      *    one slot per business date and GL account; a slot carries
      *    both sides so the journal shows gross debits and credits,
      *    not a net that hides a reversal
       01  WS-SUMMARY-TABLE-LIMITS.
           05  WS-SUMMARY-CAPACITY      pic 9(4) comp value 1000.
           05  WS-SUMMARY-COUNT         pic 9(4) comp value 0.
           05  WS-SUMMARY-SUB           pic 9(4) comp.
           05  WS-SUMMARY-HIT-SUB       pic 9(4) comp.

       01  WS-SUMMARY-TABLE.
           05  WS-SUMMARY-ENTRY         occurs 1000 times.
               10  WS-SUM-POST-DATE     pic x(08).
               10  WS-SUM-GL-ACCOUNT    pic x(10).
               10  WS-SUM-DEBIT         pic s9(13)v99 comp-3.
               10  WS-SUM-DEBIT-ITEMS   pic 9(07) comp.
               10  WS-SUM-CREDIT        pic s9(13)v99 comp-3.
               10  WS-SUM-CREDIT-ITEMS  pic 9(07) comp.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-POST-DATE       pic x(08).
           05  WS-ENTRY-GL-ACCOUNT      pic x(10).
           05  WS-ENTRY-SIDE            pic x(01).
           05  WS-ENTRY-AMOUNT          pic s9(13)v99 comp-3.

       01  WS-ABSOLUTE-AMOUNT           pic s9(13)v99 comp-3.

       01  WS-INTERFACE-COUNTS.
           05  WS-ACTIVITY-READ         pic 9(09) comp value 0.
           05  WS-UNMAPPED-COUNT        pic 9(09) comp value 0.
           05  WS-CYCLE-POSTINGS        pic 9(09) comp value 0.
           05  WS-OTHER-ITEMS           pic 9(09) comp value 0.
           05  WS-LINES-WRITTEN         pic 9(07) comp value 0.

       01  WS-INTERFACE-TOTALS.
           05  WS-ACTIVITY-GROSS        pic s9(13)v99 comp-3 value 0.
           05  WS-CYCLE-POSTED-AMOUNT   pic s9(11)v99 comp-3 value 0.
           05  WS-TOTAL-DEBITS          pic s9(13)v99 comp-3 value 0.
           05  WS-TOTAL-CREDITS         pic s9(13)v99 comp-3 value 0.

       LINKAGE SECTION.
       COPY DANOCTL.

       PROCEDURE DIVISION USING LK-CONTROL.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOGLIF" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-SUMMARIZE-ACTIVITY THRU 2000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 2500-PROVE-JOURNAL THRU 2500-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 2600-WRITE-JOURNAL THRU 2600-EXIT
               PERFORM 2700-REGISTER-BATCH THRU 2700-EXIT
           END-IF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - name the batch, refuse one already sent,   *
      *                    load the account map                        *
      *****************************************************************
       1000-INITIALIZE.
           IF LK-BUSINESS-DATE = SPACES
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE LK-BUSINESS-DATE TO WS-CYCLE-DATE
           END-IF
           MOVE WS-CYCLE-DATE(3:6) TO WS-BATCH-DATE

           MOVE WS-BATCH-ID TO WS-FEED-ID
           PERFORM 8700-CHECK-FEED-REGISTERED THRU 8700-EXIT
           IF WS-FEED-ALREADY-REGISTERED
               DISPLAY "DANOGLIF: GL BATCH " WS-BATCH-ID
                       " WAS ALREADY SENT ON " WS-FEED-REG-PRIOR-DATE
                       " - DUPLICATE BATCH REFUSED"
               MOVE "GL BATCH ALREADY SENT - DUPLICATE REFUSED"
                   TO WS-ALERT-MESSAGE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LOAD-MAP THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-MAP - DANOGLMP into memory; no map on hand is only *
      *                  a problem if there is activity to map, and   *
      *                  the first unmapped item will say so           *
      *****************************************************************
       1100-LOAD-MAP.
           OPEN INPUT GL-MAP-FILE
           IF NOT WS-MAP-OK
               DISPLAY "DANOGLIF: NO DANOGLMP ACCOUNT MAP ON HAND"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-READ-MAP THRU 1110-EXIT
           PERFORM 1120-STORE-MAP THRU 1120-EXIT
               UNTIL WS-MAP-EOF
           CLOSE GL-MAP-FILE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-READ-MAP                                                *
      *****************************************************************
       1110-READ-MAP.
           READ GL-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1120-STORE-MAP                                               *
      *****************************************************************
       1120-STORE-MAP.
           IF WS-MAP-COUNT NOT < WS-MAP-CAPACITY
               DISPLAY "DANOGLIF: MORE THAN " WS-MAP-CAPACITY
                       " DANOGLMP RANGES - THE REST ARE IGNORED"
               SET WS-MAP-EOF TO TRUE
               GO TO 1120-EXIT
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE GLM-LOW-KEY        TO WS-MAP-LOW-KEY(WS-MAP-COUNT)
           MOVE GLM-HIGH-KEY       TO WS-MAP-HIGH-KEY(WS-MAP-COUNT)
           MOVE GLM-GL-ACCOUNT     TO WS-MAP-GL-ACCOUNT(WS-MAP-COUNT)
           MOVE GLM-CONTRA-ACCOUNT TO WS-MAP-CONTRA(WS-MAP-COUNT)
           PERFORM 1110-READ-MAP THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  1900-REFUSE-RUN - the caller has the reason in               *
      *                    WS-ALERT-MESSAGE; nothing is written,      *
      *                    registered or consumed                      *
      *****************************************************************
       1900-REFUSE-RUN.
           SET WS-RUN-REFUSED TO TRUE
           MOVE "E" TO WS-ALERT-SEVERITY
           PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
           MOVE 8 TO RETURN-CODE.
       1900-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SUMMARIZE-ACTIVITY - every TYPE3PAC record into the     *
      *                            summary table, both legs; no       *
      *                            activity on hand still sends an    *
      *                            empty batch, so the ledger sees    *
      *                            the cycle ran                       *
      *****************************************************************
       2000-SUMMARIZE-ACTIVITY.
           OPEN INPUT POSTED-ACTIVITY-FILE
           IF NOT WS-ACTIVITY-STATUS = "00"
               DISPLAY "DANOGLIF: NO TYPE3PAC ACTIVITY ON HAND - "
                       "EMPTY BATCH"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-READ-ACTIVITY THRU 2010-EXIT
           PERFORM 2100-SUMMARIZE-ONE THRU 2100-EXIT
               UNTIL WS-ACTIVITY-EOF
           CLOSE POSTED-ACTIVITY-FILE

           IF WS-UNMAPPED-COUNT > 0
               DISPLAY "DANOGLIF: " WS-UNMAPPED-COUNT
                       " ITEM(S) HAVE NO DANOGLMP ACCOUNT - BATCH "
                       "REFUSED"
               MOVE "GL BATCH REFUSED - UNMAPPED ACTIVITY"
                   TO WS-ALERT-MESSAGE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-SUMMARY-TABLE-FULL
               DISPLAY "DANOGLIF: MORE THAN " WS-SUMMARY-CAPACITY
                       " DATE/ACCOUNT LINES - BATCH REFUSED"
               MOVE "GL BATCH REFUSED - SUMMARY TABLE FULL"
                   TO WS-ALERT-MESSAGE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2010-READ-ACTIVITY                                           *
      *****************************************************************
       2010-READ-ACTIVITY.
           READ POSTED-ACTIVITY-FILE
               AT END
                   SET WS-ACTIVITY-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      *****************************************************************
      *  2100-SUMMARIZE-ONE - map the component-1, then one leg to    *
      *                       its GL account and the opposite leg to  *
      *                       its contra account                       *
      *****************************************************************
       2100-SUMMARIZE-ONE.
           ADD 1 TO WS-ACTIVITY-READ
           IF PAC-PROGRAM-NAME = "DANOPOST"
            AND PAC-BUSINESS-DATE = WS-CYCLE-DATE
               ADD 1 TO WS-CYCLE-POSTINGS
               ADD PAC-AMOUNT TO WS-CYCLE-POSTED-AMOUNT
           ELSE
               ADD 1 TO WS-OTHER-ITEMS
           END-IF

           PERFORM 2110-FIND-MAP THRU 2110-EXIT
           IF WS-MAP-HIT-SUB = 0
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "DANOGLIF: NO GL ACCOUNT FOR " PAC-COMPONENT-1
                       " (" PAC-SOURCE " " PAC-BUSINESS-DATE ")"
               GO TO 2100-NEXT
           END-IF
           IF PAC-AMOUNT = 0
               GO TO 2100-NEXT
           END-IF

           MOVE PAC-AMOUNT TO WS-ABSOLUTE-AMOUNT
           IF WS-ABSOLUTE-AMOUNT < 0
               COMPUTE WS-ABSOLUTE-AMOUNT = 0 - WS-ABSOLUTE-AMOUNT
           END-IF
           ADD WS-ABSOLUTE-AMOUNT TO WS-ACTIVITY-GROSS

           MOVE PAC-BUSINESS-DATE  TO WS-ENTRY-POST-DATE
           MOVE WS-ABSOLUTE-AMOUNT TO WS-ENTRY-AMOUNT

           MOVE WS-MAP-GL-ACCOUNT(WS-MAP-HIT-SUB)
                                   TO WS-ENTRY-GL-ACCOUNT
           IF PAC-AMOUNT > 0
               MOVE "C" TO WS-ENTRY-SIDE
           ELSE
               MOVE "D" TO WS-ENTRY-SIDE
           END-IF
           PERFORM 2200-ACCUMULATE THRU 2200-EXIT

           MOVE WS-MAP-CONTRA(WS-MAP-HIT-SUB) TO WS-ENTRY-GL-ACCOUNT
           IF PAC-AMOUNT > 0
               MOVE "D" TO WS-ENTRY-SIDE
           ELSE
               MOVE "C" TO WS-ENTRY-SIDE
           END-IF
           PERFORM 2200-ACCUMULATE THRU 2200-EXIT.
       2100-NEXT.
           PERFORM 2010-READ-ACTIVITY THRU 2010-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-FIND-MAP - first range holding the component-1          *
      *****************************************************************
       2110-FIND-MAP.
           MOVE 0 TO WS-MAP-HIT-SUB
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
                      OR WS-MAP-HIT-SUB > 0
               IF PAC-COMPONENT-1 NOT < WS-MAP-LOW-KEY(WS-MAP-SUB)
                AND PAC-COMPONENT-1 NOT > WS-MAP-HIGH-KEY(WS-MAP-SUB)
                   MOVE WS-MAP-SUB TO WS-MAP-HIT-SUB
               END-IF
           END-PERFORM.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2200-ACCUMULATE - WS-ENTRY-* onto its date/account slot      *
      *****************************************************************
       2200-ACCUMULATE.
           MOVE 0 TO WS-SUMMARY-HIT-SUB
           PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
                   UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
                      OR WS-SUMMARY-HIT-SUB > 0
               IF WS-SUM-POST-DATE(WS-SUMMARY-SUB) = WS-ENTRY-POST-DATE
                AND WS-SUM-GL-ACCOUNT(WS-SUMMARY-SUB)
                       = WS-ENTRY-GL-ACCOUNT
                   MOVE WS-SUMMARY-SUB TO WS-SUMMARY-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-SUMMARY-HIT-SUB = 0
               IF WS-SUMMARY-COUNT NOT < WS-SUMMARY-CAPACITY
                   SET WS-SUMMARY-TABLE-FULL TO TRUE
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE WS-SUMMARY-COUNT TO WS-SUMMARY-HIT-SUB
               MOVE WS-ENTRY-POST-DATE
                   TO WS-SUM-POST-DATE(WS-SUMMARY-HIT-SUB)
               MOVE WS-ENTRY-GL-ACCOUNT
                   TO WS-SUM-GL-ACCOUNT(WS-SUMMARY-HIT-SUB)
               MOVE 0 TO WS-SUM-DEBIT(WS-SUMMARY-HIT-SUB)
               MOVE 0 TO WS-SUM-DEBIT-ITEMS(WS-SUMMARY-HIT-SUB)
               MOVE 0 TO WS-SUM-CREDIT(WS-SUMMARY-HIT-SUB)
               MOVE 0 TO WS-SUM-CREDIT-ITEMS(WS-SUMMARY-HIT-SUB)
           END-IF

           IF WS-ENTRY-SIDE = "D"
               ADD WS-ENTRY-AMOUNT
                   TO WS-SUM-DEBIT(WS-SUMMARY-HIT-SUB)
               ADD 1 TO WS-SUM-DEBIT-ITEMS(WS-SUMMARY-HIT-SUB)
           ELSE
               ADD WS-ENTRY-AMOUNT
                   TO WS-SUM-CREDIT(WS-SUMMARY-HIT-SUB)
               ADD 1 TO WS-SUM-CREDIT-ITEMS(WS-SUMMARY-HIT-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2500-PROVE-JOURNAL - foot the table both ways before a line  *
      *                       is written: debits equal credits, and   *
      *                       each side equals the gross activity     *
      *                       read                                     *
      *****************************************************************
       2500-PROVE-JOURNAL.
           MOVE 0 TO WS-TOTAL-DEBITS WS-TOTAL-CREDITS
           PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
                   UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
               ADD WS-SUM-DEBIT(WS-SUMMARY-SUB)  TO WS-TOTAL-DEBITS
               ADD WS-SUM-CREDIT(WS-SUMMARY-SUB) TO WS-TOTAL-CREDITS
           END-PERFORM

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
            OR WS-TOTAL-DEBITS NOT = WS-ACTIVITY-GROSS
               DISPLAY "DANOGLIF: JOURNAL DOES NOT BALANCE - DEBITS "
                       WS-TOTAL-DEBITS " CREDITS " WS-TOTAL-CREDITS
                       " ACTIVITY " WS-ACTIVITY-GROSS
                       " - BATCH REFUSED"
               MOVE "GL BATCH REFUSED - JOURNAL OUT OF BALANCE"
                   TO WS-ALERT-MESSAGE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-WRITE-JOURNAL - header, a debit and/or credit line per  *
      *                       date/account slot, trailer               *
      *****************************************************************
       2600-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT WS-GLJ-STATUS = "00"
               DISPLAY "DANOGLIF: OPEN TYPE3GLJ FAILED, STATUS "
                       WS-GLJ-STATUS
               MOVE "OPEN TYPE3GLJ FAILED" TO WS-ALERT-MESSAGE
               PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF

           MOVE SPACES        TO GL-JOURNAL-RECORD
           MOVE "H"           TO GLJ-RECORD-TYPE
           MOVE WS-BATCH-ID   TO GLJ-HDR-BATCH-ID
           MOVE WS-CYCLE-DATE TO GLJ-HDR-CYCLE-DATE
           ACCEPT GLJ-HDR-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT GLJ-HDR-CREATED-TIME FROM TIME
           MOVE "DANO"        TO GLJ-HDR-SOURCE
           WRITE GL-JOURNAL-RECORD

           PERFORM 2610-WRITE-ONE-SLOT THRU 2610-EXIT
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT

           MOVE SPACES           TO GL-JOURNAL-RECORD
           MOVE "T"              TO GLJ-RECORD-TYPE
           MOVE WS-BATCH-ID      TO GLJ-TRL-BATCH-ID
           MOVE WS-LINES-WRITTEN TO GLJ-TRL-LINE-COUNT
           MOVE WS-TOTAL-DEBITS  TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-TOTAL-CREDITS TO GLJ-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL-FILE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2610-WRITE-ONE-SLOT                                          *
      *****************************************************************
       2610-WRITE-ONE-SLOT.
           IF WS-SUM-DEBIT(WS-SUMMARY-SUB) > 0
               MOVE SPACES      TO GL-JOURNAL-RECORD
               MOVE "D"         TO GLJ-RECORD-TYPE
               MOVE WS-BATCH-ID TO GLJ-DTL-BATCH-ID
               MOVE WS-SUM-POST-DATE(WS-SUMMARY-SUB)
                                TO GLJ-DTL-POST-DATE
               MOVE WS-SUM-GL-ACCOUNT(WS-SUMMARY-SUB)
                                TO GLJ-DTL-GL-ACCOUNT
               MOVE "D"         TO GLJ-DTL-DC-FLAG
               MOVE WS-SUM-DEBIT(WS-SUMMARY-SUB)
                                TO GLJ-DTL-AMOUNT
               MOVE WS-SUM-DEBIT-ITEMS(WS-SUMMARY-SUB)
                                TO GLJ-DTL-ITEM-COUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-LINES-WRITTEN
               DISPLAY "  " WS-SUM-POST-DATE(WS-SUMMARY-SUB)
                       " " WS-SUM-GL-ACCOUNT(WS-SUMMARY-SUB)
                       " DR " GLJ-DTL-AMOUNT
           END-IF
           IF WS-SUM-CREDIT(WS-SUMMARY-SUB) > 0
               MOVE SPACES      TO GL-JOURNAL-RECORD
               MOVE "D"         TO GLJ-RECORD-TYPE
               MOVE WS-BATCH-ID TO GLJ-DTL-BATCH-ID
               MOVE WS-SUM-POST-DATE(WS-SUMMARY-SUB)
                                TO GLJ-DTL-POST-DATE
               MOVE WS-SUM-GL-ACCOUNT(WS-SUMMARY-SUB)
                                TO GLJ-DTL-GL-ACCOUNT
               MOVE "C"         TO GLJ-DTL-DC-FLAG
               MOVE WS-SUM-CREDIT(WS-SUMMARY-SUB)
                                TO GLJ-DTL-AMOUNT
               MOVE WS-SUM-CREDIT-ITEMS(WS-SUMMARY-SUB)
                                TO GLJ-DTL-ITEM-COUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-LINES-WRITTEN
               DISPLAY "  " WS-SUM-POST-DATE(WS-SUMMARY-SUB)
                       " " WS-SUM-GL-ACCOUNT(WS-SUMMARY-SUB)
                       " CR " GLJ-DTL-AMOUNT
           END-IF.
       2610-EXIT.
           EXIT.

      *****************************************************************
      *  2700-REGISTER-BATCH - the batch is on TYPE3GLJ; register it  *
      *                        so it cannot go twice, then consume    *
      *                        the activity it carries                 *
      *****************************************************************
       2700-REGISTER-BATCH.
           IF WS-RUN-REFUSED
               GO TO 2700-EXIT
           END-IF
           MOVE WS-BATCH-ID      TO WS-FEED-ID
           MOVE "TYPE3GLJ"       TO WS-FEED-FILE-NAME
           MOVE WS-CYCLE-DATE    TO WS-FEED-REG-BUSINESS-DATE
           PERFORM 8710-REGISTER-FEED THRU 8710-EXIT
           DISPLAY "DANOGLIF: GL BATCH " WS-BATCH-ID
                   " WRITTEN AND REGISTERED"

           OPEN OUTPUT POSTED-ACTIVITY-FILE
           CLOSE POSTED-ACTIVITY-FILE.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - totals, and the control trailer DANORECN    *
      *                   ties to DANOPOST's; a refused batch writes  *
      *                   no trailer since nothing went to the ledger *
      *****************************************************************
       3000-TERMINATE.
           DISPLAY "DANOGLIF GL INTERFACE TOTALS - BATCH " WS-BATCH-ID
           DISPLAY "  ACTIVITY RECORDS READ . . " WS-ACTIVITY-READ
           DISPLAY "  THIS CYCLE'S POSTINGS . . " WS-CYCLE-POSTINGS
           DISPLAY "  REVERSALS/CARRIED ITEMS . " WS-OTHER-ITEMS
           DISPLAY "  UNMAPPED ITEMS  . . . . . " WS-UNMAPPED-COUNT
           DISPLAY "  JOURNAL LINES . . . . . . " WS-LINES-WRITTEN
           DISPLAY "  TOTAL DEBITS  . . . . . . " WS-TOTAL-DEBITS
           DISPLAY "  TOTAL CREDITS . . . . . . " WS-TOTAL-CREDITS

           IF WS-RUN-REFUSED
               GO TO 3000-EXIT
           END-IF

           MOVE WS-PROGRAM-NAME        TO CTL-PROGRAM-NAME
           MOVE WS-ACTIVITY-READ       TO CTL-RECORDS-READ
           MOVE WS-CYCLE-POSTINGS      TO CTL-RECORDS-SET-OK
           MOVE WS-OTHER-ITEMS         TO CTL-RECORDS-REJECTED
           MOVE WS-CYCLE-POSTED-AMOUNT TO CTL-HASH-TOTAL
           PERFORM 8600-PRINT-CONTROL-REPORT THRU 8600-EXIT.
       3000-EXIT.
           EXIT.

       COPY DANOFRPD.
       COPY CTLRPTPD.
       COPY DANOALPD.
