      *                      items carry their feed-id on TYPE3SUS so  *
      *                      they register under the right identity    *
      *                      when they finally post.                    *
      *    2026-09-08  DLO   Balance range refusals.  COMPONENT-2 is   *
      *                      an unsigned binary balance, so a debit    *
      *                      that would take it below zero, or a       *
      *                      credit that would carry it past what the  *
      *                      field can hold, used to land as a wrapped *
      *                      or truncated figure.  The would-be        *
      *                      balance is now worked out first and such  *
      *                      a posting is refused to TYPE3XCP (TYPE3XCT *
      *                      in a trial) with its own reason, counted  *
      *                      separately on the exception trailer and   *
      *                      carried with the rejected work on the     *
      *                      control report so DANORECN still foots.   *
      *    2026-09-22  DLO   Every amount that lands on the master     *
      *                      - feed, captured entry or suspense        *
      *                      release - is also written to TYPE3PAC     *
      *                      (DANOPA* macro) with its source, for      *
      *                      the DANOGLIF general-ledger interface.    *
      *                      A trial run writes nothing there.         *
      *    2026-09-24  DLO   Account status.  A posting that matches   *
      *                      a frozen or closed account (COMPONENT-5   *
      *                      F or C) is refused to TYPE3XCP (TYPE3XCT  *
      *                      in a trial) as REFUSED - ACCOUNT FROZEN   *
      *                      or REFUSED - ACCOUNT CLOSED, through the  *
      *                      same refusal path as the balance range    *
      *                      checks - so feed, captured and suspense   *
      *                      items are all covered and a refused       *
      *                      suspense item leaves suspense.            *
      *    2026-09-30  DLO   Sequential match-merge posting mode.      *
      *                      A DANOPPRM card with MERGE in columns     *
      *                      7-12 sorts the suspense items, the feed   *
      *                      details and the capture queue together    *
      *                      on component-1 (DANOPSWK sort work) and   *
      *                      posts them in one sequential pass over    *
      *                      TYPE1MST with a balanced-line match,      *
      *                      instead of a random READ per item.  Each  *
      *                      account still takes its suspense items,   *
      *                      then its feed details, then its captures  *
      *                      in arrival order, through the same        *
      *                      serial, calendar, status, range,          *
      *                      journal and suspense paragraphs, so the   *
      *                      postings are those the random pass        *
      *                      makes.  Unmatched suspense items and      *
      *                      tonight's intake go to TYPE3SUW and       *
      *                      replace TYPE3SUS once the pass is done.   *
      *                      Either mode now appends its elapsed       *
      *                      time, master READ/REWRITE counts and      *
      *                      items presented to RUNSTATS (not in a     *
      *                      trial) so DANOTRND can compare them.      *
      *    2026-10-01  DLO   Account forwarding.  Items carrying a     *
      *                      key DANOMERG merged away are posted       *
      *                      to the surviving key through TYPE1FWD,    *
      *                      in either mode, and counted.              *
      *    2026-10-06  DLO   Large-transaction hold queue.  A feed     *
      *                      detail or captured entry whose size is    *
      *                      above its account's DANOHLPM limit (or    *
      *                      the default) is held on TYPE3HLD with     *
      *                      its serial and feed-id instead of         *
      *                      posted or suspended, counted with the     *
      *                      rejected work.  Items a supervisor        *
      *                      released in DANOHOLD post at the start    *
      *                      of the next run under their own serial,   *
      *                      so DANOPSRL still guards them; declined   *
      *                      items go to TYPE3XCP.  Merge mode sorts   *
      *                      released holds in after suspense.         *
      *    2026-10-15  DLO   Account-status and no-hold-file refusals  *
      *                      are counted apart from the balance-range  *
      *                      refusals, each with its own exception     *
      *                      trailer field, and still ride with the    *
      *                      rejected work on the control report.  The *
      *                      trial balance table is widened to s9(11)  *
      *                      comp-3 so balances past 999,999,999 are   *
      *                      judged whole.                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOPOST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.

           SELECT MERGE-SORT-FILE ASSIGN TO "DANOPSWK".

           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATS-STATUS.

           COPY CTLRPTSL.
           COPY TYP1JNSL.
           COPY DANOCASL.
           COPY DANOFRSL.
           COPY DANOALSL.
           COPY DANOPASL.
           COPY DANOFWSL.
           COPY DANOHLSL.

       DATA DIVISION.
       FILE SECTION.
               10  EXR-POSTED-COUNT     pic 9(09).
               10  EXR-REJECTED-COUNT   pic 9(09).
               10  EXR-TOTAL-AMOUNT     pic s9(11)v99.
               10  EXR-REFUSED-COUNT    pic 9(09).
      *                                      *> postings refused for
      *                                      *> balance range, not in
      *                                      *> EXR-REJECTED-COUNT
               10  EXR-STATUS-REFUSED-COUNT
                                        pic 9(09).
      *                                      *> refused for a frozen
      *                                      *> or closed account
               10  EXR-NOHOLD-REFUSED-COUNT
                                        pic 9(09).
      *                                      *> refused over limit
      *                                      *> with no TYPE3HLD open
               10  FILLER               pic x(01).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
               10  XCT-POSTED-COUNT     pic 9(09).
               10  XCT-REJECTED-COUNT   pic 9(09).
               10  XCT-TOTAL-AMOUNT     pic s9(11)v99.
               10  XCT-REFUSED-COUNT    pic 9(09).
               10  XCT-STATUS-REFUSED-COUNT
                                        pic 9(09).
               10  XCT-NOHOLD-REFUSED-COUNT
                                        pic 9(09).
               10  FILLER               pic x(01).

       FD  POST-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  POST-PARM-RECORD.
           05  PPR-RUN-MODE             pic x(05).
      *                                      *> "TRIAL" or blank
           05  FILLER                   pic x(01).
           05  PPR-ACCESS-MODE          pic x(06).
      *                                      *> "MERGE" for the sorted
      *                                      *> sequential pass;
      *                                      *> "RANDOM" or blank for
      *                                      *> a READ per item

       FD  CAPTURE-FILE
           LABEL RECORDS ARE STANDARD.
           05  PSR-POSTED-DATE          pic x(08).
           05  PSR-POSTED-TIME          pic x(08).

      *    merge mode only - every item that could post tonight, in
      *    component-1 order; within one account the suspense items
      *    come first, then the released holds, then the feed
      *    details, then the captures, each in the order it arrived,
      *    which is the order the random pass applies them in
       SD  MERGE-SORT-FILE.
       01  MERGE-SORT-RECORD.
           05  MSR-COMPONENT-1          pic x(10).
           05  MSR-STREAM               pic 9(01).
      *                                      *> 1 suspense item,
      *                                      *> 2 released hold,
      *                                      *> 3 feed detail,
      *                                      *> 4 captured entry
           05  MSR-SEQUENCE             pic 9(09).
           05  MSR-IMAGE                pic x(57).
      *                                      *> the SUSPENSE-RECORD,
      *                                      *> TYPE3TRN-RECORD or
      *                                      *> CAPTURE-RECORD as read;
      *                                      *> for a hold only its
      *                                      *> HLD-KEY, re-read when
      *                                      *> it is posted

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-STATS-RECORD.
           05  RST-RUN-DATE             pic x(08).
           05  RST-POST-MODE            pic x(06).
      *                                      *> "RANDOM" or "MERGE"
           05  RST-POST-ELAPSED         pic 9(09).
      *                                      *> centiseconds, first
      *                                      *> open to last posting
           05  RST-MASTER-READS         pic 9(09).
           05  RST-MASTER-REWRITES      pic 9(09).
           05  RST-POST-ITEMS           pic 9(07).
      *                                      *> feed, capture and
      *                                      *> suspense items presented
           05  RST-SOURCE               pic x(08).
      *                                      *> "DANOPOST" - DANO1
      *                                      *> writes its own cycle
      *                                      *> figures in these 40
      *                                      *> bytes under its name

       COPY CTLRPTFD.
       COPY TYP1JNFD.
       COPY DANOCAFD.
       COPY DANOFRFD.
       COPY DANOALFD.
       COPY DANOPAFD.
       COPY DANOFWFD.
       COPY DANOHLFD.

       WORKING-STORAGE SECTION.
       COPY CTLRPTWS.
       COPY DANOCAWS.
       COPY DANOFRWS.
       COPY DANOALWS.
       COPY DANOPAWS.
       COPY DANOHLWS.

       01  WS-PROGRAM-NAME              pic x(08).

           05  WS-CAPTURE-STATUS        pic x(02).
               88  WS-CAPTURE-OK                 value "00".
               88  WS-CAPTURE-EOF                value "10".
           05  WS-REFUSED-SWITCH        pic x(01) value "N".
               88  WS-POSTING-REFUSED             value "Y".
           05  WS-REFUSAL-KIND          pic x(01) value "R".
               88  WS-REFUSAL-RANGE               value "R".
               88  WS-REFUSAL-STATUS              value "S".
               88  WS-REFUSAL-NO-HOLD             value "H".
           05  WS-ACTIVITY-OPEN-SWITCH  pic x(01) value "N".
               88  WS-ACTIVITY-IS-OPEN            value "Y".
           05  WS-ACCESS-MODE           pic x(01) value "R".
               88  WS-RANDOM-MODE                 value "R".
               88  WS-MERGE-MODE                  value "M".
           05  WS-RUN-STATS-STATUS      pic x(02).
           05  WS-MERGE-MASTER-SWITCH   pic x(01) value "N".
               88  WS-MERGE-MASTER-EOF            value "Y".
           05  WS-MERGE-ITEM-SWITCH     pic x(01) value "N".
               88  WS-MERGE-ITEMS-DONE            value "Y".
           05  WS-SUSPENSE-IN-SWITCH    pic x(01) value "N".
               88  WS-SUSPENSE-IN-IS-OPEN         value "Y".
           05  WS-CAPTURE-IN-SWITCH     pic x(01) value "N".
               88  WS-CAPTURE-IN-IS-OPEN          value "Y".
           05  WS-FORWARD-STATUS        pic x(02).
               88  WS-FORWARD-OK                 value "00".
               88  WS-FORWARD-EOF                value "10".
           05  WS-FORWARD-END-SWITCH    pic x(01).
               88  WS-FORWARD-RESOLVED            value "Y".
           05  WS-HOLD-OPEN-SWITCH      pic x(01) value "N".
               88  WS-HOLD-FILE-IS-OPEN           value "Y".
           05  WS-HOLD-ITEM-SWITCH      pic x(01) value "N".
               88  WS-ITEM-HELD                   value "Y".
           05  WS-HOLD-LIMIT-EOF-SW     pic x(01) value "N".
               88  WS-HOLD-LIMIT-EOF              value "Y".
           05  WS-HOLD-DEFAULT-SWITCH   pic x(01) value "N".
               88  WS-HOLD-DEFAULT-SET            value "Y".
           05  WS-HOLD-FOUND-SWITCH     pic x(01).
               88  WS-HOLD-LIMIT-FOUND            value "Y".

       01  WS-REJECT-REASON             pic x(30).

      *    COMPONENT-2 is pic xxxx comp-5 - unsigned, four bytes - so
      *    the would-be balance is worked out here, wider and signed,
      *    before anything is added onto the master
       01  WS-BALANCE-RANGE.
           05  WS-PROSPECTIVE-BALANCE   pic s9(11) comp-3.
           05  WS-BALANCE-FLOOR         pic s9(11) comp-3 value 0.
           05  WS-BALANCE-CEILING       pic s9(11) comp-3
                                        value 4294967295.

       01  WS-ACTIVITY-DATE             pic x(08).

       01  WS-APPLY-FIELDS.
           05  WS-APPLY-COMPONENT-1     pic x(10).
           05  WS-APPLY-TRANS-DATE      pic x(08).
           05  WS-APPLY-AMOUNT          pic s9(9)v99.
           05  WS-APPLY-SOURCE          pic x(01).
      *                                      *> F feed, C capture,
      *                                      *> S suspense release -
      *                                      *> carried to TYPE3PAC

       01  WS-SERIAL-TABLE-LIMITS.
           05  WS-SERIAL-CAPACITY       pic 9(5) comp value 10000.
           05  WS-TRANS-READ-COUNT      pic 9(09) comp value 0.
           05  WS-POSTED-COUNT          pic 9(09) comp value 0.
           05  WS-REJECTED-COUNT        pic 9(09) comp value 0.
           05  WS-REFUSED-COUNT         pic 9(09) comp value 0.
           05  WS-STATUS-REFUSED-COUNT  pic 9(09) comp value 0.
           05  WS-NOHOLD-REFUSED-COUNT  pic 9(09) comp value 0.
           05  WS-TOTAL-AMOUNT          pic s9(11)v99 comp-3 value 0.

       01  WS-TRIAL-TABLE-LIMITS.
       01  WS-TRIAL-BALANCE-TABLE.
           05  WS-TRIAL-ENTRY           occurs 2000 times.
               10  WS-TRL-COMPONENT-1   pic x(10).
               10  WS-TRL-BALANCE       pic s9(11) comp-3.

       01  WS-SERIAL-TOTALS.
           05  WS-SERIALS-ON-REGISTRY   pic 9(09) comp value 0.
           05  WS-SUSPENSE-REAGED       pic 9(09) comp value 0.
           05  WS-SUSPENSE-OPEN-AMOUNT  pic s9(11)v99 comp-3 value 0.

       01  WS-MASTER-IO-TOTALS.
           05  WS-MASTER-READS          pic 9(09) comp value 0.
      *                                      *> random READs by key, or
      *                                      *> READ NEXTs in the merge
           05  WS-MASTER-REWRITES       pic 9(09) comp value 0.
           05  WS-MERGE-SEQUENCE        pic 9(09) comp value 0.
           05  WS-MERGE-RELEASED        pic 9(09) comp value 0.

      *    TYPE1FWD, retired key to surviving key, held for the run;
      *    a key merged away twice is followed hop by hop, and a
      *    circle (a merged-away key reopened and merged back) stops
      *    at the hop limit and posts to the key as presented
       01  WS-FORWARD-TABLE-LIMITS.
           05  WS-FORWARD-CAPACITY      pic 9(4) comp value 2000.
           05  WS-FORWARD-COUNT         pic 9(4) comp value 0.
           05  WS-FORWARD-SUB           pic 9(4) comp.
           05  WS-FORWARD-HIT-SUB       pic 9(4) comp.
           05  WS-FORWARD-HOPS          pic 9(4) comp.
           05  WS-FORWARD-HOP-LIMIT     pic 9(4) comp value 10.
           05  WS-FORWARD-KEY           pic x(10).
           05  WS-FORWARDED-COUNT       pic 9(09) comp value 0.

       01  WS-FORWARD-TABLE.
           05  WS-FORWARD-ENTRY         occurs 2000 times.
               10  WS-FWT-OLD-KEY       pic x(10).
               10  WS-FWT-NEW-KEY       pic x(10).

      *    DANOHLPM, the large-transaction limits, held for the run;
      *    an account's own limit wins over the default
       01  WS-HOLD-LIMIT-TABLE-LIMITS.
           05  WS-HOLD-LIMIT-CAPACITY   pic 9(4) comp value 500.
           05  WS-HOLD-LIMIT-COUNT      pic 9(4) comp value 0.
           05  WS-HOLD-LIMIT-SUB        pic 9(4) comp.
           05  WS-HOLD-DEFAULT-LIMIT    pic 9(09)v99 value 0.
           05  WS-HOLD-ITEM-LIMIT       pic 9(09)v99.
           05  WS-HOLD-ITEM-SIZE        pic 9(09)v99.
           05  WS-HOLD-REFERENCE        pic 9(05) value 0.

       01  WS-HOLD-LIMIT-TABLE.
           05  WS-HOLD-LIMIT-ENTRY      occurs 500 times.
               10  WS-HLT-COMPONENT-1   pic x(10).
               10  WS-HLT-LIMIT         pic 9(09)v99.

       01  WS-HOLD-TOTALS.
           05  WS-HELD-COUNT            pic 9(09) comp value 0.
           05  WS-HELD-AMOUNT           pic s9(11)v99 comp-3 value 0.
           05  WS-HOLDS-ALREADY-HELD    pic 9(09) comp value 0.
           05  WS-HOLDS-RELEASED        pic 9(09) comp value 0.
           05  WS-HOLDS-DECLINED        pic 9(09) comp value 0.

       01  WS-EDITED-HELD               pic z(8)9.

       01  WS-POST-TIMES.
           05  WS-POST-START-TIME       pic 9(08) comp.
           05  WS-POST-END-TIME         pic 9(08) comp.
           05  WS-POST-START-CENTISECS  pic 9(09) comp.
           05  WS-POST-END-CENTISECS    pic 9(09) comp.
           05  WS-POST-ELAPSED          pic s9(09) comp.

      *    HHMMSSCC from ACCEPT ... FROM TIME is not a linear unit, so
      *    each timestamp is reduced to centiseconds since midnight
      *    before the two are subtracted - the same working DANO1
      *    does for its cycle times
       01  WS-TIME-CONVERT.
           05  WS-TIME-HHMMSSCC         pic 9(08) comp.
           05  WS-TIME-HH               pic 9(02) comp.
           05  WS-TIME-MM               pic 9(02) comp.
           05  WS-TIME-SS               pic 9(02) comp.
           05  WS-TIME-CC               pic 9(02) comp.
           05  WS-TIME-REM1             pic 9(08) comp.
           05  WS-TIME-REM2             pic 9(08) comp.
           05  WS-TIME-CENTISECONDS     pic 9(09) comp.

       LINKAGE SECTION.
       COPY DANOCTL.

           ELSE
               MOVE LK-BUSINESS-DATE TO WS-ACTIVITY-DATE
           END-IF
           MOVE WS-ACTIVITY-DATE TO WS-PAC-BUSINESS-DATE
           ACCEPT WS-POST-START-TIME    FROM TIME
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           IF WS-MERGE-MODE
               PERFORM 4000-MERGE-POSTING THRU 4000-EXIT
           ELSE
               PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
                   UNTIL WS-POSTING-DONE
               PERFORM 2600-POST-CAPTURES THRU 2600-EXIT
           END-IF
           ACCEPT WS-POST-END-TIME      FROM TIME
           PERFORM 2900-MEASURE-POSTING THRU 2900-EXIT
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           GOBACK.

      *****************************************************************
      *  0100-LOAD-RUN-MODE - one optional DANOPPRM card; TRIAL       *
      *                       selects simulate mode, MERGE in columns  *
      *                       7-12 the sorted sequential pass          *
      *****************************************************************
       0100-LOAD-RUN-MODE.
           OPEN INPUT POST-PARM-FILE
               DISPLAY "DANOPOST: *** TRIAL MODE - NOTHING WILL BE "
                       "POSTED ***"
           END-IF
           IF PPR-ACCESS-MODE = "MERGE"
               SET WS-MERGE-MODE TO TRUE
               DISPLAY "DANOPOST: MATCH-MERGE MODE - ONE SEQUENTIAL "
                       "PASS OVER TYPE1MST"
           END-IF
           CLOSE POST-PARM-FILE.
       0100-EXIT.
           EXIT.
           SET WS-MASTER-IS-OPEN TO TRUE
           IF NOT WS-TRIAL-MODE
               PERFORM 8650-OPEN-JOURNAL THRU 8650-EXIT
               PERFORM 8670-OPEN-ACTIVITY THRU 8670-EXIT
               SET WS-ACTIVITY-IS-OPEN TO TRUE
           END-IF

           IF WS-TRIAL-MODE
           END-IF

           PERFORM 1400-LOAD-POSTED-SERIALS THRU 1400-EXIT
           PERFORM 1450-LOAD-FORWARDS THRU 1450-EXIT
           PERFORM 1500-LOAD-HOLD-LIMITS THRU 1500-EXIT
           PERFORM 1550-OPEN-HOLD-FILE THRU 1550-EXIT
      *    the merge pass takes suspense, released holds, feed and
      *    captures together in 4000, so it neither re-matches nor
      *    settles holds here, nor primes the feed
           IF WS-MERGE-MODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-REMATCH-SUSPENSE THRU 1300-EXIT
           PERFORM 1600-SETTLE-HOLDS THRU 1600-EXIT

           IF WS-FEED-IS-OPEN
               PERFORM 1010-READ-TRANSACTION THRU 1010-EXIT
      *  1320-RETRY-ONE-ITEM                                          *
      *****************************************************************
       1320-RETRY-ONE-ITEM.
           PERFORM 1330-RETRY-ITEM THRU 1330-EXIT
           PERFORM 1310-READ-SUSPENSE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *****************************************************************
      *  1330-RETRY-ITEM - the SUSPENSE-RECORD in hand, from the      *
      *                    re-match pass or from the merge pass        *
      *****************************************************************
       1330-RETRY-ITEM.
           ADD 1 TO WS-SUSPENSE-RETRIED
           MOVE 0 TO WS-APPLY-SERIAL
           MOVE SUS-FEED-ID TO WS-APPLY-FEED-ID
               PERFORM 2050-CHECK-SERIAL THRU 2050-EXIT
               IF WS-SERIAL-HIT-SUB > 0
                   ADD 1 TO WS-SERIALS-SKIPPED
                   GO TO 1330-EXIT
               END-IF
           END-IF

           MOVE SUS-COMPONENT-1 TO WS-APPLY-COMPONENT-1
           MOVE SUS-TRANS-DATE  TO WS-APPLY-TRANS-DATE
           MOVE SUS-AMOUNT      TO WS-APPLY-AMOUNT
           MOVE "S"             TO WS-APPLY-SOURCE
           PERFORM 2400-MATCH-AND-APPLY THRU 2400-EXIT

           IF WS-MASTER-MATCHED
      *        a refused hit has gone to TYPE3XCP, not to the master;
      *        it leaves suspense either way
               IF NOT WS-POSTING-REFUSED
                   ADD 1 TO WS-REMATCH-HITS
               END-IF
           ELSE
               ADD 1 TO WS-SUSPENSE-REAGED
               ADD SUS-AMOUNT TO WS-SUSPENSE-OPEN-AMOUNT
                   WRITE SUSPENSE-WORK-RECORD
               END-IF
           END-IF.
       1330-EXIT.
           EXIT.

      *****************************************************************
       1420-EXIT.
           EXIT.

      *****************************************************************
      *  1450-LOAD-FORWARDS - TYPE1FWD into memory; no file means no  *
      *                       account has been merged away             *
      *****************************************************************
       1450-LOAD-FORWARDS.
           OPEN INPUT FORWARD-FILE
           IF NOT WS-FORWARD-OK
               GO TO 1450-EXIT
           END-IF
           PERFORM 1460-READ-FORWARD THRU 1460-EXIT
           PERFORM 1470-STORE-FORWARD THRU 1470-EXIT
               UNTIL WS-FORWARD-EOF
           CLOSE FORWARD-FILE.
       1450-EXIT.
           EXIT.

      *****************************************************************
      *  1460-READ-FORWARD                                            *
      *****************************************************************
       1460-READ-FORWARD.
           READ FORWARD-FILE NEXT RECORD
               AT END
                   SET WS-FORWARD-EOF TO TRUE
           END-READ.
       1460-EXIT.
           EXIT.

      *****************************************************************
      *  1470-STORE-FORWARD                                           *
      *****************************************************************
       1470-STORE-FORWARD.
           IF WS-FORWARD-COUNT < WS-FORWARD-CAPACITY
               ADD 1 TO WS-FORWARD-COUNT
               MOVE FWD-OLD-COMPONENT-1
                   TO WS-FWT-OLD-KEY(WS-FORWARD-COUNT)
               MOVE FWD-NEW-COMPONENT-1
                   TO WS-FWT-NEW-KEY(WS-FORWARD-COUNT)
           ELSE
               DISPLAY "DANOPOST: MORE THAN " WS-FORWARD-CAPACITY
                       " FORWARDS ON TYPE1FWD - " FWD-OLD-COMPONENT-1
                       " NOT FORWARDED"
           END-IF
           PERFORM 1460-READ-FORWARD THRU 1460-EXIT.
       1470-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-HOLD-LIMITS - the DANOHLPM cards into memory; no   *
      *                          file, or no card that applies to an  *
      *                          account, means nothing is held       *
      *****************************************************************
       1500-LOAD-HOLD-LIMITS.
           OPEN INPUT HOLD-LIMIT-FILE
           IF NOT WS-HOLD-PARM-STATUS = "00"
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-READ-HOLD-LIMIT THRU 1510-EXIT
           PERFORM 1520-STORE-HOLD-LIMIT THRU 1520-EXIT
               UNTIL WS-HOLD-LIMIT-EOF
           CLOSE HOLD-LIMIT-FILE

           IF WS-HOLD-DEFAULT-SET OR WS-HOLD-LIMIT-COUNT > 0
               DISPLAY "DANOPOST: DANOHLPM HOLD LIMITS IN FORCE - "
                       WS-HOLD-LIMIT-COUNT " ACCOUNT LIMIT(S), "
                       "DEFAULT " WS-HOLD-DEFAULT-LIMIT
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1510-READ-HOLD-LIMIT                                         *
      *****************************************************************
       1510-READ-HOLD-LIMIT.
           READ HOLD-LIMIT-FILE
               AT END
                   SET WS-HOLD-LIMIT-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *****************************************************************
      *  1520-STORE-HOLD-LIMIT                                        *
      *****************************************************************
       1520-STORE-HOLD-LIMIT.
           IF HLP-LIMIT NOT NUMERIC
               DISPLAY "DANOPOST: DANOHLPM CARD FOR " HLP-COMPONENT-1
                       " HAS NO NUMERIC LIMIT - IGNORED"
               GO TO 1520-NEXT
           END-IF
           EVALUATE TRUE
               WHEN HLP-DEFAULT-LIMIT
                   MOVE HLP-LIMIT TO WS-HOLD-DEFAULT-LIMIT
                   SET WS-HOLD-DEFAULT-SET TO TRUE
               WHEN HLP-ACCOUNT-LIMIT
                   IF WS-HOLD-LIMIT-COUNT < WS-HOLD-LIMIT-CAPACITY
                       ADD 1 TO WS-HOLD-LIMIT-COUNT
                       MOVE HLP-COMPONENT-1
                           TO WS-HLT-COMPONENT-1(WS-HOLD-LIMIT-COUNT)
                       MOVE HLP-LIMIT
                           TO WS-HLT-LIMIT(WS-HOLD-LIMIT-COUNT)
                   ELSE
                       DISPLAY "DANOPOST: MORE THAN "
                               WS-HOLD-LIMIT-CAPACITY
                               " ACCOUNT LIMITS ON DANOHLPM - "
                               HLP-COMPONENT-1 " TAKES THE DEFAULT"
                   END-IF
               WHEN OTHER
                   DISPLAY "DANOPOST: DANOHLPM CARD TYPE "
                           HLP-LIMIT-TYPE " IS NOT D OR A - IGNORED"
           END-EVALUATE.

       1520-NEXT.
           PERFORM 1510-READ-HOLD-LIMIT THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *****************************************************************
      *  1550-OPEN-HOLD-FILE - TYPE3HLD, created empty the first time *
      *                        a limit is in force; a trial reads it  *
      *                        only, for the releases it would post   *
      *****************************************************************
       1550-OPEN-HOLD-FILE.
           IF WS-TRIAL-MODE
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-OK
                   SET WS-HOLD-FILE-IS-OPEN TO TRUE
               END-IF
               GO TO 1550-EXIT
           END-IF

           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               IF NOT WS-HOLD-DEFAULT-SET
                AND WS-HOLD-LIMIT-COUNT = 0
                   GO TO 1550-EXIT
               END-IF
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF NOT WS-HOLD-OK
               DISPLAY "DANOPOST: OPEN TYPE3HLD FAILED, STATUS "
                       WS-HOLD-STATUS " - ITEMS OVER LIMIT WILL BE "
                       "REFUSED"
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE "OPEN TYPE3HLD FAILED" TO WS-ALERT-MESSAGE
               MOVE WS-HOLD-STATUS TO WS-ALERT-MESSAGE(22:2)
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               GO TO 1550-EXIT
           END-IF
           SET WS-HOLD-FILE-IS-OPEN TO TRUE.
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  1600-SETTLE-HOLDS - every TYPE3HLD item a supervisor has     *
      *                      decided in DANOHOLD since the last run:  *
      *                      a release posts, a decline is written    *
      *                      off to the exception file.  Undecided    *
      *                      items wait, and settled ones stay on     *
      *                      file as history                          *
      *****************************************************************
       1600-SETTLE-HOLDS.
           IF NOT WS-HOLD-FILE-IS-OPEN
               GO TO 1600-EXIT
           END-IF
           PERFORM 1610-READ-HOLD THRU 1610-EXIT
           PERFORM 1620-SETTLE-ONE-HOLD THRU 1620-EXIT
               UNTIL WS-HOLD-EOF

           IF WS-HOLDS-RELEASED > 0 OR WS-HOLDS-DECLINED > 0
               DISPLAY "DANOPOST: HOLD QUEUE SETTLED "
                       WS-HOLDS-RELEASED " RELEASED, "
                       WS-HOLDS-DECLINED " DECLINED"
           END-IF.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  1610-READ-HOLD                                               *
      *****************************************************************
       1610-READ-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      *****************************************************************
      *  1620-SETTLE-ONE-HOLD                                         *
      *****************************************************************
       1620-SETTLE-ONE-HOLD.
           EVALUATE TRUE
               WHEN HLD-RELEASED
                   PERFORM 1630-RELEASE-HOLD-ITEM THRU 1630-EXIT
               WHEN HLD-DECLINED
                   PERFORM 1640-DECLINE-HOLD-ITEM THRU 1640-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1610-READ-HOLD THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

      *****************************************************************
      *  1630-RELEASE-HOLD-ITEM - the released HOLD-RECORD in hand,   *
      *                           from the settle pass or from the    *
      *                           merge pass.  It posts under its     *
      *                           own serial and feed-id through the  *
      *                           same match-and-apply as the feed -  *
      *                           past the limit it broke, since a    *
      *                           supervisor has passed it - so it    *
      *                           registers on DANOPSRL when it lands *
      *                           and a rerun cannot post it twice.   *
      *                           No master by now sends it to        *
      *                           suspense like any other item        *
      *****************************************************************
       1630-RELEASE-HOLD-ITEM.
           ADD 1 TO WS-HOLDS-RELEASED
           MOVE HLD-SERIAL      TO WS-APPLY-SERIAL
           MOVE HLD-FEED-ID     TO WS-APPLY-FEED-ID
           MOVE HLD-COMPONENT-1 TO WS-APPLY-COMPONENT-1
           MOVE HLD-TRANS-DATE  TO WS-APPLY-TRANS-DATE
           MOVE HLD-AMOUNT      TO WS-APPLY-AMOUNT
           MOVE HLD-SOURCE      TO WS-APPLY-SOURCE

           IF WS-APPLY-SERIAL > 0
      *        an abend after the release posted (and registered its
      *        serial) but before the hold was rewritten leaves it
      *        still released; the rerun settles it, not re-applies it
               PERFORM 2050-CHECK-SERIAL THRU 2050-EXIT
               IF WS-SERIAL-HIT-SUB > 0
                   ADD 1 TO WS-SERIALS-SKIPPED
                   SET HLD-POSTED TO TRUE
                   GO TO 1630-REWRITE
               END-IF
           END-IF

           PERFORM 2400-MATCH-AND-APPLY THRU 2400-EXIT
           IF NOT WS-MASTER-MATCHED
               PERFORM 2150-SUSPEND-TRANSACTION THRU 2150-EXIT
               SET HLD-SUSPENDED TO TRUE
               GO TO 1630-REWRITE
           END-IF
           IF WS-POSTING-REFUSED
               SET HLD-REFUSED TO TRUE
           ELSE
               SET HLD-POSTED TO TRUE
           END-IF.

       1630-REWRITE.
           PERFORM 1650-REWRITE-HOLD THRU 1650-EXIT.
       1630-EXIT.
           EXIT.

      *****************************************************************
      *  1640-DECLINE-HOLD-ITEM - a declined hold goes to the         *
      *                           exception file (TYPE3XCT in a       *
      *                           trial) as rejected work; its serial *
      *                           is never registered                 *
      *****************************************************************
       1640-DECLINE-HOLD-ITEM.
           ADD 1 TO WS-HOLDS-DECLINED
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-TRIAL-MODE
               MOVE SPACES               TO TRIAL-EXCEPTION-RECORD
               MOVE "TRIAL "             TO XCT-MARKER
               MOVE "D"                  TO XCT-RECORD-TYPE
               MOVE HLD-COMPONENT-1      TO XCT-COMPONENT-1
               MOVE HLD-TRANS-DATE       TO XCT-TRANS-DATE
               MOVE HLD-AMOUNT           TO XCT-AMOUNT
               MOVE "DECLINED - HELD OVER LIMIT" TO XCT-REASON
               WRITE TRIAL-EXCEPTION-RECORD
           ELSE
               MOVE SPACES               TO EXCEPTION-RECORD
               MOVE "D"                  TO EXR-RECORD-TYPE
               MOVE HLD-COMPONENT-1      TO EXR-COMPONENT-1
               MOVE HLD-TRANS-DATE       TO EXR-TRANS-DATE
               MOVE HLD-AMOUNT           TO EXR-AMOUNT
               MOVE "DECLINED - HELD OVER LIMIT" TO EXR-REASON
               WRITE EXCEPTION-RECORD
           END-IF
           SET HLD-DECLINE-WRITTEN TO TRUE
           PERFORM 1650-REWRITE-HOLD THRU 1650-EXIT.
       1640-EXIT.
           EXIT.

      *****************************************************************
      *  1650-REWRITE-HOLD - the settlement onto the hold; a trial    *
      *                      leaves the queue exactly as it found it  *
      *****************************************************************
       1650-REWRITE-HOLD.
           IF WS-TRIAL-MODE
               GO TO 1650-EXIT
           END-IF
           MOVE WS-ACTIVITY-DATE TO HLD-SETTLED-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "DANOPOST: REWRITE OF TYPE3HLD FAILED FOR "
                           HLD-KEY
           END-REWRITE.
       1650-EXIT.
           EXIT.

      *****************************************************************
      *  1010-READ-TRANSACTION                                        *
      *****************************************************************
                   GO TO 2000-NEXT
               END-IF
           END-IF
           PERFORM 2010-POST-DETAIL THRU 2010-EXIT.

       2000-NEXT.
           PERFORM 1010-READ-TRANSACTION THRU 1010-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2010-POST-DETAIL - the TYPE3TRN detail in hand, from the     *
      *                     feed pass or from the merge pass           *
      *****************************************************************
       2010-POST-DETAIL.

           IF WS-FEED-LEGACY
               MOVE TYPE3TRN-RECORD(1:29) TO WS-LEGACY-TRN-RECORD
               PERFORM 2050-CHECK-SERIAL THRU 2050-EXIT
               IF WS-SERIAL-HIT-SUB > 0
                   ADD 1 TO WS-SERIALS-SKIPPED
                   GO TO 2010-EXIT
               END-IF
           END-IF

                   MOVE "TRANS DATE NOT A BUSINESS DATE"
                       TO WS-REJECT-REASON
                   PERFORM 2100-REJECT-TRANSACTION THRU 2100-EXIT
                   GO TO 2010-EXIT
               END-IF
           END-IF

           MOVE TRN-COMPONENT-1 TO WS-APPLY-COMPONENT-1
           MOVE TRN-TRANS-DATE  TO WS-APPLY-TRANS-DATE
           MOVE TRN-AMOUNT      TO WS-APPLY-AMOUNT
           MOVE "F"             TO WS-APPLY-SOURCE
           PERFORM 2500-CHECK-HOLD-LIMIT THRU 2500-EXIT
           IF WS-ITEM-HELD
               GO TO 2010-EXIT
           END-IF
           PERFORM 2400-MATCH-AND-APPLY THRU 2400-EXIT

           IF NOT WS-MASTER-MATCHED
               PERFORM 2150-SUSPEND-TRANSACTION THRU 2150-EXIT
           END-IF.
       2010-EXIT.
           EXIT.

      *****************************************************************
               WRITE TRIAL-EXCEPTION-RECORD
               GO TO 2150-EXIT
           END-IF
           IF WS-MERGE-MODE
      *        TYPE3SUS is still being read by the merge; the intake
      *        joins the re-aged items on TYPE3SUW, which replaces
      *        TYPE3SUS once the pass is done
               ADD 1 TO WS-SUSPENSE-INTAKE
               ADD 1 TO WS-REJECTED-COUNT
               ADD WS-APPLY-AMOUNT TO WS-SUSPENSE-OPEN-AMOUNT
               MOVE SPACES               TO SUSPENSE-WORK-RECORD
               MOVE WS-APPLY-SERIAL      TO SUW-SERIAL
               MOVE WS-APPLY-COMPONENT-1 TO SUW-COMPONENT-1
               MOVE WS-APPLY-TRANS-DATE  TO SUW-TRANS-DATE
               MOVE WS-APPLY-AMOUNT      TO SUW-AMOUNT
               MOVE LK-BUSINESS-DATE     TO SUW-SUSPENDED-DATE
               MOVE 0                    TO SUW-AGE-CYCLES
               MOVE WS-APPLY-FEED-ID     TO SUW-FEED-ID
               WRITE SUSPENSE-WORK-RECORD
               GO TO 2150-EXIT
           END-IF
           IF NOT WS-SUSPENSE-INTAKE-OPEN
               OPEN EXTEND SUSPENSE-FILE
               IF NOT WS-SUSPENSE-OK
               END-IF
           END-IF

           IF WS-TRIAL-HIT-SUB > 0
               COMPUTE WS-PROSPECTIVE-BALANCE ROUNDED =
                   WS-TRL-BALANCE(WS-TRIAL-HIT-SUB) + WS-APPLY-AMOUNT
           ELSE
               COMPUTE WS-PROSPECTIVE-BALANCE ROUNDED =
                   COMPONENT-2 OF TYPE1M-RECORD + WS-APPLY-AMOUNT
           END-IF
           PERFORM 2270-CHECK-BALANCE-RANGE THRU 2270-EXIT
           IF WS-POSTING-REFUSED
               GO TO 2250-EXIT
           END-IF

           IF WS-TRIAL-HIT-SUB > 0
               ADD WS-APPLY-AMOUNT
                   TO WS-TRL-BALANCE(WS-TRIAL-HIT-SUB) ROUNDED
       2250-EXIT.
           EXIT.

      *****************************************************************
      *  2270-CHECK-BALANCE-RANGE - WS-PROSPECTIVE-BALANCE is what     *
      *                             COMPONENT-2 would become; below    *
      *                             zero or past the field's capacity  *
      *                             the posting is refused, not        *
      *                             wrapped or truncated onto the      *
      *                             master                              *
      *****************************************************************
       2270-CHECK-BALANCE-RANGE.
           MOVE "N" TO WS-REFUSED-SWITCH
           SET WS-REFUSAL-RANGE TO TRUE
           IF WS-PROSPECTIVE-BALANCE < WS-BALANCE-FLOOR
               MOVE "REFUSED - DEBIT BELOW ZERO" TO WS-REJECT-REASON
               PERFORM 2280-REFUSE-POSTING THRU 2280-EXIT
               GO TO 2270-EXIT
           END-IF
           IF WS-PROSPECTIVE-BALANCE > WS-BALANCE-CEILING
               MOVE "REFUSED - CREDIT OVER CAPACITY"
                   TO WS-REJECT-REASON
               PERFORM 2280-REFUSE-POSTING THRU 2280-EXIT
           END-IF.
       2270-EXIT.
           EXIT.

      *****************************************************************
      *  2280-REFUSE-POSTING - the posting in the WS-APPLY fields is   *
      *                        written to the exception file with the  *
      *                        reason in WS-REJECT-REASON and counted  *
      *                        on its own, under WS-REFUSAL-KIND       *
      *                        (balance range, account status or no    *
      *                        hold file); the serial is NOT           *
      *                        registered, so a corrected resubmission *
      *                        of the same item can still post          *
      *****************************************************************
       2280-REFUSE-POSTING.
           SET WS-POSTING-REFUSED TO TRUE
           EVALUATE TRUE
               WHEN WS-REFUSAL-STATUS
                   ADD 1 TO WS-STATUS-REFUSED-COUNT
               WHEN WS-REFUSAL-NO-HOLD
                   ADD 1 TO WS-NOHOLD-REFUSED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE
           IF WS-TRIAL-MODE
               MOVE SPACES               TO TRIAL-EXCEPTION-RECORD
               MOVE "TRIAL "             TO XCT-MARKER
               MOVE "D"                  TO XCT-RECORD-TYPE
               MOVE WS-APPLY-COMPONENT-1 TO XCT-COMPONENT-1
               MOVE WS-APPLY-TRANS-DATE  TO XCT-TRANS-DATE
               MOVE WS-APPLY-AMOUNT      TO XCT-AMOUNT
               MOVE WS-REJECT-REASON     TO XCT-REASON
               WRITE TRIAL-EXCEPTION-RECORD
               GO TO 2280-EXIT
           END-IF
           MOVE SPACES               TO EXCEPTION-RECORD
           MOVE "D"                  TO EXR-RECORD-TYPE
           MOVE WS-APPLY-COMPONENT-1 TO EXR-COMPONENT-1
           MOVE WS-APPLY-TRANS-DATE  TO EXR-TRANS-DATE
           MOVE WS-APPLY-AMOUNT      TO EXR-AMOUNT
           MOVE WS-REJECT-REASON     TO EXR-REASON
           WRITE EXCEPTION-RECORD.
       2280-EXIT.
           EXIT.

      *****************************************************************
      *  2300-REGISTER-SERIAL - one DANOPSRL record the moment the    *
      *                         posting lands, so an abend on the     *
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2500-CHECK-HOLD-LIMIT - the item in the WS-APPLY fields      *
      *                          against its account's DANOHLPM       *
      *                          limit (the default when the account  *
      *                          has none of its own), judged on the  *
      *                          key it will post to.  Over the limit *
      *                          it is held, not posted or suspended, *
      *                          and WS-ITEM-HELD tells the caller    *
      *****************************************************************
       2500-CHECK-HOLD-LIMIT.
           MOVE "N" TO WS-HOLD-ITEM-SWITCH
           IF NOT WS-HOLD-DEFAULT-SET AND WS-HOLD-LIMIT-COUNT = 0
               GO TO 2500-EXIT
           END-IF

           MOVE WS-APPLY-COMPONENT-1 TO WS-FORWARD-KEY
           PERFORM 2440-RESOLVE-FORWARD THRU 2440-EXIT
           MOVE WS-HOLD-DEFAULT-SWITCH TO WS-HOLD-FOUND-SWITCH
           MOVE WS-HOLD-DEFAULT-LIMIT  TO WS-HOLD-ITEM-LIMIT
           PERFORM VARYING WS-HOLD-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-LIMIT-SUB > WS-HOLD-LIMIT-COUNT
               IF WS-HLT-COMPONENT-1(WS-HOLD-LIMIT-SUB)
                       = WS-FORWARD-KEY
                   MOVE WS-HLT-LIMIT(WS-HOLD-LIMIT-SUB)
                       TO WS-HOLD-ITEM-LIMIT
                   SET WS-HOLD-LIMIT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-HOLD-LIMIT-FOUND
               GO TO 2500-EXIT
           END-IF

           IF WS-APPLY-AMOUNT < 0
               COMPUTE WS-HOLD-ITEM-SIZE = 0 - WS-APPLY-AMOUNT
           ELSE
               MOVE WS-APPLY-AMOUNT TO WS-HOLD-ITEM-SIZE
           END-IF
           IF WS-HOLD-ITEM-SIZE > WS-HOLD-ITEM-LIMIT
               PERFORM 2510-HOLD-TRANSACTION THRU 2510-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2510-HOLD-TRANSACTION - the item goes onto TYPE3HLD with its *
      *                          serial and feed-id, unregistered, to *
      *                          wait for a supervisor.  Counts as    *
      *                          rejected work on the control trailer *
      *                          so the totals still foot.  A rerun of*
      *                          the same night finds the hold already*
      *                          on file and leaves it be             *
      *****************************************************************
       2510-HOLD-TRANSACTION.
           SET WS-ITEM-HELD TO TRUE
           IF NOT WS-TRIAL-MODE AND NOT WS-HOLD-FILE-IS-OPEN
               MOVE "REFUSED - NO HOLD FILE" TO WS-REJECT-REASON
               SET WS-REFUSAL-NO-HOLD TO TRUE
               PERFORM 2280-REFUSE-POSTING THRU 2280-EXIT
               GO TO 2510-EXIT
           END-IF

           ADD 1 TO WS-HELD-COUNT
           ADD WS-APPLY-AMOUNT TO WS-HELD-AMOUNT
           IF WS-TRIAL-MODE
               MOVE SPACES               TO TRIAL-EXCEPTION-RECORD
               MOVE "TRIAL "             TO XCT-MARKER
               MOVE "D"                  TO XCT-RECORD-TYPE
               MOVE WS-APPLY-COMPONENT-1 TO XCT-COMPONENT-1
               MOVE WS-APPLY-TRANS-DATE  TO XCT-TRANS-DATE
               MOVE WS-APPLY-AMOUNT      TO XCT-AMOUNT
               MOVE "WOULD HOLD - OVER LIMIT" TO XCT-REASON
               WRITE TRIAL-EXCEPTION-RECORD
               GO TO 2510-EXIT
           END-IF

           MOVE SPACES               TO HOLD-RECORD
           MOVE WS-ACTIVITY-DATE     TO HLD-HELD-DATE
           MOVE WS-APPLY-FEED-ID     TO HLD-FEED-ID
           MOVE WS-APPLY-SERIAL      TO HLD-SERIAL
           MOVE 0                    TO HLD-REFERENCE
           IF WS-APPLY-SERIAL = 0
               ADD 1 TO WS-HOLD-REFERENCE
               MOVE WS-HOLD-REFERENCE TO HLD-REFERENCE
           END-IF
           MOVE WS-APPLY-COMPONENT-1 TO HLD-COMPONENT-1
           MOVE WS-APPLY-TRANS-DATE  TO HLD-TRANS-DATE
           MOVE WS-APPLY-AMOUNT      TO HLD-AMOUNT
           MOVE WS-APPLY-SOURCE      TO HLD-SOURCE
           MOVE WS-HOLD-ITEM-LIMIT   TO HLD-LIMIT
           SET HLD-HELD              TO TRUE
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-HOLDS-ALREADY-HELD
           END-WRITE.
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  2600-POST-CAPTURES - DANOCAPT's queue of same-day keyed      *
      *                       entries, through exactly the same        *
           EXIT.

      *****************************************************************
      *  2620-POST-ONE-CAPTURE                                        *
      *****************************************************************
       2620-POST-ONE-CAPTURE.
           PERFORM 2630-POST-CAPTURE-ITEM THRU 2630-EXIT
           PERFORM 2610-READ-CAPTURE THRU 2610-EXIT.
       2620-EXIT.
           EXIT.

      *****************************************************************
      *  2630-POST-CAPTURE-ITEM - serial check, date check, then the  *
      *                           shared match-and-apply, for the     *
      *                           CAPTURE-RECORD in hand               *
      *****************************************************************
       2630-POST-CAPTURE-ITEM.
           ADD 1 TO WS-CAPTURES-READ
           ADD 1 TO WS-TRANS-READ-COUNT

           MOVE CAP-COMPONENT-1 TO WS-APPLY-COMPONENT-1
           MOVE CAP-TRANS-DATE  TO WS-APPLY-TRANS-DATE
           MOVE CAP-AMOUNT      TO WS-APPLY-AMOUNT
           MOVE "C"             TO WS-APPLY-SOURCE

           IF WS-APPLY-SERIAL = 0
               ADD 1 TO WS-UNSERIALED-COUNT
               PERFORM 2050-CHECK-SERIAL THRU 2050-EXIT
               IF WS-SERIAL-HIT-SUB > 0
                   ADD 1 TO WS-SERIALS-SKIPPED
                   GO TO 2630-EXIT
               END-IF
           END-IF

                   MOVE "TRANS DATE NOT A BUSINESS DATE"
                       TO WS-REJECT-REASON
                   PERFORM 2650-REJECT-CAPTURE THRU 2650-EXIT
                   GO TO 2630-EXIT
               END-IF
           END-IF

           PERFORM 2500-CHECK-HOLD-LIMIT THRU 2500-EXIT
           IF WS-ITEM-HELD
               GO TO 2630-EXIT
           END-IF
           PERFORM 2400-MATCH-AND-APPLY THRU 2400-EXIT
           IF NOT WS-MASTER-MATCHED
               PERFORM 2150-SUSPEND-TRANSACTION THRU 2150-EXIT
           END-IF.
       2630-EXIT.
           EXIT.

      *****************************************************************
      *****************************************************************
      *  2400-MATCH-AND-APPLY - one attempt to post the transaction   *
      *                         in the WS-APPLY fields; shared by the *
      *                         feed pass and the suspense re-match.  *
      *                         A frozen or closed account is refused *
      *                         to the exception file, never applied. *
      *                         The master is found by a random READ, *
      *                         or in merge mode by advancing the     *
      *                         sequential pass to the item's key.    *
      *                         A key merged away by DANOMERG is      *
      *                         first replaced by the key it was      *
      *                         merged into                            *
      *****************************************************************
       2400-MATCH-AND-APPLY.
           MOVE "N" TO WS-MATCH-SWITCH
           MOVE "N" TO WS-REFUSED-SWITCH
           MOVE WS-APPLY-COMPONENT-1 TO WS-FORWARD-KEY
           PERFORM 2440-RESOLVE-FORWARD THRU 2440-EXIT
           IF WS-FORWARD-KEY NOT = WS-APPLY-COMPONENT-1
               MOVE WS-FORWARD-KEY TO WS-APPLY-COMPONENT-1
               ADD 1 TO WS-FORWARDED-COUNT
           END-IF
           IF WS-MERGE-MODE
               PERFORM 2410-MATCH-IN-PASS THRU 2410-EXIT
           ELSE
               PERFORM 2420-MATCH-BY-KEY THRU 2420-EXIT
           END-IF
           IF NOT WS-MASTER-MATCHED
               GO TO 2400-EXIT
           END-IF

           IF component-5 OF TYPE1M-RECORD = "F"
               MOVE "REFUSED - ACCOUNT FROZEN" TO WS-REJECT-REASON
               SET WS-REFUSAL-STATUS TO TRUE
               PERFORM 2280-REFUSE-POSTING THRU 2280-EXIT
               GO TO 2400-EXIT
           END-IF
           IF component-5 OF TYPE1M-RECORD = "C"
               MOVE "REFUSED - ACCOUNT CLOSED" TO WS-REJECT-REASON
               SET WS-REFUSAL-STATUS TO TRUE
               PERFORM 2280-REFUSE-POSTING THRU 2280-EXIT
               GO TO 2400-EXIT
           END-IF

           PERFORM 2200-APPLY-AMOUNT THRU 2200-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-MATCH-IN-PASS - the items arrive in component-1 order,  *
      *                       so the master only ever moves forward:  *
      *                       read on past every lower key, then the  *
      *                       record in hand either is the item's     *
      *                       account or the account does not exist.  *
      *                       A record already posted to this pass    *
      *                       stays in hand with its new balance, so  *
      *                       the next item on the same account sees  *
      *                       what a fresh READ would have returned   *
      *****************************************************************
       2410-MATCH-IN-PASS.
           PERFORM 4300-READ-NEXT-MASTER THRU 4300-EXIT
               UNTIL WS-MERGE-MASTER-EOF
                  OR COMPONENT-1 OF TYPE1M-RECORD
                     NOT < WS-APPLY-COMPONENT-1
           IF WS-MERGE-MASTER-EOF
               GO TO 2410-EXIT
           END-IF
           IF COMPONENT-1 OF TYPE1M-RECORD = WS-APPLY-COMPONENT-1
               SET WS-MASTER-MATCHED TO TRUE
               MOVE TYPE1M-RECORD TO WS-JNL-BEFORE-IMAGE
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2420-MATCH-BY-KEY - one random READ of TYPE1MST               *
      *****************************************************************
       2420-MATCH-BY-KEY.
           MOVE WS-APPLY-COMPONENT-1 TO COMPONENT-1 OF TYPE1M-RECORD
           ADD 1 TO WS-MASTER-READS
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   GO TO 2420-EXIT
               NOT INVALID KEY
                   SET WS-MASTER-MATCHED TO TRUE
                   MOVE TYPE1M-RECORD TO WS-JNL-BEFORE-IMAGE
           END-READ.
       2420-EXIT.
           EXIT.

      *****************************************************************
      *  2440-RESOLVE-FORWARD - WS-FORWARD-KEY followed through       *
      *                         TYPE1FWD to the key that survives     *
      *****************************************************************
       2440-RESOLVE-FORWARD.
           IF WS-FORWARD-COUNT = 0
               GO TO 2440-EXIT
           END-IF
           MOVE 0   TO WS-FORWARD-HOPS
           MOVE "N" TO WS-FORWARD-END-SWITCH
           PERFORM 2445-FOLLOW-ONE-FORWARD THRU 2445-EXIT
               UNTIL WS-FORWARD-RESOLVED
           IF WS-FORWARD-HOPS > WS-FORWARD-HOP-LIMIT
               DISPLAY "DANOPOST: TYPE1FWD FORWARDS FOR "
                       WS-FORWARD-KEY " DO NOT END - NOT FORWARDED"
               MOVE WS-APPLY-COMPONENT-1 TO WS-FORWARD-KEY
           END-IF.
       2440-EXIT.
           EXIT.

      *****************************************************************
      *  2445-FOLLOW-ONE-FORWARD                                      *
      *****************************************************************
       2445-FOLLOW-ONE-FORWARD.
           MOVE 0 TO WS-FORWARD-HIT-SUB
           PERFORM VARYING WS-FORWARD-SUB FROM 1 BY 1
                   UNTIL WS-FORWARD-SUB > WS-FORWARD-COUNT
                      OR WS-FORWARD-HIT-SUB > 0
               IF WS-FWT-OLD-KEY(WS-FORWARD-SUB) = WS-FORWARD-KEY
                   MOVE WS-FORWARD-SUB TO WS-FORWARD-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-FORWARD-HIT-SUB = 0
               SET WS-FORWARD-RESOLVED TO TRUE
               GO TO 2445-EXIT
           END-IF
           MOVE WS-FWT-NEW-KEY(WS-FORWARD-HIT-SUB) TO WS-FORWARD-KEY
           ADD 1 TO WS-FORWARD-HOPS
           IF WS-FORWARD-HOPS > WS-FORWARD-HOP-LIMIT
               SET WS-FORWARD-RESOLVED TO TRUE
           END-IF.
       2445-EXIT.
           EXIT.

      *****************************************************************
      *                      balance, so the amount is rounded onto    *
      *                      it; COMPONENT-3 is NULLed before the      *
      *                      REWRITE as every writer of this master    *
      *                      promises.  A posting that would leave     *
      *                      the balance out of range is refused       *
      *                      first and the master left untouched       *
      *****************************************************************
       2200-APPLY-AMOUNT.
           IF WS-TRIAL-MODE
               PERFORM 2250-TRIAL-APPLY THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF
           COMPUTE WS-PROSPECTIVE-BALANCE ROUNDED =
               COMPONENT-2 OF TYPE1M-RECORD + WS-APPLY-AMOUNT
           PERFORM 2270-CHECK-BALANCE-RANGE THRU 2270-EXIT
           IF WS-POSTING-REFUSED
               GO TO 2200-EXIT
           END-IF
           ADD WS-APPLY-AMOUNT TO COMPONENT-2 OF TYPE1M-RECORD ROUNDED
           SET COMPONENT-3 OF TYPE1M-RECORD TO NULL
           MOVE WS-ACTIVITY-DATE TO component-4 OF TYPE1M-RECORD
           ADD 1 TO WS-MASTER-REWRITES
           REWRITE TYPE1M-RECORD
               INVALID KEY
                   DISPLAY "DANOPOST: REWRITE OF TYPE1MST FAILED FOR "
           MOVE TYPE1M-RECORD TO WS-JNL-AFTER-IMAGE
           PERFORM 8655-WRITE-JOURNAL THRU 8655-EXIT

           IF WS-ACTIVITY-IS-OPEN
               MOVE WS-APPLY-SOURCE      TO WS-PAC-SOURCE
               MOVE WS-APPLY-COMPONENT-1 TO WS-PAC-COMPONENT-1
               MOVE WS-APPLY-TRANS-DATE  TO WS-PAC-TRANS-DATE
               MOVE WS-APPLY-AMOUNT      TO WS-PAC-AMOUNT
               PERFORM 8675-WRITE-ACTIVITY THRU 8675-EXIT
           END-IF

           IF WS-APPLY-SERIAL > 0 AND WS-REGISTRY-IS-OPEN
               PERFORM 2300-REGISTER-SERIAL THRU 2300-EXIT
           END-IF
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2900-MEASURE-POSTING - first open to last posting, in        *
      *                         centiseconds; a run spanning midnight *
      *                         comes out negative and is recorded as *
      *                         zero                                   *
      *****************************************************************
       2900-MEASURE-POSTING.
           MOVE WS-POST-START-TIME     TO WS-TIME-HHMMSSCC
           PERFORM 4900-CONVERT-TIME-TO-CENTISECONDS THRU 4900-EXIT
           MOVE WS-TIME-CENTISECONDS   TO WS-POST-START-CENTISECS

           MOVE WS-POST-END-TIME       TO WS-TIME-HHMMSSCC
           PERFORM 4900-CONVERT-TIME-TO-CENTISECONDS THRU 4900-EXIT
           MOVE WS-TIME-CENTISECONDS   TO WS-POST-END-CENTISECS

           SUBTRACT WS-POST-START-CENTISECS FROM
                    WS-POST-END-CENTISECS GIVING WS-POST-ELAPSED.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - trailer to the exception file and SYSOUT,   *
      *                   standard control report, close everything   *
               MOVE WS-POSTED-COUNT   TO XCT-POSTED-COUNT
               MOVE WS-REJECTED-COUNT TO XCT-REJECTED-COUNT
               MOVE WS-TOTAL-AMOUNT   TO XCT-TOTAL-AMOUNT
               MOVE WS-REFUSED-COUNT  TO XCT-REFUSED-COUNT
               MOVE WS-STATUS-REFUSED-COUNT
                                      TO XCT-STATUS-REFUSED-COUNT
               MOVE WS-NOHOLD-REFUSED-COUNT
                                      TO XCT-NOHOLD-REFUSED-COUNT
               WRITE TRIAL-EXCEPTION-RECORD
               CLOSE TRIAL-EXCEPTION-FILE
           END-IF
               MOVE WS-POSTED-COUNT   TO EXR-POSTED-COUNT
               MOVE WS-REJECTED-COUNT TO EXR-REJECTED-COUNT
               MOVE WS-TOTAL-AMOUNT   TO EXR-TOTAL-AMOUNT
               MOVE WS-REFUSED-COUNT  TO EXR-REFUSED-COUNT
               MOVE WS-STATUS-REFUSED-COUNT
                                      TO EXR-STATUS-REFUSED-COUNT
               MOVE WS-NOHOLD-REFUSED-COUNT
                                      TO EXR-NOHOLD-REFUSED-COUNT
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-FILE
           END-IF
                   PERFORM 8659-CLOSE-JOURNAL THRU 8659-EXIT
               END-IF
           END-IF
           IF WS-ACTIVITY-IS-OPEN
               PERFORM 8679-CLOSE-ACTIVITY THRU 8679-EXIT
           END-IF

           IF WS-FEED-HEADERED AND NOT WS-FEED-REFUSED
            AND NOT WS-TRIAL-MODE
           IF WS-REGISTRY-IS-OPEN
               CLOSE POSTED-SERIAL-FILE
           END-IF
           IF WS-HOLD-FILE-IS-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-HELD-COUNT > 0 AND NOT WS-TRIAL-MODE
               MOVE WS-HELD-COUNT TO WS-EDITED-HELD
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-EDITED-HELD
                      " ITEM(S) HELD OVER LIMIT ON TYPE3HLD"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
           END-IF

           IF WS-TRIAL-MODE
               DISPLAY "DANOPOST *** TRIAL RUN - NOTHING POSTED ***"
           DISPLAY "  TRANSACTIONS READ . . . . " WS-TRANS-READ-COUNT
           DISPLAY "  TRANSACTIONS POSTED . . . " WS-POSTED-COUNT
           DISPLAY "  TRANSACTIONS REJECTED . . " WS-REJECTED-COUNT
           DISPLAY "  REFUSED - BALANCE RANGE . " WS-REFUSED-COUNT
           DISPLAY "  REFUSED - ACCOUNT STATUS  "
                   WS-STATUS-REFUSED-COUNT
           DISPLAY "  REFUSED - NO HOLD FILE  . "
                   WS-NOHOLD-REFUSED-COUNT
           DISPLAY "  TOTAL AMOUNT POSTED . . . " WS-TOTAL-AMOUNT
           DISPLAY "  SUSPENSE RETRIED  . . . . " WS-SUSPENSE-RETRIED
           DISPLAY "  RE-MATCH HITS . . . . . . " WS-REMATCH-HITS
                   WS-SUSPENSE-OPEN-AMOUNT
           DISPLAY "  SERIALS ALREADY POSTED  . " WS-SERIALS-SKIPPED
           DISPLAY "  DETAILS WITHOUT SERIAL  . " WS-UNSERIALED-COUNT
           DISPLAY "  FORWARDED TO MERGED KEY . " WS-FORWARDED-COUNT
           DISPLAY "  HELD OVER LIMIT . . . . . " WS-HELD-COUNT
           DISPLAY "  HELD AMOUNT . . . . . . . " WS-HELD-AMOUNT
           DISPLAY "  ALREADY HELD (RERUN)  . . " WS-HOLDS-ALREADY-HELD
           DISPLAY "  HOLDS RELEASED  . . . . . " WS-HOLDS-RELEASED
           DISPLAY "  HOLDS DECLINED  . . . . . " WS-HOLDS-DECLINED
           IF WS-MERGE-MODE
               DISPLAY "  POSTING MODE  . . . . . . MERGE"
           ELSE
               DISPLAY "  POSTING MODE  . . . . . . RANDOM"
           END-IF
           DISPLAY "  MASTER READS  . . . . . . " WS-MASTER-READS
           DISPLAY "  MASTER REWRITES . . . . . " WS-MASTER-REWRITES
           DISPLAY "  POSTING ELAPSED (CS)  . . " WS-POST-ELAPSED

           MOVE WS-PROGRAM-NAME     TO CTL-PROGRAM-NAME
           COMPUTE CTL-RECORDS-READ =
               WS-TRANS-READ-COUNT + WS-SUSPENSE-RETRIED
                                   + WS-HOLDS-RELEASED
                                   + WS-HOLDS-DECLINED
           MOVE WS-POSTED-COUNT     TO CTL-RECORDS-SET-OK
           COMPUTE CTL-RECORDS-REJECTED =
               WS-REJECTED-COUNT + WS-SUSPENSE-REAGED
                                 + WS-SERIALS-SKIPPED
                                 + WS-REFUSED-COUNT
                                 + WS-STATUS-REFUSED-COUNT
                                 + WS-NOHOLD-REFUSED-COUNT
                                 + WS-HELD-COUNT
      *        a rerun's already-registered serials are read but
      *        deliberately not posted; counting them with the
      *        rejected work keeps read = posted + rejected so
      *        DANORECN still foots - balance-range, account-status
      *        and no-hold-file refusals and items held over limit
      *        ride along for the same reason
           MOVE WS-TOTAL-AMOUNT     TO CTL-HASH-TOTAL
           IF WS-TRIAL-MODE
      *        the trailer would pollute DANORECN's reconciliation
               DISPLAY "=============================================="
           ELSE
               PERFORM 8600-PRINT-CONTROL-REPORT THRU 8600-EXIT
               IF WS-MASTER-IS-OPEN
                   PERFORM 3100-APPEND-RUN-STATS THRU 3100-EXIT
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-APPEND-RUN-STATS - one RUNSTATS record per posting run, *
      *                          tagged DANOPOST and with its mode,   *
      *                          beside DANO1's cycle records, for    *
      *                          the DANOTRND random-versus-merge     *
      *                          comparison                            *
      *****************************************************************
       3100-APPEND-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF NOT WS-RUN-STATS-STATUS = "00"
               CLOSE RUN-STATS-FILE
               OPEN OUTPUT RUN-STATS-FILE
           END-IF

           MOVE SPACES                 TO RUN-STATS-RECORD
           ACCEPT RST-RUN-DATE         FROM DATE YYYYMMDD
           IF WS-MERGE-MODE
               MOVE "MERGE"            TO RST-POST-MODE
           ELSE
               MOVE "RANDOM"           TO RST-POST-MODE
           END-IF
           IF WS-POST-ELAPSED < 0
               MOVE 0                  TO RST-POST-ELAPSED
           ELSE
               MOVE WS-POST-ELAPSED    TO RST-POST-ELAPSED
           END-IF
           MOVE WS-MASTER-READS        TO RST-MASTER-READS
           MOVE WS-MASTER-REWRITES     TO RST-MASTER-REWRITES
           MOVE CTL-RECORDS-READ       TO RST-POST-ITEMS
           MOVE WS-PROGRAM-NAME        TO RST-SOURCE
           WRITE RUN-STATS-RECORD

           CLOSE RUN-STATS-FILE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-MERGE-POSTING - merge mode: every suspense item,        *
      *                       released hold, feed detail and captured *
      *                       entry is sorted on component-1 and      *
      *                       posted in one forward pass over         *
      *                       TYPE1MST.  The suspense                 *
      *                       re-aging and intake go to TYPE3SUW and  *
      *                       replace TYPE3SUS at the end; the        *
      *                       capture queue is cut empty as in the    *
      *                       random pass                              *
      *****************************************************************
       4000-MERGE-POSTING.
           IF WS-FEED-REFUSED OR NOT WS-MASTER-IS-OPEN
               GO TO 4000-EXIT
           END-IF
           IF NOT WS-TRIAL-MODE
               OPEN OUTPUT SUSPENSE-WORK-FILE
           END-IF

           SORT MERGE-SORT-FILE
               ON ASCENDING KEY MSR-COMPONENT-1
                                MSR-STREAM
                                MSR-SEQUENCE
               INPUT PROCEDURE 4100-RELEASE-ITEMS THRU 4100-EXIT
               OUTPUT PROCEDURE 4200-MERGE-ITEMS THRU 4200-EXIT

           IF WS-SUSPENSE-IN-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-CAPTURE-IN-IS-OPEN
               CLOSE CAPTURE-FILE
           END-IF
           IF NOT WS-TRIAL-MODE
               CLOSE SUSPENSE-WORK-FILE
               IF WS-SUSPENSE-IN-IS-OPEN OR WS-SUSPENSE-INTAKE > 0
                   PERFORM 1350-REWRITE-SUSPENSE THRU 1350-EXIT
               END-IF
           END-IF

           DISPLAY "DANOPOST: MATCH-MERGE PASS TOOK " WS-MERGE-RELEASED
                   " ITEM(S) AGAINST " WS-MASTER-READS
                   " MASTER READ(S)"
           IF WS-SUSPENSE-RETRIED > 0
               DISPLAY "DANOPOST: SUSPENSE RE-MATCH RETRIED "
                       WS-SUSPENSE-RETRIED " ITEM(S), POSTED "
                       WS-REMATCH-HITS ", STILL SUSPENDED "
                       WS-SUSPENSE-REAGED
           END-IF
           IF WS-CAPTURES-READ > 0
               DISPLAY "DANOPOST: " WS-CAPTURES-READ
                       " CAPTURED ENTRY(S) TAKEN FROM TYPE3CAP"
               IF NOT WS-TRIAL-MODE
                   OPEN OUTPUT CAPTURE-FILE
                   CLOSE CAPTURE-FILE
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-RELEASE-ITEMS - sort input: suspense, then released     *
      *                       holds, then feed, then captures, each   *
      *                       numbered in arrival order so equal keys *
      *                       keep the order the random pass would    *
      *                       post them in.  The                      *
      *                       input files stay open until the merge   *
      *                       is done - their record areas carry each *
      *                       item back to the posting paragraphs     *
      *****************************************************************
       4100-RELEASE-ITEMS.
           MOVE 0 TO WS-MERGE-SEQUENCE
           PERFORM 4110-RELEASE-SUSPENSE THRU 4110-EXIT
           PERFORM 4140-RELEASE-HOLDS THRU 4140-EXIT
           IF WS-FEED-IS-OPEN
               PERFORM 1010-READ-TRANSACTION THRU 1010-EXIT
               PERFORM 4120-RELEASE-DETAIL THRU 4120-EXIT
                   UNTIL WS-TYPE3TRN-EOF
           END-IF
           PERFORM 4130-RELEASE-CAPTURES THRU 4130-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4110-RELEASE-SUSPENSE                                        *
      *****************************************************************
       4110-RELEASE-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUSPENSE-OK
               GO TO 4110-EXIT
           END-IF
           SET WS-SUSPENSE-IN-IS-OPEN TO TRUE
           PERFORM 1310-READ-SUSPENSE THRU 1310-EXIT
           PERFORM 4115-RELEASE-ONE-SUSPENSE THRU 4115-EXIT
               UNTIL WS-SUSPENSE-EOF.
       4110-EXIT.
           EXIT.

      *****************************************************************
      *  4115-RELEASE-ONE-SUSPENSE                                    *
      *****************************************************************
       4115-RELEASE-ONE-SUSPENSE.
           MOVE SPACES           TO MERGE-SORT-RECORD
           MOVE SUS-COMPONENT-1  TO WS-FORWARD-KEY
           MOVE SUS-COMPONENT-1  TO WS-APPLY-COMPONENT-1
           PERFORM 2440-RESOLVE-FORWARD THRU 2440-EXIT
           MOVE WS-FORWARD-KEY   TO MSR-COMPONENT-1
           MOVE 1                TO MSR-STREAM
           ADD 1                 TO WS-MERGE-SEQUENCE
           MOVE WS-MERGE-SEQUENCE TO MSR-SEQUENCE
           MOVE SUSPENSE-RECORD  TO MSR-IMAGE
           RELEASE MERGE-SORT-RECORD
           ADD 1 TO WS-MERGE-RELEASED
           PERFORM 1310-READ-SUSPENSE THRU 1310-EXIT.
       4115-EXIT.
           EXIT.

      *****************************************************************
      *  4120-RELEASE-DETAIL - header and trailer stay behind; a      *
      *                        legacy detail is keyed on its bare      *
      *                        component-1 and converted when posted   *
      *****************************************************************
       4120-RELEASE-DETAIL.
           IF WS-FEED-HEADERED
               IF TRN-RECORD-TYPE = "H" OR TRN-RECORD-TYPE = "T"
                   GO TO 4120-NEXT
               END-IF
           END-IF
           MOVE SPACES           TO MERGE-SORT-RECORD
           IF WS-FEED-LEGACY
               MOVE TYPE3TRN-RECORD(1:10) TO WS-FORWARD-KEY
           ELSE
               MOVE TRN-COMPONENT-1 TO WS-FORWARD-KEY
           END-IF
           MOVE WS-FORWARD-KEY   TO WS-APPLY-COMPONENT-1
           PERFORM 2440-RESOLVE-FORWARD THRU 2440-EXIT
           MOVE WS-FORWARD-KEY   TO MSR-COMPONENT-1
           MOVE 3                TO MSR-STREAM
           ADD 1                 TO WS-MERGE-SEQUENCE
           MOVE WS-MERGE-SEQUENCE TO MSR-SEQUENCE
           MOVE TYPE3TRN-RECORD  TO MSR-IMAGE
           RELEASE MERGE-SORT-RECORD
           ADD 1 TO WS-MERGE-RELEASED.

       4120-NEXT.
           PERFORM 1010-READ-TRANSACTION THRU 1010-EXIT.
       4120-EXIT.
           EXIT.

      *****************************************************************
      *  4130-RELEASE-CAPTURES                                        *
      *****************************************************************
       4130-RELEASE-CAPTURES.
           OPEN INPUT CAPTURE-FILE
           IF NOT WS-CAPTURE-OK
               GO TO 4130-EXIT
           END-IF
           SET WS-CAPTURE-IN-IS-OPEN TO TRUE
           PERFORM 2610-READ-CAPTURE THRU 2610-EXIT
           PERFORM 4135-RELEASE-ONE-CAPTURE THRU 4135-EXIT
               UNTIL WS-CAPTURE-EOF.
       4130-EXIT.
           EXIT.

      *****************************************************************
      *  4135-RELEASE-ONE-CAPTURE                                     *
      *****************************************************************
       4135-RELEASE-ONE-CAPTURE.
           MOVE SPACES           TO MERGE-SORT-RECORD
           MOVE CAP-COMPONENT-1  TO WS-FORWARD-KEY
           MOVE CAP-COMPONENT-1  TO WS-APPLY-COMPONENT-1
           PERFORM 2440-RESOLVE-FORWARD THRU 2440-EXIT
           MOVE WS-FORWARD-KEY   TO MSR-COMPONENT-1
           MOVE 4                TO MSR-STREAM
           ADD 1                 TO WS-MERGE-SEQUENCE
           MOVE WS-MERGE-SEQUENCE TO MSR-SEQUENCE
           MOVE CAPTURE-RECORD   TO MSR-IMAGE
           RELEASE MERGE-SORT-RECORD
           ADD 1 TO WS-MERGE-RELEASED
           PERFORM 2610-READ-CAPTURE THRU 2610-EXIT.
       4135-EXIT.
           EXIT.

      *****************************************************************
      *  4140-RELEASE-HOLDS - released holds join the sort keyed on   *
      *                       their account; declined ones are        *
      *                       written off here and now, as the settle *
      *                       pass does in random mode                *
      *****************************************************************
       4140-RELEASE-HOLDS.
           IF NOT WS-HOLD-FILE-IS-OPEN
               GO TO 4140-EXIT
           END-IF
           PERFORM 1610-READ-HOLD THRU 1610-EXIT
           PERFORM 4145-RELEASE-ONE-HOLD THRU 4145-EXIT
               UNTIL WS-HOLD-EOF.
       4140-EXIT.
           EXIT.

      *****************************************************************
      *  4145-RELEASE-ONE-HOLD                                        *
      *****************************************************************
       4145-RELEASE-ONE-HOLD.
           IF HLD-DECLINED
               PERFORM 1640-DECLINE-HOLD-ITEM THRU 1640-EXIT
               GO TO 4145-NEXT
           END-IF
           IF NOT HLD-RELEASED
               GO TO 4145-NEXT
           END-IF
           MOVE SPACES           TO MERGE-SORT-RECORD
           MOVE HLD-COMPONENT-1  TO WS-FORWARD-KEY
           MOVE HLD-COMPONENT-1  TO WS-APPLY-COMPONENT-1
           PERFORM 2440-RESOLVE-FORWARD THRU 2440-EXIT
           MOVE WS-FORWARD-KEY   TO MSR-COMPONENT-1
           MOVE 2                TO MSR-STREAM
           ADD 1                 TO WS-MERGE-SEQUENCE
           MOVE WS-MERGE-SEQUENCE TO MSR-SEQUENCE
           MOVE HLD-KEY          TO MSR-IMAGE
           RELEASE MERGE-SORT-RECORD
           ADD 1 TO WS-MERGE-RELEASED.

       4145-NEXT.
           PERFORM 1610-READ-HOLD THRU 1610-EXIT.
       4145-EXIT.
           EXIT.

      *****************************************************************
      *  4200-MERGE-ITEMS - sort output: the balanced-line pass.  Each *
      *                     item goes back into its own record area   *
      *                     and through the paragraph its stream      *
      *                     posts through in the random pass; 2400    *
      *                     moves the master forward to meet it       *
      *****************************************************************
       4200-MERGE-ITEMS.
           MOVE "N" TO WS-MERGE-MASTER-SWITCH
           PERFORM 4300-READ-NEXT-MASTER THRU 4300-EXIT
           PERFORM 4210-RETURN-ITEM THRU 4210-EXIT
           PERFORM 4220-POST-ONE-ITEM THRU 4220-EXIT
               UNTIL WS-MERGE-ITEMS-DONE.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4210-RETURN-ITEM                                             *
      *****************************************************************
       4210-RETURN-ITEM.
           RETURN MERGE-SORT-FILE
               AT END
                   SET WS-MERGE-ITEMS-DONE TO TRUE
           END-RETURN.
       4210-EXIT.
           EXIT.

      *****************************************************************
      *  4220-POST-ONE-ITEM                                           *
      *****************************************************************
       4220-POST-ONE-ITEM.
           EVALUATE MSR-STREAM
               WHEN 1
                   MOVE MSR-IMAGE TO SUSPENSE-RECORD
                   PERFORM 1330-RETRY-ITEM THRU 1330-EXIT
               WHEN 2
                   PERFORM 4230-POST-RELEASED-HOLD THRU 4230-EXIT
               WHEN 3
                   MOVE MSR-IMAGE TO TYPE3TRN-RECORD
                   PERFORM 2010-POST-DETAIL THRU 2010-EXIT
               WHEN 4
                   MOVE MSR-IMAGE TO CAPTURE-RECORD
                   PERFORM 2630-POST-CAPTURE-ITEM THRU 2630-EXIT
           END-EVALUATE
           PERFORM 4210-RETURN-ITEM THRU 4210-EXIT.
       4220-EXIT.
           EXIT.

      *****************************************************************
      *  4230-POST-RELEASED-HOLD - the hold is read back by its key   *
      *                            and posted as the settle pass      *
      *                            would post it                      *
      *****************************************************************
       4230-POST-RELEASED-HOLD.
           MOVE MSR-IMAGE(1:30) TO HLD-KEY
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "DANOPOST: RELEASED HOLD " HLD-KEY
                           " NO LONGER ON TYPE3HLD"
                   GO TO 4230-EXIT
           END-READ
           PERFORM 1630-RELEASE-HOLD-ITEM THRU 1630-EXIT.
       4230-EXIT.
           EXIT.

      *****************************************************************
      *  4300-READ-NEXT-MASTER - the one forward step of the pass;    *
      *                          the REWRITEs by key between steps do  *
      *                          not move the file position            *
      *****************************************************************
       4300-READ-NEXT-MASTER.
           ADD 1 TO WS-MASTER-READS
           READ TYPE1-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MERGE-MASTER-EOF TO TRUE
           END-READ.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4900-CONVERT-TIME-TO-CENTISECONDS                            *
      *****************************************************************
       4900-CONVERT-TIME-TO-CENTISECONDS.
           DIVIDE WS-TIME-HHMMSSCC BY 1000000
               GIVING WS-TIME-HH REMAINDER WS-TIME-REM1
           DIVIDE WS-TIME-REM1 BY 10000
               GIVING WS-TIME-MM REMAINDER WS-TIME-REM2
           DIVIDE WS-TIME-REM2 BY 100
               GIVING WS-TIME-SS REMAINDER WS-TIME-CC

           COMPUTE WS-TIME-CENTISECONDS =
               ((WS-TIME-HH * 60 + WS-TIME-MM) * 60 + WS-TIME-SS) * 100
                   + WS-TIME-CC.
       4900-EXIT.
           EXIT.

       COPY CTLRPTPD.
       COPY TYP1JNPD.
       COPY DANOCAPD.
       COPY DANOFRPD.
       COPY DANOALPD.
       COPY DANOPAPD.
