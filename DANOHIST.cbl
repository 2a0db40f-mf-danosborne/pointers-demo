      *        key, with the writing program and the before/after     *
      *        component-2,                                            *
      *      - every DANOOPLG action stamped with the key,            *
      *      - any TYPE1FWD forwarding - the key DANOMERG merged it   *
      *        into, or the keys it merged into this one,             *
      *      - when the operator asks for archived years, every       *
      *        transaction DANOYEND moved off TYPE3MST to the         *
      *        TYPE3ARC archives catalogued on TYPE3ARX,              *
      *  ending with the current master balance.  The history is      *
      *  shown on the screen session and written to HISTRPT as a      *
      *  printable report.  Everything is opened INPUT - this         *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-09-24  DLO   WS-IMAGE-VIEW follows the layout-         *
      *                      version 3 type1 record (account status,   *
      *                      status date and status operator added).   *
      *    2026-10-01  DLO   TYPE1FWD merge forwards shown both        *
      *                      ways (forwarded to / merged in from).     *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *    2026-10-14  DLO   The inquiry screen asks whether to        *
      *                      search archived years; when it is         *
      *                      answered Y the account's transactions     *
      *                      in the DANOYEND archives are gathered     *
      *                      with the rest (source TYPE3ARC).          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOHIST.
           COPY TYPE3MSL.
           COPY TYP1JNSL.
           COPY DANOOPSL.
           COPY DANOFWSL.
           COPY DANOTASL.

           SELECT HISTORY-REPORT-FILE ASSIGN TO "HISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY TYPE3MFD.
       COPY TYP1JNFD.
       COPY DANOOPFD.
       COPY DANOFWFD.
       COPY DANOTAFD.

       FD  HISTORY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       COPY TYP1JNWS.
       COPY DANOOPWS.
       COPY DANOTAWS.

       01  WS-PROGRAM-NAME              pic x(08).

               88  WS-JOURNAL-EOF                 value "Y".
           05  WS-OPLOG-EOF-SWITCH      pic x(01).
               88  WS-OPLOG-EOF                   value "Y".
           05  WS-FORWARD-STATUS        pic x(02).
               88  WS-FORWARD-OK                 value "00".
               88  WS-FORWARD-EOF                value "10".

      *    the suite's physical type1 layout, field for field, so a
      *    journal image can be taken apart without disturbing the
           05  WS-IMG-COMPONENT-2       pic xxxx comp-5.
           05  WS-IMG-COMPONENT-3       pointer.
           05  WS-IMG-COMPONENT-4       pic x(08).
           05  WS-IMG-COMPONENT-5       pic x(01).
           05  WS-IMG-COMPONENT-6       pic x(08).
           05  WS-IMG-COMPONENT-7       pic x(08).

       01  WS-INPUT-KEY                 pic x(10).
       01  WS-INPUT-ARCHIVED            pic x(01).
       01  WS-INPUT-CONTINUE            pic x(01).
       01  WS-MESSAGE                   pic x(40).
       01  WS-CURRENT-BALANCE           pic 9(09).
           05  WS-OPT-PROGRAM           pic x(08).
           05  FILLER                   pic x(01) value space.
           05  WS-OPT-ACTION            pic x(10).
       01  WS-FORWARD-TEXT.
           05  WS-FWT-DIRECTION         pic x(15).
           05  WS-FWT-OTHER-KEY         pic x(10).
           05  FILLER                   pic x(04) value " BY ".
           05  WS-FWT-SUPERVISOR        pic x(08).
           05  FILLER                   pic x(09) value " BALANCE ".
           05  WS-FWT-BALANCE           pic z(9)9.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05  LINE 1 COL 1  VALUE "DANOHIST - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-INQUIRY-KEY.
           05  LINE 1 COL 1  VALUE "DANOHIST - ACCOUNT ACTIVITY".
           05  LINE 1 COL 55 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 3 COL 1  VALUE "COMPONENT-1 TO TRACE: ".
           05  LINE 3 COL 24 PIC X(10) TO WS-INPUT-KEY.
           05  LINE 4 COL 1  VALUE "SEARCH ARCHIVED YEARS (Y/N)? ".
           05  LINE 4 COL 30 PIC X(01) TO WS-INPUT-ARCHIVED.

       01  SCR-MESSAGE-LINE.
           05  LINE 5 COL 1  PIC X(40) FROM WS-MESSAGE.
           05  LINE 7 COL 1  VALUE "ANOTHER ACCOUNT (Y/N)? ".
           05  LINE 7 COL 24 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
      *****************************************************************
      *  1000-INITIALIZE - sign on (inquiry needs no authority, but a *
      *                    blank id is not a sign-on) and open the    *
      *                    report file                                *
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1030-ACCEPT-SIGNON THRU 1030-EXIT
               UNTIL WS-OPERATOR-ID NOT = SPACES
           PERFORM 8840-VALIDATE-OPERATOR THRU 8840-EXIT
           IF WS-CREDENTIAL-FAILED
               DISPLAY "DANOHIST: SIGN-ON REFUSED FOR OPERATOR "
                       WS-OPERATOR-ID
               MOVE "DENIED"  TO WS-OPR-ACTION
               MOVE SPACES    TO WS-OPR-RECORD-KEY
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               MOVE "N" TO WS-MORE-INQUIRIES
               GO TO 1000-EXIT
           END-IF
           MOVE "SIGNON"  TO WS-OPR-ACTION
           MOVE SPACES    TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT

      *****************************************************************
      *  2000-TRACE-ACCOUNT - key a component-1, gather the three     *
      *                       sources, sort by stamp, print           *
      *****************************************************************
       2000-TRACE-ACCOUNT.
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACE  TO WS-INPUT-ARCHIVED
           DISPLAY SCR-INQUIRY-KEY
           ACCEPT SCR-INQUIRY-KEY
           IF WS-INPUT-KEY = SPACES
           MOVE 0 TO WS-EVENT-COUNT
           MOVE 0 TO WS-EVENTS-DROPPED
           PERFORM 2100-GATHER-POSTINGS  THRU 2100-EXIT
           IF WS-INPUT-ARCHIVED = "Y"
               PERFORM 2150-GATHER-ARCHIVED THRU 2150-EXIT
           END-IF
           PERFORM 2200-GATHER-JOURNAL   THRU 2200-EXIT
           PERFORM 2300-GATHER-OPLOG     THRU 2300-EXIT
           PERFORM 2350-GATHER-FORWARDS  THRU 2350-EXIT
           PERFORM 2400-SORT-EVENTS      THRU 2400-EXIT
           PERFORM 2500-PRINT-HISTORY    THRU 2500-EXIT.

       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2150-GATHER-ARCHIVED - the account's transactions in the     *
      *                         TYPE3ARC archives, every catalogued   *
      *                         year; these are only read when the    *
      *                         operator asks, as each archive is a   *
      *                         full year's file                      *
      *****************************************************************
       2150-GATHER-ARCHIVED.
           PERFORM 8970-LOAD-ARCHIVE-CATALOG THRU 8970-EXIT
           IF WS-TA-CATALOG-COUNT = 0
               MOVE "NO ARCHIVED YEARS ON TYPE3ARX" TO WS-MESSAGE
               DISPLAY SCR-MESSAGE-LINE
               GO TO 2150-EXIT
           END-IF
           MOVE 0            TO WS-TA-ARCHIVES-MISSING
           MOVE WS-INPUT-KEY TO WS-TA-SEARCH-KEY
           MOVE "00000000"   TO WS-TA-FROM-DATE
           MOVE "99999999"   TO WS-TA-TO-DATE
           PERFORM 8975-START-ARCHIVE-SEARCH THRU 8975-EXIT
           PERFORM 2160-ONE-ARCHIVED THRU 2160-EXIT
               UNTIL WS-TA-SEARCH-DONE
           IF WS-TA-ARCHIVES-MISSING > 0
               MOVE "SOME ARCHIVED YEARS ARE NOT ON HAND" TO WS-MESSAGE
               DISPLAY SCR-MESSAGE-LINE
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2160-ONE-ARCHIVED                                            *
      *****************************************************************
       2160-ONE-ARCHIVED.
           PERFORM 8976-NEXT-ARCHIVED-TRANS THRU 8976-EXIT
           IF NOT WS-TA-TRANS-FOUND
               GO TO 2160-EXIT
           END-IF

           MOVE WS-TA-COMPONENT-3 TO WS-BLD-DATE
           MOVE "00000000"        TO WS-BLD-TIME
           MOVE "TYPE3ARC"        TO WS-BLD-SOURCE
           MOVE WS-TA-COMPONENT-3 TO WS-PST-DATE
           MOVE WS-TA-COMPONENT-4 TO WS-PST-AMOUNT
           MOVE WS-TA-COMPONENT-2 TO WS-PST-COMP2
           MOVE WS-POSTING-TEXT   TO WS-BLD-TEXT
           PERFORM 2900-STORE-EVENT THRU 2900-EXIT.
       2160-EXIT.
           EXIT.

      *****************************************************************
      *  2200-GATHER-JOURNAL - every TYPE1JNL image whose after-image *
      *                        carries the key                        *
      *****************************************************************
       2200-GATHER-JOURNAL.
           OPEN INPUT JOURNAL-FILE

      *****************************************************************
      *  2300-GATHER-OPLOG - every operator action stamped with the   *
      *                      key                                      *
      *****************************************************************
       2300-GATHER-OPLOG.
           OPEN INPUT OPERATOR-LOG-FILE
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2350-GATHER-FORWARDS - TYPE1FWD both ways: the key this one  *
      *                         was merged into, and every key that   *
      *                         was merged into this one              *
      *****************************************************************
       2350-GATHER-FORWARDS.
           OPEN INPUT FORWARD-FILE
           IF NOT WS-FORWARD-OK
               GO TO 2350-EXIT
           END-IF

           PERFORM 2360-ONE-FORWARD THRU 2360-EXIT
               UNTIL WS-FORWARD-EOF
           CLOSE FORWARD-FILE.
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2360-ONE-FORWARD                                             *
      *****************************************************************
       2360-ONE-FORWARD.
           READ FORWARD-FILE NEXT RECORD
               AT END
                   GO TO 2360-EXIT
           END-READ
           IF FWD-OLD-COMPONENT-1 = WS-INPUT-KEY
               MOVE "FORWARDED TO   "   TO WS-FWT-DIRECTION
               MOVE FWD-NEW-COMPONENT-1 TO WS-FWT-OTHER-KEY
           ELSE
               IF FWD-NEW-COMPONENT-1 = WS-INPUT-KEY
                   MOVE "MERGED IN FROM "   TO WS-FWT-DIRECTION
                   MOVE FWD-OLD-COMPONENT-1 TO WS-FWT-OTHER-KEY
               ELSE
                   GO TO 2360-EXIT
               END-IF
           END-IF

           MOVE FWD-MERGE-DATE    TO WS-BLD-DATE
           MOVE FWD-MERGE-TIME    TO WS-BLD-TIME
           MOVE "TYPE1FWD"        TO WS-BLD-SOURCE
           MOVE FWD-SUPERVISOR-ID TO WS-FWT-SUPERVISOR
           MOVE FWD-BALANCE-MOVED TO WS-FWT-BALANCE
           MOVE WS-FORWARD-TEXT   TO WS-BLD-TEXT
           PERFORM 2900-STORE-EVENT THRU 2900-EXIT.
       2360-EXIT.
           EXIT.

      *****************************************************************
      *  2400-SORT-EVENTS - ascending on the date+time stamp; the     *
      *                     table is small enough for the simple      *
      *                     exchange pass                             *
      *****************************************************************
       2400-SORT-EVENTS.
           IF WS-EVENT-COUNT < 2
           EXIT.

       COPY DANOOPPD.
       COPY DANOTAPD.
