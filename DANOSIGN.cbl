      *****************************************************************
      *  PROGRAM-ID.  DANOSIGN                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-10-05.                                     *
      *                                                                *
      *  Standing-instruction generation step for the DANODRV         *
      *  pipeline, run after DANOAPLY and ahead of DANOPOST.  A       *
      *  recurring payment used to be keyed through DANOCAPT by hand  *
      *  every time it fell due.  Each instruction on TYPE3SIN        *
      *  (maintained online by DANOSIMT) names an account, a signed   *
      *  amount, a frequency and the dates it runs between.  For      *
      *  every instruction this step:                                 *
      *      - works out its next due date from the last occurrence   *
      *        dealt with (see DANOSIFD for the frequencies),         *
      *      - rolls a due date that is not a DANOCAL business day    *
      *        to the next business day,                              *
      *      - when that lands on tonight's business date, queues     *
      *        the occurrence on TYPE3CAP under the next TYPE3SER     *
      *        serial, exactly as DANOCAPT queues a keyed entry, so   *
      *        DANOPOST posts it in this cycle through the same       *
      *        serial check, edits and suspense,                      *
      *      - skips an occurrence that is due but cannot be          *
      *        queued: the instruction is suspended, the account is   *
      *        frozen or not on TYPE1MST, or the due date passed on   *
      *        a night no cycle ran,                                  *
      *      - ends the instruction once its end date is passed or    *
      *        its account is closed,                                 *
      *      - prints SINRPT, one line per occurrence generated or    *
      *        skipped and per instruction ended, with totals.        *
      *  A skipped occurrence is gone for good - the schedule moves   *
      *  past it and it is never generated late.  Each occurrence is  *
      *  recorded on the instruction as it is dealt with, so a rerun  *
      *  of the same business date finds nothing further due.  No     *
      *  TYPE3SIN on hand is a quiet night.                           *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-05  DLO   Initial version.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOSIGN.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE1-MASTER-FILE ASSIGN TO "TYPE1MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMPONENT-1 OF TYPE1M-RECORD
               FILE STATUS IS WS-TYPE1M-STATUS.

           COPY DANOSISL.

           SELECT CAPTURE-FILE ASSIGN TO "TYPE3CAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.

           SELECT SERIAL-FILE ASSIGN TO "TYPE3SER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIAL-STATUS.

           SELECT INSTRUCTION-REPORT-FILE ASSIGN TO "SINRPT"
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

       COPY DANOSIFD.

       FD  CAPTURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAPTURE-RECORD.
           05  CAP-SERIAL               pic 9(09).
           05  CAP-COMPONENT-1          pic x(10).
           05  CAP-TRANS-DATE           pic x(08).
           05  CAP-AMOUNT               pic s9(9)v99.
           05  CAP-OPERATOR-ID          pic x(08).

       FD  SERIAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SERIAL-RECORD.
           05  SER-LAST-SERIAL          pic 9(09).

       FD  INSTRUCTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INSTRUCTION-REPORT-LINE      pic x(100).

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
           05  WS-INSTRUCTION-STATUS    pic x(02).
               88  WS-INSTRUCTION-OK             value "00".
               88  WS-INSTRUCTION-EOF            value "10".
           05  WS-CAPTURE-STATUS        pic x(02).
           05  WS-SERIAL-STATUS         pic x(02).
               88  WS-SERIAL-OK                  value "00".
           05  WS-REPORT-STATUS         pic x(02).
           05  WS-GENERATE-DONE-SWITCH  pic x(01) value "N".
               88  WS-GENERATE-DONE               value "Y".
           05  WS-FILES-OPEN-SWITCH     pic x(01) value "N".
               88  WS-FILES-ARE-OPEN              value "Y".
           05  WS-INSTRUCTION-DONE-SW   pic x(01).
               88  WS-INSTRUCTION-DONE            value "Y".
           05  WS-REWRITE-SWITCH        pic x(01).
               88  WS-INSTRUCTION-CHANGED         value "Y".

       01  WS-BUSINESS-DATE             pic x(08).
       01  WS-NO-DATE                   pic x(08) value "99999999".

      *    where the instruction's schedule has got to: the next
      *    unrolled due date and the business day it rolls to
       01  WS-DUE-DATE                  pic x(08).
       01  WS-ROLLED-DATE               pic x(08).

       01  WS-SCAN-FROM-DATE            pic x(08).
       01  WS-SCAN-DAY-TYPE             pic x(01).
      *                                      *> B any business day,
      *                                      *> E period ends only
       01  WS-SCAN-HIT-DATE             pic x(08).

       01  WS-DATE-ARITHMETIC.
           05  WS-DATE-NUM              pic 9(08).
           05  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
               10  WS-DATE-YEAR         pic 9(04).
               10  WS-DATE-MONTH        pic 9(02).
               10  WS-DATE-DAY          pic 9(02).
           05  WS-NEXT-MONTH-NUM        pic 9(08).
           05  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-NUM.
               10  WS-NEXT-MONTH-YEAR   pic 9(04).
               10  WS-NEXT-MONTH-MONTH  pic 9(02).
               10  WS-NEXT-MONTH-DAY    pic 9(02).
           05  WS-DATE-INTEGER          pic 9(09) comp.
           05  WS-NEXT-MONTH-INTEGER    pic 9(09) comp.
           05  WS-ANCHOR-DAY            pic 9(02).
           05  WS-MONTH-DAYS            pic 9(02).

      *    a runaway schedule (a daily instruction after months with
      *    no cycle) is stopped for the night rather than looping
       01  WS-OCCURRENCE-LIMITS.
           05  WS-OCCURRENCE-LIMIT      pic 9(4) comp value 400.
           05  WS-OCCURRENCE-COUNT      pic 9(4) comp.

       01  WS-NEXT-SERIAL               pic 9(09) value 0.

       01  WS-SKIP-REASON               pic x(20).

       01  WS-INSTRUCTION-COUNTS.
           05  WS-INSTRUCTIONS-READ     pic 9(09) comp value 0.
           05  WS-ALREADY-ENDED         pic 9(09) comp value 0.
           05  WS-NOT-YET-STARTED       pic 9(09) comp value 0.
           05  WS-GENERATED-COUNT       pic 9(09) comp value 0.
           05  WS-SKIPPED-COUNT         pic 9(09) comp value 0.
           05  WS-ENDED-COUNT           pic 9(09) comp value 0.
           05  WS-HELD-COUNT            pic 9(09) comp value 0.
           05  WS-GENERATED-TOTAL       pic s9(11)v99 comp-3
                                        value 0.

       01  WS-REPORT-HEADING.
           05  FILLER                   pic x(12) value "COMPONENT-1".
           05  FILLER                   pic x(05) value "SEQ".
           05  FILLER                   pic x(03) value "F".
           05  FILLER                   pic x(10) value "DUE DATE".
           05  FILLER                   pic x(15) value "AMOUNT".
           05  FILLER                   pic x(11) value "SERIAL".
           05  FILLER                   pic x(11) value "ACTION".
           05  FILLER                   pic x(20) value "REASON".

       01  WS-REPORT-DETAIL.
           05  WS-RPT-COMPONENT-1       pic x(10).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-SEQUENCE          pic 9(03).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-FREQUENCY         pic x(01).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-DUE-DATE          pic x(08).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-AMOUNT            pic -(9)9.99.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-SERIAL            pic z(8)9.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-ACTION            pic x(09).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-REASON            pic x(20).

       01  WS-REPORT-TOTAL.
           05  WS-RPT-TOTAL-LABEL       pic x(31).
           05  WS-RPT-TOTAL-AMOUNT      pic -(11)9.99.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-TOTAL-COUNT       pic z(8)9.

       LINKAGE SECTION.
       COPY DANOCTL.

       PROCEDURE DIVISION USING LK-CONTROL.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOSIGN" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           IF LK-BUSINESS-DATE = SPACES
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE LK-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           PERFORM 1000-INITIALIZE          THRU 1000-EXIT
           PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
               UNTIL WS-GENERATE-DONE
           PERFORM 3000-TERMINATE           THRU 3000-EXIT
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - the calendar every due date is judged      *
      *                    against, the instructions, the master and  *
      *                    the capture queue, then the report         *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 8900-LOAD-CALENDAR THRU 8900-EXIT
           IF NOT WS-CALENDAR-LOADED
               DISPLAY "DANOSIGN: NO DANOCAL CALENDAR ON HAND - "
                       "NO STANDING INSTRUCTION GENERATED"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "NO DANOCAL - STANDING INSTRUCTIONS HELD"
                   TO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               SET WS-GENERATE-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-CAL-LOOKUP-DATE
           PERFORM 8910-FIND-CALENDAR-DATE THRU 8910-EXIT
           IF NOT WS-CAL-DATE-FOUND
            OR NOT WS-CAL-BUSINESS-DAY
               DISPLAY "DANOSIGN: " WS-BUSINESS-DATE
                       " IS NOT A DANOCAL BUSINESS DAY - NOTHING "
                       "FALLS DUE"
               SET WS-GENERATE-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O INSTRUCTION-FILE
           IF WS-INSTRUCTION-STATUS = "35"
               DISPLAY "DANOSIGN: NO TYPE3SIN ON HAND - NO STANDING "
                       "INSTRUCTIONS TONIGHT"
               SET WS-GENERATE-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-INSTRUCTION-OK
               DISPLAY "DANOSIGN: OPEN TYPE3SIN FAILED, STATUS "
                       WS-INSTRUCTION-STATUS
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "OPEN TYPE3SIN FAILED" TO WS-ALERT-MESSAGE
               MOVE WS-INSTRUCTION-STATUS TO WS-ALERT-MESSAGE(22:2)
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               MOVE 16 TO RETURN-CODE
               SET WS-GENERATE-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
               DISPLAY "DANOSIGN: OPEN TYPE1MST FAILED, STATUS "
                       WS-TYPE1M-STATUS
               MOVE "F" TO WS-ALERT-SEVERITY
               MOVE "OPEN TYPE1MST FAILED" TO WS-ALERT-MESSAGE
               MOVE WS-TYPE1M-STATUS TO WS-ALERT-MESSAGE(22:2)
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               CLOSE INSTRUCTION-FILE
               MOVE 16 TO RETURN-CODE
               SET WS-GENERATE-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND CAPTURE-FILE
           IF NOT WS-CAPTURE-STATUS = "00"
               CLOSE CAPTURE-FILE
               OPEN OUTPUT CAPTURE-FILE
           END-IF
           SET WS-FILES-ARE-OPEN TO TRUE

           OPEN OUTPUT INSTRUCTION-REPORT-FILE
           MOVE SPACES TO INSTRUCTION-REPORT-LINE
           STRING "DANOSIGN STANDING INSTRUCTIONS FOR BUSINESS DATE "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO INSTRUCTION-REPORT-LINE
           DISPLAY INSTRUCTION-REPORT-LINE
           WRITE INSTRUCTION-REPORT-LINE
           MOVE WS-REPORT-HEADING TO INSTRUCTION-REPORT-LINE
           DISPLAY INSTRUCTION-REPORT-LINE
           WRITE INSTRUCTION-REPORT-LINE

           PERFORM 1010-READ-INSTRUCTION THRU 1010-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1010-READ-INSTRUCTION                                        *
      *****************************************************************
       1010-READ-INSTRUCTION.
           READ INSTRUCTION-FILE NEXT RECORD
               AT END
                   SET WS-INSTRUCTION-EOF TO TRUE
                   SET WS-GENERATE-DONE TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-INSTRUCTION - take every occurrence that has    *
      *                             fallen due by tonight, then put   *
      *                             the instruction back with where   *
      *                             its schedule has got to           *
      *****************************************************************
       2000-PROCESS-INSTRUCTION.
           IF SIN-ENDED
               ADD 1 TO WS-ALREADY-ENDED
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-INSTRUCTIONS-READ
           IF SIN-START-DATE > WS-BUSINESS-DATE
               ADD 1 TO WS-NOT-YET-STARTED
               GO TO 2000-NEXT
           END-IF

           MOVE "N" TO WS-INSTRUCTION-DONE-SW
           MOVE "N" TO WS-REWRITE-SWITCH
           MOVE 0   TO WS-OCCURRENCE-COUNT
           PERFORM 2100-FIND-NEXT-DUE THRU 2100-EXIT
           PERFORM 2200-TAKE-OCCURRENCE THRU 2200-EXIT
               UNTIL WS-INSTRUCTION-DONE

           IF WS-INSTRUCTION-CHANGED
               REWRITE INSTRUCTION-RECORD
                   INVALID KEY
                       DISPLAY "DANOSIGN: REWRITE TYPE3SIN "
                               SIN-KEY " FAILED, STATUS "
                               WS-INSTRUCTION-STATUS
               END-REWRITE
           END-IF.

       2000-NEXT.
           PERFORM 1010-READ-INSTRUCTION THRU 1010-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-FIND-NEXT-DUE - the unrolled due date of the occurrence *
      *                       after SIN-LAST-DUE-DATE, or the first   *
      *                       one on or after the start date; D and E *
      *                       are read off the calendar, W and M are  *
      *                       counted.  WS-NO-DATE when the calendar  *
      *                       does not reach the next D or E date     *
      *****************************************************************
       2100-FIND-NEXT-DUE.
           IF SIN-LAST-DUE-DATE = SPACES
               MOVE SIN-START-DATE TO WS-SCAN-FROM-DATE
               IF SIN-WEEKLY OR SIN-MONTHLY
                   MOVE SIN-START-DATE TO WS-DUE-DATE
                   GO TO 2100-EXIT
               END-IF
           ELSE
               MOVE SIN-LAST-DUE-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF SIN-WEEKLY
                   ADD 7 TO WS-DATE-INTEGER
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   MOVE WS-DATE-NUM TO WS-DUE-DATE
                   GO TO 2100-EXIT
               END-IF
               IF SIN-MONTHLY
                   PERFORM 2110-NEXT-MONTHLY-DUE THRU 2110-EXIT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-DATE-INTEGER
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-DATE-NUM TO WS-SCAN-FROM-DATE
           END-IF

           IF SIN-PERIOD-END
               MOVE "E" TO WS-SCAN-DAY-TYPE
           ELSE
               MOVE "B" TO WS-SCAN-DAY-TYPE
           END-IF
           PERFORM 2150-SCAN-CALENDAR THRU 2150-EXIT
           MOVE WS-SCAN-HIT-DATE TO WS-DUE-DATE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-NEXT-MONTHLY-DUE - the start date's day in the month    *
      *                          after the last due date, pulled back *
      *                          to the month's last day when the     *
      *                          month is shorter                     *
      *****************************************************************
       2110-NEXT-MONTHLY-DUE.
           MOVE SIN-START-DATE(7:2) TO WS-ANCHOR-DAY
           IF WS-DATE-MONTH = 12
               ADD 1 TO WS-DATE-YEAR
               MOVE 1 TO WS-DATE-MONTH
           ELSE
               ADD 1 TO WS-DATE-MONTH
           END-IF
           MOVE 1 TO WS-DATE-DAY

           MOVE WS-DATE-NUM TO WS-NEXT-MONTH-NUM
           IF WS-NEXT-MONTH-MONTH = 12
               ADD 1 TO WS-NEXT-MONTH-YEAR
               MOVE 1 TO WS-NEXT-MONTH-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH-MONTH
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-NEXT-MONTH-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM)
           COMPUTE WS-MONTH-DAYS =
               WS-NEXT-MONTH-INTEGER - WS-DATE-INTEGER

           IF WS-ANCHOR-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DATE-DAY
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-DATE-DAY
           END-IF
           MOVE WS-DATE-NUM TO WS-DUE-DATE.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2150-SCAN-CALENDAR - the earliest DANOCAL date on or after   *
      *                       WS-SCAN-FROM-DATE of the type asked     *
      *                       for; WS-NO-DATE when there is none      *
      *****************************************************************
       2150-SCAN-CALENDAR.
           MOVE WS-NO-DATE TO WS-SCAN-HIT-DATE
           PERFORM VARYING WS-CALENDAR-SUB FROM 1 BY 1
                   UNTIL WS-CALENDAR-SUB > WS-CALENDAR-COUNT
               IF WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                       NOT < WS-SCAN-FROM-DATE
                AND WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                       < WS-SCAN-HIT-DATE
                   IF WS-CAL-ENTRY-TYPE(WS-CALENDAR-SUB) = "E"
                    OR (WS-SCAN-DAY-TYPE = "B"
                        AND WS-CAL-ENTRY-TYPE(WS-CALENDAR-SUB) = "B")
                       MOVE WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB)
                           TO WS-SCAN-HIT-DATE
                   END-IF
               END-IF
           END-PERFORM.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2200-TAKE-OCCURRENCE - one occurrence: end the instruction   *
      *                         past its end date, stop at one not    *
      *                         yet due, otherwise generate or skip   *
      *                         it and move the schedule on           *
      *****************************************************************
       2200-TAKE-OCCURRENCE.
           IF WS-DUE-DATE = WS-NO-DATE
               SET WS-INSTRUCTION-DONE TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF WS-DUE-DATE > SIN-END-DATE
               MOVE "END DATE REACHED" TO WS-SKIP-REASON
               PERFORM 2400-END-INSTRUCTION THRU 2400-EXIT
               GO TO 2200-EXIT
           END-IF

           MOVE WS-DUE-DATE TO WS-SCAN-FROM-DATE
           MOVE "B"         TO WS-SCAN-DAY-TYPE
           PERFORM 2150-SCAN-CALENDAR THRU 2150-EXIT
           MOVE WS-SCAN-HIT-DATE TO WS-ROLLED-DATE
           IF WS-ROLLED-DATE > WS-BUSINESS-DATE
               SET WS-INSTRUCTION-DONE TO TRUE
               GO TO 2200-EXIT
           END-IF

           IF WS-OCCURRENCE-COUNT NOT < WS-OCCURRENCE-LIMIT
               DISPLAY "DANOSIGN: " SIN-KEY " HAS MORE THAN "
                       WS-OCCURRENCE-LIMIT " OCCURRENCES OUTSTANDING"
                       " - THE REST ARE TAKEN NEXT CYCLE"
               ADD 1 TO WS-HELD-COUNT
               SET WS-INSTRUCTION-DONE TO TRUE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-OCCURRENCE-COUNT

           IF WS-ROLLED-DATE < WS-BUSINESS-DATE
               MOVE "DUE DATE PASSED" TO WS-SKIP-REASON
               PERFORM 2250-SKIP-OCCURRENCE THRU 2250-EXIT
               GO TO 2200-MOVE-ON
           END-IF
           IF SIN-SUSPENDED
               MOVE "SUSPENDED" TO WS-SKIP-REASON
               PERFORM 2250-SKIP-OCCURRENCE THRU 2250-EXIT
               GO TO 2200-MOVE-ON
           END-IF

           MOVE SIN-COMPONENT-1 TO COMPONENT-1 OF TYPE1M-RECORD
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   MOVE "NO TYPE1MST ACCOUNT" TO WS-SKIP-REASON
                   PERFORM 2250-SKIP-OCCURRENCE THRU 2250-EXIT
                   GO TO 2200-MOVE-ON
           END-READ
           IF component-5 OF TYPE1M-RECORD = "C"
               MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
               PERFORM 2400-END-INSTRUCTION THRU 2400-EXIT
               GO TO 2200-EXIT
           END-IF
           IF component-5 OF TYPE1M-RECORD = "F"
               MOVE "ACCOUNT FROZEN" TO WS-SKIP-REASON
               PERFORM 2250-SKIP-OCCURRENCE THRU 2250-EXIT
               GO TO 2200-MOVE-ON
           END-IF

           PERFORM 2300-GENERATE-OCCURRENCE THRU 2300-EXIT.

       2200-MOVE-ON.
           MOVE WS-DUE-DATE TO SIN-LAST-DUE-DATE
           SET WS-INSTRUCTION-CHANGED TO TRUE
           PERFORM 2100-FIND-NEXT-DUE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2250-SKIP-OCCURRENCE                                         *
      *****************************************************************
       2250-SKIP-OCCURRENCE.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE 0            TO WS-RPT-SERIAL
           MOVE "SKIPPED"    TO WS-RPT-ACTION
           PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
       2250-EXIT.
           EXIT.

      *****************************************************************
      *  2300-GENERATE-OCCURRENCE - the next serial, re-read from     *
      *                             TYPE3SER at the moment of issue   *
      *                             as DANOCAPT does, the entry on    *
      *                             TYPE3CAP under tonight's date,    *
      *                             and the serial recorded at once   *
      *****************************************************************
       2300-GENERATE-OCCURRENCE.
           PERFORM 2310-LOAD-LAST-SERIAL THRU 2310-EXIT
           ADD 1 TO WS-NEXT-SERIAL

           MOVE SPACES           TO CAPTURE-RECORD
           MOVE WS-NEXT-SERIAL   TO CAP-SERIAL
           MOVE SIN-COMPONENT-1  TO CAP-COMPONENT-1
           MOVE WS-BUSINESS-DATE TO CAP-TRANS-DATE
           MOVE SIN-AMOUNT       TO CAP-AMOUNT
           MOVE WS-PROGRAM-NAME  TO CAP-OPERATOR-ID
           WRITE CAPTURE-RECORD

           OPEN OUTPUT SERIAL-FILE
           MOVE WS-NEXT-SERIAL TO SER-LAST-SERIAL
           WRITE SERIAL-RECORD
           CLOSE SERIAL-FILE

           MOVE WS-BUSINESS-DATE TO SIN-LAST-GEN-DATE
           MOVE WS-NEXT-SERIAL   TO SIN-LAST-SERIAL
           ADD 1 TO SIN-GENERATED-COUNT
           ADD 1 TO WS-GENERATED-COUNT
           ADD SIN-AMOUNT TO WS-GENERATED-TOTAL

           MOVE SPACES         TO WS-SKIP-REASON
           MOVE WS-NEXT-SERIAL TO WS-RPT-SERIAL
           MOVE "GENERATED"    TO WS-RPT-ACTION
           PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2310-LOAD-LAST-SERIAL - no TYPE3SER yet means the numbering  *
      *                          starts at one                        *
      *****************************************************************
       2310-LOAD-LAST-SERIAL.
           MOVE 0 TO WS-NEXT-SERIAL
           OPEN INPUT SERIAL-FILE
           IF WS-SERIAL-OK
               READ SERIAL-FILE
                   AT END
                       MOVE 0 TO WS-NEXT-SERIAL
                   NOT AT END
                       MOVE SER-LAST-SERIAL TO WS-NEXT-SERIAL
               END-READ
               CLOSE SERIAL-FILE
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2400-END-INSTRUCTION - nothing more will ever fall due       *
      *****************************************************************
       2400-END-INSTRUCTION.
           MOVE "X"            TO SIN-STATUS
           MOVE WS-SKIP-REASON TO SIN-END-REASON
           SET WS-INSTRUCTION-CHANGED TO TRUE
           SET WS-INSTRUCTION-DONE    TO TRUE
           ADD 1 TO WS-ENDED-COUNT

           MOVE 0       TO WS-RPT-SERIAL
           MOVE "ENDED" TO WS-RPT-ACTION
           PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-DETAIL - the action and serial are already set    *
      *****************************************************************
       2500-WRITE-DETAIL.
           MOVE SIN-COMPONENT-1 TO WS-RPT-COMPONENT-1
           MOVE SIN-SEQUENCE    TO WS-RPT-SEQUENCE
           MOVE SIN-FREQUENCY   TO WS-RPT-FREQUENCY
           MOVE WS-DUE-DATE     TO WS-RPT-DUE-DATE
           IF WS-DUE-DATE = WS-NO-DATE
               MOVE SPACES TO WS-RPT-DUE-DATE
           END-IF
           MOVE SIN-AMOUNT      TO WS-RPT-AMOUNT
           MOVE WS-SKIP-REASON  TO WS-RPT-REASON
           MOVE WS-REPORT-DETAIL TO INSTRUCTION-REPORT-LINE
           DISPLAY INSTRUCTION-REPORT-LINE
           WRITE INSTRUCTION-REPORT-LINE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - report totals, an alert when anything due   *
      *                   was skipped, and the standard control       *
      *                   trailer                                     *
      *****************************************************************
       3000-TERMINATE.
           IF NOT WS-FILES-ARE-OPEN
               GO TO 3000-EXIT
           END-IF
           CLOSE INSTRUCTION-FILE
           CLOSE TYPE1-MASTER-FILE
           CLOSE CAPTURE-FILE

           MOVE SPACES TO WS-REPORT-TOTAL
           MOVE "  GENERATED" TO WS-RPT-TOTAL-LABEL
           MOVE WS-GENERATED-TOTAL TO WS-RPT-TOTAL-AMOUNT
           MOVE WS-GENERATED-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL TO INSTRUCTION-REPORT-LINE
           DISPLAY INSTRUCTION-REPORT-LINE
           WRITE INSTRUCTION-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TOTAL
           MOVE "  SKIPPED" TO WS-RPT-TOTAL-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL TO INSTRUCTION-REPORT-LINE
           DISPLAY INSTRUCTION-REPORT-LINE
           WRITE INSTRUCTION-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TOTAL
           MOVE "  ENDED" TO WS-RPT-TOTAL-LABEL
           MOVE WS-ENDED-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL TO INSTRUCTION-REPORT-LINE
           DISPLAY INSTRUCTION-REPORT-LINE
           WRITE INSTRUCTION-REPORT-LINE
           CLOSE INSTRUCTION-REPORT-FILE

           IF WS-SKIPPED-COUNT > 0
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "STANDING INSTRUCTION(S) SKIPPED - SEE SINRPT"
                   TO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
           END-IF

           DISPLAY "  ------------------------------------------"
           DISPLAY "  INSTRUCTIONS READ  . . . . " WS-INSTRUCTIONS-READ
           DISPLAY "  NOT YET STARTED  . . . . . " WS-NOT-YET-STARTED
           DISPLAY "  ENDED BEFORE TONIGHT . . . " WS-ALREADY-ENDED
           DISPLAY "  OCCURRENCES GENERATED  . . " WS-GENERATED-COUNT
           DISPLAY "  OCCURRENCES SKIPPED  . . . " WS-SKIPPED-COUNT
           DISPLAY "  INSTRUCTIONS ENDED . . . . " WS-ENDED-COUNT
           DISPLAY "  HELD OVER (LIMIT REACHED)  " WS-HELD-COUNT
           DISPLAY "=============================================="

           MOVE WS-PROGRAM-NAME     TO CTL-PROGRAM-NAME
           MOVE WS-INSTRUCTIONS-READ TO CTL-RECORDS-READ
           MOVE WS-GENERATED-COUNT  TO CTL-RECORDS-SET-OK
           MOVE WS-SKIPPED-COUNT    TO CTL-RECORDS-REJECTED
           MOVE WS-GENERATED-TOTAL  TO CTL-HASH-TOTAL
           PERFORM 8600-PRINT-CONTROL-REPORT THRU 8600-EXIT.
       3000-EXIT.
           EXIT.

       COPY DANOCAPD.
       COPY CTLRPTPD.
       COPY DANOALPD.
