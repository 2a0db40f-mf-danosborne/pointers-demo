      *****************************************************************
      *  PROGRAM-ID.  DANOCALG                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-09-10.                                     *
      *                                                                *
      *  Annual DANOCAL generator.  Every date check in the suite     *
      *  (DANODRV, DANOPOST, DANO4, DANOCAPT, DANOCLSE, DANOSKED)     *
      *  trusts DANOCAL's day types, yet the file was hand-built in   *
      *  an editor each year and DANOCAUD only found the mistakes     *
      *  afterwards.  This run builds one full calendar year:         *
      *      - Saturdays and Sundays are W,                           *
      *      - weekdays on the DANOHOLS holiday list are H,           *
      *      - every other day is B, and                              *
      *      - the last B day of each period under the period-end     *
      *        rule becomes E.                                        *
      *  The year's entries replace any the calendar already holds    *
      *  for that year.  The year before the one under way and every  *
      *  later year are carried across untouched, anything older is   *
      *  retired, and the file stays in date order - the prior,       *
      *  current and generated years, which the calendar table        *
      *  (WS-CALENDAR-CAPACITY, DANOCAWS) always has room for.        *
      *  Should the result outgrow the table all the same, nothing    *
      *  is written.  The rewrite holds the DANOCALK lock (DANOCKPD)  *
      *  DANOCALM takes for its changes.  A year that a completed     *
      *  cycle has already run under (DANOBDAT, or a COMPLETE record  *
      *  on DANOSKDS) is refused - single days of such a year are     *
      *  DANOCALM's business, under supervisor authority.             *
      *  Selection comes from DANOCGPM, a one-card parameter file:    *
      *      cols  1-4   calendar year YYYY                           *
      *      col   5     period-end rule                              *
      *                    M (or blank) last business day of every    *
      *                      month                                    *
      *                    Q last business day of Mar/Jun/Sep/Dec     *
      *                    Y last business day of the year only       *
      *  DANOHOLS carries one holiday per record:                     *
      *      cols  1-8   date YYYYMMDD                                *
      *      cols  9-38  description (reported, not stored)           *
      *  A refusal or a bad card ends RETURN-CODE 8.  A calendar that *
      *  cannot be rewritten safely - the lock held elsewhere, an     *
      *  OPEN that fails, or too many entries - ends RETURN-CODE 16   *
      *  with DANOCAL left as it was.                                 *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-10  DLO   Initial version.                          *
      *    2026-10-15  DLO   Years before the one preceding the year   *
      *                      under way are retired; a result too big   *
      *                      for the calendar table is refused RC 16.  *
      *                      Every DANOCAL/DANOCALW OPEN is checked,   *
      *                      DANOCAL is opened OUTPUT only once        *
      *                      DANOCALW has reopened INPUT, and the      *
      *                      rewrite holds the DANOCALK lock.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOCALG.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-09-10.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DANOCASL.
           COPY DANOCKSL.

           SELECT CALENDAR-WORK-FILE ASSIGN TO "DANOCALW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALWORK-STATUS.

           SELECT GENERATE-PARM-FILE ASSIGN TO "DANOCGPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "DANOHOLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "DANOBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT SCHED-STATUS-FILE ASSIGN TO "DANOSKDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY DANOCAFD.
       COPY DANOCKFD.

       FD  CALENDAR-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-WORK-RECORD.
           05  CLW-DATE                 pic x(08).
           05  CLW-DAY-TYPE             pic x(01).

       FD  GENERATE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  GENERATE-PARM-RECORD.
           05  CGP-YEAR                 pic x(04).
           05  CGP-PERIOD-END-RULE      pic x(01).

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           05  HOL-DATE                 pic x(08).
           05  HOL-DESCRIPTION          pic x(30).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE        pic x(08).

       FD  SCHED-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHED-STATUS-RECORD.
           05  SKS-JOB-NAME             pic x(08).
           05  SKS-STATUS               pic x(08).
           05  SKS-BUSINESS-DATE        pic x(08).
           05  SKS-RETURN-CODE          pic 9(04).
           05  SKS-RUN-DATE             pic x(08).
           05  SKS-RUN-TIME             pic x(08).

       WORKING-STORAGE SECTION.
       COPY DANOCAWS.
       COPY DANOCKWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-CALWORK-STATUS        pic x(02).
               88  WS-CALWORK-OK                 value "00".
               88  WS-CALWORK-EOF                value "10".
           05  WS-PARM-STATUS           pic x(02).
           05  WS-HOLIDAY-STATUS        pic x(02).
               88  WS-HOLIDAY-OK                 value "00".
               88  WS-HOLIDAY-EOF                value "10".
           05  WS-BUSDATE-STATUS        pic x(02).
           05  WS-SCHEDSTAT-STATUS      pic x(02).
               88  WS-SCHEDSTAT-OK               value "00".
               88  WS-SCHEDSTAT-EOF              value "10".
           05  WS-REFUSED-SWITCH        pic x(01) value "N".
               88  WS-RUN-REFUSED                 value "Y".
           05  WS-OLD-CALENDAR-SWITCH   pic x(01) value "N".
               88  WS-OLD-CALENDAR-ON-HAND        value "Y".
           05  WS-YEAR-WRITTEN-SWITCH   pic x(01) value "N".
               88  WS-YEAR-WRITTEN                value "Y".
           05  WS-NOT-WRITTEN-SWITCH    pic x(01) value "N".
               88  WS-CALENDAR-NOT-WRITTEN        value "Y".

       01  WS-GEN-YEAR                  pic x(04).
       01  WS-PERIOD-END-RULE           pic x(01) value "M".
           88  WS-RULE-MONTHLY                value "M".
           88  WS-RULE-QUARTERLY              value "Q".
           88  WS-RULE-YEARLY                 value "Y".
       01  WS-YEAR-START-DATE           pic x(08).
       01  WS-YEAR-END-DATE             pic x(08).
       01  WS-YEAR-START-NUM            pic 9(08).
       01  WS-YEAR-END-NUM              pic 9(08).
       01  WS-LAST-CYCLE-DATE           pic x(08) value spaces.

      *    the first date carried across: 1 January of the year
      *    before the one under way (the generated year less two)
       01  WS-KEEP-FROM-DATE            pic x(08).
       01  WS-KEEP-FROM-YEAR            pic 9(04).

       01  WS-DATE-WORK.
           05  WS-DAY-INTEGER           pic 9(09) comp.
           05  WS-START-INTEGER         pic 9(09) comp.
           05  WS-END-INTEGER           pic 9(09) comp.
           05  WS-DAY-OFFSET            pic 9(09) comp.
           05  WS-WEEKS                 pic 9(09) comp.
           05  WS-WEEKDAY               pic 9(01).
      *                                      *> 0 Monday .. 6 Sunday;
      *                                      *> integer day 1 (1601-
      *                                      *> 01-01) was a Monday
           05  WS-DAY-DATE-NUM          pic 9(08).
           05  WS-DAY-DATE              pic x(08).
           05  FILLER REDEFINES WS-DAY-DATE.
               10  FILLER               pic x(04).
               10  WS-DAY-MONTH         pic x(02).
               10  FILLER               pic x(02).

       01  WS-HOLIDAY-TABLE-LIMITS.
           05  WS-HOLIDAY-CAPACITY      pic 9(4) comp value 60.
           05  WS-HOLIDAY-COUNT         pic 9(4) comp value 0.
           05  WS-HOLIDAY-SUB           pic 9(4) comp.
           05  WS-HOLIDAY-HIT-SUB       pic 9(4) comp.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY         occurs 60 times.
               10  WS-HOL-DATE          pic x(08).
               10  WS-HOL-DESCRIPTION   pic x(30).
               10  WS-HOL-USED          pic x(01).

       01  WS-YEAR-TABLE-LIMITS.
           05  WS-YEAR-COUNT            pic 9(4) comp value 0.
           05  WS-YEAR-SUB              pic 9(4) comp.

       01  WS-YEAR-TABLE.
           05  WS-YEAR-ENTRY            occurs 366 times.
               10  WS-YR-DATE           pic x(08).
               10  WS-YR-MONTH          pic x(02).
               10  WS-YR-DAY-TYPE       pic x(01).

       01  WS-MONTH-MARKED              pic x(02).

       01  WS-GENERATE-COUNTS.
           05  WS-BUSINESS-DAYS         pic 9(05) comp value 0.
           05  WS-PERIOD-END-DAYS       pic 9(05) comp value 0.
           05  WS-WEEKEND-DAYS          pic 9(05) comp value 0.
           05  WS-HOLIDAY-DAYS          pic 9(05) comp value 0.
           05  WS-DAYS-REPLACED         pic 9(05) comp value 0.
           05  WS-DAYS-CARRIED          pic 9(05) comp value 0.
           05  WS-DAYS-TO-CARRY         pic 9(05) comp value 0.
           05  WS-DAYS-RETIRED          pic 9(05) comp value 0.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOCALG" TO WS-PROGRAM-NAME
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           IF WS-RUN-REFUSED
               GO TO 0000-REFUSED
           END-IF
           PERFORM 2000-BUILD-YEAR       THRU 2000-EXIT
           PERFORM 2500-MARK-PERIOD-ENDS THRU 2500-EXIT
           PERFORM 3000-WRITE-CALENDAR   THRU 3000-EXIT
           IF WS-CALENDAR-NOT-WRITTEN
               GO TO 0000-NOT-WRITTEN
           END-IF
           PERFORM 4000-TERMINATE        THRU 4000-EXIT
           STOP RUN.

       0000-NOT-WRITTEN.
           DISPLAY "DANOCALG: CALENDAR NOT WRITTEN - DANOCAL LEFT "
                   "AS IT WAS"
           STOP RUN.

       0000-REFUSED.
           DISPLAY "DANOCALG: CALENDAR NOT GENERATED - DANOCAL LEFT "
                   "AS IT WAS"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - the card, the holiday list, and the        *
      *                    completed-cycle check that guards a year   *
      *                    already under way                          *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT GENERATE-PARM-FILE
           IF NOT WS-PARM-STATUS = "00"
               DISPLAY "DANOCALG: NO DANOCGPM CARD ON HAND - THE YEAR "
                       "TO GENERATE MUST BE GIVEN"
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ GENERATE-PARM-FILE
               AT END
                   MOVE SPACES TO GENERATE-PARM-RECORD
           END-READ
           CLOSE GENERATE-PARM-FILE

           IF CGP-YEAR NOT NUMERIC
            OR CGP-YEAR < "1601"
               DISPLAY "DANOCALG: DANOCGPM YEAR '" CGP-YEAR
                       "' IS NOT A VALID YEAR"
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE CGP-YEAR TO WS-GEN-YEAR
           IF CGP-PERIOD-END-RULE NOT = SPACE
               MOVE CGP-PERIOD-END-RULE TO WS-PERIOD-END-RULE
           END-IF
           IF NOT WS-RULE-MONTHLY
            AND NOT WS-RULE-QUARTERLY
            AND NOT WS-RULE-YEARLY
               DISPLAY "DANOCALG: PERIOD-END RULE '" WS-PERIOD-END-RULE
                       "' IS NOT M, Q OR Y"
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF

           STRING WS-GEN-YEAR "0101" DELIMITED BY SIZE
               INTO WS-YEAR-START-DATE
           STRING WS-GEN-YEAR "1231" DELIMITED BY SIZE
               INTO WS-YEAR-END-DATE
           MOVE WS-GEN-YEAR TO WS-KEEP-FROM-YEAR
           SUBTRACT 2 FROM WS-KEEP-FROM-YEAR
           STRING WS-KEEP-FROM-YEAR "0101" DELIMITED BY SIZE
               INTO WS-KEEP-FROM-DATE
           MOVE WS-YEAR-START-DATE TO WS-YEAR-START-NUM
           MOVE WS-YEAR-END-DATE   TO WS-YEAR-END-NUM
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-START-NUM)
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-END-NUM)

           DISPLAY "=============================================="
           DISPLAY "DANOCALG CALENDAR GENERATION FOR " WS-GEN-YEAR
           DISPLAY "  PERIOD-END RULE " WS-PERIOD-END-RULE

           PERFORM 1100-CHECK-YEAR-NOT-RUN THRU 1100-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF

           PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-CHECK-YEAR-NOT-RUN - DANOBDAT holds the last cycle      *
      *                            date; cycles run in date order, so *
      *                            a year starting on or before it is *
      *                            under way.  DANOSKDS adds the      *
      *                            scheduler's completions            *
      *****************************************************************
       1100-CHECK-YEAR-NOT-RUN.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BDT-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-LAST-CYCLE-DATE NOT = SPACES
            AND WS-LAST-CYCLE-DATE NOT < WS-YEAR-START-DATE
               DISPLAY "DANOCALG: A CYCLE HAS ALREADY COMPLETED FOR "
                       WS-LAST-CYCLE-DATE " (DANOBDAT) - " WS-GEN-YEAR
                       " IS UNDER WAY AND CANNOT BE REGENERATED"
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF

           OPEN INPUT SCHED-STATUS-FILE
           IF NOT WS-SCHEDSTAT-OK
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-READ-SCHED-STATUS THRU 1110-EXIT
           PERFORM 1120-CHECK-ONE-STATUS THRU 1120-EXIT
               UNTIL WS-SCHEDSTAT-EOF
                  OR WS-RUN-REFUSED
           CLOSE SCHED-STATUS-FILE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-READ-SCHED-STATUS                                       *
      *****************************************************************
       1110-READ-SCHED-STATUS.
           READ SCHED-STATUS-FILE
               AT END
                   SET WS-SCHEDSTAT-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1120-CHECK-ONE-STATUS                                        *
      *****************************************************************
       1120-CHECK-ONE-STATUS.
           IF SKS-STATUS = "COMPLETE"
            AND SKS-BUSINESS-DATE NOT < WS-YEAR-START-DATE
               DISPLAY "DANOCALG: JOB " SKS-JOB-NAME
                       " COMPLETED UNDER " SKS-BUSINESS-DATE
                       " (DANOSKDS) - " WS-GEN-YEAR
                       " IS UNDER WAY AND CANNOT BE REGENERATED"
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1120-EXIT
           END-IF
           PERFORM 1110-READ-SCHED-STATUS THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-HOLIDAYS - only the generated year's dates are     *
      *                       kept; anything else on the list is      *
      *                       reported and ignored                    *
      *****************************************************************
       1200-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF NOT WS-HOLIDAY-OK
               DISPLAY "DANOCALG: NO DANOHOLS HOLIDAY LIST ON HAND - "
                       "EVERY WEEKDAY WILL BE A BUSINESS DAY"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-HOLIDAY THRU 1210-EXIT
           PERFORM 1220-STORE-HOLIDAY THRU 1220-EXIT
               UNTIL WS-HOLIDAY-EOF
           CLOSE HOLIDAY-FILE.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1210-READ-HOLIDAY                                            *
      *****************************************************************
       1210-READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET WS-HOLIDAY-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1220-STORE-HOLIDAY                                           *
      *****************************************************************
       1220-STORE-HOLIDAY.
           IF HOL-DATE < WS-YEAR-START-DATE
            OR HOL-DATE > WS-YEAR-END-DATE
               DISPLAY "  HOLIDAY " HOL-DATE " " HOL-DESCRIPTION
                       " IS NOT IN " WS-GEN-YEAR " - IGNORED"
               GO TO 1220-NEXT
           END-IF
           IF WS-HOLIDAY-COUNT < WS-HOLIDAY-CAPACITY
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HOL-DATE
                   TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
               MOVE HOL-DESCRIPTION
                   TO WS-HOL-DESCRIPTION(WS-HOLIDAY-COUNT)
               MOVE "N" TO WS-HOL-USED(WS-HOLIDAY-COUNT)
           ELSE
               DISPLAY "DANOCALG: MORE THAN " WS-HOLIDAY-CAPACITY
                       " HOLIDAYS - " HOL-DATE " NOT APPLIED"
           END-IF.
       1220-NEXT.
           PERFORM 1210-READ-HOLIDAY THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *****************************************************************
      *  2000-BUILD-YEAR - one table entry per day of the year        *
      *****************************************************************
       2000-BUILD-YEAR.
           PERFORM 2100-BUILD-ONE-DAY THRU 2100-EXIT
               VARYING WS-DAY-INTEGER FROM WS-START-INTEGER BY 1
               UNTIL WS-DAY-INTEGER > WS-END-INTEGER.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-BUILD-ONE-DAY - weekend W, listed weekday H, else B;    *
      *                       a holiday that falls on a weekend stays *
      *                       W and is reported                       *
      *****************************************************************
       2100-BUILD-ONE-DAY.
           COMPUTE WS-DAY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE WS-DAY-DATE-NUM TO WS-DAY-DATE
           COMPUTE WS-DAY-OFFSET = WS-DAY-INTEGER - 1
           DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY

           ADD 1 TO WS-YEAR-COUNT
           MOVE WS-DAY-DATE  TO WS-YR-DATE(WS-YEAR-COUNT)
           MOVE WS-DAY-MONTH TO WS-YR-MONTH(WS-YEAR-COUNT)

           MOVE 0 TO WS-HOLIDAY-HIT-SUB
           PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                      OR WS-HOLIDAY-HIT-SUB > 0
               IF WS-HOL-DATE(WS-HOLIDAY-SUB) = WS-DAY-DATE
                   MOVE WS-HOLIDAY-SUB TO WS-HOLIDAY-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-WEEKDAY > 4
               MOVE "W" TO WS-YR-DAY-TYPE(WS-YEAR-COUNT)
               IF WS-HOLIDAY-HIT-SUB > 0
                   MOVE "Y" TO WS-HOL-USED(WS-HOLIDAY-HIT-SUB)
                   DISPLAY "  HOLIDAY " WS-DAY-DATE " "
                           WS-HOL-DESCRIPTION(WS-HOLIDAY-HIT-SUB)
                           " FALLS ON A WEEKEND - LEFT W"
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF WS-HOLIDAY-HIT-SUB > 0
               MOVE "H" TO WS-YR-DAY-TYPE(WS-YEAR-COUNT)
               MOVE "Y" TO WS-HOL-USED(WS-HOLIDAY-HIT-SUB)
               DISPLAY "  HOLIDAY " WS-DAY-DATE " "
                       WS-HOL-DESCRIPTION(WS-HOLIDAY-HIT-SUB)
               GO TO 2100-EXIT
           END-IF
           MOVE "B" TO WS-YR-DAY-TYPE(WS-YEAR-COUNT).
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2500-MARK-PERIOD-ENDS - walking the year backwards, the first*
      *                          B day met in a month is that month's *
      *                          last business day; it becomes E if   *
      *                          the rule closes a period that month  *
      *****************************************************************
       2500-MARK-PERIOD-ENDS.
           MOVE SPACES TO WS-MONTH-MARKED
           PERFORM 2510-MARK-ONE-DAY THRU 2510-EXIT
               VARYING WS-YEAR-SUB FROM WS-YEAR-COUNT BY -1
               UNTIL WS-YEAR-SUB < 1.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2510-MARK-ONE-DAY                                            *
      *****************************************************************
       2510-MARK-ONE-DAY.
           IF WS-YR-DAY-TYPE(WS-YEAR-SUB) NOT = "B"
            OR WS-YR-MONTH(WS-YEAR-SUB) = WS-MONTH-MARKED
               GO TO 2510-EXIT
           END-IF
           MOVE WS-YR-MONTH(WS-YEAR-SUB) TO WS-MONTH-MARKED

           EVALUATE TRUE
               WHEN WS-RULE-MONTHLY
                   CONTINUE
               WHEN WS-RULE-QUARTERLY
                   IF WS-MONTH-MARKED NOT = "03"
                    AND WS-MONTH-MARKED NOT = "06"
                    AND WS-MONTH-MARKED NOT = "09"
                    AND WS-MONTH-MARKED NOT = "12"
                       GO TO 2510-EXIT
                   END-IF
               WHEN WS-RULE-YEARLY
                   IF WS-MONTH-MARKED NOT = "12"
                       GO TO 2510-EXIT
                   END-IF
           END-EVALUATE
           MOVE "E" TO WS-YR-DAY-TYPE(WS-YEAR-SUB).
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  3000-WRITE-CALENDAR - under the DANOCALK lock the old        *
      *                        calendar is copied aside to DANOCALW,  *
      *                        counting what will be carried, then    *
      *                        DANOCAL is rebuilt from it in date     *
      *                        order: the kept earlier years, the     *
      *                        generated year in place of whatever    *
      *                        the old file held for it, later years. *
      *                        Every OPEN is checked, a result too    *
      *                        big for the calendar table is refused, *
      *                        and DANOCAL is opened OUTPUT only once *
      *                        DANOCALW has reopened INPUT; any       *
      *                        failure ends RC 16 with DANOCAL as it  *
      *                        was                                    *
      *****************************************************************
       3000-WRITE-CALENDAR.
           PERFORM 8920-TAKE-CALENDAR-LOCK THRU 8920-EXIT
           IF NOT WS-CALENDAR-LOCK-TAKEN
               DISPLAY "DANOCALG: DANOCAL IN USE BY " WS-CAL-LOCK-HOLDER
                       " SINCE " WS-CAL-LOCK-SINCE
               GO TO 3000-FAIL
           END-IF

      *    no DANOCAL at all (status 35) - the generated year is the
      *    whole calendar
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               GO TO 3000-REPLACE
           END-IF
           IF NOT WS-CALENDAR-STATUS = "00"
               DISPLAY "DANOCALG: OPEN DANOCAL FAILED, STATUS "
                       WS-CALENDAR-STATUS
               GO TO 3000-FAIL
           END-IF
           SET WS-OLD-CALENDAR-ON-HAND TO TRUE
           OPEN OUTPUT CALENDAR-WORK-FILE
           IF NOT WS-CALWORK-OK
               DISPLAY "DANOCALG: OPEN DANOCALW FAILED, STATUS "
                       WS-CALWORK-STATUS
               CLOSE CALENDAR-FILE
               GO TO 3000-FAIL
           END-IF
           PERFORM 8905-READ-CALENDAR THRU 8905-EXIT
           PERFORM 3010-COPY-ASIDE THRU 3010-EXIT
               UNTIL WS-CALENDAR-EOF
           CLOSE CALENDAR-WORK-FILE
           CLOSE CALENDAR-FILE

           IF WS-YEAR-COUNT + WS-DAYS-TO-CARRY > WS-CALENDAR-CAPACITY
               DISPLAY "DANOCALG: DANOCAL WOULD HOLD MORE THAN "
                       WS-CALENDAR-CAPACITY " ENTRIES - YEARS AFTER "
                       WS-GEN-YEAR " ARE ON FILE AND NO PROGRAM "
                       "COULD LOAD IT WHOLE"
               GO TO 3000-FAIL
           END-IF

           OPEN INPUT CALENDAR-WORK-FILE
           IF NOT WS-CALWORK-OK
               DISPLAY "DANOCALG: REOPEN DANOCALW FAILED, STATUS "
                       WS-CALWORK-STATUS
               GO TO 3000-FAIL
           END-IF.

       3000-REPLACE.
           OPEN OUTPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-STATUS = "00"
               DISPLAY "DANOCALG: OPEN DANOCAL OUTPUT FAILED, STATUS "
                       WS-CALENDAR-STATUS
               IF WS-OLD-CALENDAR-ON-HAND
                   DISPLAY "DANOCALG: DANOCALW HOLDS THE OLD CALENDAR"
                   CLOSE CALENDAR-WORK-FILE
               END-IF
               GO TO 3000-FAIL
           END-IF
           IF WS-OLD-CALENDAR-ON-HAND
               PERFORM 3020-READ-CALWORK THRU 3020-EXIT
               PERFORM 3030-MERGE-ONE-ENTRY THRU 3030-EXIT
                   UNTIL WS-CALWORK-EOF
               CLOSE CALENDAR-WORK-FILE
           END-IF
           IF NOT WS-YEAR-WRITTEN
               PERFORM 3100-WRITE-YEAR THRU 3100-EXIT
           END-IF
           CLOSE CALENDAR-FILE
           GO TO 3000-RELEASE.

       3000-FAIL.
           MOVE 16 TO RETURN-CODE
           SET WS-CALENDAR-NOT-WRITTEN TO TRUE.

       3000-RELEASE.
           PERFORM 8930-RELEASE-CALENDAR-LOCK THRU 8930-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3010-COPY-ASIDE - and count each entry that will be carried: *
      *                    kept (not before WS-KEEP-FROM-DATE) and    *
      *                    outside the generated year                 *
      *****************************************************************
       3010-COPY-ASIDE.
           MOVE CAL-DATE     TO CLW-DATE
           MOVE CAL-DAY-TYPE TO CLW-DAY-TYPE
           WRITE CALENDAR-WORK-RECORD
           IF CAL-DATE NOT < WS-KEEP-FROM-DATE
            AND (CAL-DATE < WS-YEAR-START-DATE
              OR CAL-DATE > WS-YEAR-END-DATE)
               ADD 1 TO WS-DAYS-TO-CARRY
           END-IF
           PERFORM 8905-READ-CALENDAR THRU 8905-EXIT.
       3010-EXIT.
           EXIT.

      *****************************************************************
      *  3020-READ-CALWORK                                            *
      *****************************************************************
       3020-READ-CALWORK.
           READ CALENDAR-WORK-FILE
               AT END
                   SET WS-CALWORK-EOF TO TRUE
           END-READ.
       3020-EXIT.
           EXIT.

      *****************************************************************
      *  3030-MERGE-ONE-ENTRY - a date before WS-KEEP-FROM-DATE is    *
      *                         retired                               *
      *****************************************************************
       3030-MERGE-ONE-ENTRY.
           IF CLW-DATE < WS-KEEP-FROM-DATE
               ADD 1 TO WS-DAYS-RETIRED
               GO TO 3030-NEXT
           END-IF
           IF CLW-DATE < WS-YEAR-START-DATE
               GO TO 3030-CARRY
           END-IF
           IF NOT WS-YEAR-WRITTEN
               PERFORM 3100-WRITE-YEAR THRU 3100-EXIT
           END-IF
           IF CLW-DATE NOT > WS-YEAR-END-DATE
               ADD 1 TO WS-DAYS-REPLACED
               GO TO 3030-NEXT
           END-IF.

       3030-CARRY.
           MOVE CLW-DATE     TO CAL-DATE
           MOVE CLW-DAY-TYPE TO CAL-DAY-TYPE
           WRITE CALENDAR-RECORD
           ADD 1 TO WS-DAYS-CARRIED.

       3030-NEXT.
           PERFORM 3020-READ-CALWORK THRU 3020-EXIT.
       3030-EXIT.
           EXIT.

      *****************************************************************
      *  3100-WRITE-YEAR                                              *
      *****************************************************************
       3100-WRITE-YEAR.
           PERFORM 3110-WRITE-ONE-DAY THRU 3110-EXIT
               VARYING WS-YEAR-SUB FROM 1 BY 1
               UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
           SET WS-YEAR-WRITTEN TO TRUE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3110-WRITE-ONE-DAY                                           *
      *****************************************************************
       3110-WRITE-ONE-DAY.
           MOVE WS-YR-DATE(WS-YEAR-SUB)     TO CAL-DATE
           MOVE WS-YR-DAY-TYPE(WS-YEAR-SUB) TO CAL-DAY-TYPE
           WRITE CALENDAR-RECORD
           EVALUATE CAL-DAY-TYPE
               WHEN "B"
                   ADD 1 TO WS-BUSINESS-DAYS
               WHEN "E"
                   ADD 1 TO WS-PERIOD-END-DAYS
                   DISPLAY "  PERIOD END " CAL-DATE
               WHEN "W"
                   ADD 1 TO WS-WEEKEND-DAYS
               WHEN "H"
                   ADD 1 TO WS-HOLIDAY-DAYS
           END-EVALUATE.
       3110-EXIT.
           EXIT.

      *****************************************************************
      *  4000-TERMINATE                                               *
      *****************************************************************
       4000-TERMINATE.
           DISPLAY "  ------------------------------------------"
           DISPLAY "  DAYS GENERATED . . . . . . " WS-YEAR-COUNT
           DISPLAY "  BUSINESS DAYS (B) . . . . . " WS-BUSINESS-DAYS
           DISPLAY "  PERIOD ENDS (E) . . . . . . " WS-PERIOD-END-DAYS
           DISPLAY "  WEEKEND DAYS (W) . . . . . " WS-WEEKEND-DAYS
           DISPLAY "  HOLIDAYS (H) . . . . . . . " WS-HOLIDAY-DAYS
           DISPLAY "  OLD ENTRIES REPLACED . . . " WS-DAYS-REPLACED
           DISPLAY "  OTHER YEARS CARRIED  . . . " WS-DAYS-CARRIED
           DISPLAY "  OLDER YEARS RETIRED  . . . " WS-DAYS-RETIRED
           DISPLAY "==============================================".
       4000-EXIT.
           EXIT.

       COPY DANOCAPD.
       COPY DANOCKPD.
