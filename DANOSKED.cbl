      *        the night stopped), and cuts DANOSKDS only when every  *
      *        selected job completed clean.                           *
      *  The controller's return code is the highest job RC seen.     *
      *  Each job may also carry a start-by and a complete-by time    *
      *  on DANOSCHD (cols 19-22 and 23-26, HHMM; blank = none).      *
      *  The batch night runs from noon on the business date to noon  *
      *  the next day, so 0200 means the early hours after the        *
      *  business date.  Every job run is timed onto RUNSTATS (tagged *
      *  DANOSKED) and a job's projected runtime is the average of    *
      *  its last WS-HISTORY-RUNS clean runs there.  A job that       *
      *  starts or ends past its time raises a DANOALRT alert (W and  *
      *  E), and before each job the rest of the night is projected - *
      *  a later job projected to miss its time raises a W alert      *
      *  once, while there is still time to act.  SKEDRPT, the        *
      *  window report, lists every job with its times, planned       *
      *  (from the projection made when the night began) and actual,  *
      *  and marks the critical path - the predecessor chain that     *
      *  takes longest end to end.                                    *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.  DANOUNLD and DANOTRND   *
      *                      now GOBACK instead of STOP RUN so they    *
      *                      can be CALLed here.                       *
      *    2026-10-12  DLO   Start-by and complete-by times on         *
      *                      DANOSCHD, per-job run times onto          *
      *                      RUNSTATS and a runtime projection from    *
      *                      them, W/E alerts on DANOALRT for late     *
      *                      and projected-late jobs, DANOSKDS         *
      *                      start times, and the SKEDRPT window       *
      *                      report with the critical path.            *
      *    2026-10-15  DLO   DANOSKDS is opened and closed around      *
      *                      each outcome record, so DANOPKG, the      *
      *                      report package run last on DANOSCHD,      *
      *                      can read the night's outcomes so far.     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOSKED.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATS-STATUS.

           SELECT WINDOW-REPORT-FILE ASSIGN TO "SKEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY DANOCASL.
           COPY DANOALSL.

       DATA DIVISION.
       FILE SECTION.
           05  SKD-PREDECESSOR          pic x(08).
           05  SKD-DAY-TYPE             pic x(01).
           05  SKD-SELECTED             pic x(01).
           05  SKD-START-BY             pic x(04).
           05  SKD-COMPLETE-BY          pic x(04).
      *                                      *> HHMM, blank = no time

       FD  SCHED-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
           05  SKS-RETURN-CODE          pic 9(04).
           05  SKS-RUN-DATE             pic x(08).
           05  SKS-RUN-TIME             pic x(08).
           05  SKS-START-DATE           pic x(08).
           05  SKS-START-TIME           pic x(08).
      *                                      *> when the CALL began;
      *                                      *> blank on a job not run

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE        pic x(08).

      *    one record per job run, beside DANO1's and DANOPOST's
      *    own figures, which share the first 8 and last 8 bytes
       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-STATS-RECORD.
           05  RST-RUN-DATE             pic x(08).
           05  RST-JOB-NAME             pic x(08).
           05  RST-JOB-ELAPSED          pic 9(09).
      *                                      *> centiseconds, CALL to
      *                                      *> return
           05  RST-JOB-RETURN-CODE      pic 9(04).
           05  RST-JOB-BUSINESS-DATE    pic x(08).
           05  FILLER                   pic x(11).
           05  RST-SOURCE               pic x(08).
      *                                      *> "DANOSKED"

       FD  WINDOW-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WINDOW-REPORT-LINE           pic x(132).

       COPY DANOCAFD.
       COPY DANOALFD.

       WORKING-STORAGE SECTION.
       COPY DANOCTL.
       COPY DANOCAWS.
       COPY DANOALWS.

       01  WS-PROGRAM-NAME              pic x(08) value "DANOSKED".

       01  WS-SWITCHES.
           05  WS-SCHEDULE-STATUS       pic x(02).
               88  WS-RUN-REFUSED                 value "Y".
           05  WS-RESTART-SWITCH        pic x(01) value "N".
               88  WS-RESTART-IN-PROGRESS         value "Y".
           05  WS-RUN-STATS-STATUS      pic x(02).
               88  WS-RUN-STATS-OK               value "00".
               88  WS-RUN-STATS-EOF              value "10".
           05  WS-REPORT-STATUS         pic x(02).
           05  WS-PLAN-FIXED-SWITCH     pic x(01) value "N".
               88  WS-PLAN-FIXED                  value "Y".
           05  WS-WILL-RUN-SWITCH       pic x(01).
               88  WS-JOB-WILL-RUN                value "Y".

       01  WS-PRIOR-BUSINESS-DATE       pic x(08) value spaces.
       01  WS-CYCLE-DAY-TYPE            pic x(01) value space.
           05  WS-JOB-SUB               pic 9(4) comp.
           05  WS-PRED-SUB              pic 9(4) comp.
           05  WS-PRED-HIT-SUB          pic 9(4) comp.
           05  WS-PROJ-SUB              pic 9(4) comp.
           05  WS-HIST-SUB              pic 9(4) comp.
           05  WS-PATH-SUB              pic 9(4) comp.
           05  WS-PATH-COUNT            pic 9(4) comp.
           05  WS-PATH-END-SUB          pic 9(4) comp.

       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY             occurs 20 times.
      *                                      *> "C" complete,
      *                                      *> "S" skipped,
      *                                      *> "F" failed
               10  WS-JOB-START-BY      pic x(04).
               10  WS-JOB-COMPLETE-BY   pic x(04).
               10  WS-JOB-START-BY-CS   pic s9(09) comp.
               10  WS-JOB-COMPLETE-BY-CS
                                        pic s9(09) comp.
      *                                      *> the times as
      *                                      *> centiseconds into the
      *                                      *> batch night
               10  WS-JOB-PROJECTED     pic 9(09) comp.
               10  WS-JOB-HIST-HELD     pic 9(02) comp.
               10  WS-JOB-HIST-NEXT     pic 9(02) comp.
               10  WS-JOB-HIST-ELAPSED  pic 9(09) comp
                                        occurs 5 times.
               10  WS-JOB-PLANNED       pic x(01).
               10  WS-JOB-PLAN-START    pic s9(09) comp.
               10  WS-JOB-PLAN-END      pic s9(09) comp.
               10  WS-JOB-TIMED         pic x(01).
               10  WS-JOB-ACT-START     pic s9(09) comp.
               10  WS-JOB-ACT-END       pic s9(09) comp.
               10  WS-JOB-LATE-START    pic x(01).
               10  WS-JOB-LATE-END      pic x(01).
               10  WS-JOB-WARNED        pic x(01).
               10  WS-JOB-FINISH        pic s9(09) comp.
               10  WS-JOB-CRITICAL      pic x(01).

       01  WS-HISTORY-RUNS              pic 9(02) comp value 5.
       01  WS-HISTORY-TOTAL             pic 9(11) comp.

      *    times in the batch night are centiseconds from noon on
      *    the business date, so a night that crosses midnight still
      *    counts forward
       01  WS-WINDOW-TIMES.
           05  WS-BUSINESS-DATE-NUM     pic 9(08).
           05  WS-BUSINESS-DAY-INTEGER  pic 9(09) comp.
           05  WS-WINDOW-OPEN-CS        pic 9(09) comp value 4320000.
           05  WS-DAY-CS                pic 9(09) comp value 8640000.
           05  WS-CLK-DATE              pic 9(08).
           05  WS-CLK-TIME              pic 9(08).
           05  WS-CLK-WINDOW-CS         pic s9(09) comp.
           05  WS-NOW-DATE              pic 9(08).
           05  WS-NOW-TIME              pic 9(08).
           05  WS-NOW-CS                pic s9(09) comp.
           05  WS-START-DATE            pic 9(08).
           05  WS-START-TIME            pic 9(08).
           05  WS-PROJ-CLOCK            pic s9(09) comp.
           05  WS-PROJ-END              pic s9(09) comp.
           05  WS-JOB-ELAPSED           pic s9(09) comp.
           05  WS-JOB-DURATION          pic s9(09) comp.
           05  WS-DEADLINE-HHMM         pic x(04).
           05  WS-DEADLINE-NUM REDEFINES WS-DEADLINE-HHMM
                                        pic 9(04).
           05  WS-DEADLINE-CS           pic s9(09) comp.
           05  WS-DEADLINE-OK-SWITCH    pic x(01).
               88  WS-DEADLINE-OK                 value "Y".
           05  WS-SHOW-CS               pic s9(09) comp.
           05  WS-SHOW-CLOCK.
               10  WS-SHOW-HH           pic 9(02).
               10  FILLER               pic x(01) value ":".
               10  WS-SHOW-MM           pic 9(02).

      *    HHMMSSCC from ACCEPT ... FROM TIME is not a linear unit, so
      *    each timestamp is reduced to centiseconds since midnight
      *    - the same working DANOPOST does for its posting times
       01  WS-TIME-CONVERT.
           05  WS-TIME-HHMMSSCC         pic 9(08) comp.
           05  WS-TIME-HH               pic 9(02) comp.
           05  WS-TIME-MM               pic 9(02) comp.
           05  WS-TIME-SS               pic 9(02) comp.
           05  WS-TIME-CC               pic 9(02) comp.
           05  WS-TIME-REM1             pic 9(08) comp.
           05  WS-TIME-REM2             pic 9(08) comp.
           05  WS-TIME-CENTISECONDS     pic 9(09) comp.

       01  WS-WINDOW-COUNTS.
           05  WS-LATE-STARTS           pic 9(02) value 0.
           05  WS-LATE-ENDS             pic 9(02) value 0.
           05  WS-PROJECTED-MISSES      pic 9(02) value 0.

       01  WS-CRITICAL-PATH-TABLE.
           05  WS-PATH-JOB-SUB          pic 9(4) comp occurs 20 times.
       01  WS-PATH-LINE                 pic x(132).
       01  WS-PATH-POINTER              pic 9(4) comp.

       01  WS-EDIT-SECONDS              pic z(5)9.

       01  WS-RPT-JOB-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-JOB-NAME          pic x(08).
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-PREDECESSOR       pic x(08).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-DAY-TYPE          pic x(01).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-OUTCOME           pic x(08).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-START-BY          pic x(05).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-COMPLETE-BY       pic x(05).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-PROJECTED         pic z(5)9.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-PLAN-START        pic x(05).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-PLAN-END          pic x(05).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-ACT-START         pic x(05).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-ACT-END           pic x(05).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-ELAPSED           pic z(5)9.
           05  WS-RPT-NO-ELAPSED REDEFINES WS-RPT-ELAPSED
                                        pic x(06).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-CRITICAL          pic x(02).
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-NOTE              pic x(37).

       01  WS-RPT-HEADING-1.
           05  FILLER                   pic x(39) value
               "                    DAY           START".
           05  FILLER                   pic x(37) value
               "  DONE     PROJ  PLANNED       ACTUAL".
           05  FILLER                   pic x(16) value
               "          ACTUAL".
       01  WS-RPT-HEADING-2.
           05  FILLER                   pic x(36) value
               "  JOB      PRED     TYP OUTCOME   BY".
           05  FILLER                   pic x(39) value
               "     BY       SECS  START  END    START".
           05  FILLER                   pic x(24) value
               "  END      SECS  CP NOTE".

       01  WS-JOB-RC                    pic s9(04) comp value 0.
       01  WS-HIGHEST-RC                pic s9(04) comp value 0.

      *****************************************************************
      *  1000-INITIALIZE - the business date, its day type, the       *
      *                    schedule, any completions already on file  *
      *                    for this cycle and each job's run history  *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1100-DERIVE-BUSINESS-DATE THRU 1100-EXIT
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
           COMPUTE WS-BUSINESS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)

           PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-SCHED-STATUS THRU 1300-EXIT
           PERFORM 1400-LOAD-RUN-HISTORY THRU 1400-EXIT

           MOVE 1   TO LK-RECORD-COUNT
           MOVE "T" TO LK-POINTER-STYLE.
      *  1200-LOAD-SCHEDULE - no DANOSCHD means there is nothing      *
      *                       this controller has been told to run,   *
      *                       which is a configuration error, not a   *
      *                       quiet night                             *
      *****************************************************************
       1200-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
               MOVE SKD-DAY-TYPE    TO WS-JOB-DAY-TYPE(WS-JOB-COUNT)
               MOVE SKD-SELECTED    TO WS-JOB-SELECTED(WS-JOB-COUNT)
               MOVE SPACE           TO WS-JOB-OUTCOME(WS-JOB-COUNT)
               PERFORM 1230-STORE-JOB-TIMES THRU 1230-EXIT
           ELSE
               DISPLAY "DANOSKED: MORE THAN " WS-JOB-CAPACITY
                       " JOBS ON DANOSCHD - " SKD-JOB-NAME
       1220-EXIT.
           EXIT.

      *****************************************************************
      *  1230-STORE-JOB-TIMES - the start-by and complete-by times    *
      *                         as points in the batch night; a time  *
      *                         that is not HHMM is reported and      *
      *                         treated as no time at all             *
      *****************************************************************
       1230-STORE-JOB-TIMES.
           MOVE 0   TO WS-JOB-PROJECTED(WS-JOB-COUNT)
                       WS-JOB-HIST-HELD(WS-JOB-COUNT)
                       WS-JOB-HIST-NEXT(WS-JOB-COUNT)
                       WS-JOB-START-BY-CS(WS-JOB-COUNT)
                       WS-JOB-COMPLETE-BY-CS(WS-JOB-COUNT)
           MOVE "N" TO WS-JOB-PLANNED(WS-JOB-COUNT)
                       WS-JOB-TIMED(WS-JOB-COUNT)
                       WS-JOB-LATE-START(WS-JOB-COUNT)
                       WS-JOB-LATE-END(WS-JOB-COUNT)
                       WS-JOB-WARNED(WS-JOB-COUNT)
                       WS-JOB-CRITICAL(WS-JOB-COUNT)

           MOVE SPACES TO WS-JOB-START-BY(WS-JOB-COUNT)
           IF SKD-START-BY NOT = SPACES
               MOVE SKD-START-BY TO WS-DEADLINE-HHMM
               PERFORM 8720-DEADLINE-TO-WINDOW THRU 8720-EXIT
               IF WS-DEADLINE-OK
                   MOVE SKD-START-BY TO WS-JOB-START-BY(WS-JOB-COUNT)
                   MOVE WS-DEADLINE-CS
                       TO WS-JOB-START-BY-CS(WS-JOB-COUNT)
               ELSE
                   DISPLAY "DANOSKED: " SKD-JOB-NAME
                           " START-BY TIME " SKD-START-BY
                           " IS NOT HHMM - IGNORED"
               END-IF
           END-IF

           MOVE SPACES TO WS-JOB-COMPLETE-BY(WS-JOB-COUNT)
           IF SKD-COMPLETE-BY NOT = SPACES
               MOVE SKD-COMPLETE-BY TO WS-DEADLINE-HHMM
               PERFORM 8720-DEADLINE-TO-WINDOW THRU 8720-EXIT
               IF WS-DEADLINE-OK
                   MOVE SKD-COMPLETE-BY
                       TO WS-JOB-COMPLETE-BY(WS-JOB-COUNT)
                   MOVE WS-DEADLINE-CS
                       TO WS-JOB-COMPLETE-BY-CS(WS-JOB-COUNT)
               ELSE
                   DISPLAY "DANOSKED: " SKD-JOB-NAME
                           " COMPLETE-BY TIME " SKD-COMPLETE-BY
                           " IS NOT HHMM - IGNORED"
               END-IF
           END-IF.
       1230-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-SCHED-STATUS - completions left on DANOSKDS for    *
      *                           THIS business date mean the prior   *
      *                           run died partway: honor them and    *
      *                           resume at the failed job            *
      *****************************************************************
       1300-LOAD-SCHED-STATUS.
           OPEN INPUT SCHED-STATUS-FILE
               IF WS-JOB-NAME(WS-JOB-SUB) = SKS-JOB-NAME
                   IF SKS-STATUS = "COMPLETE"
                       MOVE "C" TO WS-JOB-OUTCOME(WS-JOB-SUB)
                       PERFORM 1330-RESTORE-JOB-TIMES THRU 1330-EXIT
                   ELSE
                       MOVE "S" TO WS-JOB-OUTCOME(WS-JOB-SUB)
                   END-IF
       1320-EXIT.
           EXIT.

      *****************************************************************
      *  1330-RESTORE-JOB-TIMES - a job completed before the restart  *
      *                           keeps its actual times for the      *
      *                           window report                       *
      *****************************************************************
       1330-RESTORE-JOB-TIMES.
           IF SKS-START-DATE = SPACES OR SKS-START-DATE NOT NUMERIC
               GO TO 1330-EXIT
           END-IF
           MOVE SKS-START-DATE TO WS-CLK-DATE
           MOVE SKS-START-TIME TO WS-CLK-TIME
           PERFORM 8700-CLOCK-TO-WINDOW THRU 8700-EXIT
           MOVE WS-CLK-WINDOW-CS TO WS-JOB-ACT-START(WS-JOB-SUB)
           MOVE SKS-RUN-DATE   TO WS-CLK-DATE
           MOVE SKS-RUN-TIME   TO WS-CLK-TIME
           PERFORM 8700-CLOCK-TO-WINDOW THRU 8700-EXIT
           MOVE WS-CLK-WINDOW-CS TO WS-JOB-ACT-END(WS-JOB-SUB)
           MOVE "Y" TO WS-JOB-TIMED(WS-JOB-SUB).
       1330-EXIT.
           EXIT.

      *****************************************************************
      *  1400-LOAD-RUN-HISTORY - the last WS-HISTORY-RUNS clean runs  *
      *                          of each job on RUNSTATS; a job's     *
      *                          projected runtime is their average,  *
      *                          zero when it has none yet            *
      *****************************************************************
       1400-LOAD-RUN-HISTORY.
           OPEN INPUT RUN-STATS-FILE
           IF NOT WS-RUN-STATS-OK
               DISPLAY "DANOSKED: NO RUNSTATS ON HAND - NO RUNTIME "
                       "HISTORY TO PROJECT FROM"
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-READ-RUN-STATS THRU 1410-EXIT
           PERFORM 1420-HOLD-JOB-RUN THRU 1420-EXIT
               UNTIL WS-RUN-STATS-EOF
           CLOSE RUN-STATS-FILE

           PERFORM 1430-AVERAGE-HISTORY THRU 1430-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  1410-READ-RUN-STATS                                          *
      *****************************************************************
       1410-READ-RUN-STATS.
           READ RUN-STATS-FILE
               AT END
                   SET WS-RUN-STATS-EOF TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      *****************************************************************
      *  1420-HOLD-JOB-RUN - only this controller's own records, and  *
      *                      only clean runs - a job that abended     *
      *                      early says nothing about how long it     *
      *                      takes                                    *
      *****************************************************************
       1420-HOLD-JOB-RUN.
           IF RST-SOURCE NOT = "DANOSKED"
               GO TO 1420-NEXT
           END-IF
           IF RST-JOB-RETURN-CODE NOT = 0
            OR RST-JOB-ELAPSED NOT NUMERIC
               GO TO 1420-NEXT
           END-IF

           MOVE 0 TO WS-PRED-HIT-SUB
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-JOB-COUNT
                      OR WS-PRED-HIT-SUB > 0
               IF WS-JOB-NAME(WS-HIST-SUB) = RST-JOB-NAME
                   MOVE WS-HIST-SUB TO WS-PRED-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-PRED-HIT-SUB = 0
               GO TO 1420-NEXT
           END-IF

           ADD 1 TO WS-JOB-HIST-NEXT(WS-PRED-HIT-SUB)
           IF WS-JOB-HIST-NEXT(WS-PRED-HIT-SUB) > WS-HISTORY-RUNS
               MOVE 1 TO WS-JOB-HIST-NEXT(WS-PRED-HIT-SUB)
           END-IF
           MOVE RST-JOB-ELAPSED
               TO WS-JOB-HIST-ELAPSED(WS-PRED-HIT-SUB,
                                      WS-JOB-HIST-NEXT(WS-PRED-HIT-SUB))
           IF WS-JOB-HIST-HELD(WS-PRED-HIT-SUB) < WS-HISTORY-RUNS
               ADD 1 TO WS-JOB-HIST-HELD(WS-PRED-HIT-SUB)
           END-IF.
       1420-NEXT.
           PERFORM 1410-READ-RUN-STATS THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *****************************************************************
      *  1430-AVERAGE-HISTORY                                         *
      *****************************************************************
       1430-AVERAGE-HISTORY.
           MOVE 0 TO WS-JOB-PROJECTED(WS-JOB-SUB)
           IF WS-JOB-HIST-HELD(WS-JOB-SUB) = 0
               GO TO 1430-EXIT
           END-IF
           MOVE 0 TO WS-HISTORY-TOTAL
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-JOB-HIST-HELD(WS-JOB-SUB)
               ADD WS-JOB-HIST-ELAPSED(WS-JOB-SUB, WS-HIST-SUB)
                   TO WS-HISTORY-TOTAL
           END-PERFORM
           DIVIDE WS-HISTORY-TOTAL BY WS-JOB-HIST-HELD(WS-JOB-SUB)
               GIVING WS-JOB-PROJECTED(WS-JOB-SUB) ROUNDED.
       1430-EXIT.
           EXIT.

      *****************************************************************
      *  2000-RUN-SCHEDULE                                            *
      *****************************************************************
       2000-RUN-SCHEDULE.
      *    the projection made before the first job is the night's plan
           PERFORM 2300-PROJECT-REMAINING THRU 2300-EXIT
           SET WS-PLAN-FIXED TO TRUE

           PERFORM 2100-RUN-ONE-JOB THRU 2100-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.
       2000-EXIT.
           EXIT.

               GO TO 2100-EXIT
           END-IF

           PERFORM 2110-MARK-JOB-START THRU 2110-EXIT
           DISPLAY "DANOSKED: CALLING " WS-JOB-NAME(WS-JOB-SUB)
           MOVE 0 TO RETURN-CODE
           CALL WS-JOB-NAME(WS-JOB-SUB) USING LK-CONTROL
           MOVE RETURN-CODE TO WS-JOB-RC
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-JOBS-RUN
           PERFORM 2120-MARK-JOB-END THRU 2120-EXIT

           IF WS-JOB-RC = 0
               MOVE "C" TO WS-JOB-OUTCOME(WS-JOB-SUB)
               DISPLAY "DANOSKED: " WS-JOB-NAME(WS-JOB-SUB)
                       " ENDED RC " WS-JOB-RC
           END-IF
           PERFORM 2200-RECORD-OUTCOME THRU 2200-EXIT
           PERFORM 2400-APPEND-RUN-STATS THRU 2400-EXIT

      *    with this job's actual end in hand, project the rest of the
      *    night again while there is still time to act on a miss
           PERFORM 2300-PROJECT-REMAINING THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-MARK-JOB-START - a job called after its start-by time   *
      *                        raises a warning alert                 *
      *****************************************************************
       2110-MARK-JOB-START.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE WS-START-DATE TO WS-CLK-DATE
           MOVE WS-START-TIME TO WS-CLK-TIME
           PERFORM 8700-CLOCK-TO-WINDOW THRU 8700-EXIT
           MOVE WS-CLK-WINDOW-CS TO WS-JOB-ACT-START(WS-JOB-SUB)

           IF WS-JOB-START-BY(WS-JOB-SUB) = SPACES
               GO TO 2110-EXIT
           END-IF
           IF WS-JOB-ACT-START(WS-JOB-SUB)
                   NOT > WS-JOB-START-BY-CS(WS-JOB-SUB)
               GO TO 2110-EXIT
           END-IF

           MOVE "Y" TO WS-JOB-LATE-START(WS-JOB-SUB)
           ADD 1 TO WS-LATE-STARTS
           MOVE WS-JOB-ACT-START(WS-JOB-SUB) TO WS-SHOW-CS
           PERFORM 8730-SHOW-WINDOW-TIME THRU 8730-EXIT
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
                  " STARTED "             DELIMITED BY SIZE
                  WS-SHOW-CLOCK           DELIMITED BY SIZE
                  " PAST START-BY "       DELIMITED BY SIZE
                  WS-JOB-START-BY(WS-JOB-SUB)(1:2)
                                          DELIMITED BY SIZE
                  ":"                     DELIMITED BY SIZE
                  WS-JOB-START-BY(WS-JOB-SUB)(3:2)
                                          DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
           DISPLAY "DANOSKED: " WS-ALERT-MESSAGE.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2120-MARK-JOB-END - a job that ends after its complete-by    *
      *                      time raises an error alert; the window   *
      *                      has been missed, not merely threatened   *
      *****************************************************************
       2120-MARK-JOB-END.
           ACCEPT WS-CLK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLK-TIME FROM TIME
           PERFORM 8700-CLOCK-TO-WINDOW THRU 8700-EXIT
           MOVE WS-CLK-WINDOW-CS TO WS-JOB-ACT-END(WS-JOB-SUB)
           MOVE "Y" TO WS-JOB-TIMED(WS-JOB-SUB)

           IF WS-JOB-COMPLETE-BY(WS-JOB-SUB) = SPACES
               GO TO 2120-EXIT
           END-IF
           IF WS-JOB-ACT-END(WS-JOB-SUB)
                   NOT > WS-JOB-COMPLETE-BY-CS(WS-JOB-SUB)
               GO TO 2120-EXIT
           END-IF

           MOVE "Y" TO WS-JOB-LATE-END(WS-JOB-SUB)
           ADD 1 TO WS-LATE-ENDS
           MOVE WS-JOB-ACT-END(WS-JOB-SUB) TO WS-SHOW-CS
           PERFORM 8730-SHOW-WINDOW-TIME THRU 8730-EXIT
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
                  " ENDED "               DELIMITED BY SIZE
                  WS-SHOW-CLOCK           DELIMITED BY SIZE
                  " PAST COMPLETE-BY "    DELIMITED BY SIZE
                  WS-JOB-COMPLETE-BY(WS-JOB-SUB)(1:2)
                                          DELIMITED BY SIZE
                  ":"                     DELIMITED BY SIZE
                  WS-JOB-COMPLETE-BY(WS-JOB-SUB)(3:2)
                                          DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
           DISPLAY "DANOSKED: " WS-ALERT-MESSAGE.
       2120-EXIT.
           EXIT.

      *****************************************************************
      *  2150-CHECK-PREDECESSOR - a job whose predecessor has not     *
      *                           completed or been skipped this      *
      *****************************************************************
      *  2200-RECORD-OUTCOME - one DANOSKDS record per judged job,    *
      *                        written as the schedule goes so a      *
      *                        death later leaves the trail; the      *
      *                        file is closed again after each one    *
      *                        so a later job (DANOPKG) can read the  *
      *                        night's outcomes so far                *
      *****************************************************************
       2200-RECORD-OUTCOME.
           OPEN EXTEND SCHED-STATUS-FILE
           IF NOT WS-SKDS-OK
               CLOSE SCHED-STATUS-FILE
               OPEN OUTPUT SCHED-STATUS-FILE
           END-IF
           MOVE SPACES TO SCHED-STATUS-RECORD
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO SKS-JOB-NAME
           EVALUATE WS-JOB-OUTCOME(WS-JOB-SUB)
           MOVE LK-BUSINESS-DATE TO SKS-BUSINESS-DATE
           ACCEPT SKS-RUN-DATE   FROM DATE YYYYMMDD
           ACCEPT SKS-RUN-TIME   FROM TIME
           IF WS-JOB-TIMED(WS-JOB-SUB) = "Y"
               MOVE WS-START-DATE TO SKS-START-DATE
               MOVE WS-START-TIME TO SKS-START-TIME
           END-IF
           WRITE SCHED-STATUS-RECORD
           CLOSE SCHED-STATUS-FILE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-PROJECT-REMAINING - walk the jobs still to be judged,   *
      *                           in schedule order, from the clock   *
      *                           now, each taking its projected      *
      *                           runtime; a job projected to start   *
      *                           or end past its time raises one     *
      *                           warning alert for the night         *
      *****************************************************************
       2300-PROJECT-REMAINING.
           ACCEPT WS-CLK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLK-TIME FROM TIME
           PERFORM 8700-CLOCK-TO-WINDOW THRU 8700-EXIT
           MOVE WS-CLK-WINDOW-CS TO WS-PROJ-CLOCK

           PERFORM 2310-PROJECT-ONE-JOB THRU 2310-EXIT
               VARYING WS-PROJ-SUB FROM 1 BY 1
               UNTIL WS-PROJ-SUB > WS-JOB-COUNT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2310-PROJECT-ONE-JOB - a job the night will skip or refuse   *
      *                         takes no time and cannot miss         *
      *****************************************************************
       2310-PROJECT-ONE-JOB.
           PERFORM 2320-JOB-WILL-RUN THRU 2320-EXIT
           IF NOT WS-JOB-WILL-RUN
               GO TO 2310-EXIT
           END-IF

           MOVE WS-PROJ-CLOCK TO WS-PROJ-END
           ADD WS-JOB-PROJECTED(WS-PROJ-SUB) TO WS-PROJ-END
           IF NOT WS-PLAN-FIXED
               MOVE WS-PROJ-CLOCK TO WS-JOB-PLAN-START(WS-PROJ-SUB)
               MOVE WS-PROJ-END   TO WS-JOB-PLAN-END(WS-PROJ-SUB)
               MOVE "Y"           TO WS-JOB-PLANNED(WS-PROJ-SUB)
           END-IF

           IF WS-JOB-WARNED(WS-PROJ-SUB) = "Y"
               GO TO 2310-NEXT
           END-IF
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF WS-JOB-START-BY(WS-PROJ-SUB) NOT = SPACES
            AND WS-PROJ-CLOCK > WS-JOB-START-BY-CS(WS-PROJ-SUB)
               MOVE WS-PROJ-CLOCK TO WS-SHOW-CS
               PERFORM 8730-SHOW-WINDOW-TIME THRU 8730-EXIT
               STRING WS-JOB-NAME(WS-PROJ-SUB) DELIMITED BY SPACE
                      " PROJECTED START "      DELIMITED BY SIZE
                      WS-SHOW-CLOCK            DELIMITED BY SIZE
                      " PAST START-BY "        DELIMITED BY SIZE
                      WS-JOB-START-BY(WS-PROJ-SUB)(1:2)
                                              DELIMITED BY SIZE
                      ":"                     DELIMITED BY SIZE
                      WS-JOB-START-BY(WS-PROJ-SUB)(3:2)
                                              DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           ELSE
               IF WS-JOB-COMPLETE-BY(WS-PROJ-SUB) NOT = SPACES
                AND WS-PROJ-END > WS-JOB-COMPLETE-BY-CS(WS-PROJ-SUB)
                   MOVE WS-PROJ-END TO WS-SHOW-CS
                   PERFORM 8730-SHOW-WINDOW-TIME THRU 8730-EXIT
                   STRING WS-JOB-NAME(WS-PROJ-SUB) DELIMITED BY SPACE
                          " PROJECTED END "        DELIMITED BY SIZE
                          WS-SHOW-CLOCK            DELIMITED BY SIZE
                          " PAST COMPLETE-BY "     DELIMITED BY SIZE
                          WS-JOB-COMPLETE-BY(WS-PROJ-SUB)(1:2)
                                                  DELIMITED BY SIZE
                          ":"                     DELIMITED BY SIZE
                          WS-JOB-COMPLETE-BY(WS-PROJ-SUB)(3:2)
                                                  DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
               END-IF
           END-IF
           IF WS-ALERT-MESSAGE NOT = SPACES
               MOVE "Y" TO WS-JOB-WARNED(WS-PROJ-SUB)
               ADD 1 TO WS-PROJECTED-MISSES
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               DISPLAY "DANOSKED: " WS-ALERT-MESSAGE
           END-IF.
       2310-NEXT.
           MOVE WS-PROJ-END TO WS-PROJ-CLOCK.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2320-JOB-WILL-RUN - the same selection, day-type and         *
      *                      predecessor tests 2100 applies, asked    *
      *                      ahead of time                            *
      *****************************************************************
       2320-JOB-WILL-RUN.
           MOVE "N" TO WS-WILL-RUN-SWITCH
           IF WS-JOB-OUTCOME(WS-PROJ-SUB) NOT = SPACE
            OR WS-JOB-SELECTED(WS-PROJ-SUB) = "N"
               GO TO 2320-EXIT
           END-IF
           IF WS-JOB-DAY-TYPE(WS-PROJ-SUB) = "E"
            AND WS-CYCLE-DAY-TYPE NOT = "E"
               GO TO 2320-EXIT
           END-IF
           IF WS-JOB-DAY-TYPE(WS-PROJ-SUB) = "B"
            AND WS-CYCLE-DAY-TYPE NOT = "B"
            AND WS-CYCLE-DAY-TYPE NOT = "E"
               GO TO 2320-EXIT
           END-IF

           IF WS-JOB-PREDECESSOR(WS-PROJ-SUB) NOT = SPACES
               MOVE 0 TO WS-PRED-HIT-SUB
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > WS-JOB-COUNT
                          OR WS-PRED-HIT-SUB > 0
                   IF WS-JOB-NAME(WS-PRED-SUB)
                           = WS-JOB-PREDECESSOR(WS-PROJ-SUB)
                       MOVE WS-PRED-SUB TO WS-PRED-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-PRED-HIT-SUB = 0
                   GO TO 2320-EXIT
               END-IF
               IF WS-JOB-OUTCOME(WS-PRED-HIT-SUB) = "F"
                   GO TO 2320-EXIT
               END-IF
           END-IF

           SET WS-JOB-WILL-RUN TO TRUE.
       2320-EXIT.
           EXIT.

      *****************************************************************
      *  2400-APPEND-RUN-STATS - one RUNSTATS record per job called,  *
      *                          the history the next night's         *
      *                          projection is made from              *
      *****************************************************************
       2400-APPEND-RUN-STATS.
           OPEN EXTEND RUN-STATS-FILE
           IF NOT WS-RUN-STATS-STATUS = "00"
               CLOSE RUN-STATS-FILE
               OPEN OUTPUT RUN-STATS-FILE
           END-IF

           COMPUTE WS-JOB-ELAPSED = WS-JOB-ACT-END(WS-JOB-SUB)
                                  - WS-JOB-ACT-START(WS-JOB-SUB)
           IF WS-JOB-ELAPSED < 0
               MOVE 0 TO WS-JOB-ELAPSED
           END-IF

           MOVE SPACES              TO RUN-STATS-RECORD
           MOVE WS-START-DATE       TO RST-RUN-DATE
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO RST-JOB-NAME
           MOVE WS-JOB-ELAPSED      TO RST-JOB-ELAPSED
           MOVE WS-JOB-RC           TO RST-JOB-RETURN-CODE
           MOVE LK-BUSINESS-DATE    TO RST-JOB-BUSINESS-DATE
           MOVE "DANOSKED"          TO RST-SOURCE
           WRITE RUN-STATS-RECORD
           CLOSE RUN-STATS-FILE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - on a fully clean schedule cut DANOSKDS so   *
      *                   the next cycle starts fresh; otherwise the  *
      *                   outcomes stay for the restart               *
      *****************************************************************
       3000-TERMINATE.
           DISPLAY "DANOSKED: " WS-JOBS-RUN " JOB(S) CALLED, "
                   WS-JOBS-FAILED " FAILED/HELD"

           IF NOT WS-RUN-REFUSED
               PERFORM 3100-FIND-CRITICAL-PATH THRU 3100-EXIT
               PERFORM 3200-WINDOW-REPORT THRU 3200-EXIT
               DISPLAY "DANOSKED: " WS-LATE-STARTS " LATE START(S), "
                       WS-LATE-ENDS " LATE END(S), "
                       WS-PROJECTED-MISSES " PROJECTED MISS(ES)"
           END-IF

           IF NOT WS-RUN-REFUSED AND WS-JOBS-FAILED = 0
               OPEN OUTPUT SCHED-STATUS-FILE
               CLOSE SCHED-STATUS-FILE
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-FIND-CRITICAL-PATH - each job's earliest finish is its  *
      *                            predecessor's plus its own         *
      *                            duration (actual where it ran,     *
      *                            projected for a completion carried *
      *                            over without times, nothing where  *
      *                            it did not run); the critical path *
      *                            is the predecessor chain back from *
      *                            the latest finish                  *
      *****************************************************************
       3100-FIND-CRITICAL-PATH.
           MOVE 0 TO WS-PATH-END-SUB
           MOVE 0 TO WS-PATH-COUNT
           PERFORM 3110-JOB-FINISH THRU 3110-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT
           IF WS-PATH-END-SUB = 0
               GO TO 3100-EXIT
           END-IF

           MOVE WS-PATH-END-SUB TO WS-PATH-SUB
           PERFORM 3120-WALK-BACK THRU 3120-EXIT
               UNTIL WS-PATH-SUB = 0
                  OR WS-PATH-COUNT NOT < WS-JOB-CAPACITY.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3110-JOB-FINISH - a predecessor always sits earlier on the   *
      *                    schedule (2150 refuses a job whose         *
      *                    predecessor has not run), so one pass in   *
      *                    schedule order is enough                   *
      *****************************************************************
       3110-JOB-FINISH.
           MOVE 0 TO WS-JOB-DURATION
           EVALUATE TRUE
               WHEN WS-JOB-TIMED(WS-JOB-SUB) = "Y"
                   COMPUTE WS-JOB-DURATION =
                       WS-JOB-ACT-END(WS-JOB-SUB)
                     - WS-JOB-ACT-START(WS-JOB-SUB)
               WHEN WS-JOB-OUTCOME(WS-JOB-SUB) = "C"
                   MOVE WS-JOB-PROJECTED(WS-JOB-SUB)
                       TO WS-JOB-DURATION
           END-EVALUATE
           IF WS-JOB-DURATION < 0
               MOVE 0 TO WS-JOB-DURATION
           END-IF

           MOVE WS-JOB-DURATION TO WS-JOB-FINISH(WS-JOB-SUB)
           MOVE WS-JOB-SUB TO WS-PROJ-SUB
           PERFORM 3130-FIND-PREDECESSOR THRU 3130-EXIT
           IF WS-PRED-HIT-SUB > 0 AND WS-PRED-HIT-SUB < WS-JOB-SUB
               ADD WS-JOB-FINISH(WS-PRED-HIT-SUB)
                   TO WS-JOB-FINISH(WS-JOB-SUB)
           END-IF

           IF WS-JOB-FINISH(WS-JOB-SUB) > 0
               IF WS-PATH-END-SUB = 0
                   MOVE WS-JOB-SUB TO WS-PATH-END-SUB
               ELSE
                   IF WS-JOB-FINISH(WS-JOB-SUB)
                           > WS-JOB-FINISH(WS-PATH-END-SUB)
                       MOVE WS-JOB-SUB TO WS-PATH-END-SUB
                   END-IF
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.

      *****************************************************************
      *  3120-WALK-BACK - the path is held end first; 3200 prints it  *
      *                   from the start                              *
      *****************************************************************
       3120-WALK-BACK.
           MOVE "Y" TO WS-JOB-CRITICAL(WS-PATH-SUB)
           ADD 1 TO WS-PATH-COUNT
           MOVE WS-PATH-SUB TO WS-PATH-JOB-SUB(WS-PATH-COUNT)
           MOVE WS-PATH-SUB TO WS-PROJ-SUB
           PERFORM 3130-FIND-PREDECESSOR THRU 3130-EXIT
           IF WS-PRED-HIT-SUB NOT < WS-PATH-SUB
               MOVE 0 TO WS-PRED-HIT-SUB
           END-IF
           MOVE WS-PRED-HIT-SUB TO WS-PATH-SUB.
       3120-EXIT.
           EXIT.

      *****************************************************************
      *  3130-FIND-PREDECESSOR - WS-PRED-HIT-SUB is the table entry   *
      *                          of job WS-PROJ-SUB's predecessor,    *
      *                          zero when it has none on file        *
      *****************************************************************
       3130-FIND-PREDECESSOR.
           MOVE 0 TO WS-PRED-HIT-SUB
           IF WS-JOB-PREDECESSOR(WS-PROJ-SUB) = SPACES
               GO TO 3130-EXIT
           END-IF
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > WS-JOB-COUNT
                      OR WS-PRED-HIT-SUB > 0
               IF WS-JOB-NAME(WS-PRED-SUB)
                       = WS-JOB-PREDECESSOR(WS-PROJ-SUB)
                   MOVE WS-PRED-SUB TO WS-PRED-HIT-SUB
               END-IF
           END-PERFORM.
       3130-EXIT.
           EXIT.

      *****************************************************************
      *  3200-WINDOW-REPORT - SKEDRPT: every job on the schedule with *
      *                       its times, planned and actual, then     *
      *                       the critical path and the night's       *
      *                       misses                                  *
      *****************************************************************
       3200-WINDOW-REPORT.
           OPEN OUTPUT WINDOW-REPORT-FILE
           IF NOT WS-REPORT-STATUS = "00"
               DISPLAY "DANOSKED: SKEDRPT COULD NOT BE OPENED - "
                       "STATUS " WS-REPORT-STATUS
               GO TO 3200-EXIT
           END-IF

           MOVE SPACES TO WINDOW-REPORT-LINE
           STRING "DANOSKED  NIGHTLY BATCH WINDOW REPORT  "
                  "BUSINESS DATE "          DELIMITED BY SIZE
                  LK-BUSINESS-DATE          DELIMITED BY SIZE
                  "  DAY TYPE "             DELIMITED BY SIZE
                  WS-CYCLE-DAY-TYPE         DELIMITED BY SIZE
               INTO WINDOW-REPORT-LINE
           PERFORM 3290-WRITE-LINE THRU 3290-EXIT
           STRING "  TIMES ARE HH:MM.  THE NIGHT RUNS FROM 12:00 ON "
                  "THE BUSINESS DATE TO 12:00 THE DAY AFTER.  "
                  "PLANNED = AS PROJECTED AT THE START."
                                            DELIMITED BY SIZE
               INTO WINDOW-REPORT-LINE
           PERFORM 3290-WRITE-LINE THRU 3290-EXIT
           PERFORM 3290-WRITE-LINE THRU 3290-EXIT
           MOVE WS-RPT-HEADING-1 TO WINDOW-REPORT-LINE
           PERFORM 3290-WRITE-LINE THRU 3290-EXIT
           MOVE WS-RPT-HEADING-2 TO WINDOW-REPORT-LINE
           PERFORM 3290-WRITE-LINE THRU 3290-EXIT

           PERFORM 3210-REPORT-ONE-JOB THRU 3210-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT

           PERFORM 3290-WRITE-LINE THRU 3290-EXIT
           PERFORM 3220-REPORT-CRITICAL-PATH THRU 3220-EXIT

           MOVE SPACES TO WINDOW-REPORT-LINE
           STRING "  LATE STARTS "          DELIMITED BY SIZE
                  WS-LATE-STARTS            DELIMITED BY SIZE
                  "   LATE ENDS "           DELIMITED BY SIZE
                  WS-LATE-ENDS              DELIMITED BY SIZE
                  "   PROJECTED MISSES WARNED " DELIMITED BY SIZE
                  WS-PROJECTED-MISSES       DELIMITED BY SIZE
               INTO WINDOW-REPORT-LINE
           PERFORM 3290-WRITE-LINE THRU 3290-EXIT

           CLOSE WINDOW-REPORT-FILE.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-REPORT-ONE-JOB                                          *
      *****************************************************************
       3210-REPORT-ONE-JOB.
           MOVE WS-JOB-NAME(WS-JOB-SUB)        TO WS-RPT-JOB-NAME
           MOVE WS-JOB-PREDECESSOR(WS-JOB-SUB) TO WS-RPT-PREDECESSOR
           MOVE WS-JOB-DAY-TYPE(WS-JOB-SUB)    TO WS-RPT-DAY-TYPE
           EVALUATE WS-JOB-OUTCOME(WS-JOB-SUB)
               WHEN "C"
                   MOVE "COMPLETE" TO WS-RPT-OUTCOME
               WHEN "S"
                   MOVE "SKIPPED"  TO WS-RPT-OUTCOME
               WHEN "F"
                   MOVE "FAILED"   TO WS-RPT-OUTCOME
               WHEN OTHER
                   MOVE "NOT RUN"  TO WS-RPT-OUTCOME
           END-EVALUATE

           MOVE SPACES TO WS-RPT-START-BY WS-RPT-COMPLETE-BY
                          WS-RPT-PLAN-START WS-RPT-PLAN-END
                          WS-RPT-ACT-START WS-RPT-ACT-END
                          WS-RPT-NO-ELAPSED WS-RPT-CRITICAL
                          WS-RPT-NOTE
           IF WS-JOB-START-BY(WS-JOB-SUB) NOT = SPACES
               MOVE WS-JOB-START-BY-CS(WS-JOB-SUB) TO WS-SHOW-CS
               PERFORM 8730-SHOW-WINDOW-TIME THRU 8730-EXIT
               MOVE WS-SHOW-CLOCK TO WS-RPT-START-BY
           END-IF
           IF WS-JOB-COMPLETE-BY(WS-JOB-SUB) NOT = SPACES
               MOVE WS-JOB-COMPLETE-BY-CS(WS-JOB-SUB) TO WS-SHOW-CS
               PERFORM 8730-SHOW-WINDOW-TIME THRU 8730-EXIT
               MOVE WS-SHOW-CLOCK TO WS-RPT-COMPLETE-BY
           END-IF
           DIVIDE WS-JOB-PROJECTED(WS-JOB-SUB) BY 100
               GIVING WS-RPT-PROJECTED ROUNDED

           IF WS-JOB-PLANNED(WS-JOB-SUB) = "Y"
               MOVE WS-JOB-PLAN-START(WS-JOB-SUB) TO WS-SHOW-CS
               PERFORM 8730-SHOW-WINDOW-TIME THRU 8730-EXIT
               MOVE WS-SHOW-CLOCK TO WS-RPT-PLAN-START
               MOVE WS-JOB-PLAN-END(WS-JOB-SUB) TO WS-SHOW-CS
               PERFORM 8730-SHOW-WINDOW-TIME THRU 8730-EXIT
               MOVE WS-SHOW-CLOCK TO WS-RPT-PLAN-END
           END-IF
           IF WS-JOB-TIMED(WS-JOB-SUB) = "Y"
               MOVE WS-JOB-ACT-START(WS-JOB-SUB) TO WS-SHOW-CS
               PERFORM 8730-SHOW-WINDOW-TIME THRU 8730-EXIT
               MOVE WS-SHOW-CLOCK TO WS-RPT-ACT-START
               MOVE WS-JOB-ACT-END(WS-JOB-SUB) TO WS-SHOW-CS
               PERFORM 8730-SHOW-WINDOW-TIME THRU 8730-EXIT
               MOVE WS-SHOW-CLOCK TO WS-RPT-ACT-END
               COMPUTE WS-JOB-ELAPSED = WS-JOB-ACT-END(WS-JOB-SUB)
                                      - WS-JOB-ACT-START(WS-JOB-SUB)
               IF WS-JOB-ELAPSED < 0
                   MOVE 0 TO WS-JOB-ELAPSED
               END-IF
               DIVIDE WS-JOB-ELAPSED BY 100
                   GIVING WS-RPT-ELAPSED ROUNDED
           END-IF
           IF WS-JOB-CRITICAL(WS-JOB-SUB) = "Y"
               MOVE "CP" TO WS-RPT-CRITICAL
           END-IF

           MOVE 1 TO WS-PATH-POINTER
           IF WS-JOB-LATE-START(WS-JOB-SUB) = "Y"
               STRING "LATE START " DELIMITED BY SIZE
                   INTO WS-RPT-NOTE WITH POINTER WS-PATH-POINTER
           END-IF
           IF WS-JOB-LATE-END(WS-JOB-SUB) = "Y"
               STRING "LATE END " DELIMITED BY SIZE
                   INTO WS-RPT-NOTE WITH POINTER WS-PATH-POINTER
           END-IF
           IF WS-JOB-WARNED(WS-JOB-SUB) = "Y"
               STRING "WARNED " DELIMITED BY SIZE
                   INTO WS-RPT-NOTE WITH POINTER WS-PATH-POINTER
           END-IF
           IF WS-JOB-HIST-HELD(WS-JOB-SUB) = 0
               STRING "NO HISTORY" DELIMITED BY SIZE
                   INTO WS-RPT-NOTE WITH POINTER WS-PATH-POINTER
           END-IF

           MOVE WS-RPT-JOB-LINE TO WINDOW-REPORT-LINE
           PERFORM 3290-WRITE-LINE THRU 3290-EXIT.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3220-REPORT-CRITICAL-PATH - first job to last, and its       *
      *                              length end to end                *
      *****************************************************************
       3220-REPORT-CRITICAL-PATH.
           IF WS-PATH-COUNT = 0
               MOVE "  CRITICAL PATH: NONE - NO JOB RAN THIS CYCLE"
                   TO WINDOW-REPORT-LINE
               PERFORM 3290-WRITE-LINE THRU 3290-EXIT
               GO TO 3220-EXIT
           END-IF

           MOVE SPACES TO WS-PATH-LINE
           MOVE 1 TO WS-PATH-POINTER
           STRING "  CRITICAL PATH: " DELIMITED BY SIZE
               INTO WS-PATH-LINE WITH POINTER WS-PATH-POINTER
           PERFORM VARYING WS-PATH-SUB FROM WS-PATH-COUNT BY -1
                   UNTIL WS-PATH-SUB = 0
               MOVE WS-PATH-JOB-SUB(WS-PATH-SUB) TO WS-JOB-SUB
               STRING WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
                   INTO WS-PATH-LINE WITH POINTER WS-PATH-POINTER
               IF WS-PATH-SUB > 1
                   STRING " > " DELIMITED BY SIZE
                       INTO WS-PATH-LINE WITH POINTER WS-PATH-POINTER
               END-IF
           END-PERFORM
           MOVE WS-PATH-LINE TO WINDOW-REPORT-LINE
           PERFORM 3290-WRITE-LINE THRU 3290-EXIT

           DIVIDE WS-JOB-FINISH(WS-PATH-END-SUB) BY 100
               GIVING WS-EDIT-SECONDS ROUNDED
           MOVE SPACES TO WINDOW-REPORT-LINE
           STRING "  CRITICAL PATH LENGTH " DELIMITED BY SIZE
                  WS-EDIT-SECONDS           DELIMITED BY SIZE
                  " SECONDS"                DELIMITED BY SIZE
               INTO WINDOW-REPORT-LINE
           PERFORM 3290-WRITE-LINE THRU 3290-EXIT.
       3220-EXIT.
           EXIT.

      *****************************************************************
      *  3290-WRITE-LINE                                              *
      *****************************************************************
       3290-WRITE-LINE.
           WRITE WINDOW-REPORT-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE.
       3290-EXIT.
           EXIT.

      *****************************************************************
      *  8700-CLOCK-TO-WINDOW - WS-CLK-DATE/WS-CLK-TIME as            *
      *                         centiseconds into the batch night     *
      *****************************************************************
       8700-CLOCK-TO-WINDOW.
           MOVE WS-CLK-TIME TO WS-TIME-HHMMSSCC
           PERFORM 8710-CONVERT-TIME-TO-CENTISECONDS THRU 8710-EXIT
           COMPUTE WS-CLK-WINDOW-CS =
               (FUNCTION INTEGER-OF-DATE(WS-CLK-DATE)
                 - WS-BUSINESS-DAY-INTEGER) * WS-DAY-CS
             + WS-TIME-CENTISECONDS - WS-WINDOW-OPEN-CS.
       8700-EXIT.
           EXIT.

      *****************************************************************
      *  8710-CONVERT-TIME-TO-CENTISECONDS                            *
      *****************************************************************
       8710-CONVERT-TIME-TO-CENTISECONDS.
           DIVIDE WS-TIME-HHMMSSCC BY 1000000
               GIVING WS-TIME-HH REMAINDER WS-TIME-REM1
           DIVIDE WS-TIME-REM1 BY 10000
               GIVING WS-TIME-MM REMAINDER WS-TIME-REM2
           DIVIDE WS-TIME-REM2 BY 100
               GIVING WS-TIME-SS REMAINDER WS-TIME-CC
           COMPUTE WS-TIME-CENTISECONDS =
               ((WS-TIME-HH * 60 + WS-TIME-MM) * 60 + WS-TIME-SS)
                   * 100 + WS-TIME-CC.
       8710-EXIT.
           EXIT.

      *****************************************************************
      *  8720-DEADLINE-TO-WINDOW - an HHMM time as centiseconds into  *
      *                            the batch night: noon and after    *
      *                            fall on the business date, before  *
      *                            noon on the day after              *
      *****************************************************************
       8720-DEADLINE-TO-WINDOW.
           MOVE "N" TO WS-DEADLINE-OK-SWITCH
           MOVE 0   TO WS-DEADLINE-CS
           IF WS-DEADLINE-HHMM NOT NUMERIC
               GO TO 8720-EXIT
           END-IF
           DIVIDE WS-DEADLINE-NUM BY 100
               GIVING WS-TIME-HH REMAINDER WS-TIME-MM
           IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
               GO TO 8720-EXIT
           END-IF

           COMPUTE WS-DEADLINE-CS =
               (WS-TIME-HH * 60 + WS-TIME-MM) * 6000
           IF WS-DEADLINE-CS < WS-WINDOW-OPEN-CS
               ADD WS-DAY-CS TO WS-DEADLINE-CS
           END-IF
           SUBTRACT WS-WINDOW-OPEN-CS FROM WS-DEADLINE-CS
           SET WS-DEADLINE-OK TO TRUE.
       8720-EXIT.
           EXIT.

      *****************************************************************
      *  8730-SHOW-WINDOW-TIME - WS-SHOW-CS back to HH:MM on the      *
      *                          clock for messages and the report    *
      *****************************************************************
       8730-SHOW-WINDOW-TIME.
           ADD WS-WINDOW-OPEN-CS TO WS-SHOW-CS
           IF WS-SHOW-CS < 0
               ADD WS-DAY-CS TO WS-SHOW-CS
           END-IF
           DIVIDE WS-SHOW-CS BY WS-DAY-CS
               GIVING WS-TIME-REM1 REMAINDER WS-TIME-CENTISECONDS
           DIVIDE WS-TIME-CENTISECONDS BY 360000
               GIVING WS-SHOW-HH REMAINDER WS-TIME-REM2
           DIVIDE WS-TIME-REM2 BY 6000
               GIVING WS-SHOW-MM.
       8730-EXIT.
           EXIT.

       COPY DANOCAPD.
       COPY DANOALPD.
