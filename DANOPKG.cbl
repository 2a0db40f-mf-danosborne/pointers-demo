      *****************************************************************
      *  PROGRAM-ID.  DANOPKG                                          *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-10-15.                                     *
      *                                                                *
      *  End-of-day report package, run as the last job on DANOSCHD   *
      *  (day-type condition blank, so a package is cut every night). *
      *  The night's reports were scattered across SYSOUT and         *
      *  operations spent the first hour of the day collecting them   *
      *  for each team.  This step gathers them into one dated        *
      *  package, RPTPKG.Dyyyymmdd (the business date):               *
      *      - a cover page (page 1) with the business date and its   *
      *        DANOCAL day type, the overall job status from the      *
      *        night's DANOSKDS outcomes (jobs complete, failed and   *
      *        skipped, the highest return code, the failed jobs by   *
      *        name), and an index of the sections with the page      *
      *        each starts on,                                        *
      *      - one section per report, each starting a new page of    *
      *        WS-LINES-PER-PAGE lines under a page heading:          *
      *            1  DANOPOST's control trailers for the business    *
      *               date, from CTLTOTAL, or CTLPRIOR once DANORECN  *
      *               has rolled them,                                *
      *            2-6  the latest run's lines of DANORECN, DANOCLSE, *
      *               DANODGST, DANOMON and DANOTRND from the         *
      *               DANORPTS report spool (DANORP*), only the       *
      *               lines stamped with the business date,           *
      *      - a report that should have been produced on this        *
      *        DANOCAL day type (WS-SECTION-TABLE) but is not on hand *
      *        is flagged MISSING on the cover and in its section,    *
      *        raises a W alert on DANOALRT and ends the step RC 4;   *
      *        one not due today says so instead,                     *
      *      - the distribution table DANOPKDS says which teams       *
      *        receive which sections, one record per recipient:      *
      *            cols  1-8   recipient id                           *
      *            cols  9-38  team name                              *
      *            cols 39-44  Y/N per section, in section order      *
      *        and each recipient gets its own filtered copy,         *
      *        RPTPKG.<recipient>.Dyyyymmdd, with a cover and index   *
      *        of its sections alone.  The full package lists the     *
      *        distribution on its cover.                             *
      *  A clean package (nothing missing, every copy written) cuts   *
      *  DANORPTS for the next cycle, the way DANORECN cuts           *
      *  CTLTOTAL; otherwise the spool stays so a rerun of the        *
      *  missing job and of this step packages the whole night.       *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-15  DLO   Initial version.                          *
      *    2026-10-15  DLO   Spool lines with no business date stamp   *
      *                      are passed over - DANODGST, DANOMON and   *
      *                      DANOTRND now stamp theirs.                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOPKG.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTLRPTSL.

           SELECT PRIOR-TOTALS-FILE ASSIGN TO "CTLPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT SCHED-STATUS-FILE ASSIGN TO "DANOSKDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKDS-STATUS.

           SELECT DISTRIBUTION-FILE ASSIGN TO "DANOPKDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

           SELECT PACKAGE-FILE ASSIGN TO DYNAMIC WS-PACKAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.

           COPY DANORPSL.
           COPY DANOCASL.
           COPY DANOALSL.

       DATA DIVISION.
       FILE SECTION.
       COPY CTLRPTFD.

       FD  PRIOR-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-TOTALS-RECORD.
           05  PTR-PROGRAM-NAME         pic x(08).
           05  PTR-RECORDS-READ         pic 9(09).
           05  PTR-RECORDS-SET-OK       pic 9(09).
           05  PTR-RECORDS-REJECTED     pic 9(09).
           05  PTR-HASH-TOTAL           pic 9(09).
           05  PTR-RUN-DATE             pic x(08).
           05  PTR-RUN-TIME             pic x(08).
           05  PTR-BUSINESS-DATE        pic x(08).

       FD  SCHED-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHED-STATUS-RECORD.
           05  SKS-JOB-NAME             pic x(08).
           05  SKS-STATUS               pic x(08).
      *                                      *> COMPLETE / FAILED /
      *                                      *> SKIPPED
           05  SKS-BUSINESS-DATE        pic x(08).
           05  SKS-RETURN-CODE          pic 9(04).
           05  SKS-RUN-DATE             pic x(08).
           05  SKS-RUN-TIME             pic x(08).
           05  SKS-START-DATE           pic x(08).
           05  SKS-START-TIME           pic x(08).

       FD  DISTRIBUTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISTRIBUTION-RECORD.
           05  PKD-RECIPIENT            pic x(08).
           05  PKD-TEAM-NAME            pic x(30).
           05  PKD-SECTION-FLAGS.
               10  PKD-SECTION-WANTED   pic x(01) occurs 6 times.
      *                                      *> "Y" receives it

       FD  PACKAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PACKAGE-RECORD               pic x(100).

       COPY DANORPFD.
       COPY DANOCAFD.
       COPY DANOALFD.

       WORKING-STORAGE SECTION.
       COPY DANORPWS.
       COPY DANOCAWS.
       COPY DANOALWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  CTL-FILE-STATUS              pic x(02).
      *                                      *> for CTLRPTSL's SELECT

       01  WS-SWITCHES.
           05  WS-PRIOR-STATUS          pic x(02).
               88  WS-PRIOR-OK                   value "00".
           05  WS-SKDS-STATUS           pic x(02).
               88  WS-SKDS-OK                    value "00".
           05  WS-DIST-STATUS           pic x(02).
               88  WS-DIST-OK                    value "00".
           05  WS-PACKAGE-STATUS        pic x(02).
               88  WS-PACKAGE-OK                 value "00".
           05  WS-INPUT-EOF-SWITCH      pic x(01).
               88  WS-INPUT-EOF                   value "Y".
           05  WS-SCAN-MODE             pic x(01).
               88  WS-SCAN-COUNTING               value "C".
               88  WS-SCAN-PRINTING               value "P".
           05  WS-COPY-SWITCH           pic x(01).
               88  WS-FULL-COPY                   value "F".
               88  WS-RECIPIENT-COPY              value "R".
           05  WS-FAILED-SWITCH         pic x(01) value "N".
               88  WS-PACKAGE-FAILED              value "Y".

       01  WS-PACKAGE-NAME              pic x(40).
       01  WS-RUN-DATE                  pic x(08).
       01  WS-RUN-TIME                  pic x(08).
       01  WS-DAY-TYPE                  pic x(01).
       01  WS-DAY-TYPE-NOTE             pic x(30) value spaces.

      *    the package sections, in the order they print:
      *        kind       T control trailers, S report spool lines
      *        source     the program the section comes from
      *        expected   the DANOCAL day types it is produced on
      *        title
       01  WS-SECTION-VALUES.
           05  FILLER                   pic x(51) value
               "TDANOPOSTBEDANOPOST CONTROL TRAILERS".
           05  FILLER                   pic x(51) value
               "SDANORECNBEDANORECN JOB-LEVEL RECONCILIATION".
           05  FILLER                   pic x(51) value
               "SDANOCLSEE DANOCLSE PERIOD-END CLOSE".
           05  FILLER                   pic x(51) value
               "SDANODGSTBEDANODGST DAILY EXCEPTION DIGEST".
           05  FILLER                   pic x(51) value
               "SDANOMON BEDANOMON RUN-HEALTH ALERTS".
           05  FILLER                   pic x(51) value
               "SDANOTRNDBEDANOTRND CYCLE-OVER-CYCLE TREND".
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           05  WS-SECTION-ENTRY         occurs 6 times.
               10  WS-SEC-KIND          pic x(01).
               10  WS-SEC-SOURCE        pic x(08).
               10  WS-SEC-EXPECTED      pic x(02).
               10  WS-SEC-TITLE         pic x(40).

      *    what this night produced for each section
       01  WS-SECTION-LIMITS.
           05  WS-SECTION-COUNT         pic 9(4) comp value 6.
           05  WS-SECTION-SUB           pic 9(4) comp.
           05  WS-SECTION-HIT-SUB       pic 9(4) comp.
           05  WS-SECTION-DIGIT         pic 9(01).
       01  WS-SECTION-STATE-TABLE.
           05  WS-SECTION-STATE         occurs 6 times.
               10  WS-SEC-LINES         pic 9(09) comp.
               10  WS-SEC-STAMP         pic x(16).
      *                                      *> run date and time of
      *                                      *> the latest spooled run
               10  WS-SEC-STATUS        pic x(08).
      *                                      *> PRESENT, MISSING or
      *                                      *> NOT DUE
               10  WS-SEC-BODY-LINES    pic 9(09) comp.
               10  WS-SEC-PAGES         pic 9(4) comp.
               10  WS-SEC-START-PAGE    pic 9(4) comp.
               10  WS-SEC-INCLUDE       pic x(01).
                   88  WS-SEC-INCLUDED            value "Y".

       01  WS-PACKAGE-COUNTS.
           05  WS-REPORTS-MISSING       pic 9(4) comp value 0.
           05  WS-COPY-MISSING          pic 9(4) comp.
           05  WS-COPIES-WRITTEN        pic 9(4) comp value 0.

      *    the night's job outcomes from DANOSKDS, latest record per
      *    job - a restart writes a job's outcome again
       01  WS-JOB-LIMITS.
           05  WS-JOB-CAPACITY          pic 9(4) comp value 50.
           05  WS-JOB-COUNT             pic 9(4) comp value 0.
           05  WS-JOB-SUB               pic 9(4) comp.
           05  WS-JOB-HIT-SUB           pic 9(4) comp.
           05  WS-FAILED-LISTED         pic 9(4) comp.
           05  WS-FAILED-LIST-LIMIT     pic 9(4) comp value 10.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY             occurs 50 times.
               10  WS-JOB-NAME          pic x(08).
               10  WS-JOB-STATUS        pic x(08).
               10  WS-JOB-RC            pic 9(04).
       01  WS-JOB-COUNTS.
           05  WS-JOBS-COMPLETE         pic 9(4) comp value 0.
           05  WS-JOBS-FAILED           pic 9(4) comp value 0.
           05  WS-JOBS-SKIPPED          pic 9(4) comp value 0.
           05  WS-HIGHEST-RC            pic 9(4) comp value 0.
       01  WS-OVERALL-STATUS            pic x(40).

      *    the distribution table from DANOPKDS
       01  WS-RECIPIENT-LIMITS.
           05  WS-RECIPIENT-CAPACITY    pic 9(4) comp value 20.
           05  WS-RECIPIENT-COUNT       pic 9(4) comp value 0.
           05  WS-RECIPIENT-SUB         pic 9(4) comp.
           05  WS-RECIPIENT-WANTS       pic 9(4) comp.
       01  WS-RECIPIENT-TABLE.
           05  WS-RECIPIENT-ENTRY       occurs 20 times.
               10  WS-RCP-ID            pic x(08).
               10  WS-RCP-TEAM-NAME     pic x(30).
               10  WS-RCP-WANTED        pic x(01) occurs 6 times.

      *    page control - every page opens with the heading, the
      *    section title and a blank line
       01  WS-PAGE-CONTROL.
           05  WS-LINES-PER-PAGE        pic 9(4) comp value 60.
           05  WS-HEADING-LINES         pic 9(4) comp value 3.
           05  WS-BODY-PER-PAGE         pic 9(4) comp.
           05  WS-PAGE-NUMBER           pic 9(4) comp.
           05  WS-LINE-ON-PAGE          pic 9(4) comp.
           05  WS-NEXT-PAGE             pic 9(4) comp.

       01  WS-PKG-LINE                  pic x(100) value spaces.

       01  WS-PAGE-HEADING-LINE.
           05  FILLER                   pic x(33)
                         value "DANOPKG END-OF-DAY REPORT PACKAGE".
           05  FILLER                   pic x(16)
                         value "  BUSINESS DATE ".
           05  WS-PHL-BUSINESS-DATE     pic x(08).
           05  FILLER                   pic x(06) value "  FOR ".
           05  WS-PHL-COPY-FOR          pic x(08).
           05  FILLER                   pic x(07) value "  PAGE ".
           05  WS-PHL-PAGE              pic z(3)9.

       01  WS-PAGE-TITLE-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-PTL-TITLE             pic x(40).
           05  WS-PTL-CONTINUED         pic x(11).

       01  WS-INDEX-LINE.
           05  FILLER                   pic x(04) value spaces.
           05  WS-IXL-NUMBER            pic 9(01).
           05  FILLER                   pic x(02) value ". ".
           05  WS-IXL-TITLE             pic x(40).
           05  FILLER                   pic x(01) value spaces.
           05  WS-IXL-STATUS            pic x(08).
           05  FILLER                   pic x(07) value "  PAGE ".
           05  WS-IXL-PAGE              pic z(3)9.
           05  FILLER                   pic x(02) value spaces.
           05  WS-IXL-FLAG              pic x(30).

       01  WS-DISTRIBUTION-LINE.
           05  FILLER                   pic x(04) value spaces.
           05  WS-DSL-ID                pic x(08).
           05  FILLER                   pic x(02) value spaces.
           05  WS-DSL-TEAM-NAME         pic x(30).
           05  FILLER                   pic x(11)
                         value " SECTIONS  ".
           05  WS-DSL-SECTION           occurs 6 times.
               10  WS-DSL-MARK          pic x(01).
               10  FILLER               pic x(01).

       01  WS-TRAILER-HEADING.
           05  FILLER                   pic x(35)
                         value "  FILE      PROGRAM        READ    ".
           05  FILLER                   pic x(35)
                         value "SET-OK  REJECTED      HASH  RUN DAT".
           05  FILLER                   pic x(10)
                         value "E RUN TIME".

       01  WS-TRAILER-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-TRL-FILE              pic x(08).
           05  FILLER                   pic x(02) value spaces.
           05  WS-TRL-PROGRAM           pic x(08).
           05  FILLER                   pic x(02) value spaces.
           05  WS-TRL-READ              pic z(8)9.
           05  FILLER                   pic x(01) value spaces.
           05  WS-TRL-SET-OK            pic z(8)9.
           05  FILLER                   pic x(01) value spaces.
           05  WS-TRL-REJECTED          pic z(8)9.
           05  FILLER                   pic x(01) value spaces.
           05  WS-TRL-HASH              pic z(8)9.
           05  FILLER                   pic x(02) value spaces.
           05  WS-TRL-RUN-DATE          pic x(08).
           05  FILLER                   pic x(01) value spaces.
           05  WS-TRL-RUN-TIME          pic x(08).

       01  WS-EDITED-COUNTS.
           05  WS-EDIT-COUNT            pic z(3)9.
           05  WS-EDIT-RC               pic z(3)9.

       LINKAGE SECTION.
       COPY DANOCTL.

       PROCEDURE DIVISION USING LK-CONTROL.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOPKG" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 1100-LOAD-JOB-STATUS    THRU 1100-EXIT
           PERFORM 1200-COUNT-TRAILERS     THRU 1200-EXIT
           PERFORM 1300-COUNT-SPOOL        THRU 1300-EXIT
           PERFORM 1400-JUDGE-SECTIONS     THRU 1400-EXIT
           PERFORM 1500-LOAD-DISTRIBUTION  THRU 1500-EXIT
           PERFORM 2000-WRITE-FULL-PACKAGE THRU 2000-EXIT
           PERFORM 2500-WRITE-RECIPIENT-COPY THRU 2500-EXIT
               VARYING WS-RECIPIENT-SUB FROM 1 BY 1
               UNTIL WS-RECIPIENT-SUB > WS-RECIPIENT-COUNT
           PERFORM 3000-TERMINATE          THRU 3000-EXIT
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - the business date's DANOCAL day type       *
      *                    decides which reports are due; without a   *
      *                    calendar, or a date it does not carry, the *
      *                    night is taken as an ordinary business day *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-BODY-PER-PAGE =
               WS-LINES-PER-PAGE - WS-HEADING-LINES

           MOVE "B" TO WS-DAY-TYPE
           PERFORM 8900-LOAD-CALENDAR THRU 8900-EXIT
           IF NOT WS-CALENDAR-LOADED
               DISPLAY "DANOPKG: NO DANOCAL CALENDAR ON HAND - "
                       "DAY TYPE TAKEN AS B"
               MOVE "(NO DANOCAL - TAKEN AS B)" TO WS-DAY-TYPE-NOTE
               GO TO 1000-EXIT
           END-IF

           MOVE LK-BUSINESS-DATE TO WS-CAL-LOOKUP-DATE
           PERFORM 8910-FIND-CALENDAR-DATE THRU 8910-EXIT
           IF NOT WS-CAL-DATE-FOUND
               DISPLAY "DANOPKG: " LK-BUSINESS-DATE
                       " NOT ON DANOCAL - DAY TYPE TAKEN AS B"
               MOVE "(NOT ON DANOCAL - TAKEN AS B)"
                   TO WS-DAY-TYPE-NOTE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-CAL-LOOKUP-TYPE TO WS-DAY-TYPE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-JOB-STATUS - this business date's outcomes on      *
      *                         DANOSKDS, latest per job; none on     *
      *                         file means the status is not recorded *
      *****************************************************************
       1100-LOAD-JOB-STATUS.
           MOVE "NOT RECORDED ON DANOSKDS" TO WS-OVERALL-STATUS
           OPEN INPUT SCHED-STATUS-FILE
           IF NOT WS-SKDS-OK
               GO TO 1100-EXIT
           END-IF

           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 1110-READ-OUTCOME THRU 1110-EXIT
           PERFORM 1120-STORE-OUTCOME THRU 1120-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE SCHED-STATUS-FILE

           IF WS-JOB-COUNT = 0
               GO TO 1100-EXIT
           END-IF

           PERFORM 1130-TALLY-OUTCOME THRU 1130-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT

           IF WS-JOBS-FAILED = 0
               MOVE "ALL JOBS COMPLETE" TO WS-OVERALL-STATUS
           ELSE
               MOVE WS-JOBS-FAILED TO WS-EDIT-COUNT
               MOVE SPACES TO WS-OVERALL-STATUS
               STRING "*** " WS-EDIT-COUNT " JOB(S) FAILED ***"
                   DELIMITED BY SIZE INTO WS-OVERALL-STATUS
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-READ-OUTCOME                                            *
      *****************************************************************
       1110-READ-OUTCOME.
           READ SCHED-STATUS-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1120-STORE-OUTCOME                                           *
      *****************************************************************
       1120-STORE-OUTCOME.
           IF SKS-BUSINESS-DATE NOT = LK-BUSINESS-DATE
               GO TO 1120-NEXT
           END-IF

           MOVE 0 TO WS-JOB-HIT-SUB
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
                      OR WS-JOB-HIT-SUB > 0
               IF WS-JOB-NAME(WS-JOB-SUB) = SKS-JOB-NAME
                   MOVE WS-JOB-SUB TO WS-JOB-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-JOB-HIT-SUB = 0
               IF WS-JOB-COUNT < WS-JOB-CAPACITY
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-HIT-SUB
               ELSE
                   DISPLAY "DANOPKG: MORE THAN " WS-JOB-CAPACITY
                           " JOBS ON DANOSKDS - " SKS-JOB-NAME
                           " NOT COUNTED"
                   GO TO 1120-NEXT
               END-IF
           END-IF

           MOVE SKS-JOB-NAME    TO WS-JOB-NAME(WS-JOB-HIT-SUB)
           MOVE SKS-STATUS      TO WS-JOB-STATUS(WS-JOB-HIT-SUB)
           MOVE SKS-RETURN-CODE TO WS-JOB-RC(WS-JOB-HIT-SUB).
       1120-NEXT.
           PERFORM 1110-READ-OUTCOME THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  1130-TALLY-OUTCOME                                           *
      *****************************************************************
       1130-TALLY-OUTCOME.
           EVALUATE WS-JOB-STATUS(WS-JOB-SUB)
               WHEN "COMPLETE"
                   ADD 1 TO WS-JOBS-COMPLETE
               WHEN "SKIPPED"
                   ADD 1 TO WS-JOBS-SKIPPED
               WHEN OTHER
                   ADD 1 TO WS-JOBS-FAILED
           END-EVALUATE
           IF WS-JOB-RC(WS-JOB-SUB) > WS-HIGHEST-RC
               MOVE WS-JOB-RC(WS-JOB-SUB) TO WS-HIGHEST-RC
           END-IF.
       1130-EXIT.
           EXIT.

      *****************************************************************
      *  1200-COUNT-TRAILERS - DANOPOST's trailers for the business   *
      *                        date, on CTLTOTAL and CTLPRIOR         *
      *****************************************************************
       1200-COUNT-TRAILERS.
           SET WS-SCAN-COUNTING TO TRUE
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               MOVE 0      TO WS-SEC-LINES(WS-SECTION-SUB)
               MOVE SPACES TO WS-SEC-STAMP(WS-SECTION-SUB)
           END-PERFORM
           MOVE 1 TO WS-SECTION-SUB
           PERFORM 8200-SCAN-TRAILERS THRU 8200-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1300-COUNT-SPOOL - the DANORPTS lines for each spooled       *
      *                     section; only the latest run of a program *
      *                     counts, so a rerun replaces the run it    *
      *                     followed.  Lines stamped with another     *
      *                     business date, or with none, are passed   *
      *                     over                                      *
      *****************************************************************
       1300-COUNT-SPOOL.
           OPEN INPUT REPORT-SPOOL-FILE
           IF NOT WS-SPOOL-STATUS = "00"
               DISPLAY "DANOPKG: NO DANORPTS REPORT SPOOL ON HAND"
               GO TO 1300-EXIT
           END-IF

           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 8310-READ-SPOOL THRU 8310-EXIT
           PERFORM 1310-COUNT-ONE-LINE THRU 1310-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE REPORT-SPOOL-FILE.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1310-COUNT-ONE-LINE                                          *
      *****************************************************************
       1310-COUNT-ONE-LINE.
           IF RPS-BUSINESS-DATE NOT = LK-BUSINESS-DATE
               GO TO 1310-NEXT
           END-IF

           MOVE 0 TO WS-SECTION-HIT-SUB
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
                      OR WS-SECTION-HIT-SUB > 0
               IF WS-SEC-KIND(WS-SECTION-SUB) = "S"
                AND WS-SEC-SOURCE(WS-SECTION-SUB) = RPS-PROGRAM-NAME
                   MOVE WS-SECTION-SUB TO WS-SECTION-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-SECTION-HIT-SUB = 0
               GO TO 1310-NEXT
           END-IF

           IF RPS-RUN-STAMP > WS-SEC-STAMP(WS-SECTION-HIT-SUB)
               MOVE RPS-RUN-STAMP TO WS-SEC-STAMP(WS-SECTION-HIT-SUB)
               MOVE 1 TO WS-SEC-LINES(WS-SECTION-HIT-SUB)
           ELSE
               IF RPS-RUN-STAMP = WS-SEC-STAMP(WS-SECTION-HIT-SUB)
                   ADD 1 TO WS-SEC-LINES(WS-SECTION-HIT-SUB)
               END-IF
           END-IF.
       1310-NEXT.
           PERFORM 8310-READ-SPOOL THRU 8310-EXIT.
       1310-EXIT.
           EXIT.

      *****************************************************************
      *  1400-JUDGE-SECTIONS - present, missing or not due, and the   *
      *                        pages each section takes               *
      *****************************************************************
       1400-JUDGE-SECTIONS.
           PERFORM 1410-JUDGE-ONE-SECTION THRU 1410-EXIT
               VARYING WS-SECTION-SUB FROM 1 BY 1
               UNTIL WS-SECTION-SUB > WS-SECTION-COUNT.
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  1410-JUDGE-ONE-SECTION - an empty section still takes a page *
      *                           that says why it is empty           *
      *****************************************************************
       1410-JUDGE-ONE-SECTION.
           IF WS-SEC-LINES(WS-SECTION-SUB) > 0
               MOVE "PRESENT" TO WS-SEC-STATUS(WS-SECTION-SUB)
               MOVE WS-SEC-LINES(WS-SECTION-SUB)
                   TO WS-SEC-BODY-LINES(WS-SECTION-SUB)
               IF WS-SEC-KIND(WS-SECTION-SUB) = "T"
                   ADD 1 TO WS-SEC-BODY-LINES(WS-SECTION-SUB)
               END-IF
           ELSE
               MOVE 1 TO WS-SEC-BODY-LINES(WS-SECTION-SUB)
               IF WS-DAY-TYPE = WS-SEC-EXPECTED(WS-SECTION-SUB)(1:1)
                OR WS-DAY-TYPE = WS-SEC-EXPECTED(WS-SECTION-SUB)(2:1)
                   MOVE "MISSING" TO WS-SEC-STATUS(WS-SECTION-SUB)
                   ADD 1 TO WS-REPORTS-MISSING
                   DISPLAY "DANOPKG: " WS-SEC-SOURCE(WS-SECTION-SUB)
                           " REPORT MISSING - DUE ON A " WS-DAY-TYPE
                           " DAY"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "REPORT PACKAGE: "
                          WS-SEC-SOURCE(WS-SECTION-SUB)
                          " REPORT MISSING"
                       DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
                   PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               ELSE
                   MOVE "NOT DUE" TO WS-SEC-STATUS(WS-SECTION-SUB)
               END-IF
           END-IF

           COMPUTE WS-SEC-PAGES(WS-SECTION-SUB) =
               (WS-SEC-BODY-LINES(WS-SECTION-SUB)
                   + WS-BODY-PER-PAGE - 1) / WS-BODY-PER-PAGE.
       1410-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-DISTRIBUTION - DANOPKDS, one recipient per record; *
      *                           without it only the full package    *
      *                           is written                          *
      *****************************************************************
       1500-LOAD-DISTRIBUTION.
           OPEN INPUT DISTRIBUTION-FILE
           IF NOT WS-DIST-OK
               DISPLAY "DANOPKG: NO DANOPKDS DISTRIBUTION TABLE ON "
                       "HAND - FULL PACKAGE ONLY"
               GO TO 1500-EXIT
           END-IF

           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 1510-READ-RECIPIENT THRU 1510-EXIT
           PERFORM 1520-STORE-RECIPIENT THRU 1520-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE DISTRIBUTION-FILE.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1510-READ-RECIPIENT                                          *
      *****************************************************************
       1510-READ-RECIPIENT.
           READ DISTRIBUTION-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *****************************************************************
      *  1520-STORE-RECIPIENT                                         *
      *****************************************************************
       1520-STORE-RECIPIENT.
           IF PKD-RECIPIENT = SPACES
               GO TO 1520-NEXT
           END-IF
           IF WS-RECIPIENT-COUNT NOT < WS-RECIPIENT-CAPACITY
               DISPLAY "DANOPKG: MORE THAN " WS-RECIPIENT-CAPACITY
                       " RECIPIENTS ON DANOPKDS - " PKD-RECIPIENT
                       " GETS NO COPY"
               GO TO 1520-NEXT
           END-IF

           ADD 1 TO WS-RECIPIENT-COUNT
           MOVE PKD-RECIPIENT TO WS-RCP-ID(WS-RECIPIENT-COUNT)
           MOVE PKD-TEAM-NAME TO WS-RCP-TEAM-NAME(WS-RECIPIENT-COUNT)
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               IF PKD-SECTION-WANTED(WS-SECTION-SUB) = "Y"
                   MOVE "Y" TO WS-RCP-WANTED(WS-RECIPIENT-COUNT,
                                             WS-SECTION-SUB)
               ELSE
                   MOVE "N" TO WS-RCP-WANTED(WS-RECIPIENT-COUNT,
                                             WS-SECTION-SUB)
               END-IF
           END-PERFORM.
       1520-NEXT.
           PERFORM 1510-READ-RECIPIENT THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *****************************************************************
      *  2000-WRITE-FULL-PACKAGE - every section, RPTPKG.Dyyyymmdd    *
      *****************************************************************
       2000-WRITE-FULL-PACKAGE.
           SET WS-FULL-COPY TO TRUE
           MOVE "ALL" TO WS-PHL-COPY-FOR
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               MOVE "Y" TO WS-SEC-INCLUDE(WS-SECTION-SUB)
           END-PERFORM

           MOVE SPACES TO WS-PACKAGE-NAME
           STRING "RPTPKG.D" LK-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-PACKAGE-NAME
           PERFORM 4000-WRITE-PACKAGE-COPY THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-RECIPIENT-COPY - the recipient's sections only,   *
      *                              RPTPKG.<recipient>.Dyyyymmdd     *
      *****************************************************************
       2500-WRITE-RECIPIENT-COPY.
           SET WS-RECIPIENT-COPY TO TRUE
           MOVE WS-RCP-ID(WS-RECIPIENT-SUB) TO WS-PHL-COPY-FOR
           MOVE 0 TO WS-RECIPIENT-WANTS
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               MOVE WS-RCP-WANTED(WS-RECIPIENT-SUB, WS-SECTION-SUB)
                   TO WS-SEC-INCLUDE(WS-SECTION-SUB)
               IF WS-SEC-INCLUDED(WS-SECTION-SUB)
                   ADD 1 TO WS-RECIPIENT-WANTS
               END-IF
           END-PERFORM
           IF WS-RECIPIENT-WANTS = 0
               DISPLAY "DANOPKG: " WS-RCP-ID(WS-RECIPIENT-SUB)
                       " RECEIVES NO SECTION ON DANOPKDS - NO COPY"
               GO TO 2500-EXIT
           END-IF

           MOVE SPACES TO WS-PACKAGE-NAME
           STRING "RPTPKG." DELIMITED BY SIZE
                  WS-RCP-ID(WS-RECIPIENT-SUB) DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  LK-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-PACKAGE-NAME
           PERFORM 4000-WRITE-PACKAGE-COPY THRU 4000-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - a clean package cuts DANORPTS for the next  *
      *                   cycle; a missing report or an unwritten     *
      *                   copy leaves the spool for the rerun         *
      *****************************************************************
       3000-TERMINATE.
           MOVE WS-COPIES-WRITTEN TO WS-EDIT-COUNT
           DISPLAY "DANOPKG: " WS-EDIT-COUNT " PACKAGE COPY(IES) "
                   "WRITTEN FOR " LK-BUSINESS-DATE

           IF WS-PACKAGE-FAILED
               DISPLAY "DANOPKG: DANORPTS LEFT FOR THE RERUN"
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           IF WS-REPORTS-MISSING > 0
               MOVE WS-REPORTS-MISSING TO WS-EDIT-COUNT
               DISPLAY "DANOPKG: " WS-EDIT-COUNT " REPORT(S) MISSING - "
                       "DANORPTS LEFT FOR THE RERUN"
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           OPEN OUTPUT REPORT-SPOOL-FILE
           CLOSE REPORT-SPOOL-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-WRITE-PACKAGE-COPY - the cover, then each included      *
      *                            section from its first page;       *
      *                            WS-SEC-INCLUDE says which sections *
      *****************************************************************
       4000-WRITE-PACKAGE-COPY.
           MOVE 2 TO WS-NEXT-PAGE
           MOVE 0 TO WS-COPY-MISSING
           PERFORM 4010-PLACE-SECTION THRU 4010-EXIT
               VARYING WS-SECTION-SUB FROM 1 BY 1
               UNTIL WS-SECTION-SUB > WS-SECTION-COUNT

           OPEN OUTPUT PACKAGE-FILE
           IF NOT WS-PACKAGE-OK
               DISPLAY "DANOPKG: OPEN " WS-PACKAGE-NAME
                       " FAILED, STATUS " WS-PACKAGE-STATUS
               SET WS-PACKAGE-FAILED TO TRUE
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "REPORT PACKAGE NOT WRITTEN: " WS-PACKAGE-NAME
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE 0 TO WS-PAGE-NUMBER
           MOVE "COVER AND INDEX" TO WS-PTL-TITLE
           MOVE SPACES TO WS-PTL-CONTINUED
           PERFORM 8100-NEW-PAGE THRU 8100-EXIT
           PERFORM 4100-WRITE-COVER THRU 4100-EXIT

           PERFORM 4200-WRITE-SECTION THRU 4200-EXIT
               VARYING WS-SECTION-SUB FROM 1 BY 1
               UNTIL WS-SECTION-SUB > WS-SECTION-COUNT

           CLOSE PACKAGE-FILE
           ADD 1 TO WS-COPIES-WRITTEN
           MOVE WS-PAGE-NUMBER TO WS-EDIT-COUNT
           DISPLAY "DANOPKG: WROTE " WS-PACKAGE-NAME " - "
                   WS-EDIT-COUNT " PAGE(S)".
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4010-PLACE-SECTION - the page an included section starts on  *
      *****************************************************************
       4010-PLACE-SECTION.
           IF NOT WS-SEC-INCLUDED(WS-SECTION-SUB)
               GO TO 4010-EXIT
           END-IF
           MOVE WS-NEXT-PAGE TO WS-SEC-START-PAGE(WS-SECTION-SUB)
           ADD WS-SEC-PAGES(WS-SECTION-SUB) TO WS-NEXT-PAGE
           IF WS-SEC-STATUS(WS-SECTION-SUB) = "MISSING"
               ADD 1 TO WS-COPY-MISSING
           END-IF.
       4010-EXIT.
           EXIT.

      *****************************************************************
      *  4100-WRITE-COVER - business date, overall job status, the    *
      *                     index, the missing-report flag and, on    *
      *                     the full package, the distribution        *
      *****************************************************************
       4100-WRITE-COVER.
           STRING "  BUSINESS DATE  . . . . . . " LK-BUSINESS-DATE
                  "   DANOCAL DAY TYPE " WS-DAY-TYPE " "
                  WS-DAY-TYPE-NOTE
               DELIMITED BY SIZE INTO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           STRING "  PACKAGE PRODUCED . . . . . " WS-RUN-DATE " "
                  WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           IF WS-FULL-COPY
               MOVE "  PREPARED FOR . . . . . . . FULL PACKAGE - ALL S
      -             "ECTIONS" TO WS-PKG-LINE
           ELSE
               STRING "  PREPARED FOR . . . . . . . "
                      WS-RCP-ID(WS-RECIPIENT-SUB) " "
                      WS-RCP-TEAM-NAME(WS-RECIPIENT-SUB)
                   DELIMITED BY SIZE INTO WS-PKG-LINE
           END-IF
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           PERFORM 8000-PUT-LINE THRU 8000-EXIT

           STRING "  OVERALL JOB STATUS . . . . " WS-OVERALL-STATUS
               DELIMITED BY SIZE INTO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           IF WS-JOB-COUNT > 0
               PERFORM 4110-WRITE-JOB-COUNTS THRU 4110-EXIT
           END-IF
           PERFORM 8000-PUT-LINE THRU 8000-EXIT

           MOVE "  CONTENTS" TO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           PERFORM 4130-WRITE-INDEX-ENTRY THRU 4130-EXIT
               VARYING WS-SECTION-SUB FROM 1 BY 1
               UNTIL WS-SECTION-SUB > WS-SECTION-COUNT

           IF WS-COPY-MISSING > 0
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
               MOVE WS-COPY-MISSING TO WS-EDIT-COUNT
               STRING "  *** " WS-EDIT-COUNT " REPORT(S) DUE ON A "
                      WS-DAY-TYPE " DAY ARE MISSING - SEE CONTENTS ***"
                   DELIMITED BY SIZE INTO WS-PKG-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
           END-IF

           IF WS-FULL-COPY AND WS-RECIPIENT-COUNT > 0
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
               MOVE "  DISTRIBUTION" TO WS-PKG-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
               PERFORM 4140-WRITE-DISTRIBUTION THRU 4140-EXIT
                   VARYING WS-RECIPIENT-SUB FROM 1 BY 1
                   UNTIL WS-RECIPIENT-SUB > WS-RECIPIENT-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4110-WRITE-JOB-COUNTS - the tallies, then the failed jobs by *
      *                          name, WS-FAILED-LIST-LIMIT at most   *
      *****************************************************************
       4110-WRITE-JOB-COUNTS.
           MOVE WS-JOBS-COMPLETE TO WS-EDIT-COUNT
           STRING "    JOBS COMPLETE  . . . . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE WS-JOBS-FAILED TO WS-EDIT-COUNT
           STRING "    JOBS FAILED  . . . . . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE WS-JOBS-SKIPPED TO WS-EDIT-COUNT
           STRING "    JOBS SKIPPED . . . . . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE WS-HIGHEST-RC TO WS-EDIT-COUNT
           STRING "    HIGHEST RETURN CODE  . . " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT

           MOVE 0 TO WS-FAILED-LISTED
           PERFORM 4120-WRITE-FAILED-JOB THRU 4120-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT
           IF WS-FAILED-LISTED < WS-JOBS-FAILED
               COMPUTE WS-EDIT-COUNT =
                   WS-JOBS-FAILED - WS-FAILED-LISTED
               STRING "      AND " WS-EDIT-COUNT " MORE ON DANOSKDS"
                   DELIMITED BY SIZE INTO WS-PKG-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
           END-IF.
       4110-EXIT.
           EXIT.

      *****************************************************************
      *  4120-WRITE-FAILED-JOB                                        *
      *****************************************************************
       4120-WRITE-FAILED-JOB.
           IF WS-JOB-STATUS(WS-JOB-SUB) = "COMPLETE"
            OR WS-JOB-STATUS(WS-JOB-SUB) = "SKIPPED"
            OR WS-FAILED-LISTED NOT < WS-FAILED-LIST-LIMIT
               GO TO 4120-EXIT
           END-IF
           ADD 1 TO WS-FAILED-LISTED
           MOVE WS-JOB-RC(WS-JOB-SUB) TO WS-EDIT-RC
           STRING "      FAILED: " WS-JOB-NAME(WS-JOB-SUB)
                  " RC " WS-EDIT-RC
               DELIMITED BY SIZE INTO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       4120-EXIT.
           EXIT.

      *****************************************************************
      *  4130-WRITE-INDEX-ENTRY                                       *
      *****************************************************************
       4130-WRITE-INDEX-ENTRY.
           IF NOT WS-SEC-INCLUDED(WS-SECTION-SUB)
               GO TO 4130-EXIT
           END-IF
           MOVE WS-SECTION-SUB                TO WS-IXL-NUMBER
           MOVE WS-SEC-TITLE(WS-SECTION-SUB)  TO WS-IXL-TITLE
           MOVE WS-SEC-STATUS(WS-SECTION-SUB) TO WS-IXL-STATUS
           MOVE WS-SEC-START-PAGE(WS-SECTION-SUB) TO WS-IXL-PAGE
           MOVE SPACES TO WS-IXL-FLAG
           IF WS-SEC-STATUS(WS-SECTION-SUB) = "MISSING"
               STRING "*** DUE ON A " WS-DAY-TYPE " DAY ***"
                   DELIMITED BY SIZE INTO WS-IXL-FLAG
           END-IF
           MOVE WS-INDEX-LINE TO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       4130-EXIT.
           EXIT.

      *****************************************************************
      *  4140-WRITE-DISTRIBUTION - one line per recipient, its        *
      *                            sections by number                 *
      *****************************************************************
       4140-WRITE-DISTRIBUTION.
           MOVE WS-RCP-ID(WS-RECIPIENT-SUB)        TO WS-DSL-ID
           MOVE WS-RCP-TEAM-NAME(WS-RECIPIENT-SUB) TO WS-DSL-TEAM-NAME
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               IF WS-RCP-WANTED(WS-RECIPIENT-SUB, WS-SECTION-SUB) = "Y"
                   MOVE WS-SECTION-SUB   TO WS-SECTION-DIGIT
                   MOVE WS-SECTION-DIGIT TO WS-DSL-MARK(WS-SECTION-SUB)
               ELSE
                   MOVE "."              TO WS-DSL-MARK(WS-SECTION-SUB)
               END-IF
           END-PERFORM
           MOVE WS-DISTRIBUTION-LINE TO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       4140-EXIT.
           EXIT.

      *****************************************************************
      *  4200-WRITE-SECTION - an included section from a new page; an *
      *                       empty one says why                      *
      *****************************************************************
       4200-WRITE-SECTION.
           IF NOT WS-SEC-INCLUDED(WS-SECTION-SUB)
               GO TO 4200-EXIT
           END-IF
           MOVE WS-SEC-TITLE(WS-SECTION-SUB) TO WS-PTL-TITLE
           MOVE SPACES TO WS-PTL-CONTINUED
           PERFORM 8100-NEW-PAGE THRU 8100-EXIT
           MOVE "(CONTINUED)" TO WS-PTL-CONTINUED

           EVALUATE TRUE
               WHEN WS-SEC-STATUS(WS-SECTION-SUB) = "MISSING"
                   STRING "  *** NOT PRODUCED THIS CYCLE - DUE ON A "
                          WS-DAY-TYPE " DAY ***"
                       DELIMITED BY SIZE INTO WS-PKG-LINE
                   PERFORM 8000-PUT-LINE THRU 8000-EXIT
               WHEN WS-SEC-STATUS(WS-SECTION-SUB) = "NOT DUE"
                   STRING "  NOT DUE ON A " WS-DAY-TYPE
                          " DAY - NOTHING PRODUCED"
                       DELIMITED BY SIZE INTO WS-PKG-LINE
                   PERFORM 8000-PUT-LINE THRU 8000-EXIT
               WHEN WS-SEC-KIND(WS-SECTION-SUB) = "T"
                   MOVE WS-TRAILER-HEADING TO WS-PKG-LINE
                   PERFORM 8000-PUT-LINE THRU 8000-EXIT
                   SET WS-SCAN-PRINTING TO TRUE
                   PERFORM 8200-SCAN-TRAILERS THRU 8200-EXIT
               WHEN OTHER
                   PERFORM 8300-PRINT-SPOOL THRU 8300-EXIT
           END-EVALUATE.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  8000-PUT-LINE - WS-PKG-LINE onto the package, a new page     *
      *                  first when this one is full                  *
      *****************************************************************
       8000-PUT-LINE.
           IF WS-LINE-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 8100-NEW-PAGE THRU 8100-EXIT
           END-IF
           MOVE WS-PKG-LINE TO PACKAGE-RECORD
           WRITE PACKAGE-RECORD
           ADD 1 TO WS-LINE-ON-PAGE
           MOVE SPACES TO WS-PKG-LINE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-NEW-PAGE - the page heading, the title and a blank line *
      *****************************************************************
       8100-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE LK-BUSINESS-DATE TO WS-PHL-BUSINESS-DATE
           MOVE WS-PAGE-NUMBER   TO WS-PHL-PAGE
           MOVE WS-PAGE-HEADING-LINE TO PACKAGE-RECORD
           WRITE PACKAGE-RECORD
           MOVE WS-PAGE-TITLE-LINE TO PACKAGE-RECORD
           WRITE PACKAGE-RECORD
           MOVE SPACES TO PACKAGE-RECORD
           WRITE PACKAGE-RECORD
           MOVE WS-HEADING-LINES TO WS-LINE-ON-PAGE.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-SCAN-TRAILERS - DANOPOST's trailers for the business    *
      *                       date on CTLTOTAL, then on CTLPRIOR -    *
      *                       counted into section WS-SECTION-SUB or  *
      *                       printed, by WS-SCAN-MODE                *
      *****************************************************************
       8200-SCAN-TRAILERS.
           OPEN INPUT CONTROL-TOTALS-FILE
           IF CTL-FILE-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SWITCH
               PERFORM 8210-READ-TRAILER THRU 8210-EXIT
               PERFORM 8220-ONE-TRAILER THRU 8220-EXIT
                   UNTIL WS-INPUT-EOF
               CLOSE CONTROL-TOTALS-FILE
           END-IF

           OPEN INPUT PRIOR-TOTALS-FILE
           IF WS-PRIOR-OK
               MOVE "N" TO WS-INPUT-EOF-SWITCH
               PERFORM 8230-READ-PRIOR THRU 8230-EXIT
               PERFORM 8240-ONE-PRIOR THRU 8240-EXIT
                   UNTIL WS-INPUT-EOF
               CLOSE PRIOR-TOTALS-FILE
           END-IF.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8210-READ-TRAILER                                            *
      *****************************************************************
       8210-READ-TRAILER.
           READ CONTROL-TOTALS-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       8210-EXIT.
           EXIT.

      *****************************************************************
      *  8220-ONE-TRAILER                                             *
      *****************************************************************
       8220-ONE-TRAILER.
           IF CTR-PROGRAM-NAME NOT = WS-SEC-SOURCE(WS-SECTION-SUB)
            OR CTR-BUSINESS-DATE NOT = LK-BUSINESS-DATE
               GO TO 8220-NEXT
           END-IF
           IF WS-SCAN-COUNTING
               ADD 1 TO WS-SEC-LINES(WS-SECTION-SUB)
               GO TO 8220-NEXT
           END-IF

           MOVE "CTLTOTAL"           TO WS-TRL-FILE
           MOVE CTR-PROGRAM-NAME     TO WS-TRL-PROGRAM
           MOVE CTR-RECORDS-READ     TO WS-TRL-READ
           MOVE CTR-RECORDS-SET-OK   TO WS-TRL-SET-OK
           MOVE CTR-RECORDS-REJECTED TO WS-TRL-REJECTED
           MOVE CTR-HASH-TOTAL       TO WS-TRL-HASH
           MOVE CTR-RUN-DATE         TO WS-TRL-RUN-DATE
           MOVE CTR-RUN-TIME         TO WS-TRL-RUN-TIME
           MOVE WS-TRAILER-LINE TO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       8220-NEXT.
           PERFORM 8210-READ-TRAILER THRU 8210-EXIT.
       8220-EXIT.
           EXIT.

      *****************************************************************
      *  8230-READ-PRIOR                                              *
      *****************************************************************
       8230-READ-PRIOR.
           READ PRIOR-TOTALS-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       8230-EXIT.
           EXIT.

      *****************************************************************
      *  8240-ONE-PRIOR - a trailer DANORECN has already rolled       *
      *****************************************************************
       8240-ONE-PRIOR.
           IF PTR-PROGRAM-NAME NOT = WS-SEC-SOURCE(WS-SECTION-SUB)
            OR PTR-BUSINESS-DATE NOT = LK-BUSINESS-DATE
               GO TO 8240-NEXT
           END-IF
           IF WS-SCAN-COUNTING
               ADD 1 TO WS-SEC-LINES(WS-SECTION-SUB)
               GO TO 8240-NEXT
           END-IF

           MOVE "CTLPRIOR"           TO WS-TRL-FILE
           MOVE PTR-PROGRAM-NAME     TO WS-TRL-PROGRAM
           MOVE PTR-RECORDS-READ     TO WS-TRL-READ
           MOVE PTR-RECORDS-SET-OK   TO WS-TRL-SET-OK
           MOVE PTR-RECORDS-REJECTED TO WS-TRL-REJECTED
           MOVE PTR-HASH-TOTAL       TO WS-TRL-HASH
           MOVE PTR-RUN-DATE         TO WS-TRL-RUN-DATE
           MOVE PTR-RUN-TIME         TO WS-TRL-RUN-TIME
           MOVE WS-TRAILER-LINE TO WS-PKG-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       8240-NEXT.
           PERFORM 8230-READ-PRIOR THRU 8230-EXIT.
       8240-EXIT.
           EXIT.

      *****************************************************************
      *  8300-PRINT-SPOOL - section WS-SECTION-SUB's lines from       *
      *                     DANORPTS, its latest run only             *
      *****************************************************************
       8300-PRINT-SPOOL.
           OPEN INPUT REPORT-SPOOL-FILE
           IF NOT WS-SPOOL-STATUS = "00"
               GO TO 8300-EXIT
           END-IF
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 8310-READ-SPOOL THRU 8310-EXIT
           PERFORM 8320-ONE-SPOOL-LINE THRU 8320-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE REPORT-SPOOL-FILE.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8310-READ-SPOOL                                              *
      *****************************************************************
       8310-READ-SPOOL.
           READ REPORT-SPOOL-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       8310-EXIT.
           EXIT.

      *****************************************************************
      *  8320-ONE-SPOOL-LINE                                          *
      *****************************************************************
       8320-ONE-SPOOL-LINE.
           IF RPS-PROGRAM-NAME = WS-SEC-SOURCE(WS-SECTION-SUB)
            AND RPS-RUN-STAMP = WS-SEC-STAMP(WS-SECTION-SUB)
            AND RPS-BUSINESS-DATE = LK-BUSINESS-DATE
               MOVE RPS-LINE TO WS-PKG-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
           END-IF
           PERFORM 8310-READ-SPOOL THRU 8310-EXIT.
       8320-EXIT.
           EXIT.

       COPY DANOCAPD.
       COPY DANOALPD.
