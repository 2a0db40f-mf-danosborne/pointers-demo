      *****************************************************************
      *  PROGRAM-ID.  DANOCALM                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-09-10.                                     *
      *                                                                *
      *  Online DANOCAL day-type maintenance, in the DANOCAPT style.  *
      *  A declared holiday or a moved period end used to mean        *
      *  hand-editing the calendar file.  A supervisor (DANOOPER      *
      *  authority S - anyone else is locked out) keys a date and     *
      *  the new day type (B, E, W or H); the entry on DANOCAL is     *
      *  changed and the file rewritten in place.  A day a completed *
      *  cycle has already run under - on or before the DANOBDAT      *
      *  date, or carried by a COMPLETE record on DANOSKDS - is       *
      *  refused: changing it now would make the history lie.  Each   *
      *  change is stamped to DANOOPLG under action CALCHANGE with    *
      *  the record key holding the date, the old type and the new    *
      *  type (YYYYMMDDon), so DANOOPRP shows exactly what moved.     *
      *  Each change holds the DANOCALK lock (DANOCKPD), which        *
      *  DANOCALG also takes, and rereads DANOCAL under it before     *
      *  the rewrite, so a change made meanwhile by another session   *
      *  or by a generation run is never written over.                *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-10  DLO   Initial version.                          *
      *    2026-10-02  DLO   Sign-on takes the operator credential     *
      *                      (checked, locked out and expired by       *
      *                      DANOOPPD).                                *
      *    2026-10-15  DLO   The DANOCAL OPEN OUTPUT is checked; a     *
      *                      failure changes and stamps nothing.       *
      *    2026-10-15  DLO   Each change takes the DANOCALK lock       *
      *                      (DANOCKPD), shared with DANOCALG, and     *
      *                      rereads DANOCAL and finds the date again  *
      *                      under it before the rewrite.              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOCALM.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-09-10.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DANOCASL.
           COPY DANOCKSL.
           COPY DANOOPSL.

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
       COPY DANOOPFD.

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
       COPY DANOOPWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-BUSDATE-STATUS        pic x(02).
           05  WS-SCHEDSTAT-STATUS      pic x(02).
               88  WS-SCHEDSTAT-OK               value "00".
               88  WS-SCHEDSTAT-EOF              value "10".
           05  WS-MORE-CHANGES          pic x(01) value "Y".
               88  WS-MORE-CHANGES-YES            value "Y".
           05  WS-DAY-RUN-SWITCH        pic x(01).
               88  WS-DAY-ALREADY-RUN             value "Y".

       01  WS-LAST-CYCLE-DATE           pic x(08) value spaces.

       01  WS-RUN-DATE-TABLE-LIMITS.
           05  WS-RUN-DATE-CAPACITY     pic 9(4) comp value 100.
           05  WS-RUN-DATE-COUNT        pic 9(4) comp value 0.
           05  WS-RUN-DATE-SUB          pic 9(4) comp.

      *    business dates DANOSKDS shows a COMPLETE job under
       01  WS-RUN-DATE-TABLE.
           05  WS-RUN-DATE              pic x(08) occurs 100 times.

       01  WS-CHANGE-KEY.
           05  WS-CHG-DATE              pic x(08).
           05  WS-CHG-OLD-TYPE          pic x(01).
           05  WS-CHG-NEW-TYPE          pic x(01).

       01  WS-HIT-SUB                   pic 9(4) comp.

       01  WS-INPUT-DATE                pic x(08).
       01  WS-INPUT-TYPE                pic x(01).
           88  WS-INPUT-TYPE-VALID            value "B" "E" "W" "H".
       01  WS-INPUT-CONTINUE            pic x(01).
       01  WS-MESSAGE                   pic x(40).

       01  WS-CHANGED-COUNT             pic 9(09) comp value 0.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05  LINE 1 COL 1  VALUE "DANOCALM - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-ENTRY.
           05  LINE 1 COL 1  VALUE "DANOCALM - CALENDAR DAY TYPE".
           05  LINE 1 COL 50 VALUE "OPR: ".
           05  LINE 1 COL 55 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 3 COL 1  VALUE "DATE (YYYYMMDD): ".
           05  LINE 3 COL 18 PIC X(08) TO WS-INPUT-DATE.
           05  LINE 4 COL 1  VALUE "NEW DAY TYPE (B/E/W/H): ".
           05  LINE 4 COL 25 PIC X(01) TO WS-INPUT-TYPE.

       01  SCR-MESSAGE-LINE.
           05  LINE 7 COL 1  PIC X(40) FROM WS-MESSAGE.

       01  SCR-CONTINUE-PROMPT.
           05  LINE 9 COL 1  VALUE "ANOTHER CHANGE (Y/N)? ".
           05  LINE 9 COL 23 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOCALM" TO WS-PROGRAM-NAME
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-CHANGE-DAY       THRU 2000-EXIT
               UNTIL NOT WS-MORE-CHANGES-YES
           PERFORM 3000-TERMINATE        THRU 3000-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - supervisor authority or lockout, the       *
      *                    calendar, and the dates completed cycles   *
      *                    have already run under                     *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1020-OPERATOR-SIGNON THRU 1020-EXIT
           IF NOT WS-MORE-CHANGES-YES
               GO TO 1000-EXIT
           END-IF

           PERFORM 8900-LOAD-CALENDAR THRU 8900-EXIT
           IF NOT WS-CALENDAR-LOADED
               DISPLAY "DANOCALM: NO DANOCAL CALENDAR ON HAND - "
                       "RUN DANOCALG TO GENERATE THE YEAR"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-MORE-CHANGES
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-CALENDAR-EOF
      *        the file is rewritten from the table; a tail that
      *        never loaded would be lost
               DISPLAY "DANOCALM: DANOCAL HOLDS MORE THAN "
                       WS-CALENDAR-CAPACITY " ENTRIES - RETIRE THE "
                       "OLDEST YEAR BEFORE MAINTAINING IT"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-MORE-CHANGES
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LOAD-RUN-DATES THRU 1100-EXIT.
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
               DISPLAY "DANOCALM: OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR CALENDAR MAINTENANCE"
               MOVE "DENIED"  TO WS-OPR-ACTION
               MOVE SPACES    TO WS-OPR-RECORD-KEY
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               MOVE "N" TO WS-MORE-CHANGES
               GO TO 1020-EXIT
           END-IF

           MOVE "SIGNON"  TO WS-OPR-ACTION
           MOVE SPACES    TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
           MOVE WS-OPERATOR-ID TO WS-CAL-LOCK-OPERATOR.
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
      *  1100-LOAD-RUN-DATES - DANOBDAT's last cycle date, and every  *
      *                        business date DANOSKDS shows a job     *
      *                        COMPLETE under                         *
      *****************************************************************
       1100-LOAD-RUN-DATES.
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

           OPEN INPUT SCHED-STATUS-FILE
           IF NOT WS-SCHEDSTAT-OK
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-READ-SCHED-STATUS THRU 1110-EXIT
           PERFORM 1120-STORE-RUN-DATE THRU 1120-EXIT
               UNTIL WS-SCHEDSTAT-EOF
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
      *  1120-STORE-RUN-DATE                                          *
      *****************************************************************
       1120-STORE-RUN-DATE.
           IF SKS-STATUS = "COMPLETE"
               IF WS-RUN-DATE-COUNT < WS-RUN-DATE-CAPACITY
                   ADD 1 TO WS-RUN-DATE-COUNT
                   MOVE SKS-BUSINESS-DATE
                       TO WS-RUN-DATE(WS-RUN-DATE-COUNT)
               ELSE
                   DISPLAY "DANOCALM: MORE THAN " WS-RUN-DATE-CAPACITY
                           " COMPLETE RECORDS ON DANOSKDS - "
                           SKS-BUSINESS-DATE " NOT PROTECTED"
               END-IF
           END-IF
           PERFORM 1110-READ-SCHED-STATUS THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHANGE-DAY - key, validate, change, rewrite, stamp      *
      *****************************************************************
       2000-CHANGE-DAY.
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO WS-INPUT-DATE
           MOVE SPACE  TO WS-INPUT-TYPE
           DISPLAY SCR-ENTRY
           ACCEPT SCR-ENTRY

           IF WS-INPUT-DATE NOT NUMERIC
               MOVE "DATE MUST BE NUMERIC YYYYMMDD" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF
           IF NOT WS-INPUT-TYPE-VALID
               MOVE "DAY TYPE MUST BE B, E, W OR H" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF

           PERFORM 2030-FIND-INPUT-DATE THRU 2030-EXIT
           IF WS-HIT-SUB = 0
               MOVE "DATE IS NOT ON THE CALENDAR" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF
           IF WS-CAL-ENTRY-TYPE(WS-HIT-SUB) = WS-INPUT-TYPE
               MOVE "DAY ALREADY HAS THAT TYPE" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF

           PERFORM 2050-CHECK-DAY-RUN THRU 2050-EXIT
           IF WS-DAY-ALREADY-RUN
               MOVE "REFUSED - A CYCLE HAS RUN UNDER THIS DAY"
                   TO WS-MESSAGE
               MOVE "CALREFUSED"  TO WS-OPR-ACTION
               MOVE WS-INPUT-DATE TO WS-OPR-RECORD-KEY
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               GO TO 2000-SHOW-MESSAGE
           END-IF

           PERFORM 2100-APPLY-CHANGE THRU 2100-EXIT.

       2000-SHOW-MESSAGE.
           DISPLAY SCR-MESSAGE-LINE
           DISPLAY SCR-CONTINUE-PROMPT
           ACCEPT SCR-CONTINUE-PROMPT
           IF WS-INPUT-CONTINUE NOT = "Y"
               MOVE "N" TO WS-MORE-CHANGES
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2030-FIND-INPUT-DATE - WS-HIT-SUB is the keyed date's entry  *
      *                         in the calendar table, or zero        *
      *****************************************************************
       2030-FIND-INPUT-DATE.
           MOVE 0 TO WS-HIT-SUB
           PERFORM VARYING WS-CALENDAR-SUB FROM 1 BY 1
                   UNTIL WS-CALENDAR-SUB > WS-CALENDAR-COUNT
                      OR WS-HIT-SUB > 0
               IF WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB) = WS-INPUT-DATE
                   MOVE WS-CALENDAR-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM.
       2030-EXIT.
           EXIT.

      *****************************************************************
      *  2050-CHECK-DAY-RUN - cycles run in date order, so anything   *
      *                       on or before DANOBDAT's date is history *
      *****************************************************************
       2050-CHECK-DAY-RUN.
           MOVE "N" TO WS-DAY-RUN-SWITCH
           IF WS-LAST-CYCLE-DATE NOT = SPACES
            AND WS-INPUT-DATE NOT > WS-LAST-CYCLE-DATE
               SET WS-DAY-ALREADY-RUN TO TRUE
               GO TO 2050-EXIT
           END-IF
           PERFORM VARYING WS-RUN-DATE-SUB FROM 1 BY 1
                   UNTIL WS-RUN-DATE-SUB > WS-RUN-DATE-COUNT
                      OR WS-DAY-ALREADY-RUN
               IF WS-RUN-DATE(WS-RUN-DATE-SUB) = WS-INPUT-DATE
                   SET WS-DAY-ALREADY-RUN TO TRUE
               END-IF
           END-PERFORM.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2100-APPLY-CHANGE - under the DANOCALK lock DANOCAL is       *
      *                      reread and the date found again, so the  *
      *                      old type and every other entry are what  *
      *                      the file holds now; the entry changes,   *
      *                      DANOCAL is rewritten whole from the      *
      *                      table, and the change is stamped         *
      *                      date/old/new.  A lock held elsewhere, a  *
      *                      calendar that will not reload whole, or  *
      *                      a DANOCAL that will not open changes     *
      *                      and stamps nothing                       *
      *****************************************************************
       2100-APPLY-CHANGE.
           PERFORM 8920-TAKE-CALENDAR-LOCK THRU 8920-EXIT
           IF NOT WS-CALENDAR-LOCK-TAKEN
               MOVE SPACES TO WS-MESSAGE
               STRING "NOT SAVED - DANOCAL IN USE BY "
                      WS-CAL-LOCK-HOLDER
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 2100-EXIT
           END-IF

           MOVE 0   TO WS-CALENDAR-COUNT
           MOVE "N" TO WS-CALENDAR-LOAD-SWITCH
           MOVE "N" TO WS-CAL-EOF-SWITCH
           PERFORM 8900-LOAD-CALENDAR THRU 8900-EXIT
           IF NOT WS-CALENDAR-LOADED
            OR NOT WS-CALENDAR-EOF
               MOVE "NOT SAVED - DANOCAL DID NOT RELOAD" TO WS-MESSAGE
               GO TO 2100-RELEASE
           END-IF
           PERFORM 2030-FIND-INPUT-DATE THRU 2030-EXIT
           IF WS-HIT-SUB = 0
               MOVE "DATE IS NOT ON THE CALENDAR" TO WS-MESSAGE
               GO TO 2100-RELEASE
           END-IF
           IF WS-CAL-ENTRY-TYPE(WS-HIT-SUB) = WS-INPUT-TYPE
               MOVE "DAY ALREADY HAS THAT TYPE" TO WS-MESSAGE
               GO TO 2100-RELEASE
           END-IF

           MOVE WS-INPUT-DATE                TO WS-CHG-DATE
           MOVE WS-CAL-ENTRY-TYPE(WS-HIT-SUB) TO WS-CHG-OLD-TYPE
           MOVE WS-INPUT-TYPE                TO WS-CHG-NEW-TYPE

           OPEN OUTPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-STATUS = "00"
               MOVE SPACES TO WS-MESSAGE
               STRING "NOT SAVED - DANOCAL OPEN STATUS "
                      WS-CALENDAR-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 2100-RELEASE
           END-IF
           MOVE WS-INPUT-TYPE TO WS-CAL-ENTRY-TYPE(WS-HIT-SUB)
           PERFORM 2110-WRITE-ONE-ENTRY THRU 2110-EXIT
               VARYING WS-CALENDAR-SUB FROM 1 BY 1
               UNTIL WS-CALENDAR-SUB > WS-CALENDAR-COUNT
           CLOSE CALENDAR-FILE

           ADD 1 TO WS-CHANGED-COUNT
           MOVE "CALCHANGE"   TO WS-OPR-ACTION
           MOVE WS-CHANGE-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT

           MOVE SPACES TO WS-MESSAGE
           STRING WS-CHG-DATE " CHANGED FROM " WS-CHG-OLD-TYPE
                  " TO " WS-CHG-NEW-TYPE
                  DELIMITED BY SIZE INTO WS-MESSAGE.

       2100-RELEASE.
           PERFORM 8930-RELEASE-CALENDAR-LOCK THRU 8930-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-WRITE-ONE-ENTRY                                         *
      *****************************************************************
       2110-WRITE-ONE-ENTRY.
           MOVE WS-CAL-ENTRY-DATE(WS-CALENDAR-SUB) TO CAL-DATE
           MOVE WS-CAL-ENTRY-TYPE(WS-CALENDAR-SUB) TO CAL-DAY-TYPE
           WRITE CALENDAR-RECORD.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
       3000-TERMINATE.
           DISPLAY "DANOCALM: " WS-CHANGED-COUNT
                   " CALENDAR DAY(S) CHANGED".
       3000-EXIT.
           EXIT.

       COPY DANOCAPD.
       COPY DANOCKPD.
       COPY DANOOPPD.
