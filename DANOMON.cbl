      *  trouble happens (DANOAL* macro): the null-pointer guard,     *
      *  DANO2's layout-version mismatches, DANO3 coercion rejects,   *
      *  DANOVRFY findings, DANORECN out-of-balance, refused feeds    *
      *  and failed master OPENs.  CALLed by DANOSKED at job end, and *
      *  on demand by any caller passing DANOCTL,                     *
      *  this monitor:                                                 *
      *      - lists every OPEN (unacknowledged) alert,               *
      *      - summarizes open alerts by severity,                    *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-10-15  DLO   The report also goes to the DANORPTS      *
      *                      report spool (DANORP*), for the           *
      *                      DANOPKG report package.                   *
      *    2026-10-15  DLO   Takes LK-CONTROL (DANOCTL) from its       *
      *                      caller and stamps its DANORPTS lines      *
      *                      with LK-BUSINESS-DATE for DANOPKG.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOMON.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DANOALSL.
           COPY DANORPSL.

           SELECT ALERT-WORK-FILE ASSIGN TO "DANOALRW"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       COPY DANOALFD.
       COPY DANORPFD.

       FD  ALERT-WORK-FILE
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       COPY DANOALWS.
       COPY DANORPWS.

       01  WS-PROGRAM-NAME              pic x(08).

           05  WS-ALREADY-ACKED         pic 9(09) comp value 0.
           05  WS-ACKED-THIS-RUN        pic 9(09) comp value 0.

       LINKAGE SECTION.
       COPY DANOCTL.

       PROCEDURE DIVISION USING LK-CONTROL.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOMON" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO WS-SPOOL-BUSINESS-DATE
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-REVIEW-ALERT   THRU 2000-EXIT
               UNTIL WS-ALERT-EOF

           OPEN INPUT ALERT-FILE
           IF NOT WS-ALERT-STATUS = "00"
               MOVE "DANOMON: NO DANOALRT ON HAND - NO ALERTS"
                   TO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               SET WS-ALERT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
               OPEN OUTPUT ALERT-WORK-FILE
           END-IF

           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE "DANOMON RUN-HEALTH ALERT REPORT" TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           PERFORM 1010-READ-ALERT THRU 1010-EXIT.
       1000-EXIT.
           EXIT.
                   WHEN OTHER
                       ADD 1 TO WS-OPEN-WARNINGS
               END-EVALUATE
               STRING "  " ALT-SEVERITY " " ALT-LOG-DATE " "
                      ALT-LOG-TIME " " ALT-PROGRAM-NAME " "
                      ALT-MESSAGE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           END-IF

           IF WS-ACK-ALL-MODE
               PERFORM 3100-REWRITE-ALERTS THRU 3100-EXIT
           END-IF

           MOVE "  ------------------------------------------"
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-ALERTS-READ TO WS-SPOOL-NUMBER
           STRING "  ALERTS ON FILE . . . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-OPEN-WARNINGS TO WS-SPOOL-NUMBER
           STRING "  OPEN WARNINGS (W)  . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-OPEN-ERRORS TO WS-SPOOL-NUMBER
           STRING "  OPEN ERRORS   (E)  . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-OPEN-FATALS TO WS-SPOOL-NUMBER
           STRING "  OPEN FATALS   (F)  . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-ALREADY-ACKED TO WS-SPOOL-NUMBER
           STRING "  PREVIOUSLY ACKNOWLEDGED  . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-ACKED-THIS-RUN TO WS-SPOOL-NUMBER
           STRING "  ACKNOWLEDGED THIS RUN  . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           PERFORM 8969-CLOSE-SPOOL THRU 8969-EXIT

           IF WS-OPEN-FATALS > 0
               MOVE 16 TO RETURN-CODE
           PERFORM 3110-READ-WORK THRU 3110-EXIT.
       3120-EXIT.
           EXIT.

       COPY DANORPPD.
