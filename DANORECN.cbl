      *    - DANO1: visited + overflow-rejected = DANOEDIT accepted    *
      *      (a checkpoint-restarted walk visits fewer on purpose -    *
      *      that run flags, and a human decides)                      *
      *    - DANOAPLY: read = DANOEDIT accepted, and read = applied    *
      *      + rejected (frozen or closed accounts)                    *
      *    - DANOPOST: read = posted + rejected                        *
      *    - DANOGLIF: read = cycle postings + other items, and the    *
      *      cycle postings and their net amount (hash) carried to     *
      *      the GL equal DANOPOST's posted count and hash             *
      *  Prior-cycle hash totals are listed program by program with    *
      *  their movement - informational, balances are supposed to      *
      *  move, but a hash that moved on a program that ran nothing    *
      *    2026-09-02  DLO   An out-of-balance verdict now drops an    *
      *                      alert to the common DANOALRT run-health   *
      *                      file so DANOMON sees it the same night.   *
      *    2026-09-22  DLO   GL tie-out: DANOGLIF's trailer must       *
      *                      foot, and the postings and net amount     *
      *                      it sent to the ledger must equal what     *
      *                      DANOPOST reports it posted.               *
      *    2026-09-24  DLO   DANOAPLY now rejects feed records for     *
      *                      frozen and closed accounts to TYPE1REJ;   *
      *                      its trailer foots as applied + rejected   *
      *                      = read instead of applied = read.         *
      *    2026-10-15  DLO   The report also goes to the DANORPTS      *
      *                      report spool (DANORP*), for the           *
      *                      DANOPKG report package.                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANORECN.
       FILE-CONTROL.
           COPY CTLRPTSL.
           COPY DANOALSL.
           COPY DANORPSL.

           SELECT PRIOR-TOTALS-FILE ASSIGN TO "CTLPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY CTLRPTFD.
       COPY DANOALFD.
       COPY DANORPFD.

       FD  PRIOR-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       COPY DANOALWS.
       COPY DANORPWS.

       01  WS-PROGRAM-NAME              pic x(08).

           05  WS-DANO1-SUB             pic 9(4) comp.
           05  WS-APPLY-SUB             pic 9(4) comp.
           05  WS-POST-SUB              pic 9(4) comp.
           05  WS-GL-SUB                pic 9(4) comp.

       01  WS-CYCLE-TOTALS-TABLE.
           05  WS-CYCLE-TOTAL           occurs 20 times.

       01  WS-HASH-MOVEMENT             pic s9(09) comp.

      *    display copies of the figures a report line carries
       01  WS-PRINT-FIGURES.
           05  WS-PRINT-FIRST           pic 9(09).
           05  WS-PRINT-SECOND          pic 9(09).
           05  WS-PRINT-MOVEMENT        pic -(9)9.

       LINKAGE SECTION.
       COPY DANOCTL.

       0000-MAINLINE.
           MOVE "DANORECN" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-SPOOL-BUSINESS-DATE
           PERFORM 1000-LOAD-CYCLE-TOTALS THRU 1000-EXIT
           PERFORM 1100-LOAD-PRIOR-TOTALS THRU 1100-EXIT
           PERFORM 2000-CROSS-FOOT        THRU 2000-EXIT
           PERFORM 2500-PRIOR-CYCLE-PAGE  THRU 2500-EXIT
           PERFORM 2900-BALANCE-VERDICT   THRU 2900-EXIT
           PERFORM 3000-ROLL-TOTALS       THRU 3000-EXIT
           PERFORM 8969-CLOSE-SPOOL       THRU 8969-EXIT
           GOBACK.

      *****************************************************************
       1000-LOAD-CYCLE-TOTALS.
           OPEN INPUT CONTROL-TOTALS-FILE
           IF NOT CTL-FILE-STATUS = "00"
               STRING "DANORECN: NO CTLTOTAL ON HAND - NOTHING TO "
                      "RECONCILE"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               SET WS-CTL-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
      *                    programs involved reported this cycle      *
      *****************************************************************
       2000-CROSS-FOOT.
           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE "DANORECN JOB-LEVEL RECONCILIATION" TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-TRAILERS-READ TO WS-SPOOL-NUMBER
           STRING "  TRAILERS READ THIS CYCLE . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT

           PERFORM 2010-FIND-PROGRAMS THRU 2010-EXIT

                       + WS-CYC-REJECTED(WS-EDIT-SUB)
               IF WS-WORK-TOTAL NOT = WS-CYC-READ(WS-EDIT-SUB)
                   PERFORM 2020-REPORT-IMBALANCE THRU 2020-EXIT
                   MOVE WS-CYC-READ(WS-EDIT-SUB) TO WS-PRINT-FIRST
                   MOVE WS-WORK-TOTAL TO WS-PRINT-SECOND
                   STRING "    DANOEDIT READ " WS-PRINT-FIRST
                          " BUT ACCEPTED+REJECTED IS " WS-PRINT-SECOND
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               END-IF
               MOVE WS-CYC-SET-OK(WS-EDIT-SUB) TO WS-FEED-ACCEPTED
           END-IF
                       + WS-CYC-REJECTED(WS-DANO1-SUB)
               IF WS-WORK-TOTAL NOT = WS-FEED-ACCEPTED
                   PERFORM 2020-REPORT-IMBALANCE THRU 2020-EXIT
                   MOVE WS-WORK-TOTAL TO WS-PRINT-FIRST
                   MOVE WS-FEED-ACCEPTED TO WS-PRINT-SECOND
                   STRING "    DANO1 VISITED+OVERFLOW " WS-PRINT-FIRST
                          " BUT THE EDITED FEED DELIVERED "
                          WS-PRINT-SECOND
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               END-IF
           END-IF

           IF WS-EDIT-SUB > 0 AND WS-APPLY-SUB > 0
               IF WS-CYC-READ(WS-APPLY-SUB) NOT = WS-FEED-ACCEPTED
                   PERFORM 2020-REPORT-IMBALANCE THRU 2020-EXIT
                   MOVE WS-CYC-READ(WS-APPLY-SUB) TO WS-PRINT-FIRST
                   MOVE WS-FEED-ACCEPTED TO WS-PRINT-SECOND
                   STRING "    DANOAPLY READ " WS-PRINT-FIRST
                          " BUT THE EDITED FEED DELIVERED "
                          WS-PRINT-SECOND
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               END-IF
               COMPUTE WS-WORK-TOTAL =
                   WS-CYC-SET-OK(WS-APPLY-SUB)
                       + WS-CYC-REJECTED(WS-APPLY-SUB)
               IF WS-WORK-TOTAL NOT = WS-CYC-READ(WS-APPLY-SUB)
                   PERFORM 2020-REPORT-IMBALANCE THRU 2020-EXIT
                   MOVE WS-CYC-READ(WS-APPLY-SUB) TO WS-PRINT-FIRST
                   MOVE WS-WORK-TOTAL TO WS-PRINT-SECOND
                   STRING "    DANOAPLY READ " WS-PRINT-FIRST
                          " BUT APPLIED+REJECTED IS " WS-PRINT-SECOND
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               END-IF
           END-IF

                       + WS-CYC-REJECTED(WS-POST-SUB)
               IF WS-WORK-TOTAL NOT = WS-CYC-READ(WS-POST-SUB)
                   PERFORM 2020-REPORT-IMBALANCE THRU 2020-EXIT
                   MOVE WS-CYC-READ(WS-POST-SUB) TO WS-PRINT-FIRST
                   MOVE WS-WORK-TOTAL TO WS-PRINT-SECOND
                   STRING "    DANOPOST READ " WS-PRINT-FIRST
                          " BUT POSTED+REJECTED IS " WS-PRINT-SECOND
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               END-IF
           END-IF

           IF WS-GL-SUB > 0
               COMPUTE WS-WORK-TOTAL =
                   WS-CYC-SET-OK(WS-GL-SUB)
                       + WS-CYC-REJECTED(WS-GL-SUB)
               IF WS-WORK-TOTAL NOT = WS-CYC-READ(WS-GL-SUB)
                   PERFORM 2020-REPORT-IMBALANCE THRU 2020-EXIT
                   MOVE WS-CYC-READ(WS-GL-SUB) TO WS-PRINT-FIRST
                   MOVE WS-WORK-TOTAL TO WS-PRINT-SECOND
                   STRING "    DANOGLIF READ " WS-PRINT-FIRST
                          " BUT CYCLE+OTHER IS " WS-PRINT-SECOND
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               END-IF
           END-IF

           IF WS-POST-SUB > 0 AND WS-GL-SUB > 0
               IF WS-CYC-SET-OK(WS-GL-SUB)
                       NOT = WS-CYC-SET-OK(WS-POST-SUB)
                   PERFORM 2020-REPORT-IMBALANCE THRU 2020-EXIT
                   MOVE WS-CYC-SET-OK(WS-GL-SUB) TO WS-PRINT-FIRST
                   MOVE WS-CYC-SET-OK(WS-POST-SUB) TO WS-PRINT-SECOND
                   STRING "    DANOGLIF SENT " WS-PRINT-FIRST
                          " POSTING(S) TO THE GL BUT DANOPOST POSTED "
                          WS-PRINT-SECOND
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               END-IF
               IF WS-CYC-HASH(WS-GL-SUB)
                       NOT = WS-CYC-HASH(WS-POST-SUB)
                   PERFORM 2020-REPORT-IMBALANCE THRU 2020-EXIT
                   MOVE WS-CYC-HASH(WS-GL-SUB) TO WS-PRINT-FIRST
                   MOVE WS-CYC-HASH(WS-POST-SUB) TO WS-PRINT-SECOND
                   STRING "    DANOGLIF AMOUNT HASH " WS-PRINT-FIRST
                          " BUT DANOPOST HASH " WS-PRINT-SECOND
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               END-IF
           END-IF.
       2000-EXIT.
      *****************************************************************
       2010-FIND-PROGRAMS.
           MOVE 0 TO WS-EDIT-SUB WS-DANO1-SUB WS-APPLY-SUB WS-POST-SUB
           MOVE 0 TO WS-GL-SUB
           MOVE 0 TO WS-FEED-ACCEPTED
           PERFORM VARYING WS-TOTALS-SUB FROM 1 BY 1
                   UNTIL WS-TOTALS-SUB > WS-TOTALS-COUNT
                       MOVE WS-TOTALS-SUB TO WS-APPLY-SUB
                   WHEN "DANOPOST"
                       MOVE WS-TOTALS-SUB TO WS-POST-SUB
                   WHEN "DANOGLIF"
                       MOVE WS-TOTALS-SUB TO WS-GL-SUB
               END-EVALUATE
           END-PERFORM.
       2010-EXIT.
       2020-REPORT-IMBALANCE.
           ADD 1 TO WS-CHECKS-FAILED
           MOVE "N" TO WS-BALANCE-SWITCH
           MOVE "  OUT OF BALANCE:" TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT.
       2020-EXIT.
           EXIT.

      *                          program by program                    *
      *****************************************************************
       2500-PRIOR-CYCLE-PAGE.
           MOVE "  HASH TOTALS VS PRIOR CYCLE:" TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           PERFORM VARYING WS-TOTALS-SUB FROM 1 BY 1
                   UNTIL WS-TOTALS-SUB > WS-TOTALS-COUNT
               PERFORM 2510-COMPARE-ONE-HASH THRU 2510-EXIT
               COMPUTE WS-HASH-MOVEMENT =
                   WS-CYC-HASH(WS-TOTALS-SUB)
                       - WS-PRI-HASH(WS-TOTALS-HIT-SUB)
               MOVE WS-CYC-HASH(WS-TOTALS-SUB) TO WS-PRINT-FIRST
               MOVE WS-PRI-HASH(WS-TOTALS-HIT-SUB) TO WS-PRINT-SECOND
               MOVE WS-HASH-MOVEMENT TO WS-PRINT-MOVEMENT
               STRING "    " WS-CYC-PROGRAM(WS-TOTALS-SUB)
                      " HASH " WS-PRINT-FIRST
                      " PRIOR " WS-PRINT-SECOND
                      " MOVEMENT " WS-PRINT-MOVEMENT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           ELSE
               MOVE WS-CYC-HASH(WS-TOTALS-SUB) TO WS-PRINT-FIRST
               STRING "    " WS-CYC-PROGRAM(WS-TOTALS-SUB)
                      " HASH " WS-PRINT-FIRST
                      " (NO PRIOR CYCLE ON RECORD)"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           END-IF.
       2510-EXIT.
           EXIT.
      *****************************************************************
       2900-BALANCE-VERDICT.
           IF WS-JOB-IN-BALANCE
               MOVE "  JOB IS IN BALANCE" TO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           ELSE
               MOVE WS-CHECKS-FAILED TO WS-SPOOL-NUMBER
               STRING "  JOB OUT OF BALANCE - " WS-SPOOL-NUMBER
                      " CHECK(S) FAILED"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE "JOB OUT OF BALANCE" TO WS-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT.
       2900-EXIT.
           EXIT.

           EXIT.

       COPY DANOALPD.
       COPY DANORPPD.
