      *                      schedule controller can CALL this job as  *
      *                      part of the nightly suite; run            *
      *                      free-standing it still just ends.         *
      *    2026-09-30  DLO   DANOPOST posting runs.  RUNSTATS now      *
      *                      also carries one record per posting run   *
      *                      (tagged DANOPOST in RST-SOURCE: mode,     *
      *                      elapsed, master READs and REWRITEs,       *
      *                      items presented).  Those are held in a    *
      *                      ring of their own and printed after the   *
      *                      DANO1 trend, oldest first, with the       *
      *                      average elapsed, master I/O and items     *
      *                      for each mode, so the random and          *
      *                      match-merge posting windows can be        *
      *                      compared.  DANO1 figures are unchanged.   *
      *    2026-10-12  DLO   RUNSTATS also now carries DANOSKED's      *
      *                      per-job run times (tagged DANOSKED);      *
      *                      those are its own history and are         *
      *                      passed over here.                         *
      *    2026-10-15  DLO   The report also goes to the DANORPTS      *
      *                      report spool (DANORP*), for the           *
      *                      DANOPKG report package.                   *
      *    2026-10-15  DLO   Takes LK-CONTROL (DANOCTL) from its       *
      *                      caller and stamps its DANORPTS lines      *
      *                      with LK-BUSINESS-DATE for DANOPKG.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOTRND.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATS-STATUS.
           COPY DANORPSL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  RUN-STATS-RECORD.
           05  RST-RUN-DATE             pic x(08).
           05  RST-CYCLE-FIGURES.
               10  RST-CHAIN-SIZE       pic 9(04).
               10  RST-POINTER-ELAPSED  pic 9(09).
               10  RST-BULK-ELAPSED     pic 9(09).
               10  RST-RECORDS-VISITED  pic 9(09).
               10  RST-OVERFLOW-COUNT   pic 9(09).
           05  RST-POSTING-FIGURES REDEFINES RST-CYCLE-FIGURES.
               10  RST-POST-MODE        pic x(06).
      *                                      *> "RANDOM" or "MERGE"
               10  RST-POST-ELAPSED     pic 9(09).
               10  RST-MASTER-READS     pic 9(09).
               10  RST-MASTER-REWRITES  pic 9(09).
               10  RST-POST-ITEMS       pic 9(07).
           05  RST-SOURCE               pic x(08).
      *                                      *> "DANO1", "DANOPOST", or
      *                                      *> blank on DANO1 records
      *                                      *> older than the tag

       COPY DANORPFD.

       WORKING-STORAGE SECTION.
       COPY DANORPWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-RUN-STATS-STATUS      pic x(02).
               88  WS-RUN-STATS-OK               value "00".
               10  WS-CYC-VISITED       pic 9(09) comp.
               10  WS-CYC-OVERFLOW      pic 9(09) comp.

      *    DANOPOST's posting runs, held and printed on their own
       01  WS-POST-RING-CONTROL.
           05  WS-POST-RING-NEXT        pic 9(02) comp value 1.
           05  WS-POST-RING-HELD        pic 9(02) comp value 0.
           05  WS-POST-RING-SUB         pic 9(02) comp.
           05  WS-POST-PRINTED-COUNT    pic 9(02) comp.
           05  WS-POST-RUNS-ON-FILE     pic 9(09) comp value 0.

       01  WS-POST-RING.
           05  WS-POST-SLOT             occurs 20 times.
               10  WS-PST-DATE          pic x(08).
               10  WS-PST-MODE          pic x(06).
               10  WS-PST-ELAPSED       pic 9(09) comp.
               10  WS-PST-READS         pic 9(09) comp.
               10  WS-PST-REWRITES      pic 9(09) comp.
               10  WS-PST-ITEMS         pic 9(09) comp.

      *    one line per mode: RANDOM, then MERGE
       01  WS-MODE-TOTALS.
           05  WS-MODE-ENTRY            occurs 2 times.
               10  WS-MOD-NAME          pic x(06).
               10  WS-MOD-RUNS          pic 9(04) comp.
               10  WS-MOD-ELAPSED-TOTAL pic 9(12) comp.
               10  WS-MOD-IO-TOTAL      pic 9(12) comp.
               10  WS-MOD-ITEMS-TOTAL   pic 9(12) comp.
           05  WS-MOD-SUB               pic 9(02) comp.
           05  WS-MOD-ELAPSED-AVERAGE   pic 9(09) comp.
           05  WS-MOD-IO-AVERAGE        pic 9(09) comp.
           05  WS-MOD-ITEMS-AVERAGE     pic 9(09) comp.

       01  WS-TREND-TOTALS.
           05  WS-RECORDS-ON-FILE       pic 9(09) comp value 0.
           05  WS-ELAPSED-TOTAL         pic 9(12) comp value 0.
           05  WS-DEVIATION-VALUE       pic s9(09) comp.
           05  WS-FLAG-TEXT             pic x(24).

      *    the detail lines, laid out as they print
       01  WS-CYCLE-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-CYL-DATE              pic x(08).
           05  FILLER                   pic x(01) value spaces.
           05  WS-CYL-CHAIN-SIZE        pic 9(04).
           05  FILLER                   pic x(02) value spaces.
           05  WS-CYL-PTR-ELAPSED       pic 9(09).
           05  FILLER                   pic x(02) value spaces.
           05  WS-CYL-BULK-ELAPSED      pic 9(09).
           05  FILLER                   pic x(01) value spaces.
           05  WS-CYL-VISITED           pic 9(09).
           05  FILLER                   pic x(01) value spaces.
           05  WS-CYL-OVERFLOW          pic 9(09).
           05  FILLER                   pic x(01) value spaces.
           05  WS-CYL-FLAG-TEXT         pic x(24).

       01  WS-POSTING-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-PSL-DATE              pic x(08).
           05  FILLER                   pic x(01) value spaces.
           05  WS-PSL-MODE              pic x(06).
           05  FILLER                   pic x(01) value spaces.
           05  WS-PSL-ELAPSED           pic 9(09).
           05  FILLER                   pic x(01) value spaces.
           05  WS-PSL-READS             pic 9(09).
           05  FILLER                   pic x(04) value spaces.
           05  WS-PSL-REWRITES          pic 9(09).
           05  FILLER                   pic x(01) value spaces.
           05  WS-PSL-ITEMS             pic 9(09).

       01  WS-MODE-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-MDL-NAME              pic x(06).
           05  FILLER                   pic x(06) value " RUNS ".
           05  WS-MDL-RUNS              pic 9(04).
           05  FILLER                   pic x(14)
                                        value "  AVG ELAPSED ".
           05  WS-MDL-ELAPSED-AVERAGE   pic 9(09).
           05  FILLER                   pic x(17)
                                        value "  AVG MASTER I/O ".
           05  WS-MDL-IO-AVERAGE        pic 9(09).
           05  FILLER                   pic x(12)
                                        value "  AVG ITEMS ".
           05  WS-MDL-ITEMS-AVERAGE     pic 9(09).

       LINKAGE SECTION.
       COPY DANOCTL.

       PROCEDURE DIVISION USING LK-CONTROL.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOTRND" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO WS-SPOOL-BUSINESS-DATE
           PERFORM 1000-LOAD-HISTORY   THRU 1000-EXIT
           PERFORM 2000-PRINT-TREND    THRU 2000-EXIT
           PERFORM 2300-PRINT-POSTING-TREND THRU 2300-EXIT
           PERFORM 3000-TERMINATE      THRU 3000-EXIT
           GOBACK.

       1000-LOAD-HISTORY.
           OPEN INPUT RUN-STATS-FILE
           IF NOT WS-RUN-STATS-OK
               STRING "DANOTRND: NO RUNSTATS ON HAND - NO HISTORY "
                      "TO TREND"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               SET WS-RUN-STATS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
      *                    ring is full                                *
      *****************************************************************
       1020-HOLD-CYCLE.
           IF RST-SOURCE = "DANOSKED"
               GO TO 1020-NEXT
           END-IF
           IF RST-SOURCE = "DANOPOST"
               PERFORM 1030-HOLD-POSTING-RUN THRU 1030-EXIT
               GO TO 1020-NEXT
           END-IF

           ADD 1 TO WS-RECORDS-ON-FILE
           MOVE RST-RUN-DATE         TO WS-CYC-DATE(WS-RING-NEXT)
           MOVE RST-CHAIN-SIZE       TO WS-CYC-CHAIN-SIZE(WS-RING-NEXT)
           ADD 1 TO WS-RING-NEXT
           IF WS-RING-NEXT > WS-TREND-CYCLES
               MOVE 1 TO WS-RING-NEXT
           END-IF.

       1020-NEXT.
           PERFORM 1010-READ-HISTORY THRU 1010-EXIT.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1030-HOLD-POSTING-RUN - a DANOPOST record into its own ring, *
      *                          the same newest-over-oldest way       *
      *****************************************************************
       1030-HOLD-POSTING-RUN.
           ADD 1 TO WS-POST-RUNS-ON-FILE
           MOVE RST-RUN-DATE         TO WS-PST-DATE(WS-POST-RING-NEXT)
           MOVE RST-POST-MODE        TO WS-PST-MODE(WS-POST-RING-NEXT)
           MOVE RST-POST-ELAPSED
                                   TO WS-PST-ELAPSED(WS-POST-RING-NEXT)
           MOVE RST-MASTER-READS     TO WS-PST-READS(WS-POST-RING-NEXT)
           MOVE RST-MASTER-REWRITES
                                  TO WS-PST-REWRITES(WS-POST-RING-NEXT)
           MOVE RST-POST-ITEMS       TO WS-PST-ITEMS(WS-POST-RING-NEXT)

           IF WS-POST-RING-HELD < WS-TREND-CYCLES
               ADD 1 TO WS-POST-RING-HELD
           END-IF
           ADD 1 TO WS-POST-RING-NEXT
           IF WS-POST-RING-NEXT > WS-TREND-CYCLES
               MOVE 1 TO WS-POST-RING-NEXT
           END-IF.
       1030-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PRINT-TREND - the held cycles oldest first, each        *
      *                     flagged when it sits more than             *

           PERFORM 2100-COMPUTE-AVERAGES THRU 2100-EXIT

           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE "DANOTRND CYCLE-OVER-CYCLE TREND" TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-RECORDS-ON-FILE TO WS-SPOOL-NUMBER
           STRING "  CYCLES ON FILE . . . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-RING-HELD TO WS-SPOOL-NUMBER
           STRING "  CYCLES REPORTED  . . . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-ELAPSED-AVERAGE TO WS-SPOOL-NUMBER
           STRING "  AVG POINTER ELAPSED  . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-VISITED-AVERAGE TO WS-SPOOL-NUMBER
           STRING "  AVG RECORDS VISITED  . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           STRING "  DATE     CHAIN PTR-ELAPSED BULK-ELAPSED"
                  " VISITED   OVERFLOW"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT

      *    the ring's oldest entry is at WS-RING-NEXT once it wrapped,
      *    or at slot 1 while it is still filling
           PERFORM 2200-PRINT-ONE-CYCLE THRU 2200-EXIT
               VARYING WS-PRINTED-COUNT FROM 1 BY 1
               UNTIL WS-PRINTED-COUNT > WS-RING-HELD
           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT.
       2000-EXIT.
           EXIT.

           MOVE SPACES TO WS-FLAG-TEXT
           PERFORM 2210-JUDGE-DEVIATION THRU 2210-EXIT

           MOVE WS-CYC-DATE(WS-RING-SUB)        TO WS-CYL-DATE
           MOVE WS-CYC-CHAIN-SIZE(WS-RING-SUB)  TO WS-CYL-CHAIN-SIZE
           MOVE WS-CYC-PTR-ELAPSED(WS-RING-SUB) TO WS-CYL-PTR-ELAPSED
           MOVE WS-CYC-BULK-ELAPSED(WS-RING-SUB)
                                             TO WS-CYL-BULK-ELAPSED
           MOVE WS-CYC-VISITED(WS-RING-SUB)     TO WS-CYL-VISITED
           MOVE WS-CYC-OVERFLOW(WS-RING-SUB)    TO WS-CYL-OVERFLOW
           MOVE WS-FLAG-TEXT                    TO WS-CYL-FLAG-TEXT
           MOVE WS-CYCLE-LINE TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT

           ADD 1 TO WS-RING-SUB
           IF WS-RING-SUB > WS-TREND-CYCLES
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2300-PRINT-POSTING-TREND - DANOPOST's held runs oldest first, *
      *                             then the average elapsed, master   *
      *                             I/O (READs plus REWRITEs) and      *
      *                             items for each posting mode        *
      *****************************************************************
       2300-PRINT-POSTING-TREND.
           IF WS-POST-RING-HELD = 0
               GO TO 2300-EXIT
           END-IF

           MOVE "RANDOM" TO WS-MOD-NAME(1)
           MOVE "MERGE"  TO WS-MOD-NAME(2)
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > 2
               MOVE 0 TO WS-MOD-RUNS(WS-MOD-SUB)
               MOVE 0 TO WS-MOD-ELAPSED-TOTAL(WS-MOD-SUB)
               MOVE 0 TO WS-MOD-IO-TOTAL(WS-MOD-SUB)
               MOVE 0 TO WS-MOD-ITEMS-TOTAL(WS-MOD-SUB)
           END-PERFORM

           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE "DANOTRND DANOPOST POSTING WINDOW BY MODE"
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-POST-RUNS-ON-FILE TO WS-SPOOL-NUMBER
           STRING "  POSTING RUNS ON FILE . . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           MOVE WS-POST-RING-HELD TO WS-SPOOL-NUMBER
           STRING "  POSTING RUNS REPORTED  . . " WS-SPOOL-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
           STRING "  DATE     MODE   ELAPSED   MASTER-READS"
                  " REWRITES  ITEMS"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT

           IF WS-POST-RING-HELD < WS-TREND-CYCLES
               MOVE 1 TO WS-POST-RING-SUB
           ELSE
               MOVE WS-POST-RING-NEXT TO WS-POST-RING-SUB
           END-IF

           PERFORM 2310-PRINT-ONE-POSTING-RUN THRU 2310-EXIT
               VARYING WS-POST-PRINTED-COUNT FROM 1 BY 1
               UNTIL WS-POST-PRINTED-COUNT > WS-POST-RING-HELD

           PERFORM 2320-PRINT-MODE-AVERAGE THRU 2320-EXIT
               VARYING WS-MOD-SUB FROM 1 BY 1
               UNTIL WS-MOD-SUB > 2
           MOVE "=============================================="
               TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2310-PRINT-ONE-POSTING-RUN - one line per run, and its        *
      *                               figures onto its mode's totals   *
      *****************************************************************
       2310-PRINT-ONE-POSTING-RUN.
           MOVE WS-PST-DATE(WS-POST-RING-SUB)     TO WS-PSL-DATE
           MOVE WS-PST-MODE(WS-POST-RING-SUB)     TO WS-PSL-MODE
           MOVE WS-PST-ELAPSED(WS-POST-RING-SUB)  TO WS-PSL-ELAPSED
           MOVE WS-PST-READS(WS-POST-RING-SUB)    TO WS-PSL-READS
           MOVE WS-PST-REWRITES(WS-POST-RING-SUB) TO WS-PSL-REWRITES
           MOVE WS-PST-ITEMS(WS-POST-RING-SUB)    TO WS-PSL-ITEMS
           MOVE WS-POSTING-LINE TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT

           IF WS-PST-MODE(WS-POST-RING-SUB) = "MERGE"
               MOVE 2 TO WS-MOD-SUB
           ELSE
               MOVE 1 TO WS-MOD-SUB
           END-IF
           ADD 1 TO WS-MOD-RUNS(WS-MOD-SUB)
           ADD WS-PST-ELAPSED(WS-POST-RING-SUB)
               TO WS-MOD-ELAPSED-TOTAL(WS-MOD-SUB)
           ADD WS-PST-READS(WS-POST-RING-SUB)
               TO WS-MOD-IO-TOTAL(WS-MOD-SUB)
           ADD WS-PST-REWRITES(WS-POST-RING-SUB)
               TO WS-MOD-IO-TOTAL(WS-MOD-SUB)
           ADD WS-PST-ITEMS(WS-POST-RING-SUB)
               TO WS-MOD-ITEMS-TOTAL(WS-MOD-SUB)

           ADD 1 TO WS-POST-RING-SUB
           IF WS-POST-RING-SUB > WS-TREND-CYCLES
               MOVE 1 TO WS-POST-RING-SUB
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2320-PRINT-MODE-AVERAGE - a mode with no run held says so     *
      *****************************************************************
       2320-PRINT-MODE-AVERAGE.
           IF WS-MOD-RUNS(WS-MOD-SUB) = 0
               STRING "  " WS-MOD-NAME(WS-MOD-SUB)
                      " - NO RUNS IN THE REPORTED CYCLES"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 8960-SPOOL-LINE THRU 8960-EXIT
               GO TO 2320-EXIT
           END-IF
           DIVIDE WS-MOD-ELAPSED-TOTAL(WS-MOD-SUB)
               BY WS-MOD-RUNS(WS-MOD-SUB)
               GIVING WS-MOD-ELAPSED-AVERAGE
           DIVIDE WS-MOD-IO-TOTAL(WS-MOD-SUB)
               BY WS-MOD-RUNS(WS-MOD-SUB)
               GIVING WS-MOD-IO-AVERAGE
           DIVIDE WS-MOD-ITEMS-TOTAL(WS-MOD-SUB)
               BY WS-MOD-RUNS(WS-MOD-SUB)
               GIVING WS-MOD-ITEMS-AVERAGE
           MOVE WS-MOD-NAME(WS-MOD-SUB)  TO WS-MDL-NAME
           MOVE WS-MOD-RUNS(WS-MOD-SUB)  TO WS-MDL-RUNS
           MOVE WS-MOD-ELAPSED-AVERAGE   TO WS-MDL-ELAPSED-AVERAGE
           MOVE WS-MOD-IO-AVERAGE        TO WS-MDL-IO-AVERAGE
           MOVE WS-MOD-ITEMS-AVERAGE     TO WS-MDL-ITEMS-AVERAGE
           MOVE WS-MODE-LINE TO WS-SPOOL-LINE
           PERFORM 8960-SPOOL-LINE THRU 8960-EXIT.
       2320-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
       3000-TERMINATE.
           IF WS-FILE-IS-OPEN
               CLOSE RUN-STATS-FILE
           END-IF
           PERFORM 8969-CLOSE-SPOOL THRU 8969-EXIT.
       3000-EXIT.
           EXIT.

       COPY DANORPPD.
