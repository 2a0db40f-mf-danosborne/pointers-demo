      *                      business date immediately before every    *
      *                      WRITE/REWRITE of TYPE1M-RECORD, so        *
      *                      DANOPURG can age the master.              *
      *    2026-09-24  DLO   The first-run seed record is written      *
      *                      open (COMPONENT-5 O) and stamped with     *
      *                      the business date and program name.       *
      *    2026-09-28  DLO   Chain membership.  Every node the walk    *
      *                      takes is noted (chain-id, position,       *
      *                      component-1, component-2) and written to  *
      *                      DANOCHMB under the business date once the *
      *                      timed passes are over - a rerun of the    *
      *                      date replaces that date's records - so    *
      *                      which accounts made up each chain         *
      *                      survives the run for DANOCHRP to report.  *
      *    2026-09-30  DLO   Each RUNSTATS record now ends with the    *
      *                      writing program's name, DANO1 here -      *
      *                      DANOPOST appends its posting-window       *
      *                      figures to the same history, and          *
      *                      DANOTRND tells the two apart by it.  A    *
      *                      record written before this change has     *
      *                      it blank and is still read as DANO1's.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANO1.
           COPY CTLRPTSL.
           COPY TYP1JNSL.
           COPY DANOALSL.
           COPY DANOCMSL.

       DATA DIVISION.
       FILE SECTION.
       COPY CTLRPTFD.
       COPY TYP1JNFD.
       COPY DANOALFD.
       COPY DANOCMFD.

       FD  TYPE1-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
           05  RST-BULK-ELAPSED         pic 9(09).
           05  RST-RECORDS-VISITED      pic 9(09).
           05  RST-OVERFLOW-COUNT       pic 9(09).
           05  RST-SOURCE               pic x(08).
      *                                      *> "DANO1"; DANOPOST
      *                                      *> appends its posting
      *                                      *> runs to the same file

       WORKING-STORAGE SECTION.
       COPY PTRCHKWS.
               88  WS-CHECKPOINT-OK              value "00".
               88  WS-CHECKPOINT-EOF             value "10".
           05  WS-RUN-STATS-STATUS      pic x(02).
           05  WS-CHAIN-MEMBER-STATUS   pic x(02).
               88  WS-CHAIN-MEMBER-OK            value "00".
               88  WS-CHAIN-MEMBER-EOF           value "10".
           05  WS-MEMBER-CLEAR-SWITCH   pic x(01).
               88  WS-MEMBER-CLEAR-DONE           value "Y".
           05  WS-RESTART-SWITCH        pic x(01) value "N".
               88  WS-RESTART-ACTIVE              value "Y".
           05  WS-RESTART-FOUND-SWITCH  pic x(01) value "N".
       01  WS-VISITED-ADDRESS-TABLE.
           05  WS-VISITED-ADDRESS        pointer occurs 10000 times.

      *    every node the walk takes, in walk order, noted in memory
      *    as it goes and written to DANOCHMB only once the timed
      *    passes are over, so the file I/O stays out of the
      *    pointer-vs-bulk comparison
       01  WS-MEMBER-TABLE-LIMITS.
           05  WS-MEMBER-CAPACITY        pic 9(05) comp value 10000.
           05  WS-MEMBER-COUNT           pic 9(05) comp value 0.
           05  WS-MEMBER-SUB             pic 9(05) comp.
           05  WS-MEMBERS-NOT-NOTED      pic 9(09) comp value 0.
           05  WS-MEMBERS-WRITTEN        pic 9(09) comp value 0.
           05  WS-MEMBERS-CLEARED        pic 9(09) comp value 0.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY           occurs 10000 times.
               10  WS-MBR-CHAIN-ID       pic x(04).
               10  WS-MBR-POSITION       pic 9(04) comp.
               10  WS-MBR-COMPONENT-1    pic x(10).
               10  WS-MBR-BALANCE        pic 9(09) comp.

       01  WS-CYCLE-TIMES.
           05  WS-POINTER-START-TIME     pic 9(08) comp.
           05  WS-POINTER-END-TIME       pic 9(08) comp.
           SUBTRACT WS-BULK-START-CENTISECS FROM
                    WS-BULK-END-CENTISECS GIVING WS-BULK-ELAPSED

           PERFORM 2800-WRITE-CHAIN-MEMBERSHIP THRU 2800-EXIT
           PERFORM 2900-CONTROL-REPORT  THRU 2900-EXIT
           PERFORM 2950-CYCLE-TIME-REPORT THRU 2950-EXIT
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           MOVE 0           TO COMPONENT-2 OF TYPE1M-RECORD
           SET COMPONENT-3 OF TYPE1M-RECORD TO NULL
           MOVE LK-BUSINESS-DATE TO component-4 OF TYPE1M-RECORD
           MOVE "O"              TO component-5 OF TYPE1M-RECORD
           MOVE LK-BUSINESS-DATE TO component-6 OF TYPE1M-RECORD
           MOVE "DANO1"          TO component-7 OF TYPE1M-RECORD
           WRITE TYPE1M-RECORD
               INVALID KEY
                   DISPLAY "DANO1: UNABLE TO SEED TYPE1MST"
           IF WS-CHAIN-BROKEN
               GO TO 2110-EXIT
           END-IF
           PERFORM 2130-NOTE-CHAIN-MEMBER THRU 2130-EXIT

           IF WS-RESTART-ACTIVE AND NOT WS-RESTART-KEY-MATCHED
               IF p1::component-1 = WS-RESTART-KEY
       2120-EXIT.
           EXIT.

      *****************************************************************
      *  2130-NOTE-CHAIN-MEMBER - the node at p1 is a member of the   *
      *                           chain being walked at this position *
      *                           (WS-WALK-DEPTH); a restart run's    *
      *                           skipped nodes are members too        *
      *****************************************************************
       2130-NOTE-CHAIN-MEMBER.
           IF WS-MEMBER-COUNT NOT < WS-MEMBER-CAPACITY
               ADD 1 TO WS-MEMBERS-NOT-NOTED
               GO TO 2130-EXIT
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE WS-HEAD-CHAIN-ID(WS-WALK-HEAD-SUB)
                                TO WS-MBR-CHAIN-ID(WS-MEMBER-COUNT)
           MOVE WS-WALK-DEPTH   TO WS-MBR-POSITION(WS-MEMBER-COUNT)
           MOVE p1::component-1 TO WS-MBR-COMPONENT-1(WS-MEMBER-COUNT)
           MOVE p1::component-2 TO WS-MBR-BALANCE(WS-MEMBER-COUNT).
       2130-EXIT.
           EXIT.

      *****************************************************************
      *  2200-BULK-CHAIN-PASS - the same WS-CHAIN-SIZE entries         *
      *                         2100-WALK-CHAIN just walked one         *
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2800-WRITE-CHAIN-MEMBERSHIP - this cycle's chains to DANOCHMB *
      *                                under the business date; any   *
      *                                records a prior run of the     *
      *                                same date left are cleared     *
      *                                first, so a rerun replaces the *
      *                                cycle rather than mixing two   *
      *                                walks.  A file that will not   *
      *                                open is a warning, not a       *
      *                                reason to fail the step         *
      *****************************************************************
       2800-WRITE-CHAIN-MEMBERSHIP.
           OPEN I-O CHAIN-MEMBER-FILE
           IF WS-CHAIN-MEMBER-STATUS = "35"
               OPEN OUTPUT CHAIN-MEMBER-FILE
               CLOSE CHAIN-MEMBER-FILE
               OPEN I-O CHAIN-MEMBER-FILE
           END-IF
           IF NOT WS-CHAIN-MEMBER-OK
               DISPLAY "DANO1: OPEN DANOCHMB FAILED, STATUS "
                       WS-CHAIN-MEMBER-STATUS
                       " - CHAIN MEMBERSHIP NOT RECORDED"
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "OPEN DANOCHMB FAILED" TO WS-ALERT-MESSAGE
               MOVE WS-CHAIN-MEMBER-STATUS TO WS-ALERT-MESSAGE(22:2)
               PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               GO TO 2800-EXIT
           END-IF

           MOVE "N"              TO WS-MEMBER-CLEAR-SWITCH
           MOVE LK-BUSINESS-DATE TO CHM-BUSINESS-DATE
           MOVE LOW-VALUES       TO CHM-CHAIN-ID
           MOVE 0                TO CHM-POSITION
           START CHAIN-MEMBER-FILE KEY NOT < CHM-KEY
               INVALID KEY
                   SET WS-MEMBER-CLEAR-DONE TO TRUE
           END-START
           PERFORM 2810-CLEAR-ONE-MEMBER THRU 2810-EXIT
               UNTIL WS-MEMBER-CLEAR-DONE

           PERFORM 2820-WRITE-ONE-MEMBER THRU 2820-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
           CLOSE CHAIN-MEMBER-FILE

           IF WS-MEMBERS-NOT-NOTED > 0
               DISPLAY "DANO1: " WS-MEMBERS-NOT-NOTED
                       " CHAIN NODE(S) BEYOND THE " WS-MEMBER-CAPACITY
                       " ENTRY MEMBERSHIP TABLE - NOT RECORDED"
           END-IF.
       2800-EXIT.
           EXIT.

      *****************************************************************
      *  2810-CLEAR-ONE-MEMBER                                        *
      *****************************************************************
       2810-CLEAR-ONE-MEMBER.
           READ CHAIN-MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-MEMBER-CLEAR-DONE TO TRUE
                   GO TO 2810-EXIT
           END-READ
           IF CHM-BUSINESS-DATE NOT = LK-BUSINESS-DATE
               SET WS-MEMBER-CLEAR-DONE TO TRUE
               GO TO 2810-EXIT
           END-IF
           DELETE CHAIN-MEMBER-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBERS-CLEARED
           END-DELETE.
       2810-EXIT.
           EXIT.

      *****************************************************************
      *  2820-WRITE-ONE-MEMBER                                        *
      *****************************************************************
       2820-WRITE-ONE-MEMBER.
           MOVE LK-BUSINESS-DATE  TO CHM-BUSINESS-DATE
           MOVE WS-MBR-CHAIN-ID(WS-MEMBER-SUB)    TO CHM-CHAIN-ID
           MOVE WS-MBR-POSITION(WS-MEMBER-SUB)    TO CHM-POSITION
           MOVE WS-MBR-COMPONENT-1(WS-MEMBER-SUB) TO CHM-COMPONENT-1
           MOVE WS-MBR-BALANCE(WS-MEMBER-SUB)     TO CHM-BALANCE
           WRITE CHAIN-MEMBER-RECORD
               INVALID KEY
                   DISPLAY "DANO1: DANOCHMB WRITE FAILED FOR CHAIN "
                           CHM-CHAIN-ID " POSITION " CHM-POSITION
                           ", STATUS " WS-CHAIN-MEMBER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBERS-WRITTEN
           END-WRITE.
       2820-EXIT.
           EXIT.

      *****************************************************************
      *  2900-CONTROL-REPORT - the run-end control total operations   *
      *                        reconciles against the source feed     *
                   WS-CTL-COMPONENT-2-TOTAL
           DISPLAY "  CHAINS REJECTED (LOOPED)  "
                   WS-CTL-CHAINS-REJECTED
           DISPLAY "  MEMBERS TO DANOCHMB . . . " WS-MEMBERS-WRITTEN
           IF WS-MEMBERS-CLEARED > 0
               DISPLAY "  PRIOR RUN'S MEMBERS CLEARED "
                       WS-MEMBERS-CLEARED
           END-IF

           MOVE WS-PROGRAM-NAME          TO CTL-PROGRAM-NAME
           MOVE WS-CTL-RECORD-COUNT      TO CTL-RECORDS-READ
           MOVE WS-BULK-ELAPSED        TO RST-BULK-ELAPSED
           MOVE WS-CTL-RECORD-COUNT    TO RST-RECORDS-VISITED
           MOVE WS-CHAIN-OVERFLOW-COUNT TO RST-OVERFLOW-COUNT
           MOVE WS-PROGRAM-NAME        TO RST-SOURCE
           WRITE RUN-STATS-RECORD

           CLOSE RUN-STATS-FILE.
