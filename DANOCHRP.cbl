      *****************************************************************
      *  PROGRAM-ID.  DANOCHRP                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-09-28.                                     *
      *                                                                *
      *  Chain report step for the DANODRV pipeline, run straight     *
      *  after DANO1.  DANO1 links one chain per TYPE1INE chain-id    *
      *  through COMPONENT-3 and, since COMPONENT-3 is only a memory  *
      *  address, records what each chain held on DANOCHMB under the  *
      *  business date.  This step reads that cycle back and writes   *
      *  CHAINRPT:                                                     *
      *      - every chain in chain-id order, its members in walk     *
      *        order with the balance the walk saw, then the chain's  *
      *        length and balance total;                               *
      *      - against the prior cycle on DANOCHMB (the latest        *
      *        business date before this one), each member that has  *
      *        moved from another chain, or was on no chain at all,   *
      *        is flagged on its line;                                 *
      *      - the accounts that were on a chain last cycle and are   *
      *        on none now are listed as dropped out, with the chain  *
      *        they left.                                              *
      *  With no prior cycle on file the chains are still listed and  *
      *  the report says moves cannot be shown.  No DANOCHMB at all,  *
      *  or nothing recorded for the date, is reported and the step   *
      *  ends RC 0 - the chains themselves are DANO1's business.     *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-28  DLO   Initial version.                          *
      *    2026-10-15  DLO   The CHAINRPT OPEN is checked; a failure   *
      *                      ends the step RC 16.                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOCHRP.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-09-28.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DANOCMSL.

           SELECT CHAIN-REPORT-FILE ASSIGN TO "CHAINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY CTLRPTSL.
           COPY DANOALSL.

       DATA DIVISION.
       FILE SECTION.
       COPY DANOCMFD.

       FD  CHAIN-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAIN-REPORT-LINE            pic x(90).

       COPY CTLRPTFD.
       COPY DANOALFD.

       WORKING-STORAGE SECTION.
       COPY CTLRPTWS.
       COPY DANOALWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-CHAIN-MEMBER-STATUS   pic x(02).
               88  WS-CHAIN-MEMBER-OK            value "00".
           05  WS-REPORT-STATUS         pic x(02).
           05  WS-MEMBER-EOF-SWITCH     pic x(01).
               88  WS-MEMBER-EOF                  value "Y".
           05  WS-REPORT-DONE-SWITCH    pic x(01) value "N".
               88  WS-REPORT-DONE                 value "Y".
           05  WS-FILES-OPEN-SWITCH     pic x(01) value "N".
               88  WS-FILES-ARE-OPEN              value "Y".
           05  WS-PRIOR-FULL-SWITCH     pic x(01) value "N".
               88  WS-PRIOR-TABLE-FULL            value "Y".

       01  WS-PRIOR-DATE                pic x(08) value spaces.

      *    last cycle's members, marked off as this cycle finds them;
      *    whatever is left unmarked at the end has dropped out
       01  WS-PRIOR-TABLE-LIMITS.
           05  WS-PRIOR-CAPACITY        pic 9(05) comp value 10000.
           05  WS-PRIOR-COUNT           pic 9(05) comp value 0.
           05  WS-PRIOR-SUB             pic 9(05) comp.
           05  WS-PRIOR-HIT-SUB         pic 9(05) comp.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY           occurs 10000 times.
               10  WS-PRI-COMPONENT-1   pic x(10).
               10  WS-PRI-CHAIN-ID      pic x(04).
               10  WS-PRI-POSITION      pic 9(04).
               10  WS-PRI-MATCHED-SWITCH pic x(01).
                   88  WS-PRI-MATCHED             value "Y".

       01  WS-CHAIN-BREAK.
           05  WS-CURRENT-CHAIN-ID      pic x(04) value spaces.
           05  WS-CHAIN-LENGTH          pic 9(05) comp value 0.
           05  WS-CHAIN-BALANCE-TOTAL   pic 9(13) comp value 0.

       01  WS-REPORT-COUNTS.
           05  WS-CHAINS-LISTED         pic 9(05) comp value 0.
           05  WS-MEMBERS-LISTED        pic 9(09) comp value 0.
           05  WS-BALANCE-TOTAL         pic 9(13) comp value 0.
           05  WS-MEMBERS-MOVED         pic 9(09) comp value 0.
           05  WS-MEMBERS-NEW           pic 9(09) comp value 0.
           05  WS-MEMBERS-DROPPED       pic 9(09) comp value 0.

       01  WS-EDITED-COUNTS.
           05  WS-EDIT-LENGTH           pic z(4)9.
           05  WS-EDIT-BALANCE          pic z(12)9.
           05  WS-EDIT-COUNT            pic z(8)9.

       01  WS-RPT-MEMBER-LINE.
           05  FILLER                   pic x(04) value spaces.
           05  WS-RPT-POSITION          pic z(3)9.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-COMPONENT-1       pic x(10).
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-BALANCE           pic z(8)9.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-NOTE              pic x(30).

       01  WS-RPT-DROPPED-LINE.
           05  FILLER                   pic x(04) value spaces.
           05  WS-RPT-DRP-COMPONENT-1   pic x(10).
           05  FILLER                   pic x(23)
                                  value "  DROPPED OUT OF CHAIN ".
           05  WS-RPT-DRP-CHAIN-ID      pic x(04).
           05  FILLER                   pic x(12)
                                  value "  (POSITION ".
           05  WS-RPT-DRP-POSITION      pic z(3)9.
           05  FILLER                   pic x(01) value ")".

       LINKAGE SECTION.
       COPY DANOCTL.

       PROCEDURE DIVISION USING LK-CONTROL.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOCHRP" TO WS-PROGRAM-NAME
           MOVE LK-BUSINESS-DATE TO CTL-BUSINESS-DATE
           MOVE LK-BUSINESS-DATE TO WS-ALERT-BUSINESS-DATE
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-LIST-MEMBER     THRU 2000-EXIT
               UNTIL WS-REPORT-DONE
           PERFORM 3000-TERMINATE       THRU 3000-EXIT
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - DANOCHMB on hand, the prior cycle loaded,  *
      *                    and this cycle's first record in hand      *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT CHAIN-MEMBER-FILE
           IF NOT WS-CHAIN-MEMBER-OK
               DISPLAY "DANOCHRP: NO DANOCHMB ON HAND, STATUS "
                       WS-CHAIN-MEMBER-STATUS " - NO CHAIN REPORT"
               SET WS-REPORT-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT CHAIN-REPORT-FILE
           IF NOT WS-REPORT-STATUS = "00"
               DISPLAY "DANOCHRP: OPEN CHAINRPT FAILED, STATUS "
                       WS-REPORT-STATUS " - NO CHAIN REPORT"
               CLOSE CHAIN-MEMBER-FILE
               MOVE 16 TO RETURN-CODE
               SET WS-REPORT-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-ARE-OPEN TO TRUE

           PERFORM 1100-FIND-PRIOR-DATE THRU 1100-EXIT
           PERFORM 1200-LOAD-PRIOR-MEMBERS THRU 1200-EXIT

           MOVE SPACES TO CHAIN-REPORT-LINE
           STRING "DANOCHRP CHAIN MEMBERSHIP FOR BUSINESS DATE "
                  LK-BUSINESS-DATE
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           DISPLAY CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE SPACES TO CHAIN-REPORT-LINE
           IF WS-PRIOR-DATE = SPACES
               MOVE "NO PRIOR CYCLE ON DANOCHMB - MOVES AND DROPOUTS "
                   TO CHAIN-REPORT-LINE
               MOVE "CANNOT BE SHOWN" TO CHAIN-REPORT-LINE(49:15)
           ELSE
               STRING "COMPARED WITH PRIOR CYCLE " WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           END-IF
           DISPLAY CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE

           MOVE "N"              TO WS-MEMBER-EOF-SWITCH
           MOVE LK-BUSINESS-DATE TO CHM-BUSINESS-DATE
           MOVE LOW-VALUES       TO CHM-CHAIN-ID
           MOVE 0                TO CHM-POSITION
           START CHAIN-MEMBER-FILE KEY NOT < CHM-KEY
               INVALID KEY
                   SET WS-MEMBER-EOF TO TRUE
           END-START
           PERFORM 1010-READ-MEMBER THRU 1010-EXIT
           IF WS-MEMBER-EOF
            OR CHM-BUSINESS-DATE NOT = LK-BUSINESS-DATE
               MOVE SPACES TO CHAIN-REPORT-LINE
               MOVE "NO CHAIN MEMBERSHIP RECORDED FOR THIS DATE"
                   TO CHAIN-REPORT-LINE
               DISPLAY CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               SET WS-REPORT-DONE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1010-READ-MEMBER                                             *
      *****************************************************************
       1010-READ-MEMBER.
           IF WS-MEMBER-EOF
               GO TO 1010-EXIT
           END-IF
           READ CHAIN-MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-MEMBER-EOF TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1100-FIND-PRIOR-DATE - the file runs in date order, so the   *
      *                         last date read before this cycle's    *
      *                         own is the prior cycle                 *
      *****************************************************************
       1100-FIND-PRIOR-DATE.
           MOVE "N" TO WS-MEMBER-EOF-SWITCH
           PERFORM 1010-READ-MEMBER THRU 1010-EXIT
           PERFORM 1110-NOTE-DATE THRU 1110-EXIT
               UNTIL WS-MEMBER-EOF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-NOTE-DATE                                               *
      *****************************************************************
       1110-NOTE-DATE.
           IF CHM-BUSINESS-DATE NOT < LK-BUSINESS-DATE
               SET WS-MEMBER-EOF TO TRUE
               GO TO 1110-EXIT
           END-IF
           MOVE CHM-BUSINESS-DATE TO WS-PRIOR-DATE
           PERFORM 1010-READ-MEMBER THRU 1010-EXIT.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-PRIOR-MEMBERS - every member of the prior cycle,   *
      *                            for the moved/dropped comparison   *
      *****************************************************************
       1200-LOAD-PRIOR-MEMBERS.
           IF WS-PRIOR-DATE = SPACES
               GO TO 1200-EXIT
           END-IF
           MOVE "N"           TO WS-MEMBER-EOF-SWITCH
           MOVE WS-PRIOR-DATE TO CHM-BUSINESS-DATE
           MOVE LOW-VALUES    TO CHM-CHAIN-ID
           MOVE 0             TO CHM-POSITION
           START CHAIN-MEMBER-FILE KEY NOT < CHM-KEY
               INVALID KEY
                   SET WS-MEMBER-EOF TO TRUE
           END-START
           PERFORM 1010-READ-MEMBER THRU 1010-EXIT
           PERFORM 1210-STORE-PRIOR-MEMBER THRU 1210-EXIT
               UNTIL WS-MEMBER-EOF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1210-STORE-PRIOR-MEMBER                                      *
      *****************************************************************
       1210-STORE-PRIOR-MEMBER.
           IF CHM-BUSINESS-DATE NOT = WS-PRIOR-DATE
               SET WS-MEMBER-EOF TO TRUE
               GO TO 1210-EXIT
           END-IF
           IF WS-PRIOR-COUNT NOT < WS-PRIOR-CAPACITY
               IF NOT WS-PRIOR-TABLE-FULL
                   SET WS-PRIOR-TABLE-FULL TO TRUE
                   DISPLAY "DANOCHRP: MORE THAN " WS-PRIOR-CAPACITY
                           " PRIOR-CYCLE MEMBERS - MOVES AND DROPOUTS "
                           "PAST CAPACITY NOT SHOWN"
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "DANOCHMB PRIOR CYCLE PAST REPORT CAPACITY"
                       TO WS-ALERT-MESSAGE
                   PERFORM 8950-WRITE-ALERT THRU 8950-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-PRIOR-COUNT
               MOVE CHM-COMPONENT-1
                   TO WS-PRI-COMPONENT-1(WS-PRIOR-COUNT)
               MOVE CHM-CHAIN-ID  TO WS-PRI-CHAIN-ID(WS-PRIOR-COUNT)
               MOVE CHM-POSITION  TO WS-PRI-POSITION(WS-PRIOR-COUNT)
               MOVE "N" TO WS-PRI-MATCHED-SWITCH(WS-PRIOR-COUNT)
           END-IF
           PERFORM 1010-READ-MEMBER THRU 1010-EXIT.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  2000-LIST-MEMBER - one member of this cycle; a change of     *
      *                     chain-id closes the chain before it        *
      *****************************************************************
       2000-LIST-MEMBER.
           IF WS-MEMBER-EOF
            OR CHM-BUSINESS-DATE NOT = LK-BUSINESS-DATE
               PERFORM 2200-END-CHAIN THRU 2200-EXIT
               SET WS-REPORT-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF

           IF CHM-CHAIN-ID NOT = WS-CURRENT-CHAIN-ID
               PERFORM 2200-END-CHAIN THRU 2200-EXIT
               PERFORM 2100-START-CHAIN THRU 2100-EXIT
           END-IF

           ADD 1           TO WS-CHAIN-LENGTH
           ADD CHM-BALANCE TO WS-CHAIN-BALANCE-TOTAL
           ADD 1           TO WS-MEMBERS-LISTED
           ADD CHM-BALANCE TO WS-BALANCE-TOTAL

           MOVE CHM-POSITION    TO WS-RPT-POSITION
           MOVE CHM-COMPONENT-1 TO WS-RPT-COMPONENT-1
           MOVE CHM-BALANCE     TO WS-RPT-BALANCE
           MOVE SPACES          TO WS-RPT-NOTE
           PERFORM 2300-COMPARE-PRIOR THRU 2300-EXIT
           MOVE WS-RPT-MEMBER-LINE TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE

           PERFORM 1010-READ-MEMBER THRU 1010-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-START-CHAIN                                             *
      *****************************************************************
       2100-START-CHAIN.
           MOVE CHM-CHAIN-ID TO WS-CURRENT-CHAIN-ID
           MOVE 0            TO WS-CHAIN-LENGTH
           MOVE 0            TO WS-CHAIN-BALANCE-TOTAL
           ADD 1             TO WS-CHAINS-LISTED
           MOVE SPACES TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE SPACES TO CHAIN-REPORT-LINE
           STRING "CHAIN " WS-CURRENT-CHAIN-ID
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE "     POS  COMPONENT-1    BALANCE" TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-END-CHAIN - length and balance total of the chain just  *
      *                   listed, to the report and SYSOUT             *
      *****************************************************************
       2200-END-CHAIN.
           IF WS-CURRENT-CHAIN-ID = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE WS-CHAIN-LENGTH        TO WS-EDIT-LENGTH
           MOVE WS-CHAIN-BALANCE-TOTAL TO WS-EDIT-BALANCE
           MOVE SPACES TO CHAIN-REPORT-LINE
           STRING "  CHAIN " WS-CURRENT-CHAIN-ID
                  "  LENGTH " WS-EDIT-LENGTH
                  "  BALANCE TOTAL " WS-EDIT-BALANCE
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           DISPLAY CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE SPACES TO WS-CURRENT-CHAIN-ID.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-COMPARE-PRIOR - where was this account last cycle?      *
      *****************************************************************
       2300-COMPARE-PRIOR.
           IF WS-PRIOR-DATE = SPACES
               GO TO 2300-EXIT
           END-IF
           MOVE 0 TO WS-PRIOR-HIT-SUB
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                      OR WS-PRIOR-HIT-SUB > 0
               IF WS-PRI-COMPONENT-1(WS-PRIOR-SUB) = CHM-COMPONENT-1
                   MOVE WS-PRIOR-SUB TO WS-PRIOR-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-PRIOR-HIT-SUB = 0
               ADD 1 TO WS-MEMBERS-NEW
               MOVE "NEW - ON NO CHAIN LAST CYCLE" TO WS-RPT-NOTE
               GO TO 2300-EXIT
           END-IF
           SET WS-PRI-MATCHED(WS-PRIOR-HIT-SUB) TO TRUE
           IF WS-PRI-CHAIN-ID(WS-PRIOR-HIT-SUB) NOT = CHM-CHAIN-ID
               ADD 1 TO WS-MEMBERS-MOVED
               STRING "MOVED FROM CHAIN "
                      WS-PRI-CHAIN-ID(WS-PRIOR-HIT-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-NOTE
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - dropouts, the summary, and the control      *
      *                   trailer                                      *
      *****************************************************************
       3000-TERMINATE.
           IF NOT WS-FILES-ARE-OPEN
               GO TO 3000-EXIT
           END-IF

      *    with nothing recorded this cycle every prior member would
      *    look dropped; that is DANO1 not recording, not dropouts
           IF WS-PRIOR-DATE NOT = SPACES
            AND WS-MEMBERS-LISTED > 0
               MOVE SPACES TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               MOVE SPACES TO CHAIN-REPORT-LINE
               STRING "DROPPED OUT SINCE " WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               PERFORM 3100-LIST-DROPOUT THRU 3100-EXIT
                   VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
               IF WS-MEMBERS-DROPPED = 0
                   MOVE "    NONE" TO CHAIN-REPORT-LINE
                   WRITE CHAIN-REPORT-LINE
               END-IF
           END-IF

           CLOSE CHAIN-MEMBER-FILE

           DISPLAY "  ------------------------------------------"
           DISPLAY "  CHAINS LISTED  . . . . . . " WS-CHAINS-LISTED
           DISPLAY "  MEMBERS LISTED . . . . . . " WS-MEMBERS-LISTED
           DISPLAY "  BALANCE TOTAL  . . . . . . " WS-BALANCE-TOTAL
           DISPLAY "  MOVED BETWEEN CHAINS . . . " WS-MEMBERS-MOVED
           DISPLAY "  NEW TO THE CHAINS  . . . . " WS-MEMBERS-NEW
           DISPLAY "  DROPPED OUT  . . . . . . . " WS-MEMBERS-DROPPED
           DISPLAY "=============================================="

           MOVE SPACES TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE SPACES TO CHAIN-REPORT-LINE
           MOVE WS-MEMBERS-LISTED TO WS-EDIT-COUNT
           MOVE WS-BALANCE-TOTAL  TO WS-EDIT-BALANCE
           STRING "MEMBERS " WS-EDIT-COUNT
                  "  BALANCE TOTAL " WS-EDIT-BALANCE
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE SPACES TO CHAIN-REPORT-LINE
           MOVE WS-MEMBERS-MOVED TO WS-EDIT-COUNT
           STRING "MOVED   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE
           MOVE WS-MEMBERS-NEW TO WS-EDIT-COUNT
           STRING "  NEW " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE(18:15)
           MOVE WS-MEMBERS-DROPPED TO WS-EDIT-COUNT
           STRING "  DROPPED " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CHAIN-REPORT-LINE(33:19)
           WRITE CHAIN-REPORT-LINE
           CLOSE CHAIN-REPORT-FILE

           MOVE WS-PROGRAM-NAME   TO CTL-PROGRAM-NAME
           MOVE WS-MEMBERS-LISTED TO CTL-RECORDS-READ
           MOVE WS-MEMBERS-LISTED TO CTL-RECORDS-SET-OK
           MOVE 0                 TO CTL-RECORDS-REJECTED
           MOVE WS-BALANCE-TOTAL  TO CTL-HASH-TOTAL
           PERFORM 8600-PRINT-CONTROL-REPORT THRU 8600-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-LIST-DROPOUT - a prior member this cycle never found    *
      *****************************************************************
       3100-LIST-DROPOUT.
           IF WS-PRI-MATCHED(WS-PRIOR-SUB)
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-MEMBERS-DROPPED
           MOVE WS-PRI-COMPONENT-1(WS-PRIOR-SUB)
                                       TO WS-RPT-DRP-COMPONENT-1
           MOVE WS-PRI-CHAIN-ID(WS-PRIOR-SUB) TO WS-RPT-DRP-CHAIN-ID
           MOVE WS-PRI-POSITION(WS-PRIOR-SUB) TO WS-RPT-DRP-POSITION
           MOVE WS-RPT-DROPPED-LINE TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE.
       3100-EXIT.
           EXIT.

       COPY CTLRPTPD.
       COPY DANOALPD.
