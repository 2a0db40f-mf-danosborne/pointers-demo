      *****************************************************************
      *  DANORPPD  -  procedure-division half of the common report    *
      *               spool.  COPY this member into the PROCEDURE     *
      *               DIVISION of any program that also COPYs         *
      *               DANORPSL/DANORPFD/DANORPWS.  Usage, for each    *
      *               report line:                                    *
      *                   MOVE the line TO WS-SPOOL-LINE              *
      *                   PERFORM 8960-SPOOL-LINE THRU 8960-EXIT      *
      *               and once at run end:                            *
      *                   PERFORM 8969-CLOSE-SPOOL THRU 8969-EXIT     *
      *               The line still goes to SYSOUT as it always      *
      *               did.  WS-PROGRAM-NAME supplies the program      *
      *               stamp.  The file is opened on the first line    *
      *               and held open for the run - a close report      *
      *               runs to a line per account.                     *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-15  DLO   Initial version.                          *
      *****************************************************************

       8960-SPOOL-LINE.
           DISPLAY WS-SPOOL-LINE
           IF NOT WS-SPOOL-IS-OPEN
               OPEN EXTEND REPORT-SPOOL-FILE
               IF NOT WS-SPOOL-STATUS = "00"
                   CLOSE REPORT-SPOOL-FILE
                   OPEN OUTPUT REPORT-SPOOL-FILE
               END-IF
               ACCEPT WS-SPOOL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SPOOL-RUN-TIME FROM TIME
               SET WS-SPOOL-IS-OPEN TO TRUE
           END-IF
           MOVE WS-PROGRAM-NAME        TO RPS-PROGRAM-NAME
           MOVE WS-SPOOL-RUN-STAMP     TO RPS-RUN-STAMP
           MOVE WS-SPOOL-BUSINESS-DATE TO RPS-BUSINESS-DATE
           MOVE WS-SPOOL-LINE          TO RPS-LINE
           WRITE REPORT-SPOOL-RECORD
           MOVE SPACES TO WS-SPOOL-LINE.
       8960-EXIT.
           EXIT.

       8969-CLOSE-SPOOL.
           IF WS-SPOOL-IS-OPEN
               CLOSE REPORT-SPOOL-FILE
               MOVE "N" TO WS-SPOOL-OPEN-SWITCH
           END-IF.
       8969-EXIT.
           EXIT.
