      *****************************************************************
      *  DANOPAPD  -  procedure-division half of the posted-activity  *
      *               discipline.  COPY this member into the          *
      *               PROCEDURE DIVISION of any program that also     *
      *               COPYs DANOPASL/DANOPAFD/DANOPAWS.  Usage:       *
      *                   PERFORM 8670-OPEN-ACTIVITY THRU 8670-EXIT   *
      *                       once, at program start                  *
      *                   MOVE the posting TO the WS-PAC- fields,     *
      *                       then PERFORM 8675-WRITE-ACTIVITY THRU   *
      *                       8675-EXIT after every successful        *
      *                       REWRITE that moved a balance             *
      *                   PERFORM 8679-CLOSE-ACTIVITY THRU 8679-EXIT  *
      *                       once, at program end                    *
      *               WS-PROGRAM-NAME supplies the program stamp.     *
      *               The paragraph numbers sit beside the journal    *
      *               macros' 8650s and 8660s, since every posting    *
      *               that is journalled is also recorded here.       *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-22  DLO   Initial version.                          *
      *****************************************************************

       8670-OPEN-ACTIVITY.
           OPEN EXTEND POSTED-ACTIVITY-FILE
           IF NOT WS-ACTIVITY-STATUS = "00"
               CLOSE POSTED-ACTIVITY-FILE
               OPEN OUTPUT POSTED-ACTIVITY-FILE
           END-IF.
       8670-EXIT.
           EXIT.

       8675-WRITE-ACTIVITY.
           MOVE SPACES               TO POSTED-ACTIVITY-RECORD
           MOVE WS-PAC-BUSINESS-DATE TO PAC-BUSINESS-DATE
           MOVE WS-PAC-SOURCE        TO PAC-SOURCE
           MOVE WS-PAC-COMPONENT-1   TO PAC-COMPONENT-1
           MOVE WS-PAC-TRANS-DATE    TO PAC-TRANS-DATE
           MOVE WS-PAC-AMOUNT        TO PAC-AMOUNT
           MOVE WS-PROGRAM-NAME      TO PAC-PROGRAM-NAME
           ACCEPT PAC-LOG-DATE       FROM DATE YYYYMMDD
           ACCEPT PAC-LOG-TIME       FROM TIME
           WRITE POSTED-ACTIVITY-RECORD.
       8675-EXIT.
           EXIT.

       8679-CLOSE-ACTIVITY.
           CLOSE POSTED-ACTIVITY-FILE.
       8679-EXIT.
           EXIT.
