      *         limit are counted and skipped, not applied.            *
      *  An after-image whose key is not yet on the master is         *
      *  WRITTEN; one whose key exists is REWRITTEN - exactly what    *
      *  the original WRITE/REWRITE did.  A DELETE image removes the  *
      *  key again.                                                   *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-10-01  DLO   Replay DELETE images.                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANORPL3.
           END-IF

           MOVE JN3-AFTER-IMAGE TO TYPE3M-RECORD
           IF JN3-ACTION = "DELETE"
               PERFORM 2200-DELETE-IMAGE THRU 2200-EXIT
               GO TO 2000-NEXT
           END-IF
           WRITE TYPE3M-RECORD
               INVALID KEY
                   PERFORM 2100-REWRITE-IMAGE THRU 2100-EXIT
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-DELETE-IMAGE - the row was deleted (an account merge    *
      *                      re-keys its rows); a key already gone from*
      *                      the restored copy counts as applied      *
      *****************************************************************
       2200-DELETE-IMAGE.
           DELETE TYPE3-MASTER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO WS-IMAGES-APPLIED.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
