      *               One record per WRITE/REWRITE of TYPE1M-RECORD,  *
      *               carrying the program, the action, the wall      *
      *               clock, and a before and after image of the      *
      *               whole record (x(50) = the full type1 layout:    *
      *               tag, layout-version, component-1, component-2,  *
      *               component-3's pointer slot, component-4's       *
      *               last-activity date, and the component-5/6/7     *
      *               account status, status date and status          *
      *               operator).  A WRITE has no                      *
      *               before image - JNL-BEFORE-PRESENT says so.      *
      *               DANORPLY rolls a restored backup forward        *
      *               through these records to a point in time.       *
      *                      made the change, so DANOXTRI can pull     *
      *                      exactly one business day's inserts and    *
      *                      updates for the changed-records extract.  *
      *    2026-09-24  DLO   Images widened x(33) to x(50) with the    *
      *                      layout-version 3 type1 record (see        *
      *                      TYPE1CPY) - a journal cut before this     *
      *                      change replays only against a             *
      *                      version-2-shaped master.                  *
      *****************************************************************

       FD  JOURNAL-FILE
           05  JNL-BEFORE-PRESENT       pic x(01).
      *                                      *> "Y"/"N" - a WRITE has
      *                                      *> no before image
           05  JNL-BEFORE-IMAGE         pic x(50).
           05  JNL-AFTER-IMAGE          pic x(50).
           05  JNL-BUSINESS-DATE        pic x(08).
      *                                      *> the cycle the change
      *                                      *> belongs to; blank on
