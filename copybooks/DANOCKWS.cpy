      *****************************************************************
      *  DANOCKWS  -  working-storage half of the DANOCAL update lock *
      *               (see DANOCKPD).  COPY into WORKING-STORAGE      *
      *               SECTION of any program that also COPYs          *
      *               DANOCKSL/DANOCKFD/DANOCKPD.                      *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-15  DLO   Initial version.                          *
      *****************************************************************

       01  WS-CALENDAR-LOCK-STATUS      pic x(02).
       01  WS-CALENDAR-LOCK-SWITCHES.
           05  WS-CALENDAR-LOCK-TAKEN-SW pic x(01) value "N".
               88  WS-CALENDAR-LOCK-TAKEN         value "Y".
           05  WS-CALENDAR-BUSY-SW      pic x(01) value "N".
               88  WS-CALENDAR-BUSY               value "Y".

      *    the stamp this program wrote (8920) so 8930 only cuts a lock
      *    that is still its own, the holder's stamp read back (8925),
      *    and the clock work that judges a lock left behind: one
      *    older than WS-CAL-LOCK-STALE-SECS, or from an earlier day,
      *    belongs to a run that died mid-rewrite.  WS-CAL-LOCK-
      *    OPERATOR is stamped on the lock when the caller sets it
       01  WS-CALENDAR-LOCK-WORK.
           05  WS-CAL-LOCK-OPERATOR     pic x(08) value spaces.
           05  WS-CAL-LOCK-MINE         pic x(33).
           05  WS-CAL-LOCK-HOLDER       pic x(08).
           05  WS-CAL-LOCK-SINCE        pic x(08).
           05  WS-CAL-LOCK-TRIES        pic 9(4) comp.
           05  WS-CAL-LOCK-RECHECKS     pic 9(4) comp value 200.
           05  WS-CAL-LOCK-STALE-SECS   pic 9(5) comp value 300.
           05  WS-CAL-LOCK-AGE          pic s9(7) comp.
           05  WS-CAL-LOCK-DATE-NOW     pic x(08).
       01  WS-CAL-LOCK-CLOCK-THEN.
           05  WS-CAL-LOCK-THEN-HH      pic 9(02).
           05  WS-CAL-LOCK-THEN-MM      pic 9(02).
           05  WS-CAL-LOCK-THEN-SS      pic 9(02).
           05  FILLER                   pic 9(02).
       01  WS-CAL-LOCK-CLOCK-NOW.
           05  WS-CAL-LOCK-NOW-HH       pic 9(02).
           05  WS-CAL-LOCK-NOW-MM       pic 9(02).
           05  WS-CAL-LOCK-NOW-SS       pic 9(02).
           05  FILLER                   pic 9(02).
