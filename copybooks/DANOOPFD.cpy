      *                      and a disabled id no longer validates.    *
      *                      A record without the byte (blank) is      *
      *                      active, so existing files keep working.   *
      *    2026-10-02  DLO   Sign-on credential: digest, failed        *
      *                      count, date set and change-required       *
      *                      flag; status L = locked out.  Short       *
      *                      records from before read as no            *
      *                      credential set.                           *
      *    2026-10-13  DLO   OPL-DETAIL: free text a batch run         *
      *                      logs with its action (DANOFINX's          *
      *                      parameters and totals).  Blank on         *
      *                      online activity and on older records.     *
      *    2026-10-15  DLO   OPERATOR-LOCK-RECORD (DANOOPLK).          *
      *****************************************************************

       FD  OPERATOR-FILE
      *                                      *> maintenance allowed,
      *                                      *> "I" = inquiry only
           05  OPR-STATUS               pic x(01).
      *                                      *> "D" = disabled, "L" =
      *                                      *> locked out by failed
      *                                      *> sign-ons; blank or
      *                                      *> "A" = active
           05  OPR-CREDENTIAL-HASH      pic x(10).
      *                                      *> one-way digest of id
      *                                      *> and credential (8890);
      *                                      *> blank = none set yet
           05  OPR-FAILED-ATTEMPTS      pic x(02).
      *                                      *> consecutive failures,
      *                                      *> blank read as zero
           05  OPR-CREDENTIAL-DATE      pic x(08).
      *                                      *> YYYYMMDD last set
           05  OPR-CHANGE-REQUIRED      pic x(01).
      *                                      *> "Y" = must choose a new
      *                                      *> credential at the next
      *                                      *> sign-on (after a reset)

       FD  OPERATOR-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-WORK-RECORD         pic x(31).

       FD  OPERATOR-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-LOCK-RECORD.
           05  OLK-STATE                pic x(01).
      *                                      *> "B" = a DANOOPER copy is
      *                                      *> under way; an empty file
      *                                      *> or any other byte = free
           05  OLK-PROGRAM-NAME         pic x(08).
           05  OLK-OPERATOR-ID          pic x(08).
           05  OLK-LOCK-DATE            pic x(08).
           05  OLK-LOCK-TIME            pic x(08).

       FD  OPERATOR-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-PARM-RECORD.
           05  OPP-MAX-ATTEMPTS         pic x(02).
           05  OPP-EXPIRY-DAYS          pic x(03).

       FD  OPERATOR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           05  OPL-ACTION               pic x(10).
      *                                      *> SIGNON / INQUIRY /
      *                                      *> UPDATE / DENIED /
      *                                      *> OVERRIDE / BADCRED /
      *                                      *> LOCKED / LOCKOUT /
      *                                      *> CREDEXPIRE / CREDCHG /
      *                                      *> CREDNOCHG / CREDRESET /
      *                                      *> NOCRED / CREDNOSAVE /
      *                                      *> FAILNOSAVE / BOOTSTRAP
           05  OPL-RECORD-KEY           pic x(10).
           05  OPL-LOG-DATE             pic x(08).
           05  OPL-LOG-TIME             pic x(08).
           05  OPL-DETAIL               pic x(60).
      *                                      *> free text from a batch
      *                                      *> run (its parameters,
      *                                      *> its totals); blank on
      *                                      *> online activity and
      *                                      *> on records from before
