      *               record per id, with its authority); DANOOPLG    *
      *               is the operator-activity log every sign-on,      *
      *               inquiry, update, denial and lock override is     *
      *               stamped to.  DANOOPWK is the work copy DANOOPER *
      *               is rewritten through when a sign-on changes a   *
      *               record; DANOOPLK is the lock that rewrite holds *
      *               so two sessions never copy DANOOPER at once;    *
      *               DANOOPPM is the optional credential policy      *
      *               card:                                           *
      *                   cols 1-2  failed sign-ons before lockout    *
      *                             (blank = 3)                       *
      *                   cols 3-5  days a credential lasts           *
      *                             (blank = 90)                      *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-08-23  DLO   Initial version.                          *
      *    2026-10-02  DLO   DANOOPWK work copy and DANOOPPM           *
      *                      credential policy card.                   *
      *    2026-10-15  DLO   DANOOPLK, the DANOOPER rewrite lock.      *
      *****************************************************************

           SELECT OPERATOR-FILE ASSIGN TO "DANOOPER"
           SELECT OPERATOR-LOG-FILE ASSIGN TO "DANOOPLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-LOG-STATUS.

           SELECT OPERATOR-WORK-FILE ASSIGN TO "DANOOPWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-WORK-STATUS.

           SELECT OPERATOR-PARM-FILE ASSIGN TO "DANOOPPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-PARM-STATUS.

           SELECT OPERATOR-LOCK-FILE ASSIGN TO "DANOOPLK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-LOCK-STATUS.
