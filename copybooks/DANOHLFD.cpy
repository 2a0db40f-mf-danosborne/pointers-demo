      *****************************************************************
      *  DANOHLFD  -  FILE SECTION half of the large-transaction hold *
      *               queue (see DANOHLSL).  One TYPE3HLD record per  *
      *               held posting, keyed on the business date it was *
      *               held and its posting identity (feed-id plus     *
      *               serial; an unserialed item from a legacy feed   *
      *               takes a reference numbered within the run).     *
      *               The supervisor's decision and DANOPOST's        *
      *               settlement are rewritten onto the same record,  *
      *               so a settled hold stays on file as history.     *
      *  DANOHLPM card layout:                                        *
      *      col   1     "D" default limit, "A" account limit         *
      *      cols  2-11  component-1 ("A" cards only)                 *
      *      cols 12-22  limit 9(09)v99 - a posting whose size        *
      *                  (either direction) is above the limit for    *
      *                  its account is held; an account card wins    *
      *                  over the default, and no card for the        *
      *                  account and no default means no limit        *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-06  DLO   Initial version.                         *
      *****************************************************************

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05  HLD-KEY.
               10  HLD-HELD-DATE        pic x(08).
               10  HLD-FEED-ID          pic x(08).
      *                                      *> "DANOCAPT" for a
      *                                      *> captured entry
               10  HLD-SERIAL           pic 9(09).
               10  HLD-REFERENCE        pic 9(05).
      *                                      *> zero for a serialed
      *                                      *> item
           05  HLD-COMPONENT-1          pic x(10).
      *                                      *> as presented - a merge
      *                                      *> forward is followed
      *                                      *> again at release
           05  HLD-TRANS-DATE           pic x(08).
           05  HLD-AMOUNT               pic s9(9)v99.
           05  HLD-SOURCE               pic x(01).
      *                                      *> F feed, C capture,
      *                                      *> S suspense release -
      *                                      *> the TYPE3PAC source
      *                                      *> when it finally posts
           05  HLD-LIMIT                pic 9(09)v99.
      *                                      *> the limit it broke
           05  HLD-STATUS               pic x(01).
               88  HLD-HELD                       value "H".
               88  HLD-RELEASED                   value "R".
               88  HLD-DECLINED                   value "D".
               88  HLD-AWAITING-SETTLEMENT        value "R" "D".
               88  HLD-POSTED                     value "P".
               88  HLD-SUSPENDED                  value "S".
      *                                      *> released, but no
      *                                      *> master by then
               88  HLD-REFUSED                    value "F".
      *                                      *> released, but frozen,
      *                                      *> closed or out of
      *                                      *> range by then
               88  HLD-DECLINE-WRITTEN            value "X".
      *                                      *> declined, on TYPE3XCP
           05  HLD-SUPERVISOR-ID        pic x(08).
           05  HLD-DECISION-DATE        pic x(08).
           05  HLD-DECISION-TIME        pic x(08).
           05  HLD-SETTLED-DATE         pic x(08).
      *                                      *> business date DANOPOST
      *                                      *> posted or wrote it off

       FD  HOLD-LIMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-LIMIT-RECORD.
           05  HLP-LIMIT-TYPE           pic x(01).
               88  HLP-DEFAULT-LIMIT              value "D".
               88  HLP-ACCOUNT-LIMIT              value "A".
           05  HLP-COMPONENT-1          pic x(10).
           05  HLP-LIMIT                pic 9(09)v99.
