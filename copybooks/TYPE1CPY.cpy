      *                      backup image fields grew with it, and     *
      *                      DANOCNV2 is the one-time offline          *
      *                      reformat of a version-1 master.           *
      *    2026-09-24  DLO   LAYOUT-VERSION 3: added the account       *
      *                      status lifecycle - COMPONENT-5 the        *
      *                      status (O open, F frozen, C closed; a     *
      *                      blank reads as open), COMPONENT-6 the     *
      *                      date the status was last set and          *
      *                      COMPONENT-7 the operator who set it.      *
      *                      Only DANOACST changes the status; the     *
      *                      posting steps route frozen and closed     *
      *                      accounts to their exceptions, and         *
      *                      DANOPURG now ages only closed accounts.   *
      *                      The record grew from 33 to 50 bytes -     *
      *                      the journal, backup and archive image     *
      *                      fields grew with it, and DANOCNV3 is the  *
      *                      one-time offline reformat of a version-2  *
      *                      master.                                   *
      *****************************************************************

       01  type1 typedef.
           03  record-tag            pic x(01) value "1".
      *                                      *> self-describing type marker
           03  layout-version        pic 9(02) comp value 3.
      *                                      *> bumped when the layout below changes
           03  component-1           pic x(10).
      *                                      *> typedef component
      *                                      *> last-activity date,
      *                                      *> YYYYMMDD - stamped on
      *                                      *> every WRITE/REWRITE
           03  component-5           pic x(01).
      *                                      *> account status -
      *                                      *> "O" open, "F" frozen,
      *                                      *> "C" closed; blank is
      *                                      *> read as open
           03  component-6           pic x(08).
      *                                      *> status date, YYYYMMDD -
      *                                      *> when component-5 was
      *                                      *> last set
           03  component-7           pic x(08).
      *                                      *> operator who last set
      *                                      *> component-5 (who froze
      *                                      *> or closed the account)

       01  ptr-type1 pointer type1 typedef.
