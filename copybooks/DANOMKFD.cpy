      *****************************************************************
      *  DANOMKFD  -  FILE SECTION half of the maker-checker          *
      *               discipline (see DANOMKSL).  One DANOMKQ record  *
      *               per queued change, keyed on when it was made    *
      *               and by whom; the checker's decision is          *
      *               rewritten onto the same record, so the queue is *
      *               also the audit trail of who asked and who       *
      *               agreed.                                          *
      *  DANOMKPM card layout:                                         *
      *      cols  1-11  threshold 9(09)v99 - a change whose size     *
      *                  (new less old, either direction) is above    *
      *                  this needs approval; no card means every     *
      *                  balance change does                           *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-18  DLO   Initial version.                          *
      *    2026-10-15  DLO   MKQ-BEFORE-VALUE/MKQ-AFTER-VALUE widened  *
      *                      to s9(11)v99 - a TYPE1MST component-2     *
      *                      runs to 4294967295.  DANOMKQ is           *
      *                      reloaded to the new layout.               *
      *****************************************************************

       FD  CHANGE-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-REQUEST-RECORD.
           05  MKQ-REQUEST-KEY.
               10  MKQ-REQUEST-DATE     pic x(08).
               10  MKQ-REQUEST-TIME     pic x(08).
               10  MKQ-MAKER-ID         pic x(08).
           05  MKQ-MASTER               pic x(01).
      *                                      *> "1" TYPE1MST component-2
      *                                      *> "3" TYPE3MST amount
           05  MKQ-COMPONENT-1          pic x(10).
           05  MKQ-TRANS-DATE           pic x(08).
      *                                      *> TYPE3MST only
           05  MKQ-NEW-COMPONENT-1      pic x(10).
      *                                      *> TYPE1MST only - the
      *                                      *> component-1 keyed with
      *                                      *> the change
           05  MKQ-BEFORE-VALUE         pic s9(11)v99 comp-3.
           05  MKQ-AFTER-VALUE          pic s9(11)v99 comp-3.
           05  MKQ-REASON               pic x(30).
           05  MKQ-STATUS               pic x(01).
               88  MKQ-PENDING                    value "P".
               88  MKQ-APPROVED                   value "A".
               88  MKQ-REJECTED                   value "R".
           05  MKQ-CHECKER-ID           pic x(08).
           05  MKQ-DECISION-DATE        pic x(08).
           05  MKQ-DECISION-TIME        pic x(08).

       FD  CHANGE-THRESHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-THRESHOLD-RECORD.
           05  MKP-THRESHOLD            pic 9(09)v99.
