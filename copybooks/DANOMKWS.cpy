      *****************************************************************
      *  DANOMKWS  -  working-storage half of the maker-checker       *
      *               discipline (see DANOMKPD).  COPY into           *
      *               WORKING-STORAGE SECTION of any program that     *
      *               also COPYs DANOMKSL/DANOMKFD/DANOMKPD.  Before  *
      *               8760-QUEUE-CHANGE-REQUEST, MOVE the change into *
      *               the WS-MKQ- fields.                              *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-18  DLO   Initial version.                          *
      *    2026-10-15  DLO   WS-MKQ-BEFORE-VALUE/WS-MKQ-AFTER-VALUE    *
      *                      widened to s9(11)v99 with DANOMKFD.       *
      *****************************************************************

       01  WS-CHANGE-REQUEST-STATUS     pic x(02).
       01  WS-CHANGE-PARM-STATUS        pic x(02).
       01  WS-CHANGE-THRESHOLD          pic 9(09)v99 value 0.
       01  WS-CHANGE-SIZE               pic s9(11)v99 comp-3.
       01  WS-CHANGE-APPROVAL-SW        pic x(01) value "N".
           88  WS-CHANGE-NEEDS-APPROVAL           value "Y".
       01  WS-CHANGE-QUEUED-SW          pic x(01) value "N".
           88  WS-CHANGE-QUEUED                   value "Y".
       01  WS-MKQ-MASTER                pic x(01).
       01  WS-MKQ-COMPONENT-1           pic x(10).
       01  WS-MKQ-TRANS-DATE            pic x(08).
       01  WS-MKQ-NEW-COMPONENT-1       pic x(10).
       01  WS-MKQ-BEFORE-VALUE          pic s9(11)v99 comp-3.
       01  WS-MKQ-AFTER-VALUE           pic s9(11)v99 comp-3.
       01  WS-MKQ-REASON                pic x(30).
