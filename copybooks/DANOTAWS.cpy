      *****************************************************************
      *  DANOTAWS  -  working-storage half of the TYPE3MST            *
      *               transaction archive (see DANOTAPD).  COPY into  *
      *               WORKING-STORAGE SECTION of any program that     *
      *               also COPYs DANOTASL/DANOTAFD/DANOTAPD.  The     *
      *               catalog is loaded once into WS-TA-CATALOG-TABLE *
      *               in year order; a search for one component-1     *
      *               hands back its archived transactions through    *
      *               WS-TA-IMAGE-VIEW, laid out as TYPE3M-RECORD.    *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-14  DLO   Initial version.                          *
      *****************************************************************

       01  WS-TRANS-ARCHIVE-STATUS      pic x(02).
       01  WS-ARCHIVE-CATALOG-STATUS    pic x(02).
       01  WS-TRANS-ARCHIVE-NAME        pic x(30).

       01  WS-TA-SWITCHES.
           05  WS-TA-CATALOG-EOF-SW     pic x(01) value "N".
               88  WS-TA-CATALOG-EOF              value "Y".
           05  WS-TA-SEARCH-DONE-SW     pic x(01) value "Y".
               88  WS-TA-SEARCH-DONE              value "Y".
           05  WS-TA-FOUND-SW           pic x(01) value "N".
               88  WS-TA-TRANS-FOUND              value "Y".
           05  WS-TA-FILE-OPEN-SW       pic x(01) value "N".
               88  WS-TA-FILE-IS-OPEN             value "Y".

       01  WS-TA-CATALOG-LIMITS.
           05  WS-TA-CATALOG-CAPACITY   pic 9(4) comp value 100.
           05  WS-TA-CATALOG-COUNT      pic 9(4) comp value 0.
           05  WS-TA-CATALOG-SUB        pic 9(4) comp.
           05  WS-TA-INSERT-SUB         pic 9(4) comp.
           05  WS-TA-SEARCH-SUB         pic 9(4) comp.
           05  WS-TA-ARCHIVES-MISSING   pic 9(4) comp value 0.

       01  WS-TA-CATALOG-TABLE.
           05  WS-TA-CATALOG-ENTRY      occurs 100 times.
               10  WS-TAC-YEAR          pic x(04).
               10  WS-TAC-ARCHIVE-NAME  pic x(30).

      *    the search - MOVE the component-1 and the date range
      *    here, then PERFORM 8975-START-ARCHIVE-SEARCH
       01  WS-TA-SEARCH-KEY             pic x(10).
       01  WS-TA-FROM-DATE              pic x(08).
       01  WS-TA-TO-DATE                pic x(08).

       01  WS-TA-IMAGE-VIEW.
           05  WS-TA-COMPONENT-1        pic x(10).
           05  WS-TA-COMPONENT-3        pic x(08).
           05  WS-TA-COMPONENT-2        pic xxxx comp-5.
           05  WS-TA-COMPONENT-4        pic s9(9)v99 comp-3.
