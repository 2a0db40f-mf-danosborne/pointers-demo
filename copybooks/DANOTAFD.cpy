      *****************************************************************
      *  DANOTAFD  -  FILE SECTION half of the TYPE3MST transaction   *
      *               archive (see DANOTASL).  An archive is laid out *
      *               exactly as a TYPE3BKP backup: "D" records       *
      *               carrying the full TYPE3M-RECORD image in key    *
      *               order, and a "T" trailer per DANOYEND run with  *
      *               the count, the component-2 hash and the signed  *
      *               amount total of what that run moved.  TYPE3ARX  *
      *               carries one record per transaction year per     *
      *               archive, with the year's count and amount.      *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-14  DLO   Initial version.                          *
      *****************************************************************

       FD  TRANS-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANS-ARCHIVE-RECORD.
           05  TAR-RECORD-TYPE          pic x(01).
      *                                      *> "D" detail, "T" trailer
           05  TAR-DATA.
               10  TAR-IMAGE            pic x(28).
      *                                      *> the full TYPE3M-RECORD
               10  FILLER               pic x(03).
           05  TAR-TRAILER REDEFINES TAR-DATA.
               10  TAR-RECORD-COUNT     pic 9(09).
               10  TAR-HASH-TOTAL       pic 9(09).
               10  TAR-AMOUNT-TOTAL     pic s9(11)v99.

       FD  TRANS-ARCHIVE-CATALOG
           LABEL RECORDS ARE STANDARD.
       01  TRANS-ARCHIVE-CATALOG-RECORD.
           05  TAX-YEAR                 pic x(04).
      *                                      *> transaction year held
           05  TAX-ARCHIVE-NAME         pic x(30).
           05  TAX-YEAR-END-DATE        pic x(08).
      *                                      *> the year-end that
      *                                      *> moved it
           05  TAX-RECORD-COUNT         pic 9(09).
           05  TAX-AMOUNT-TOTAL         pic s9(13)v99
                                        sign leading separate.
