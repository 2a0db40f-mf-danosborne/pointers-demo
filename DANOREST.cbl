      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-09-24  DLO   Archive images widened x(33) to x(50)     *
      *                      with the layout-version 3 type1 record.   *
      *                      A restored record keeps the account       *
      *                      status it was archived with - DANOPURG    *
      *                      archives only closed accounts, so it      *
      *                      comes back closed and still refuses       *
      *                      postings until DANOACST reopens it.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOREST.
       01  ARCHIVE-RECORD.
           05  ARC-RECORD-TYPE          pic x(01).
           05  ARC-DATA.
               10  ARC-IMAGE            pic x(50).
               10  ARC-ARCHIVED-DATE    pic x(08).
           05  ARC-TRAILER REDEFINES ARC-DATA.
               10  ARC-RECORD-COUNT     pic 9(09).
               10  ARC-HASH-TOTAL       pic 9(09).
               10  FILLER               pic x(40).

       FD  RESTORE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
      *    the suite's physical type1 layout, so the found archive
      *    image can be held while later records are scanned for a
      *    more recent copy of the same key
       01  WS-FOUND-IMAGE               pic x(50).
       01  WS-FOUND-DATE                pic x(08).
       01  WS-RESTORE-KEY               pic x(10).
       01  WS-TODAY                     pic x(08).

      *****************************************************************
      *  2020-MATCH-ONE-IMAGE - the image's component-1 sits in       *
      *                         bytes 4-13 of the 50-byte image (tag, *
      *                         2-byte version, then the key)          *
      *****************************************************************
       2020-MATCH-ONE-IMAGE.
