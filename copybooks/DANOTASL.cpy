      *****************************************************************
      *  DANOTASL  -  FILE-CONTROL half of the TYPE3MST transaction   *
      *               archive.  COPY this member into FILE-CONTROL    *
      *               alongside DANOTAFD/DANOTAWS/DANOTAPD.  DANOYEND *
      *               moves transactions past the retention years     *
      *               off TYPE3MST at the fiscal year-end, into one   *
      *               dated archive per year-end (TYPE3ARC.Dyyyymmdd, *
      *               named in WS-TRANS-ARCHIVE-NAME), and catalogs   *
      *               each transaction year it archived on TYPE3ARX,  *
      *               the archive catalog, so a reader can find a     *
      *               year without a directory listing.                *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-14  DLO   Initial version.                          *
      *****************************************************************

           SELECT TRANS-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-TRANS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-ARCHIVE-STATUS.

           SELECT TRANS-ARCHIVE-CATALOG ASSIGN TO "TYPE3ARX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-CATALOG-STATUS.
