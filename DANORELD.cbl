      *    2026-09-02  DLO   Backup images widened x(25) to x(33)      *
      *                      with the layout-version 2 type1 record   *
      *                      (see TYPE1CPY).                           *
      *    2026-09-24  DLO   Backup images widened x(33) to x(50)      *
      *                      with the layout-version 3 type1 record   *
      *                      (see TYPE1CPY).                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANORELD.
       01  BACKUP-RECORD.
           05  BKP-RECORD-TYPE          pic x(01).
           05  BKP-DATA.
               10  BKP-IMAGE            pic x(50).
           05  BKP-TRAILER REDEFINES BKP-DATA.
               10  BKP-RECORD-COUNT     pic 9(09).
               10  BKP-HASH-TOTAL       pic 9(09).
               10  FILLER               pic x(32).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
