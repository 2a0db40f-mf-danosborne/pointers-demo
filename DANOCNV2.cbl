      *  DATE-WRITTEN. 2026-09-02.                                     *
      *                                                                *
      *  One-time, offline reformat of a LAYOUT-VERSION 1 TYPE1MST    *
      *  (no COMPONENT-4) into the current layout shape, the same     *
      *  discipline DANOCNV1 applied for the pre-version file.  Run   *
      *  once, offline, before any build that expects COMPONENT-4 is  *
      *  ever pointed at a version-1 file:                             *
      *                                                                *
      *    1. Take the existing TYPE1MST out of service and copy it    *
      *       to TYPE1MST.OLD.                                         *
      *    2. Run DANOCNV2.  It reads TYPE1MST.OLD sequentially under  *
      *       the version-1 layout and writes a brand-new TYPE1MST     *
      *       under the current layout, stamping the current           *
      *       LAYOUT-VERSION,                                          *
      *       NULLing COMPONENT-3 as always, and setting the new       *
      *       COMPONENT-4 last-activity date to the conversion date -  *
      *       a version-1 record cannot say when it was last touched,  *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-09-24  DLO   Converts to layout-version 3: every       *
      *                      record starts life OPEN (COMPONENT-5      *
      *                      "O"), status date the conversion date,    *
      *                      status operator DANOCNV2.  A version-2    *
      *                      master goes through DANOCNV3 instead.     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOCNV2.
           05  WS-NEW-STATUS            pic x(02).
               88  WS-NEW-OK                     value "00".

       01  WS-CURRENT-LAYOUT-VERSION    pic 9(02) comp value 3.
       01  WS-CONVERSION-DATE           pic x(08).
       01  WS-RECORDS-CONVERTED         pic 9(09) comp value 0.
       01  WS-ODD-VERSION-COUNT         pic 9(09) comp value 0.
           MOVE OLD-COMPONENT-2          TO component-2 OF TYPE1M-RECORD
           SET component-3 OF TYPE1M-RECORD TO NULL
           MOVE WS-CONVERSION-DATE  TO component-4 OF TYPE1M-RECORD
           MOVE "O"                 TO component-5 OF TYPE1M-RECORD
           MOVE WS-CONVERSION-DATE  TO component-6 OF TYPE1M-RECORD
           MOVE "DANOCNV2"          TO component-7 OF TYPE1M-RECORD

           WRITE TYPE1M-RECORD
               INVALID KEY
           CLOSE OLD-MASTER-FILE
           CLOSE TYPE1-MASTER-FILE
           DISPLAY "DANOCNV2: " WS-RECORDS-CONVERTED
                   " RECORD(S) CONVERTED TO LAYOUT-VERSION 3"
           IF WS-ODD-VERSION-COUNT > 0
               DISPLAY "DANOCNV2: " WS-ODD-VERSION-COUNT
                       " RECORD(S) DID NOT CARRY VERSION 1 ON INPUT"
