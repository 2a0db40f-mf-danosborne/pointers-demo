      *                      the conversion date, since a pre-version  *
      *                      record cannot say when it was last        *
      *                      touched.                                   *
      *    2026-09-24  DLO   Converts to layout-version 3: every       *
      *                      record starts life OPEN (COMPONENT-5      *
      *                      "O"), status date the conversion date,    *
      *                      status operator DANOCNV1.                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOCNV1.
           05  WS-NEW-STATUS            pic x(02).
               88  WS-NEW-OK                     value "00".

       01  WS-CURRENT-LAYOUT-VERSION    pic 9(02) comp value 3.
       01  WS-CONVERSION-DATE           pic x(08).
       01  WS-RECORDS-CONVERTED         pic 9(09) comp value 0.

           MOVE OLD-COMPONENT-2          TO component-2 OF TYPE1M-RECORD
           SET component-3 OF TYPE1M-RECORD TO NULL
           MOVE WS-CONVERSION-DATE  TO component-4 OF TYPE1M-RECORD
           MOVE "O"                 TO component-5 OF TYPE1M-RECORD
           MOVE WS-CONVERSION-DATE  TO component-6 OF TYPE1M-RECORD
           MOVE "DANOCNV1"          TO component-7 OF TYPE1M-RECORD

           WRITE TYPE1M-RECORD
               INVALID KEY
