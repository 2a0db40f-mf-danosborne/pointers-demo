      *****************************************************************
      *  PROGRAM-ID.  DANOCNV3                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-09-24.                                     *
      *                                                                *
      *  One-time, offline reformat of a LAYOUT-VERSION 2 TYPE1MST    *
      *  (no account status) into the current layout-version 3 shape, *
      *  the same discipline DANOCNV1 and DANOCNV2 applied before it. *
      *  Run once, offline, before any build that expects the 50-byte *
      *  record is ever pointed at a version-2 file:                   *
      *                                                                *
      *    1. Take the existing TYPE1MST out of service and copy it    *
      *       to TYPE1MST.OLD.                                         *
      *    2. Run DANOCNV3.  It reads TYPE1MST.OLD sequentially under  *
      *       the version-2 layout and writes a brand-new TYPE1MST     *
      *       under the current layout, stamping LAYOUT-VERSION 3,     *
      *       NULLing COMPONENT-3 as always, carrying COMPONENT-4's    *
      *       last-activity date forward untouched (the aging clock   *
      *       must not restart on a reformat), and opening every       *
      *       account: COMPONENT-5 "O", COMPONENT-6 the conversion     *
      *       date and COMPONENT-7 "DANOCNV3" - before this layout     *
      *       nothing could be frozen or closed, so open is the only   *
      *       honest starting status.                                  *
      *    3. Put the new TYPE1MST into service.                       *
      *  The TYPE1JNL journal, TYPE1BKP backup and TYPE1ARC archive    *
      *  images grew with the record; cut a fresh DANOUNLD backup      *
      *  straight after the conversion.                                *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-24  DLO   Initial version.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOCNV3.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-09-24.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "TYPE1MST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-COMPONENT-1
               FILE STATUS IS WS-OLD-STATUS.

           SELECT TYPE1-MASTER-FILE ASSIGN TO "TYPE1MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COMPONENT-1 OF TYPE1M-RECORD
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY TYPE1CPY.

       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-TYPE1M-RECORD.
           05  OLD-RECORD-TAG            pic x(01).
           05  OLD-LAYOUT-VERSION        pic 9(02) comp.
      *                                      *> version 2 on every
      *                                      *> record this program
      *                                      *> should ever see
           05  OLD-COMPONENT-1           pic x(10).
           05  OLD-COMPONENT-2           pic xxxx comp-5.
           05  OLD-COMPONENT-3           pointer.
      *                                      *> never trusted or copied
           05  OLD-COMPONENT-4           pic x(08).
      *                                      *> last-activity date,
      *                                      *> carried forward as is

       FD  TYPE1-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TYPE1M-RECORD                type1.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-OLD-STATUS            pic x(02).
               88  WS-OLD-OK                     value "00".
               88  WS-OLD-EOF                    value "10".
           05  WS-NEW-STATUS            pic x(02).
               88  WS-NEW-OK                     value "00".

       01  WS-CURRENT-LAYOUT-VERSION    pic 9(02) comp value 3.
       01  WS-CONVERSION-DATE           pic x(08).
       01  WS-RECORDS-CONVERTED         pic 9(09) comp value 0.
       01  WS-ODD-VERSION-COUNT         pic 9(09) comp value 0.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-CONVERT-RECORDS  THRU 2000-EXIT
               UNTIL WS-OLD-EOF
           PERFORM 3000-TERMINATE        THRU 3000-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CONVERSION-DATE FROM DATE YYYYMMDD
           OPEN INPUT OLD-MASTER-FILE
           IF NOT WS-OLD-OK
               DISPLAY "DANOCNV3: OPEN TYPE1MST.OLD FAILED, STATUS "
                       WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-OLD-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT TYPE1-MASTER-FILE
           IF NOT WS-NEW-OK
               DISPLAY "DANOCNV3: OPEN OUTPUT TYPE1MST FAILED, STATUS "
                       WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-OLD-EOF TO TRUE
               CLOSE OLD-MASTER-FILE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1010-READ-OLD-RECORD THRU 1010-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1010-READ-OLD-RECORD                                         *
      *****************************************************************
       1010-READ-OLD-RECORD.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-OLD-EOF TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CONVERT-RECORDS - carry the version-2 fields forward,   *
      *                         stamp LAYOUT-VERSION 3, open the      *
      *                         account as of the conversion date,    *
      *                         NULL COMPONENT-3                       *
      *****************************************************************
       2000-CONVERT-RECORDS.
           IF OLD-LAYOUT-VERSION NOT = 2
               ADD 1 TO WS-ODD-VERSION-COUNT
               DISPLAY "DANOCNV3: KEY " OLD-COMPONENT-1
                       " CARRIES LAYOUT-VERSION " OLD-LAYOUT-VERSION
                       " - CONVERTED ANYWAY, CHECK THE SOURCE FILE"
           END-IF

           MOVE OLD-RECORD-TAG           TO record-tag OF TYPE1M-RECORD
           MOVE WS-CURRENT-LAYOUT-VERSION
                                    TO layout-version OF TYPE1M-RECORD
           MOVE OLD-COMPONENT-1          TO component-1 OF TYPE1M-RECORD
           MOVE OLD-COMPONENT-2          TO component-2 OF TYPE1M-RECORD
           SET component-3 OF TYPE1M-RECORD TO NULL
           MOVE OLD-COMPONENT-4          TO component-4 OF TYPE1M-RECORD
           MOVE "O"                      TO component-5 OF TYPE1M-RECORD
           MOVE WS-CONVERSION-DATE       TO component-6 OF TYPE1M-RECORD
           MOVE "DANOCNV3"               TO component-7 OF TYPE1M-RECORD

           WRITE TYPE1M-RECORD
               INVALID KEY
                   DISPLAY "DANOCNV3: UNABLE TO WRITE CONVERTED RECORD "
                           "FOR COMPONENT-1 " OLD-COMPONENT-1
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-CONVERTED
           END-WRITE

           PERFORM 1010-READ-OLD-RECORD THRU 1010-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
       3000-TERMINATE.
           CLOSE OLD-MASTER-FILE
           CLOSE TYPE1-MASTER-FILE
           DISPLAY "DANOCNV3: " WS-RECORDS-CONVERTED
                   " RECORD(S) CONVERTED TO LAYOUT-VERSION 3"
           IF WS-ODD-VERSION-COUNT > 0
               DISPLAY "DANOCNV3: " WS-ODD-VERSION-COUNT
                       " RECORD(S) DID NOT CARRY VERSION 2 ON INPUT"
           END-IF.
       3000-EXIT.
           EXIT.
