      *    2026-09-02  DLO   Backup images widened x(25) to x(33)      *
      *                      with the layout-version 2 type1 record   *
      *                      (see TYPE1CPY).                           *
      *    2026-09-24  DLO   Backup images widened x(33) to x(50)      *
      *                      with the layout-version 3 type1 record   *
      *                      (see TYPE1CPY).                           *
      *    2026-10-09  DLO   The trailer now carries the business date *
      *                      the backup stands at (DANOBDAT, the last  *
      *                      cycle DANODRV completed), so DANOASOF can *
      *                      tell how far back a backup copy reaches.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOUNLD.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "DANOBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY TYPE1CPY.
           05  BKP-RECORD-TYPE          pic x(01).
      *                                      *> "D" detail, "T" trailer
           05  BKP-DATA.
               10  BKP-IMAGE            pic x(50).
      *                                      *> the full type1 record,
      *                                      *> layout-version 3
           05  BKP-TRAILER REDEFINES BKP-DATA.
               10  BKP-RECORD-COUNT     pic 9(09).
               10  BKP-HASH-TOTAL       pic 9(09).
               10  BKP-BUSINESS-DATE    pic x(08).
      *                                      *> the last cycle DANODRV
      *                                      *> completed - the backup
      *                                      *> stands at its close;
      *                                      *> blank when unknown
               10  FILLER               pic x(24).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE        pic x(08).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
               88  WS-TYPE1M-OK                  value "00".
               88  WS-TYPE1M-EOF                 value "10".
           05  WS-BACKUP-STATUS         pic x(02).
           05  WS-BDATE-STATUS          pic x(02).
           05  WS-MASTER-OPEN-SWITCH    pic x(01) value "N".
               88  WS-MASTER-IS-OPEN              value "Y".

           05  WS-RECORDS-UNLOADED      pic 9(09) comp value 0.
           05  WS-HASH-TOTAL            pic 9(09) comp value 0.

       01  WS-BACKUP-BUSINESS-DATE      pic x(08) value spaces.

       PROCEDURE DIVISION.

      *****************************************************************
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - the business date the backup stands at     *
      *                    comes off DANOBDAT, written by DANODRV at  *
      *                    the end of the cycle just finished         *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BDT-BUSINESS-DATE
                           TO WS-BACKUP-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF

           OPEN INPUT TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
               DISPLAY "DANOUNLD: OPEN TYPE1MST FAILED, STATUS "
               MOVE "T"                 TO BKP-RECORD-TYPE
               MOVE WS-RECORDS-UNLOADED TO BKP-RECORD-COUNT
               MOVE WS-HASH-TOTAL       TO BKP-HASH-TOTAL
               MOVE WS-BACKUP-BUSINESS-DATE
                                        TO BKP-BUSINESS-DATE
               WRITE BACKUP-RECORD
               CLOSE BACKUP-FILE
               CLOSE TYPE1-MASTER-FILE
