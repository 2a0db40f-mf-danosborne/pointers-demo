      *****************************************************************
      *  PROGRAM-ID.  DANOFINX                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-10-13.                                     *
      *                                                                *
      *  On-demand finance extract of TYPE3MST transactions.  TYPE1EXT*
      *  and TYPE1DLT carry master balances only; finance wants the   *
      *  transactions underneath them in a form their spreadsheets and*
      *  reconciliation tool load as they stand.  The run takes its   *
      *  selection from the DANOFXPM card (REQUIRED):                 *
      *      cols  1-8   from business date YYYYMMDD                  *
      *      cols  9-16  to   business date YYYYMMDD (not before from)*
      *      cols 17-26  low component-1  (blank = from the first)    *
      *      cols 27-36  high component-1 (blank = to the last)       *
      *      cols 37-44  requesting operator id for DANOOPLG          *
      *                  (blank = BATCH)                              *
      *  and writes every TYPE3MST transaction whose date falls in the*
      *  range, for the component-1 range, to TYPE3CSV - comma-       *
      *  delimited, one column-header row first:                      *
      *      COMPONENT_1,TRANSACTION_DATE,AMOUNT                      *
      *  then one row per transaction in key order, the amount written*
      *  with a leading sign and a decimal point (+000001234.56), and *
      *  a control trailer row last:                                  *
      *      TRAILER,extract number,row count,amount total            *
      *  Each run takes the next extract number off DANOFXCT, the     *
      *  extract control file, and appends one control record there   *
      *  once TYPE3CSV is closed - the card, the row count and the    *
      *  amount total - so what was sent can be proved after the      *
      *  file has gone.  The card and the totals are stamped to       *
      *  DANOOPLG (FINXPARM, FINXTOTAL; a refusal FINXREFUSE) with the*
      *  extract number as the record key.  A card that is missing or *
      *  does not make sense is refused RC 8 with nothing written; no *
      *  TYPE3MST or no TYPE3CSV is RC 16.  TYPE3MST is opened INPUT  *
      *  only.                                                        *
      *  DANOFXCT layout, one record per extract:                     *
      *      cols  1-6   extract number                               *
      *      cols  7-22  run date and time                            *
      *      cols 23-30  requesting operator id                       *
      *      cols 31-66  from and to date, low and high component-1   *
      *      cols 67-74  file written (TYPE3CSV)                      *
      *      cols 75-83  row count                                    *
      *      cols 84-99  amount total, leading separate sign          *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-13  DLO   Initial version.                          *
      *    2026-10-15  DLO   DANOOPLG entries go through the shared    *
      *                      8850-LOG-OPERATOR-ACTIVITY, which now     *
      *                      carries WS-LOG-DETAIL; the private copy   *
      *                      is gone and the refusal paragraph is      *
      *                      8700-REFUSE-RUN.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOFINX.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-10-13.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-PARM-FILE ASSIGN TO "DANOFXPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           COPY TYPE3MSL.

           SELECT CSV-EXTRACT-FILE ASSIGN TO "TYPE3CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT EXTRACT-CONTROL-FILE ASSIGN TO "DANOFXCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           COPY DANOOPSL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-PARM-RECORD.
           05  FXP-FROM-DATE            pic x(08).
           05  FXP-TO-DATE              pic x(08).
           05  FXP-LOW-KEY              pic x(10).
           05  FXP-HIGH-KEY             pic x(10).
           05  FXP-OPERATOR-ID          pic x(08).

       COPY TYPE3MFD.

       FD  CSV-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CSV-EXTRACT-RECORD           pic x(80).

       FD  EXTRACT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-CONTROL-RECORD.
           05  FXC-EXTRACT-NUMBER       pic 9(06).
           05  FXC-RUN-DATE             pic x(08).
           05  FXC-RUN-TIME             pic x(08).
           05  FXC-OPERATOR-ID          pic x(08).
           05  FXC-FROM-DATE            pic x(08).
           05  FXC-TO-DATE              pic x(08).
           05  FXC-LOW-KEY              pic x(10).
           05  FXC-HIGH-KEY             pic x(10).
           05  FXC-FILE-NAME            pic x(08).
           05  FXC-ROW-COUNT            pic 9(09).
           05  FXC-AMOUNT-TOTAL         pic s9(13)v99
                                        sign leading separate.

       COPY DANOOPFD.

       WORKING-STORAGE SECTION.
       COPY DANOOPWS.

       01  WS-PROGRAM-NAME              pic x(08) value "DANOFINX".

       01  WS-SWITCHES.
           05  WS-PARM-STATUS           pic x(02).
           05  WS-TYPE3M-STATUS         pic x(02).
               88  WS-TYPE3M-OK                  value "00".
           05  WS-CSV-STATUS            pic x(02).
           05  WS-CONTROL-STATUS        pic x(02).
               88  WS-CONTROL-OK                 value "00".
           05  WS-CONTROL-EOF-SWITCH    pic x(01) value "N".
               88  WS-CONTROL-EOF                 value "Y".
           05  WS-TYPE3M-EOF-SWITCH     pic x(01) value "N".
               88  WS-TYPE3M-EOF                  value "Y".
           05  WS-RUN-REFUSED-SWITCH    pic x(01) value "N".
               88  WS-RUN-REFUSED                 value "Y".

      *    the selection, as the card gave it
       01  WS-SELECTION.
           05  WS-FROM-DATE             pic x(08).
           05  WS-TO-DATE               pic x(08).
           05  WS-LOW-KEY               pic x(10).
           05  WS-HIGH-KEY              pic x(10).

       01  WS-EXTRACT-NUMBER            pic 9(06) value 0.
       01  WS-EXTRACT-ID.
           05  FILLER                   pic x(02) value "FX".
           05  WS-EXTRACT-ID-NUMBER     pic 9(06).
       01  WS-REFUSE-REASON             pic x(60) value spaces.

       01  WS-EXTRACT-COUNTS.
           05  WS-TRANS-READ            pic 9(09) comp value 0.
           05  WS-ROWS-WRITTEN          pic 9(09) value 0.
           05  WS-AMOUNT-TOTAL          pic s9(13)v99 comp-3 value 0.

      *    the row as finance loads it - no packed fields, a sign and
      *    a point on every amount
       01  WS-CSV-AMOUNT                pic +9(09).99.
       01  WS-CSV-TOTAL                 pic +9(13).99.
       01  WS-CSV-POINTER               pic 9(4) comp.

       01  WS-EDIT-COUNT                pic z(8)9.

      *    DANOOPPD brings the sign-on screens with it; this run never
      *    shows them
       SCREEN SECTION.
       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-EXTRACT    THRU 2000-EXIT
           END-IF
           PERFORM 3000-TERMINATE      THRU 3000-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - the card, the extract number, the log      *
      *                    entry, then the files                      *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE
           MOVE "BATCH" TO WS-OPERATOR-ID

           PERFORM 1200-NEXT-EXTRACT-NUMBER THRU 1200-EXIT
           PERFORM 1100-READ-CARD THRU 1100-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF

           MOVE "FINXPARM" TO WS-OPR-ACTION
           MOVE SPACES TO WS-LOG-DETAIL
           STRING "FROM "       WS-FROM-DATE
                  " TO "        WS-TO-DATE
                  " KEYS "      FXP-LOW-KEY
                  " - "         FXP-HIGH-KEY
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           DISPLAY "DANOFINX: EXTRACT " WS-EXTRACT-ID " "
                   WS-LOG-DETAIL
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT

           OPEN INPUT TYPE3-MASTER-FILE
           IF NOT WS-TYPE3M-OK
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "OPEN TYPE3MST FAILED, STATUS "
                      WS-TYPE3M-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 8700-REFUSE-RUN THRU 8700-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT CSV-EXTRACT-FILE
           IF NOT WS-CSV-STATUS = "00"
               CLOSE TYPE3-MASTER-FILE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "OPEN TYPE3CSV FAILED, STATUS "
                      WS-CSV-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 8700-REFUSE-RUN THRU 8700-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           MOVE "COMPONENT_1,TRANSACTION_DATE,AMOUNT"
               TO CSV-EXTRACT-RECORD
           WRITE CSV-EXTRACT-RECORD.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-CARD - both dates are required and must be in      *
      *                   order; a blank key bound is open-ended      *
      *****************************************************************
       1100-READ-CARD.
           OPEN INPUT EXTRACT-PARM-FILE
           IF NOT WS-PARM-STATUS = "00"
               MOVE "NO DANOFXPM CARD - A DATE RANGE IS REQUIRED"
                   TO WS-REFUSE-REASON
               PERFORM 8700-REFUSE-RUN THRU 8700-EXIT
               GO TO 1100-EXIT
           END-IF
           READ EXTRACT-PARM-FILE
               AT END
                   MOVE SPACES TO EXTRACT-PARM-RECORD
           END-READ
           CLOSE EXTRACT-PARM-FILE

           IF FXP-OPERATOR-ID NOT = SPACES
               MOVE FXP-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF
           MOVE FXP-FROM-DATE TO WS-FROM-DATE
           MOVE FXP-TO-DATE   TO WS-TO-DATE
           MOVE FXP-LOW-KEY   TO WS-LOW-KEY
           MOVE FXP-HIGH-KEY  TO WS-HIGH-KEY

           IF WS-FROM-DATE IS NOT NUMERIC
               STRING "DANOFXPM FROM DATE '" WS-FROM-DATE
                      "' IS NOT A DATE"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 8700-REFUSE-RUN THRU 8700-EXIT
               GO TO 1100-EXIT
           END-IF
           IF WS-TO-DATE IS NOT NUMERIC
               STRING "DANOFXPM TO DATE '" WS-TO-DATE
                      "' IS NOT A DATE"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 8700-REFUSE-RUN THRU 8700-EXIT
               GO TO 1100-EXIT
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               STRING "DANOFXPM TO DATE " WS-TO-DATE
                      " IS BEFORE THE FROM DATE " WS-FROM-DATE
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 8700-REFUSE-RUN THRU 8700-EXIT
               GO TO 1100-EXIT
           END-IF
           IF WS-HIGH-KEY = SPACES
               MOVE HIGH-VALUES TO WS-HIGH-KEY
           END-IF
           IF WS-HIGH-KEY < WS-LOW-KEY
               STRING "DANOFXPM HIGH KEY " WS-HIGH-KEY
                      " IS BELOW THE LOW " WS-LOW-KEY
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 8700-REFUSE-RUN THRU 8700-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-NEXT-EXTRACT-NUMBER - one more than the last control    *
      *                             record on DANOFXCT; 1 when the    *
      *                             file is new                       *
      *****************************************************************
       1200-NEXT-EXTRACT-NUMBER.
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF WS-CONTROL-OK
               PERFORM 1210-READ-CONTROL THRU 1210-EXIT
                   UNTIL WS-CONTROL-EOF
               CLOSE EXTRACT-CONTROL-FILE
           END-IF
           ADD 1 TO WS-EXTRACT-NUMBER
           MOVE WS-EXTRACT-NUMBER TO WS-EXTRACT-ID-NUMBER
           MOVE WS-EXTRACT-ID     TO WS-OPR-RECORD-KEY.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1210-READ-CONTROL                                            *
      *****************************************************************
       1210-READ-CONTROL.
           READ EXTRACT-CONTROL-FILE
               AT END
                   SET WS-CONTROL-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF FXC-EXTRACT-NUMBER IS NUMERIC
            AND FXC-EXTRACT-NUMBER > WS-EXTRACT-NUMBER
               MOVE FXC-EXTRACT-NUMBER TO WS-EXTRACT-NUMBER
           END-IF.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  2000-EXTRACT - TYPE3MST from the low component-1 on, in key  *
      *                 order, until the high one is passed           *
      *****************************************************************
       2000-EXTRACT.
           MOVE WS-LOW-KEY TO T3M-COMPONENT-1
           MOVE LOW-VALUES TO T3M-COMPONENT-3
           START TYPE3-MASTER-FILE KEY NOT < T3M-KEY
               INVALID KEY
                   SET WS-TYPE3M-EOF TO TRUE
           END-START

           PERFORM 2100-EXTRACT-ONE THRU 2100-EXIT
               UNTIL WS-TYPE3M-EOF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-EXTRACT-ONE - a transaction dated inside the range      *
      *                     becomes one row                           *
      *****************************************************************
       2100-EXTRACT-ONE.
           READ TYPE3-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-TYPE3M-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF T3M-COMPONENT-1 > WS-HIGH-KEY
               SET WS-TYPE3M-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-TRANS-READ
           IF T3M-COMPONENT-3 < WS-FROM-DATE
            OR T3M-COMPONENT-3 > WS-TO-DATE
               GO TO 2100-EXIT
           END-IF

           MOVE T3M-COMPONENT-4 TO WS-CSV-AMOUNT
           MOVE SPACES TO CSV-EXTRACT-RECORD
           MOVE 1 TO WS-CSV-POINTER
           STRING T3M-COMPONENT-1 DELIMITED BY SPACE
                  ","             DELIMITED BY SIZE
                  T3M-COMPONENT-3 DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-CSV-AMOUNT   DELIMITED BY SIZE
               INTO CSV-EXTRACT-RECORD WITH POINTER WS-CSV-POINTER
           WRITE CSV-EXTRACT-RECORD
           ADD 1 TO WS-ROWS-WRITTEN
           ADD T3M-COMPONENT-4 TO WS-AMOUNT-TOTAL.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE - the trailer row, the control record and     *
      *                   the totals log entry, in that order: the    *
      *                   control record is only written for a file   *
      *                   that is complete                            *
      *****************************************************************
       3000-TERMINATE.
           IF WS-RUN-REFUSED
               GO TO 3000-EXIT
           END-IF
           CLOSE TYPE3-MASTER-FILE

           MOVE WS-AMOUNT-TOTAL TO WS-CSV-TOTAL
           MOVE SPACES TO CSV-EXTRACT-RECORD
           STRING "TRAILER,"         DELIMITED BY SIZE
                  WS-EXTRACT-NUMBER  DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-ROWS-WRITTEN    DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CSV-TOTAL       DELIMITED BY SIZE
               INTO CSV-EXTRACT-RECORD
           WRITE CSV-EXTRACT-RECORD
           CLOSE CSV-EXTRACT-FILE

           PERFORM 3100-WRITE-CONTROL THRU 3100-EXIT

           MOVE "FINXTOTAL" TO WS-OPR-ACTION
           MOVE SPACES TO WS-LOG-DETAIL
           STRING "ROWS "    WS-ROWS-WRITTEN
                  " TOTAL "  WS-CSV-TOTAL
                  " FILE TYPE3CSV"
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT

           DISPLAY "DANOFINX FINANCE EXTRACT TOTALS - EXTRACT "
                   WS-EXTRACT-ID
           MOVE WS-TRANS-READ TO WS-EDIT-COUNT
           DISPLAY "  TRANSACTIONS READ IN KEY RANGE  " WS-EDIT-COUNT
           MOVE WS-ROWS-WRITTEN TO WS-EDIT-COUNT
           DISPLAY "  ROWS WRITTEN TO TYPE3CSV . . .  " WS-EDIT-COUNT
           DISPLAY "  AMOUNT TOTAL . . . . . . . . .  " WS-CSV-TOTAL.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-WRITE-CONTROL - one DANOFXCT record per extract sent    *
      *****************************************************************
       3100-WRITE-CONTROL.
           OPEN EXTEND EXTRACT-CONTROL-FILE
           IF NOT WS-CONTROL-OK
               CLOSE EXTRACT-CONTROL-FILE
               OPEN OUTPUT EXTRACT-CONTROL-FILE
           END-IF
           MOVE SPACES            TO EXTRACT-CONTROL-RECORD
           MOVE WS-EXTRACT-NUMBER TO FXC-EXTRACT-NUMBER
           ACCEPT FXC-RUN-DATE    FROM DATE YYYYMMDD
           ACCEPT FXC-RUN-TIME    FROM TIME
           MOVE WS-OPERATOR-ID    TO FXC-OPERATOR-ID
           MOVE WS-FROM-DATE      TO FXC-FROM-DATE
           MOVE WS-TO-DATE        TO FXC-TO-DATE
           MOVE FXP-LOW-KEY       TO FXC-LOW-KEY
           MOVE FXP-HIGH-KEY      TO FXC-HIGH-KEY
           MOVE "TYPE3CSV"        TO FXC-FILE-NAME
           MOVE WS-ROWS-WRITTEN   TO FXC-ROW-COUNT
           MOVE WS-AMOUNT-TOTAL   TO FXC-AMOUNT-TOTAL
           WRITE EXTRACT-CONTROL-RECORD
           CLOSE EXTRACT-CONTROL-FILE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  8700-REFUSE-RUN - the caller has the reason in               *
      *                    WS-REFUSE-REASON; it is logged and no      *
      *                    control record is written                  *
      *****************************************************************
       8700-REFUSE-RUN.
           DISPLAY "DANOFINX: " WS-REFUSE-REASON
           DISPLAY "DANOFINX: RUN REFUSED"
           MOVE "FINXREFUSE"     TO WS-OPR-ACTION
           MOVE WS-REFUSE-REASON TO WS-LOG-DETAIL
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
           MOVE 8 TO RETURN-CODE
           SET WS-RUN-REFUSED TO TRUE.
       8700-EXIT.
           EXIT.

       COPY DANOOPPD.
