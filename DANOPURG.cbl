      *  nightly DANOVRFY/DANOUNLD/DANOXTRC passes ground through     *
      *  thousands of one-shot keys nobody had touched in months.     *
      *  Now that every writer stamps COMPONENT-4 (the layout-        *
      *  version 2 last-activity date), this run, for CLOSED accounts *
      *  only (COMPONENT-5 "C" - open and frozen accounts are never   *
      *  archived, however quiet):                                     *
      *      - reads the DANOPGPM card (REQUIRED):                     *
      *            cols 1-8  cutoff date YYYYMMDD - records whose     *
      *                      last activity is BEFORE this date are    *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-09-24  DLO   Only CLOSED accounts are archived now     *
      *                      (COMPONENT-5 "C", layout-version 3).  An  *
      *                      open or frozen account is kept however    *
      *                      long it has been quiet - inactive is not  *
      *                      the same as finished with - and is        *
      *                      counted under its own total.  A closed    *
      *                      account still ages on COMPONENT-4, which  *
      *                      DANOACST stamps at the close.  Archive    *
      *                      images widened x(33) to x(50).            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOPURG.
           05  ARC-RECORD-TYPE          pic x(01).
      *                                      *> "D" detail, "T" trailer
           05  ARC-DATA.
               10  ARC-IMAGE            pic x(50).
      *                                      *> the full type1 record,
      *                                      *> layout-version 3
               10  ARC-ARCHIVED-DATE    pic x(08).
           05  ARC-TRAILER REDEFINES ARC-DATA.
               10  ARC-RECORD-COUNT     pic 9(09).
               10  ARC-HASH-TOTAL       pic 9(09).
               10  FILLER               pic x(40).

       FD  PURGE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           05  WS-RECORDS-ARCHIVED      pic 9(09) comp value 0.
           05  WS-RECORDS-KEPT          pic 9(09) comp value 0.
           05  WS-RECORDS-UNDATED       pic 9(09) comp value 0.
           05  WS-RECORDS-NOT-CLOSED    pic 9(09) comp value 0.
           05  WS-HASH-TOTAL            pic 9(09) comp value 0.

       PROCEDURE DIVISION.
               GO TO 1000-EXIT
           END-IF
           MOVE PGP-CUTOFF-DATE TO WS-CUTOFF-DATE
           DISPLAY "DANOPURG: ARCHIVING CLOSED RECORDS LAST ACTIVE "
                   "BEFORE " WS-CUTOFF-DATE

           OPEN I-O TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
           EXIT.

      *****************************************************************
      *  2000-JUDGE-RECORD - archive-and-delete a CLOSED record whose *
      *                      last activity is before the cutoff; keep *
      *                      everything else, including open and      *
      *                      frozen accounts and records whose date   *
      *                      cannot be read                            *
      *****************************************************************
       2000-JUDGE-RECORD.
           ADD 1 TO WS-RECORDS-READ

           IF component-5 OF TYPE1M-RECORD NOT = "C"
               ADD 1 TO WS-RECORDS-NOT-CLOSED
               ADD 1 TO WS-RECORDS-KEPT
               GO TO 2000-NEXT
           END-IF

           IF component-4 OF TYPE1M-RECORD = SPACES
            OR component-4 OF TYPE1M-RECORD NOT NUMERIC
               ADD 1 TO WS-RECORDS-UNDATED
           DISPLAY "  RECORDS READ . . . . . . . " WS-RECORDS-READ
           DISPLAY "  RECORDS ARCHIVED . . . . . " WS-RECORDS-ARCHIVED
           DISPLAY "  RECORDS KEPT . . . . . . . " WS-RECORDS-KEPT
           DISPLAY "  KEPT AS NOT CLOSED . . . . " WS-RECORDS-NOT-CLOSED
           DISPLAY "  KEPT WITH UNREADABLE DATE  " WS-RECORDS-UNDATED
           DISPLAY "  ARCHIVED COMPONENT-2 HASH  " WS-HASH-TOTAL
           IF WS-RECORDS-UNDATED > 0
