      *****************************************************************
      *  PROGRAM-ID.  DANOMASK                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-10-07.                                     *
      *                                                                *
      *  Masked test-copy builder.  Test regions used to be loaded    *
      *  from a straight copy of the production backups, real         *
      *  account keys and real money included.  This utility reads    *
      *  the DANOUNLD and DANOUNL3 backups (TYPE1BKP, TYPE3BKP), the  *
      *  period balances (TYPE1PBL), the transaction feed (TYPE3TRN)  *
      *  and the chain-membership file (DANOCHMB), all opened INPUT   *
      *  and never written, and writes masked copies of each under    *
      *  the target named on the DANOMSPM card:                       *
      *      - COMPONENT-1 is replaced everywhere by a pseudonym,     *
      *        MASKnnnnnn, nnnnnn being the key's rank among every    *
      *        distinct key found in any of the five files.  The      *
      *        same key gets the same pseudonym in every file, so     *
      *        each cross-file match still lines up, and the rank     *
      *        keeps the original key order, so the masked backups    *
      *        still load through DANORELD / DANOREL3 (both write     *
      *        the master in key order);                              *
      *      - every amount and balance is moved by a reproducible    *
      *        pseudo-random step of up to WS-PERTURB-LIMIT percent   *
      *        either way; its sign is kept and zero stays zero;      *
      *      - record counts, dates, chain-ids, positions, serials    *
      *        and statuses are carried unchanged;                    *
      *      - the backup trailers are rebuilt from the masked        *
      *        records, so the reload verification still holds;       *
      *      - TYPE3TRN is cut to a sample of the first N details,    *
      *        with its header and trailer counts made to agree.      *
      *  MASKRPT, the control report, proves per file that the        *
      *  counts, the matches against TYPE1MST and the date spread     *
      *  survived the masking and that no key was left in clear.      *
      *                                                                *
      *  The run is REFUSED, before any file is opened, when there    *
      *  is no target or when any output name resolves to a bare      *
      *  production file name.  RC 16 refused, RC 8 copy written      *
      *  but not verified (do not load it), RC 0 verified.            *
      *                                                                *
      *  DANOMSPM card layout (REQUIRED):                             *
      *      cols  1-30  target prefix, e.g. TESTRGN/ - prefixed      *
      *                  to each production name to name its copy     *
      *      cols 31-35  TYPE3TRN sample size (default 500)           *
      *      cols 36-39  perturbation seed (default 7919) - the       *
      *                  same seed gives the same masked amounts      *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-07  DLO   Initial version.                          *
      *    2026-10-09  DLO   The TYPE1BKP trailer's business date is   *
      *                      carried onto the masked copy's trailer.   *
      *    2026-10-15  DLO   The input reopens for the TYPE3BKP,       *
      *                      TYPE1PBL, TYPE3TRN and DANOCHMB copies    *
      *                      and the MASKRPT open are checked, RC 16.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOMASK.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-10-07.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-PARM-FILE ASSIGN TO "DANOMSPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TYPE1-BACKUP-FILE ASSIGN TO "TYPE1BKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPE1B-STATUS.

           SELECT TYPE3-BACKUP-FILE ASSIGN TO "TYPE3BKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPE3B-STATUS.

           SELECT PERIOD-BALANCE-FILE ASSIGN TO "TYPE1PBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT TYPE3-TRANS-FILE ASSIGN TO "TYPE3TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TYPE3TRN-STATUS.

           COPY DANOCMSL.

           SELECT MASK-TYPE1-FILE ASSIGN TO DYNAMIC WS-MASK-TYPE1-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASK-STATUS.

           SELECT MASK-TYPE3-FILE ASSIGN TO DYNAMIC WS-MASK-TYPE3-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASK-STATUS.

           SELECT MASK-PERIOD-FILE
               ASSIGN TO DYNAMIC WS-MASK-PERIOD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-STATUS.

           SELECT MASK-TRANS-FILE ASSIGN TO DYNAMIC WS-MASK-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-STATUS.

           SELECT MASK-CHAIN-FILE ASSIGN TO DYNAMIC WS-MASK-CHAIN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MCH-KEY
               FILE STATUS IS WS-MASK-STATUS.

           SELECT MASK-REPORT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT KEY-SORT-FILE ASSIGN TO "DANOMSWK".

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASK-PARM-RECORD.
           05  MSP-TARGET-PREFIX        pic x(30).
           05  MSP-SAMPLE-SIZE          pic x(05).
           05  MSP-SEED                 pic x(04).

      *    TYPE1BKP and TYPE3BKP in the DANOUNLD / DANOUNL3 layouts;
      *    the masked copies are written in exactly the same layouts
       FD  TYPE1-BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD.
           05  BKP-RECORD-TYPE          pic x(01).
      *                                      *> "D" detail, "T" trailer
           05  BKP-DATA.
               10  BKP-IMAGE            pic x(50).
           05  BKP-TRAILER REDEFINES BKP-DATA.
               10  BKP-RECORD-COUNT     pic 9(09).
               10  BKP-HASH-TOTAL       pic 9(09).
               10  BKP-BUSINESS-DATE    pic x(08).
               10  FILLER               pic x(24).

       FD  TYPE3-BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP3-RECORD.
           05  BK3-RECORD-TYPE          pic x(01).
           05  BK3-DATA.
               10  BK3-IMAGE            pic x(28).
               10  FILLER               pic x(03).
           05  BK3-TRAILER REDEFINES BK3-DATA.
               10  BK3-RECORD-COUNT     pic 9(09).
               10  BK3-HASH-TOTAL       pic 9(09).
               10  BK3-AMOUNT-TOTAL     pic s9(11)v99.

       FD  PERIOD-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-BALANCE-RECORD.
           05  PBL-PERIOD               pic x(08).
           05  PBL-COMPONENT-1          pic x(10).
           05  PBL-BALANCE              pic 9(09).

       FD  TYPE3-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TYPE3TRN-RECORD.
           05  TRN-RECORD-TYPE          pic x(01).
      *                                      *> "H" header, "D" detail,
      *                                      *> "T" trailer; a feed in
      *                                      *> the old bare layout has
      *                                      *> none
           05  TRN-REST                 pic x(38).
           05  FILLER REDEFINES TRN-REST.
               10  TRN-SERIAL           pic x(09).
               10  TRN-COMPONENT-1      pic x(10).
               10  TRN-TRANS-DATE       pic x(08).
               10  TRN-AMOUNT           pic s9(9)v99.
           05  FILLER REDEFINES TRN-REST.
               10  TRN-FEED-ID          pic x(08).
               10  TRN-CREATE-DATE      pic x(08).
               10  TRN-HEADER-COUNT     pic x(09).
               10  FILLER               pic x(13).
           05  FILLER REDEFINES TRN-REST.
               10  TRN-TRAILER-COUNT    pic x(09).
               10  FILLER               pic x(29).

       COPY DANOCMFD.

       FD  MASK-TYPE1-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASK-TYPE1-RECORD.
           05  MBK-RECORD-TYPE          pic x(01).
           05  MBK-DATA.
               10  MBK-IMAGE            pic x(50).
           05  MBK-TRAILER REDEFINES MBK-DATA.
               10  MBK-RECORD-COUNT     pic 9(09).
               10  MBK-HASH-TOTAL       pic 9(09).
               10  MBK-BUSINESS-DATE    pic x(08).
               10  FILLER               pic x(24).

       FD  MASK-TYPE3-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASK-TYPE3-RECORD.
           05  MB3-RECORD-TYPE          pic x(01).
           05  MB3-DATA.
               10  MB3-IMAGE            pic x(28).
               10  FILLER               pic x(03).
           05  MB3-TRAILER REDEFINES MB3-DATA.
               10  MB3-RECORD-COUNT     pic 9(09).
               10  MB3-HASH-TOTAL       pic 9(09).
               10  MB3-AMOUNT-TOTAL     pic s9(11)v99.

       FD  MASK-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASK-PERIOD-RECORD           pic x(27).

       FD  MASK-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASK-TRANS-RECORD            pic x(39).

       FD  MASK-CHAIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASK-CHAIN-RECORD.
           05  MCH-KEY.
               10  MCH-BUSINESS-DATE     pic x(08).
               10  MCH-CHAIN-ID          pic x(04).
               10  MCH-POSITION          pic 9(04).
           05  MCH-COMPONENT-1           pic x(10).
           05  MCH-BALANCE               pic 9(09).

       FD  MASK-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASK-REPORT-LINE             pic x(110).

      *    every non-blank component-1 from all five inputs; the
      *    output procedure keeps one entry per distinct key
       SD  KEY-SORT-FILE.
       01  KEY-SORT-RECORD.
           05  KSR-COMPONENT-1          pic x(10).
           05  KSR-SOURCE               pic 9(01).
      *                                      *> 1 TYPE1MST, 2 any other

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PARM-STATUS           pic x(02).
           05  WS-TYPE1B-STATUS         pic x(02).
               88  WS-TYPE1B-OK                  value "00".
           05  WS-TYPE3B-STATUS         pic x(02).
               88  WS-TYPE3B-OK                  value "00".
           05  WS-PERIOD-STATUS         pic x(02).
               88  WS-PERIOD-OK                  value "00".
           05  WS-TYPE3TRN-STATUS       pic x(02).
               88  WS-TYPE3TRN-OK                value "00".
           05  WS-CHAIN-MEMBER-STATUS   pic x(02).
               88  WS-CHAIN-MEMBER-OK            value "00".
           05  WS-MASK-STATUS           pic x(02).
               88  WS-MASK-OK                    value "00".
           05  WS-REPORT-STATUS         pic x(02).
           05  WS-REPORT-OPEN-SWITCH    pic x(01) value "N".
               88  WS-REPORT-IS-OPEN              value "Y".
           05  WS-INPUT-EOF-SWITCH      pic x(01) value "N".
               88  WS-INPUT-EOF                   value "Y".
           05  WS-KEYS-DONE-SWITCH      pic x(01) value "N".
               88  WS-KEYS-DONE                   value "Y".
           05  WS-RUN-REFUSED-SWITCH    pic x(01) value "N".
               88  WS-RUN-REFUSED                 value "Y".
           05  WS-KEY-OVERFLOW-SWITCH   pic x(01) value "N".
               88  WS-KEY-OVERFLOW                value "Y".
           05  WS-VERIFY-SWITCH         pic x(01) value "Y".
               88  WS-COPY-VERIFIED               value "Y".
               88  WS-COPY-NOT-VERIFIED           value "N".
           05  WS-FEED-TYPE-SWITCH      pic x(01) value " ".
               88  WS-FEED-HEADERED               value "H".
               88  WS-FEED-LEGACY                 value "L".
           05  WS-MASKED-FOUND-SWITCH   pic x(01).
               88  WS-MASKED-FOUND                value "Y".

       01  WS-RUN-DATE                  pic x(08).
       01  WS-TARGET-PREFIX             pic x(30).
       01  WS-SAMPLE-SIZE               pic 9(05) comp.
       01  WS-SAMPLE-COUNT              pic 9(09) comp value 0.
       01  WS-FEED-DETAIL-COUNT         pic 9(09) comp value 0.
       01  WS-PERTURB-LIMIT             pic 9(02) comp value 10.
      *                                      *> largest move, percent

      *    the production names this utility reads; an output name
      *    that resolves to one of these is refused
       01  WS-PRODUCTION-TABLE.
           05  WS-PRODUCTION-NAMES.
               10  FILLER               pic x(08) value "TYPE1BKP".
               10  FILLER               pic x(08) value "TYPE3BKP".
               10  FILLER               pic x(08) value "TYPE1PBL".
               10  FILLER               pic x(08) value "TYPE3TRN".
               10  FILLER               pic x(08) value "DANOCHMB".
           05  FILLER REDEFINES WS-PRODUCTION-NAMES.
               10  WS-PRODUCTION-NAME   pic x(08) occurs 5 times.
           05  WS-FILE-SUB              pic 9(02) comp.
           05  WS-NAME-SUB              pic 9(02) comp.

       01  WS-OUTPUT-NAMES.
           05  WS-MASK-TYPE1-NAME       pic x(40).
           05  WS-MASK-TYPE3-NAME       pic x(40).
           05  WS-MASK-PERIOD-NAME      pic x(40).
           05  WS-MASK-TRANS-NAME       pic x(40).
           05  WS-MASK-CHAIN-NAME       pic x(40).
       01  FILLER REDEFINES WS-OUTPUT-NAMES.
           05  WS-OUTPUT-NAME           pic x(40) occurs 5 times.
       01  WS-NAME-CHECK                pic x(40).
       01  WS-NAME-WORK                 pic x(40).

      *    the suite's physical type1 layout, field for field, so a
      *    backup image can be taken apart and masked
       01  WS-IMAGE-VIEW.
           05  WS-IMG-RECORD-TAG        pic x(01).
           05  WS-IMG-LAYOUT-VERSION    pic 9(02) comp.
           05  WS-IMG-COMPONENT-1       pic x(10).
           05  WS-IMG-COMPONENT-2       pic xxxx comp-5.
           05  WS-IMG-COMPONENT-3       pointer.
           05  WS-IMG-COMPONENT-4       pic x(08).
           05  WS-IMG-COMPONENT-5       pic x(01).
           05  WS-IMG-COMPONENT-6       pic x(08).
           05  WS-IMG-COMPONENT-7       pic x(08).

      *    the TYPE3M-RECORD layout, for the TYPE3BKP image
       01  WS-TYPE3-VIEW.
           05  WS-T3V-COMPONENT-1       pic x(10).
           05  WS-T3V-COMPONENT-3       pic x(08).
           05  WS-T3V-COMPONENT-2       pic xxxx comp-5.
           05  WS-T3V-COMPONENT-4       pic s9(9)v99 comp-3.

       01  WS-LEGACY-TRN-RECORD.
           05  WS-LGT-COMPONENT-1       pic x(10).
           05  WS-LGT-TRANS-DATE        pic x(08).
           05  WS-LGT-AMOUNT            pic s9(9)v99.

      *    one entry per distinct key, in key order; the pseudonym
      *    of entry n is MASK followed by n
       01  WS-KEY-LIMITS.
           05  WS-KEY-CAPACITY          pic 9(05) comp value 10000.
           05  WS-KEY-COUNT             pic 9(05) comp value 0.
           05  WS-KEY-SUB               pic 9(05) comp.
           05  WS-LOW-SUB               pic 9(05) comp.
           05  WS-HIGH-SUB              pic 9(05) comp.
           05  WS-MID-SUB               pic 9(05) comp.
           05  WS-TYPE1-KEY-COUNT       pic 9(05) comp value 0.
           05  WS-UNMAPPED-COUNT        pic 9(09) comp value 0.
           05  WS-LAST-KEY              pic x(10).

       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY             occurs 10000 times.
               10  WS-KEY-ORIGINAL      pic x(10).
               10  WS-KEY-ON-TYPE1      pic x(01).
                   88  WS-KEY-IS-ON-TYPE1        value "Y".

      *    the keys actually written to the masked TYPE1BKP, the
      *    other files' masked keys are matched against these
       01  WS-MASKED-TYPE1-TABLE.
           05  WS-MASKED-TYPE1-COUNT    pic 9(05) comp value 0.
           05  WS-MASKED-TYPE1-KEY      pic x(10) occurs 10000 times.

       01  WS-PSEUDONYM.
           05  FILLER                   pic x(04) value "MASK".
           05  WS-PSEUDO-NUMBER         pic 9(06).

       01  WS-LOOKUP-KEY                pic x(10).
       01  WS-MASKED-KEY                pic x(10).
       01  WS-NOTE-DATE-IN              pic x(08).
       01  WS-NOTE-DATE-OUT             pic x(08).

       01  WS-PERTURB-WORK.
           05  WS-MASK-SEED             pic 9(04) comp.
           05  WS-SEED-WORK             pic 9(09) comp.
           05  WS-SEED-QUOTIENT         pic 9(09) comp.
           05  WS-PERTURB-STEP          pic 9(02) comp.
           05  WS-PERTURB-PERCENT       pic s9(02) comp.
           05  WS-PERTURB-AMOUNT        pic s9(11)v99 comp-3.
           05  WS-PERTURB-WHOLE         pic s9(11) comp-3.

      *    per-file proof, subscripted by WS-FILE-SUB in the order
      *    of WS-PRODUCTION-TABLE
       01  WS-FILE-STATS.
           05  WS-FILE-STAT             occurs 5 times.
               10  WS-FS-ON-HAND        pic x(01).
                   88  WS-FS-IS-ON-HAND          value "Y".
               10  WS-FS-WRITTEN        pic x(01).
                   88  WS-FS-IS-WRITTEN          value "Y".
               10  WS-FS-IN             pic 9(09) comp.
               10  WS-FS-OUT            pic 9(09) comp.
               10  WS-FS-EXPECTED       pic 9(09) comp.
               10  WS-FS-MATCH-BEFORE   pic 9(09) comp.
               10  WS-FS-MATCH-AFTER    pic 9(09) comp.
               10  WS-FS-CLEAR          pic 9(09) comp.
               10  WS-FS-LOW-IN         pic x(08).
               10  WS-FS-HIGH-IN        pic x(08).
               10  WS-FS-LOW-OUT        pic x(08).
               10  WS-FS-HIGH-OUT       pic x(08).
               10  WS-FS-AMOUNT-IN      pic s9(13)v99 comp-3.
               10  WS-FS-AMOUNT-OUT     pic s9(13)v99 comp-3.

       01  WS-BACKUP-TOTALS.
           05  WS-T1-HASH-IN            pic 9(09) comp value 0.
           05  WS-T1-HASH-OUT           pic 9(09) comp value 0.
           05  WS-T1-TRAILER-COUNT      pic 9(09) comp value 0.
           05  WS-T1-TRAILER-HASH       pic 9(09) comp value 0.
           05  WS-T1-TRAILER-DATE       pic x(08) value spaces.
           05  WS-T1-TRAILER-SWITCH     pic x(01) value "N".
               88  WS-T1-TRAILER-SEEN             value "Y".
           05  WS-T3-HASH-IN            pic 9(09) comp value 0.
           05  WS-T3-HASH-OUT           pic 9(09) comp value 0.
           05  WS-T3-AMOUNT-IN          pic s9(11)v99 comp-3 value 0.
           05  WS-T3-AMOUNT-OUT         pic s9(11)v99 comp-3 value 0.
           05  WS-T3-TRAILER-COUNT      pic 9(09) comp value 0.
           05  WS-T3-TRAILER-HASH       pic 9(09) comp value 0.
           05  WS-T3-TRAILER-AMOUNT     pic s9(11)v99 comp-3 value 0.
           05  WS-T3-TRAILER-SWITCH     pic x(01) value "N".
               88  WS-T3-TRAILER-SEEN             value "Y".

       01  WS-CHAIN-COUNTS.
           05  WS-CHAINS-IN             pic 9(09) comp value 0.
           05  WS-CHAINS-OUT            pic 9(09) comp value 0.
           05  WS-CHAIN-IDS-KEPT        pic 9(09) comp value 0.
           05  WS-LAST-CHAIN-IN         pic x(12).
           05  WS-LAST-CHAIN-OUT        pic x(12).

       01  WS-COUNT-DISPLAY             pic 9(09).

       01  WS-EDITED-COUNTS.
           05  WS-EDIT-COUNT            pic z(8)9.
           05  WS-EDIT-COUNT-2          pic z(8)9.
           05  WS-EDIT-AMOUNT           pic -(13)9.99.
           05  WS-EDIT-AMOUNT-2         pic -(13)9.99.

       01  WS-RPT-FILE-LINE.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-FILE-NAME         pic x(08).
           05  FILLER                   pic x(05) value "  IN ".
           05  WS-RPT-IN                pic z(8)9.
           05  FILLER                   pic x(06) value "  OUT ".
           05  WS-RPT-OUT               pic z(8)9.
           05  FILLER                   pic x(11) value "  MATCHED ".
           05  WS-RPT-MATCH-BEFORE      pic z(8)9.
           05  FILLER                   pic x(01) value "/".
           05  WS-RPT-MATCH-AFTER       pic z(8)9.
           05  FILLER                   pic x(08) value "  CLEAR ".
           05  WS-RPT-CLEAR             pic z(4)9.
           05  FILLER                   pic x(02) value spaces.
           05  WS-RPT-VERDICT           pic x(12).

       01  WS-RPT-DATE-LINE.
           05  FILLER                   pic x(12) value
                                            "    DATES IN".
           05  FILLER                   pic x(01) value space.
           05  WS-RPT-LOW-IN            pic x(08).
           05  FILLER                   pic x(01) value "-".
           05  WS-RPT-HIGH-IN           pic x(08).
           05  FILLER                   pic x(06) value "  OUT ".
           05  WS-RPT-LOW-OUT           pic x(08).
           05  FILLER                   pic x(01) value "-".
           05  WS-RPT-HIGH-OUT          pic x(08).
           05  FILLER                   pic x(11) value
                                            "  AMOUNT IN".
           05  WS-RPT-AMOUNT-IN         pic -(13)9.99.
           05  FILLER                   pic x(05) value "  OUT".
           05  WS-RPT-AMOUNT-OUT        pic -(13)9.99.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-COLLECT-KEYS   THRU 2000-EXIT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 3000-MASK-TYPE1     THRU 3000-EXIT
               PERFORM 3100-MASK-TYPE3     THRU 3100-EXIT
               PERFORM 3200-MASK-PERIOD    THRU 3200-EXIT
               PERFORM 3300-MASK-TRANS     THRU 3300-EXIT
               PERFORM 3400-MASK-CHAIN     THRU 3400-EXIT
               PERFORM 4000-CONTROL-REPORT THRU 4000-EXIT
           END-IF
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - the card read and every output name judged *
      *                    before a single file is opened             *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 5
               MOVE "N"         TO WS-FS-ON-HAND(WS-FILE-SUB)
               MOVE "N"         TO WS-FS-WRITTEN(WS-FILE-SUB)
               MOVE 0           TO WS-FS-IN(WS-FILE-SUB)
               MOVE 0           TO WS-FS-OUT(WS-FILE-SUB)
               MOVE 0           TO WS-FS-EXPECTED(WS-FILE-SUB)
               MOVE 0           TO WS-FS-MATCH-BEFORE(WS-FILE-SUB)
               MOVE 0           TO WS-FS-MATCH-AFTER(WS-FILE-SUB)
               MOVE 0           TO WS-FS-CLEAR(WS-FILE-SUB)
               MOVE HIGH-VALUES TO WS-FS-LOW-IN(WS-FILE-SUB)
               MOVE LOW-VALUES  TO WS-FS-HIGH-IN(WS-FILE-SUB)
               MOVE HIGH-VALUES TO WS-FS-LOW-OUT(WS-FILE-SUB)
               MOVE LOW-VALUES  TO WS-FS-HIGH-OUT(WS-FILE-SUB)
               MOVE 0           TO WS-FS-AMOUNT-IN(WS-FILE-SUB)
               MOVE 0           TO WS-FS-AMOUNT-OUT(WS-FILE-SUB)
           END-PERFORM

           PERFORM 1100-READ-MASK-CARD THRU 1100-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-BUILD-OUTPUT-NAMES THRU 1200-EXIT
           PERFORM 1300-REFUSE-PRODUCTION-NAMES THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-MASK-CARD - one DANOMSPM card, required; with no   *
      *                        target every copy would be written     *
      *                        over its own production file           *
      *****************************************************************
       1100-READ-MASK-CARD.
           OPEN INPUT MASK-PARM-FILE
           IF NOT WS-PARM-STATUS = "00"
               DISPLAY "DANOMASK: NO DANOMSPM CARD - A MASKED COPY "
                       "NEEDS A TARGET, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF

           READ MASK-PARM-FILE
               AT END
                   DISPLAY "DANOMASK: DANOMSPM IS EMPTY - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-RUN-REFUSED TO TRUE
                   CLOSE MASK-PARM-FILE
                   GO TO 1100-EXIT
           END-READ
           CLOSE MASK-PARM-FILE

           IF MSP-TARGET-PREFIX = SPACES
               DISPLAY "DANOMASK: DANOMSPM CARRIES NO TARGET PREFIX - "
                       "THE COPIES WOULD TAKE PRODUCTION NAMES, RUN "
                       "REFUSED"
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE MSP-TARGET-PREFIX TO WS-TARGET-PREFIX

           IF MSP-SAMPLE-SIZE IS NUMERIC
               MOVE MSP-SAMPLE-SIZE TO WS-SAMPLE-SIZE
           ELSE
               MOVE 0 TO WS-SAMPLE-SIZE
           END-IF
           IF WS-SAMPLE-SIZE = 0
               MOVE 500 TO WS-SAMPLE-SIZE
           END-IF

           IF MSP-SEED IS NUMERIC
               MOVE MSP-SEED TO WS-MASK-SEED
           ELSE
               MOVE 0 TO WS-MASK-SEED
           END-IF
           IF WS-MASK-SEED = 0
               MOVE 7919 TO WS-MASK-SEED
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-BUILD-OUTPUT-NAMES - target prefix plus production name *
      *****************************************************************
       1200-BUILD-OUTPUT-NAMES.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 5
               MOVE SPACES TO WS-OUTPUT-NAME(WS-FILE-SUB)
               STRING WS-TARGET-PREFIX DELIMITED BY SPACE
                      WS-PRODUCTION-NAME(WS-FILE-SUB)
                          DELIMITED BY SPACE
                   INTO WS-OUTPUT-NAME(WS-FILE-SUB)
           END-PERFORM.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1300-REFUSE-PRODUCTION-NAMES - an output name that, once any *
      *                                 leading ./ is taken off, is   *
      *                                 a bare production name would  *
      *                                 overwrite production          *
      *****************************************************************
       1300-REFUSE-PRODUCTION-NAMES.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 5
               MOVE WS-OUTPUT-NAME(WS-FILE-SUB) TO WS-NAME-CHECK
               PERFORM 1310-STRIP-CURRENT-DIRECTORY THRU 1310-EXIT
                   UNTIL WS-NAME-CHECK(1:2) NOT = "./"
               PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                       UNTIL WS-NAME-SUB > 5
                   IF WS-NAME-CHECK = WS-PRODUCTION-NAME(WS-NAME-SUB)
                       DISPLAY "DANOMASK: OUTPUT "
                               WS-OUTPUT-NAME(WS-FILE-SUB)
                               " IS A PRODUCTION FILE NAME - RUN "
                               "REFUSED"
                       MOVE 16 TO RETURN-CODE
                       SET WS-RUN-REFUSED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1310-STRIP-CURRENT-DIRECTORY                                 *
      *****************************************************************
       1310-STRIP-CURRENT-DIRECTORY.
           MOVE WS-NAME-CHECK(3:38) TO WS-NAME-WORK
           MOVE WS-NAME-WORK        TO WS-NAME-CHECK.
       1310-EXIT.
           EXIT.

      *****************************************************************
      *  2000-COLLECT-KEYS - every distinct component-1 in any of the *
      *                      five inputs, in key order, so each one's *
      *                      pseudonym is its rank                    *
      *****************************************************************
       2000-COLLECT-KEYS.
           SORT KEY-SORT-FILE
               ON ASCENDING KEY KSR-COMPONENT-1
               INPUT PROCEDURE 2100-RELEASE-KEYS THRU 2100-EXIT
               OUTPUT PROCEDURE 2500-BUILD-KEY-TABLE THRU 2500-EXIT
           IF WS-RUN-REFUSED
               GO TO 2000-EXIT
           END-IF

           IF WS-KEY-OVERFLOW
               DISPLAY "DANOMASK: MORE THAN " WS-KEY-CAPACITY
                       " DISTINCT ACCOUNT KEYS - THEY CANNOT ALL BE "
                       "MASKED CONSISTENTLY, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF

           IF WS-FEED-DETAIL-COUNT < WS-SAMPLE-SIZE
               MOVE WS-FEED-DETAIL-COUNT TO WS-SAMPLE-COUNT
           ELSE
               MOVE WS-SAMPLE-SIZE       TO WS-SAMPLE-COUNT
           END-IF
           DISPLAY "DANOMASK: " WS-KEY-COUNT " DISTINCT ACCOUNT KEY(S)"
                   ", " WS-TYPE1-KEY-COUNT " ON TYPE1MST".
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-RELEASE-KEYS - sort input procedure; TYPE1BKP is        *
      *                      required, the other four are masked when *
      *                      on hand                                  *
      *****************************************************************
       2100-RELEASE-KEYS.
           PERFORM 2110-RELEASE-TYPE1  THRU 2110-EXIT
           IF WS-RUN-REFUSED
               GO TO 2100-EXIT
           END-IF
           PERFORM 2120-RELEASE-TYPE3  THRU 2120-EXIT
           PERFORM 2130-RELEASE-PERIOD THRU 2130-EXIT
           PERFORM 2140-RELEASE-TRANS  THRU 2140-EXIT
           PERFORM 2150-RELEASE-CHAIN  THRU 2150-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-RELEASE-TYPE1                                           *
      *****************************************************************
       2110-RELEASE-TYPE1.
           OPEN INPUT TYPE1-BACKUP-FILE
           IF NOT WS-TYPE1B-OK
               DISPLAY "DANOMASK: OPEN TYPE1BKP FAILED, STATUS "
                       WS-TYPE1B-STATUS " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               SET WS-RUN-REFUSED TO TRUE
               GO TO 2110-EXIT
           END-IF
           MOVE "Y" TO WS-FS-ON-HAND(1)
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 2111-RELEASE-TYPE1-KEY THRU 2111-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE TYPE1-BACKUP-FILE.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2111-RELEASE-TYPE1-KEY                                       *
      *****************************************************************
       2111-RELEASE-TYPE1-KEY.
           READ TYPE1-BACKUP-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF OR BKP-RECORD-TYPE = "T"
               GO TO 2111-EXIT
           END-IF
           MOVE BKP-IMAGE          TO WS-IMAGE-VIEW
           MOVE WS-IMG-COMPONENT-1 TO KSR-COMPONENT-1
           MOVE 1                  TO KSR-SOURCE
           PERFORM 2190-RELEASE-KEY THRU 2190-EXIT.
       2111-EXIT.
           EXIT.

      *****************************************************************
      *  2120-RELEASE-TYPE3                                           *
      *****************************************************************
       2120-RELEASE-TYPE3.
           OPEN INPUT TYPE3-BACKUP-FILE
           IF NOT WS-TYPE3B-OK
               DISPLAY "DANOMASK: NO TYPE3BKP ON HAND - NO MASKED "
                       "TYPE3MST COPY"
               GO TO 2120-EXIT
           END-IF
           MOVE "Y" TO WS-FS-ON-HAND(2)
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 2121-RELEASE-TYPE3-KEY THRU 2121-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE TYPE3-BACKUP-FILE.
       2120-EXIT.
           EXIT.

      *****************************************************************
      *  2121-RELEASE-TYPE3-KEY                                       *
      *****************************************************************
       2121-RELEASE-TYPE3-KEY.
           READ TYPE3-BACKUP-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF OR BK3-RECORD-TYPE = "T"
               GO TO 2121-EXIT
           END-IF
           MOVE BK3-IMAGE          TO WS-TYPE3-VIEW
           MOVE WS-T3V-COMPONENT-1 TO KSR-COMPONENT-1
           MOVE 2                  TO KSR-SOURCE
           PERFORM 2190-RELEASE-KEY THRU 2190-EXIT.
       2121-EXIT.
           EXIT.

      *****************************************************************
      *  2130-RELEASE-PERIOD                                          *
      *****************************************************************
       2130-RELEASE-PERIOD.
           OPEN INPUT PERIOD-BALANCE-FILE
           IF NOT WS-PERIOD-OK
               DISPLAY "DANOMASK: NO TYPE1PBL ON HAND - NO MASKED "
                       "TYPE1PBL COPY"
               GO TO 2130-EXIT
           END-IF
           MOVE "Y" TO WS-FS-ON-HAND(3)
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 2131-RELEASE-PERIOD-KEY THRU 2131-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE PERIOD-BALANCE-FILE.
       2130-EXIT.
           EXIT.

      *****************************************************************
      *  2131-RELEASE-PERIOD-KEY                                      *
      *****************************************************************
       2131-RELEASE-PERIOD-KEY.
           READ PERIOD-BALANCE-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 2131-EXIT
           END-IF
           MOVE PBL-COMPONENT-1 TO KSR-COMPONENT-1
           MOVE 2               TO KSR-SOURCE
           PERFORM 2190-RELEASE-KEY THRU 2190-EXIT.
       2131-EXIT.
           EXIT.

      *****************************************************************
      *  2140-RELEASE-TRANS - only the details that will be in the    *
      *                       sample; the first record says whether   *
      *                       the feed is headered or legacy, as it   *
      *                       does for DANOPOST                       *
      *****************************************************************
       2140-RELEASE-TRANS.
           OPEN INPUT TYPE3-TRANS-FILE
           IF NOT WS-TYPE3TRN-OK
               DISPLAY "DANOMASK: NO TYPE3TRN ON HAND - NO MASKED "
                       "TYPE3TRN SAMPLE"
               GO TO 2140-EXIT
           END-IF
           MOVE "Y" TO WS-FS-ON-HAND(4)
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 2141-RELEASE-TRANS-KEY THRU 2141-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE TYPE3-TRANS-FILE.
       2140-EXIT.
           EXIT.

      *****************************************************************
      *  2141-RELEASE-TRANS-KEY                                       *
      *****************************************************************
       2141-RELEASE-TRANS-KEY.
           READ TYPE3-TRANS-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 2141-EXIT
           END-IF
           IF WS-FEED-TYPE-SWITCH = SPACE
               IF TRN-RECORD-TYPE = "H"
                   SET WS-FEED-HEADERED TO TRUE
               ELSE
                   SET WS-FEED-LEGACY TO TRUE
               END-IF
           END-IF

           IF WS-FEED-HEADERED
               IF NOT TRN-RECORD-TYPE = "D"
                   GO TO 2141-EXIT
               END-IF
               MOVE TRN-COMPONENT-1 TO KSR-COMPONENT-1
           ELSE
               MOVE TYPE3TRN-RECORD(1:29) TO WS-LEGACY-TRN-RECORD
               MOVE WS-LGT-COMPONENT-1    TO KSR-COMPONENT-1
           END-IF

           ADD 1 TO WS-FEED-DETAIL-COUNT
           IF WS-FEED-DETAIL-COUNT > WS-SAMPLE-SIZE
               GO TO 2141-EXIT
           END-IF
           MOVE 2 TO KSR-SOURCE
           PERFORM 2190-RELEASE-KEY THRU 2190-EXIT.
       2141-EXIT.
           EXIT.

      *****************************************************************
      *  2150-RELEASE-CHAIN                                           *
      *****************************************************************
       2150-RELEASE-CHAIN.
           OPEN INPUT CHAIN-MEMBER-FILE
           IF NOT WS-CHAIN-MEMBER-OK
               DISPLAY "DANOMASK: NO DANOCHMB ON HAND - NO MASKED "
                       "DANOCHMB COPY"
               GO TO 2150-EXIT
           END-IF
           MOVE "Y" TO WS-FS-ON-HAND(5)
           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 2151-RELEASE-CHAIN-KEY THRU 2151-EXIT
               UNTIL WS-INPUT-EOF
           CLOSE CHAIN-MEMBER-FILE.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2151-RELEASE-CHAIN-KEY                                       *
      *****************************************************************
       2151-RELEASE-CHAIN-KEY.
           READ CHAIN-MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 2151-EXIT
           END-IF
           MOVE CHM-COMPONENT-1 TO KSR-COMPONENT-1
           MOVE 2               TO KSR-SOURCE
           PERFORM 2190-RELEASE-KEY THRU 2190-EXIT.
       2151-EXIT.
           EXIT.

      *****************************************************************
      *  2190-RELEASE-KEY - a blank key is carried blank, not masked  *
      *****************************************************************
       2190-RELEASE-KEY.
           IF KSR-COMPONENT-1 = SPACES
               GO TO 2190-EXIT
           END-IF
           RELEASE KEY-SORT-RECORD.
       2190-EXIT.
           EXIT.

      *****************************************************************
      *  2500-BUILD-KEY-TABLE - sort output procedure                 *
      *****************************************************************
       2500-BUILD-KEY-TABLE.
           MOVE LOW-VALUES TO WS-LAST-KEY
           PERFORM 2510-RETURN-KEY THRU 2510-EXIT
           PERFORM 2520-TABLE-KEY THRU 2520-EXIT
               UNTIL WS-KEYS-DONE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2510-RETURN-KEY                                              *
      *****************************************************************
       2510-RETURN-KEY.
           RETURN KEY-SORT-FILE
               AT END
                   SET WS-KEYS-DONE TO TRUE
           END-RETURN.
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  2520-TABLE-KEY - one entry per distinct key; a key is on     *
      *                   TYPE1MST if any of its sort records came    *
      *                   from TYPE1BKP                               *
      *****************************************************************
       2520-TABLE-KEY.
           IF KSR-COMPONENT-1 NOT = WS-LAST-KEY
               IF WS-KEY-COUNT NOT < WS-KEY-CAPACITY
                   SET WS-KEY-OVERFLOW TO TRUE
                   GO TO 2520-NEXT
               END-IF
               ADD 1 TO WS-KEY-COUNT
               MOVE KSR-COMPONENT-1 TO WS-KEY-ORIGINAL(WS-KEY-COUNT)
               MOVE "N"             TO WS-KEY-ON-TYPE1(WS-KEY-COUNT)
               MOVE KSR-COMPONENT-1 TO WS-LAST-KEY
           END-IF
           IF KSR-SOURCE = 1
            AND NOT WS-KEY-IS-ON-TYPE1(WS-KEY-COUNT)
               SET WS-KEY-IS-ON-TYPE1(WS-KEY-COUNT) TO TRUE
               ADD 1 TO WS-TYPE1-KEY-COUNT
           END-IF.

       2520-NEXT.
           PERFORM 2510-RETURN-KEY THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  3000-MASK-TYPE1 - TYPE1BKP to the masked TYPE1BKP, trailer   *
      *                    rebuilt from the masked records so that    *
      *                    DANORELD verifies the test reload          *
      *****************************************************************
       3000-MASK-TYPE1.
           OPEN INPUT TYPE1-BACKUP-FILE
           IF NOT WS-TYPE1B-OK
               DISPLAY "DANOMASK: REOPEN TYPE1BKP FAILED, STATUS "
                       WS-TYPE1B-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-COPY-NOT-VERIFIED TO TRUE
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT MASK-TYPE1-FILE
           IF NOT WS-MASK-OK
               DISPLAY "DANOMASK: OPEN " WS-MASK-TYPE1-NAME
                       " FAILED, STATUS " WS-MASK-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-COPY-NOT-VERIFIED TO TRUE
               CLOSE TYPE1-BACKUP-FILE
               GO TO 3000-EXIT
           END-IF
           MOVE "Y" TO WS-FS-WRITTEN(1)
           MOVE 1   TO WS-FILE-SUB

           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 3010-MASK-TYPE1-RECORD THRU 3010-EXIT
               UNTIL WS-INPUT-EOF

           MOVE SPACES            TO MASK-TYPE1-RECORD
           MOVE "T"               TO MBK-RECORD-TYPE
           MOVE WS-FS-OUT(1)      TO MBK-RECORD-COUNT
           MOVE WS-T1-HASH-OUT    TO MBK-HASH-TOTAL
           MOVE WS-T1-TRAILER-DATE TO MBK-BUSINESS-DATE
           WRITE MASK-TYPE1-RECORD
           CLOSE MASK-TYPE1-FILE
           CLOSE TYPE1-BACKUP-FILE
           MOVE WS-FS-IN(1) TO WS-FS-EXPECTED(1).
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3010-MASK-TYPE1-RECORD                                       *
      *****************************************************************
       3010-MASK-TYPE1-RECORD.
           READ TYPE1-BACKUP-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 3010-EXIT
           END-IF
           IF BKP-RECORD-TYPE = "T"
               SET WS-T1-TRAILER-SEEN TO TRUE
               MOVE BKP-RECORD-COUNT TO WS-T1-TRAILER-COUNT
               MOVE BKP-HASH-TOTAL   TO WS-T1-TRAILER-HASH
               MOVE BKP-BUSINESS-DATE TO WS-T1-TRAILER-DATE
               GO TO 3010-EXIT
           END-IF

           MOVE BKP-IMAGE TO WS-IMAGE-VIEW
           ADD 1                  TO WS-FS-IN(1)
           ADD WS-IMG-COMPONENT-2 TO WS-T1-HASH-IN
           ADD WS-IMG-COMPONENT-2 TO WS-FS-AMOUNT-IN(1)

           MOVE WS-IMG-COMPONENT-1 TO WS-LOOKUP-KEY
           PERFORM 8150-MASK-KEY THRU 8150-EXIT
           MOVE WS-MASKED-KEY      TO WS-IMG-COMPONENT-1

           MOVE WS-IMG-COMPONENT-2 TO WS-PERTURB-AMOUNT
           PERFORM 8300-PERTURB-AMOUNT THRU 8300-EXIT
           COMPUTE WS-PERTURB-WHOLE ROUNDED = WS-PERTURB-AMOUNT
           IF WS-PERTURB-WHOLE > 4294967295
               MOVE 4294967295 TO WS-PERTURB-WHOLE
           END-IF
           MOVE WS-PERTURB-WHOLE TO WS-IMG-COMPONENT-2

           MOVE SPACES        TO MASK-TYPE1-RECORD
           MOVE "D"           TO MBK-RECORD-TYPE
           MOVE WS-IMAGE-VIEW TO MBK-IMAGE
           WRITE MASK-TYPE1-RECORD
           ADD 1                  TO WS-FS-OUT(1)
           ADD WS-IMG-COMPONENT-2 TO WS-T1-HASH-OUT
           ADD WS-IMG-COMPONENT-2 TO WS-FS-AMOUNT-OUT(1)

           IF WS-MASKED-TYPE1-COUNT < WS-KEY-CAPACITY
               ADD 1 TO WS-MASKED-TYPE1-COUNT
               MOVE WS-MASKED-KEY
                   TO WS-MASKED-TYPE1-KEY(WS-MASKED-TYPE1-COUNT)
           END-IF

           MOVE WS-IMG-COMPONENT-4 TO WS-NOTE-DATE-IN
           MOVE WS-IMG-COMPONENT-4 TO WS-NOTE-DATE-OUT
           PERFORM 8400-NOTE-RECORD THRU 8400-EXIT.
       3010-EXIT.
           EXIT.

      *****************************************************************
      *  3100-MASK-TYPE3 - TYPE3BKP to the masked TYPE3BKP; count,    *
      *                    component-2 hash and amount total rebuilt  *
      *                    for DANOREL3                               *
      *****************************************************************
       3100-MASK-TYPE3.
           IF NOT WS-FS-IS-ON-HAND(2)
               GO TO 3100-EXIT
           END-IF
           OPEN INPUT TYPE3-BACKUP-FILE
           IF NOT WS-TYPE3B-OK
               DISPLAY "DANOMASK: REOPEN TYPE3BKP FAILED, STATUS "
                       WS-TYPE3B-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-COPY-NOT-VERIFIED TO TRUE
               GO TO 3100-EXIT
           END-IF
           OPEN OUTPUT MASK-TYPE3-FILE
           IF NOT WS-MASK-OK
               DISPLAY "DANOMASK: OPEN " WS-MASK-TYPE3-NAME
                       " FAILED, STATUS " WS-MASK-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-COPY-NOT-VERIFIED TO TRUE
               CLOSE TYPE3-BACKUP-FILE
               GO TO 3100-EXIT
           END-IF
           MOVE "Y" TO WS-FS-WRITTEN(2)
           MOVE 2   TO WS-FILE-SUB

           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 3110-MASK-TYPE3-RECORD THRU 3110-EXIT
               UNTIL WS-INPUT-EOF

           MOVE SPACES            TO MASK-TYPE3-RECORD
           MOVE "T"               TO MB3-RECORD-TYPE
           MOVE WS-FS-OUT(2)      TO MB3-RECORD-COUNT
           MOVE WS-T3-HASH-OUT    TO MB3-HASH-TOTAL
           MOVE WS-T3-AMOUNT-OUT  TO MB3-AMOUNT-TOTAL
           WRITE MASK-TYPE3-RECORD
           CLOSE MASK-TYPE3-FILE
           CLOSE TYPE3-BACKUP-FILE
           MOVE WS-FS-IN(2) TO WS-FS-EXPECTED(2).
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3110-MASK-TYPE3-RECORD                                       *
      *****************************************************************
       3110-MASK-TYPE3-RECORD.
           READ TYPE3-BACKUP-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 3110-EXIT
           END-IF
           IF BK3-RECORD-TYPE = "T"
               SET WS-T3-TRAILER-SEEN TO TRUE
               MOVE BK3-RECORD-COUNT TO WS-T3-TRAILER-COUNT
               MOVE BK3-HASH-TOTAL   TO WS-T3-TRAILER-HASH
               MOVE BK3-AMOUNT-TOTAL TO WS-T3-TRAILER-AMOUNT
               GO TO 3110-EXIT
           END-IF

           MOVE BK3-IMAGE TO WS-TYPE3-VIEW
           ADD 1                  TO WS-FS-IN(2)
           ADD WS-T3V-COMPONENT-2 TO WS-T3-HASH-IN
           ADD WS-T3V-COMPONENT-4 TO WS-T3-AMOUNT-IN
           ADD WS-T3V-COMPONENT-4 TO WS-FS-AMOUNT-IN(2)

           MOVE WS-T3V-COMPONENT-1 TO WS-LOOKUP-KEY
           PERFORM 8150-MASK-KEY THRU 8150-EXIT
           MOVE WS-MASKED-KEY      TO WS-T3V-COMPONENT-1

           MOVE WS-T3V-COMPONENT-4 TO WS-PERTURB-AMOUNT
           PERFORM 8300-PERTURB-AMOUNT THRU 8300-EXIT
           PERFORM 8310-CAP-SIGNED-AMOUNT THRU 8310-EXIT
           MOVE WS-PERTURB-AMOUNT  TO WS-T3V-COMPONENT-4

           MOVE SPACES        TO MASK-TYPE3-RECORD
           MOVE "D"           TO MB3-RECORD-TYPE
           MOVE WS-TYPE3-VIEW TO MB3-IMAGE
           WRITE MASK-TYPE3-RECORD
           ADD 1                  TO WS-FS-OUT(2)
           ADD WS-T3V-COMPONENT-2 TO WS-T3-HASH-OUT
           ADD WS-T3V-COMPONENT-4 TO WS-T3-AMOUNT-OUT
           ADD WS-T3V-COMPONENT-4 TO WS-FS-AMOUNT-OUT(2)

           MOVE WS-T3V-COMPONENT-3 TO WS-NOTE-DATE-IN
           MOVE WS-T3V-COMPONENT-3 TO WS-NOTE-DATE-OUT
           PERFORM 8400-NOTE-RECORD THRU 8400-EXIT.
       3110-EXIT.
           EXIT.

      *****************************************************************
      *  3200-MASK-PERIOD - TYPE1PBL to the masked TYPE1PBL           *
      *****************************************************************
       3200-MASK-PERIOD.
           IF NOT WS-FS-IS-ON-HAND(3)
               GO TO 3200-EXIT
           END-IF
           OPEN INPUT PERIOD-BALANCE-FILE
           IF NOT WS-PERIOD-OK
               DISPLAY "DANOMASK: REOPEN TYPE1PBL FAILED, STATUS "
                       WS-PERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-COPY-NOT-VERIFIED TO TRUE
               GO TO 3200-EXIT
           END-IF
           OPEN OUTPUT MASK-PERIOD-FILE
           IF NOT WS-MASK-OK
               DISPLAY "DANOMASK: OPEN " WS-MASK-PERIOD-NAME
                       " FAILED, STATUS " WS-MASK-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-COPY-NOT-VERIFIED TO TRUE
               CLOSE PERIOD-BALANCE-FILE
               GO TO 3200-EXIT
           END-IF
           MOVE "Y" TO WS-FS-WRITTEN(3)
           MOVE 3   TO WS-FILE-SUB

           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 3210-MASK-PERIOD-RECORD THRU 3210-EXIT
               UNTIL WS-INPUT-EOF

           CLOSE MASK-PERIOD-FILE
           CLOSE PERIOD-BALANCE-FILE
           MOVE WS-FS-IN(3) TO WS-FS-EXPECTED(3).
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3210-MASK-PERIOD-RECORD                                      *
      *****************************************************************
       3210-MASK-PERIOD-RECORD.
           READ PERIOD-BALANCE-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 3210-EXIT
           END-IF
           ADD 1           TO WS-FS-IN(3)
           ADD PBL-BALANCE TO WS-FS-AMOUNT-IN(3)
           MOVE PBL-PERIOD TO WS-NOTE-DATE-IN

           MOVE PBL-COMPONENT-1 TO WS-LOOKUP-KEY
           PERFORM 8150-MASK-KEY THRU 8150-EXIT
           MOVE WS-MASKED-KEY   TO PBL-COMPONENT-1

           MOVE PBL-BALANCE TO WS-PERTURB-AMOUNT
           PERFORM 8300-PERTURB-AMOUNT THRU 8300-EXIT
           COMPUTE WS-PERTURB-WHOLE ROUNDED = WS-PERTURB-AMOUNT
           IF WS-PERTURB-WHOLE > 999999999
               MOVE 999999999 TO WS-PERTURB-WHOLE
           END-IF
           MOVE WS-PERTURB-WHOLE TO PBL-BALANCE

           MOVE PERIOD-BALANCE-RECORD TO MASK-PERIOD-RECORD
           WRITE MASK-PERIOD-RECORD
           ADD 1           TO WS-FS-OUT(3)
           ADD PBL-BALANCE TO WS-FS-AMOUNT-OUT(3)

           MOVE PBL-PERIOD TO WS-NOTE-DATE-OUT
           PERFORM 8400-NOTE-RECORD THRU 8400-EXIT.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3300-MASK-TRANS - the first WS-SAMPLE-COUNT details of       *
      *                    TYPE3TRN; a headered feed keeps its header *
      *                    (count set to the sample) and gets a       *
      *                    trailer that agrees with it                *
      *****************************************************************
       3300-MASK-TRANS.
           IF NOT WS-FS-IS-ON-HAND(4)
               GO TO 3300-EXIT
           END-IF
           OPEN INPUT TYPE3-TRANS-FILE
           IF NOT WS-TYPE3TRN-OK
               DISPLAY "DANOMASK: REOPEN TYPE3TRN FAILED, STATUS "
                       WS-TYPE3TRN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-COPY-NOT-VERIFIED TO TRUE
               GO TO 3300-EXIT
           END-IF
           OPEN OUTPUT MASK-TRANS-FILE
           IF NOT WS-MASK-OK
               DISPLAY "DANOMASK: OPEN " WS-MASK-TRANS-NAME
                       " FAILED, STATUS " WS-MASK-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-COPY-NOT-VERIFIED TO TRUE
               CLOSE TYPE3-TRANS-FILE
               GO TO 3300-EXIT
           END-IF
           MOVE "Y" TO WS-FS-WRITTEN(4)
           MOVE 4   TO WS-FILE-SUB

           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 3310-MASK-TRANS-RECORD THRU 3310-EXIT
               UNTIL WS-INPUT-EOF

           IF WS-FEED-HEADERED
               MOVE SPACES           TO TYPE3TRN-RECORD
               MOVE "T"              TO TRN-RECORD-TYPE
               MOVE WS-FS-OUT(4)     TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO TRN-TRAILER-COUNT
               MOVE TYPE3TRN-RECORD  TO MASK-TRANS-RECORD
               WRITE MASK-TRANS-RECORD
           END-IF
           CLOSE MASK-TRANS-FILE
           CLOSE TYPE3-TRANS-FILE
           MOVE WS-SAMPLE-COUNT TO WS-FS-EXPECTED(4).
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3310-MASK-TRANS-RECORD - every detail is counted in, only    *
      *                           the sample is masked and written;   *
      *                           the feed's own trailer is replaced  *
      *****************************************************************
       3310-MASK-TRANS-RECORD.
           READ TYPE3-TRANS-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 3310-EXIT
           END-IF

           IF WS-FEED-HEADERED
               IF TRN-RECORD-TYPE = "H"
                   MOVE WS-SAMPLE-COUNT  TO WS-COUNT-DISPLAY
                   MOVE WS-COUNT-DISPLAY TO TRN-HEADER-COUNT
                   MOVE TYPE3TRN-RECORD  TO MASK-TRANS-RECORD
                   WRITE MASK-TRANS-RECORD
                   GO TO 3310-EXIT
               END-IF
               IF NOT TRN-RECORD-TYPE = "D"
                   GO TO 3310-EXIT
               END-IF
           ELSE
               MOVE TYPE3TRN-RECORD(1:29) TO WS-LEGACY-TRN-RECORD
               MOVE SPACES                TO TRN-SERIAL
               MOVE WS-LGT-COMPONENT-1    TO TRN-COMPONENT-1
               MOVE WS-LGT-TRANS-DATE     TO TRN-TRANS-DATE
               MOVE WS-LGT-AMOUNT         TO TRN-AMOUNT
           END-IF

           ADD 1 TO WS-FS-IN(4)
           IF WS-FS-OUT(4) NOT < WS-SAMPLE-COUNT
               GO TO 3310-EXIT
           END-IF
           ADD TRN-AMOUNT     TO WS-FS-AMOUNT-IN(4)
           MOVE TRN-TRANS-DATE TO WS-NOTE-DATE-IN
           MOVE TRN-TRANS-DATE TO WS-NOTE-DATE-OUT

           MOVE TRN-COMPONENT-1 TO WS-LOOKUP-KEY
           PERFORM 8150-MASK-KEY THRU 8150-EXIT

           MOVE TRN-AMOUNT TO WS-PERTURB-AMOUNT
           PERFORM 8300-PERTURB-AMOUNT THRU 8300-EXIT
           PERFORM 8310-CAP-SIGNED-AMOUNT THRU 8310-EXIT

           IF WS-FEED-HEADERED
               MOVE WS-MASKED-KEY     TO TRN-COMPONENT-1
               MOVE WS-PERTURB-AMOUNT TO TRN-AMOUNT
               MOVE TYPE3TRN-RECORD   TO MASK-TRANS-RECORD
           ELSE
               MOVE WS-MASKED-KEY     TO WS-LGT-COMPONENT-1
               MOVE WS-PERTURB-AMOUNT TO WS-LGT-AMOUNT
               MOVE SPACES            TO MASK-TRANS-RECORD
               MOVE WS-LEGACY-TRN-RECORD
                   TO MASK-TRANS-RECORD(1:29)
           END-IF
           WRITE MASK-TRANS-RECORD
           ADD 1                 TO WS-FS-OUT(4)
           ADD WS-PERTURB-AMOUNT TO WS-FS-AMOUNT-OUT(4)

           PERFORM 8400-NOTE-RECORD THRU 8400-EXIT.
       3310-EXIT.
           EXIT.

      *****************************************************************
      *  3400-MASK-CHAIN - DANOCHMB to the masked DANOCHMB; the key   *
      *                    (date, chain-id, position) is carried      *
      *                    unchanged so every chain keeps its members *
      *                    in walk order                              *
      *****************************************************************
       3400-MASK-CHAIN.
           IF NOT WS-FS-IS-ON-HAND(5)
               GO TO 3400-EXIT
           END-IF
           OPEN INPUT CHAIN-MEMBER-FILE
           IF NOT WS-CHAIN-MEMBER-OK
               DISPLAY "DANOMASK: REOPEN DANOCHMB FAILED, STATUS "
                       WS-CHAIN-MEMBER-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-COPY-NOT-VERIFIED TO TRUE
               GO TO 3400-EXIT
           END-IF
           OPEN OUTPUT MASK-CHAIN-FILE
           IF NOT WS-MASK-OK
               DISPLAY "DANOMASK: OPEN " WS-MASK-CHAIN-NAME
                       " FAILED, STATUS " WS-MASK-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-COPY-NOT-VERIFIED TO TRUE
               CLOSE CHAIN-MEMBER-FILE
               GO TO 3400-EXIT
           END-IF
           MOVE "Y" TO WS-FS-WRITTEN(5)
           MOVE 5   TO WS-FILE-SUB
           MOVE LOW-VALUES TO WS-LAST-CHAIN-IN
           MOVE LOW-VALUES TO WS-LAST-CHAIN-OUT

           MOVE "N" TO WS-INPUT-EOF-SWITCH
           PERFORM 3410-MASK-CHAIN-RECORD THRU 3410-EXIT
               UNTIL WS-INPUT-EOF

           CLOSE MASK-CHAIN-FILE
           CLOSE CHAIN-MEMBER-FILE
           MOVE WS-FS-IN(5) TO WS-FS-EXPECTED(5).
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3410-MASK-CHAIN-RECORD                                       *
      *****************************************************************
       3410-MASK-CHAIN-RECORD.
           READ CHAIN-MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ
           IF WS-INPUT-EOF
               GO TO 3410-EXIT
           END-IF
           ADD 1           TO WS-FS-IN(5)
           ADD CHM-BALANCE TO WS-FS-AMOUNT-IN(5)
           IF CHM-KEY(1:12) NOT = WS-LAST-CHAIN-IN
               ADD 1 TO WS-CHAINS-IN
               MOVE CHM-KEY(1:12) TO WS-LAST-CHAIN-IN
           END-IF

           MOVE CHM-COMPONENT-1 TO WS-LOOKUP-KEY
           PERFORM 8150-MASK-KEY THRU 8150-EXIT

           MOVE CHM-BALANCE TO WS-PERTURB-AMOUNT
           PERFORM 8300-PERTURB-AMOUNT THRU 8300-EXIT
           COMPUTE WS-PERTURB-WHOLE ROUNDED = WS-PERTURB-AMOUNT
           IF WS-PERTURB-WHOLE > 999999999
               MOVE 999999999 TO WS-PERTURB-WHOLE
           END-IF

           MOVE CHM-KEY          TO MCH-KEY
           MOVE WS-MASKED-KEY    TO MCH-COMPONENT-1
           MOVE WS-PERTURB-WHOLE TO MCH-BALANCE
           WRITE MASK-CHAIN-RECORD
               INVALID KEY
                   DISPLAY "DANOMASK: WRITE OF MASKED DANOCHMB KEY "
                           MCH-KEY " FAILED, STATUS " WS-MASK-STATUS
                   GO TO 3410-EXIT
           END-WRITE
           ADD 1           TO WS-FS-OUT(5)
           ADD MCH-BALANCE TO WS-FS-AMOUNT-OUT(5)
           IF MCH-CHAIN-ID = CHM-CHAIN-ID
               ADD 1 TO WS-CHAIN-IDS-KEPT
           END-IF
           IF MCH-KEY(1:12) NOT = WS-LAST-CHAIN-OUT
               ADD 1 TO WS-CHAINS-OUT
               MOVE MCH-KEY(1:12) TO WS-LAST-CHAIN-OUT
           END-IF

           MOVE CHM-BUSINESS-DATE TO WS-NOTE-DATE-IN
           MOVE MCH-BUSINESS-DATE TO WS-NOTE-DATE-OUT
           PERFORM 8400-NOTE-RECORD THRU 8400-EXIT.
       3410-EXIT.
           EXIT.

      *****************************************************************
      *  4000-CONTROL-REPORT - MASKRPT: per file the counts in and    *
      *                        out, the records matching TYPE1MST     *
      *                        before and after masking, keys left in *
      *                        clear, the date spread and the amount  *
      *                        totals; then the backup trailers and   *
      *                        the verdict.  Should MASKRPT not open  *
      *                        the report still goes to SYSOUT and    *
      *                        the run ends RC 16                     *
      *****************************************************************
       4000-CONTROL-REPORT.
           OPEN OUTPUT MASK-REPORT-FILE
           IF WS-REPORT-STATUS = "00"
               SET WS-REPORT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "DANOMASK: OPEN MASKRPT FAILED, STATUS "
                       WS-REPORT-STATUS " - REPORT ON SYSOUT ONLY"
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE SPACES TO MASK-REPORT-LINE
           STRING "DANOMASK MASKED TEST COPY " WS-RUN-DATE
                  "  TARGET " WS-TARGET-PREFIX
               DELIMITED BY SIZE INTO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
           MOVE SPACES TO MASK-REPORT-LINE
           MOVE WS-KEY-COUNT       TO WS-EDIT-COUNT
           MOVE WS-TYPE1-KEY-COUNT TO WS-EDIT-COUNT-2
           STRING "DISTINCT ACCOUNT KEYS " WS-EDIT-COUNT
                  "  ON TYPE1MST " WS-EDIT-COUNT-2
                  "  ONE PSEUDONYM EACH"
               DELIMITED BY SIZE INTO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
           MOVE SPACES TO MASK-REPORT-LINE
           MOVE WS-SAMPLE-COUNT      TO WS-EDIT-COUNT
           MOVE WS-FEED-DETAIL-COUNT TO WS-EDIT-COUNT-2
           STRING "TYPE3TRN SAMPLE " WS-EDIT-COUNT
                  " OF " WS-EDIT-COUNT-2 " DETAIL(S)"
               DELIMITED BY SIZE INTO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
           MOVE SPACES TO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
           STRING "  FILE      IN/OUT RECORDS, MATCHED TO TYPE1MST "
                  "BEFORE/AFTER, KEYS IN CLEAR"
               DELIMITED BY SIZE INTO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 5
               PERFORM 4100-REPORT-FILE THRU 4100-EXIT
           END-PERFORM

           PERFORM 4200-REPORT-TRAILERS THRU 4200-EXIT

           IF WS-UNMAPPED-COUNT > 0
               SET WS-COPY-NOT-VERIFIED TO TRUE
               MOVE SPACES TO MASK-REPORT-LINE
               MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
               STRING "KEYS WITH NO PSEUDONYM " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO MASK-REPORT-LINE
               PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
           END-IF

           MOVE SPACES TO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
           IF WS-COPY-VERIFIED
               STRING "MASKED COPY VERIFIED - COUNTS, KEY MATCHES "
                      "AND DATE SPREADS SURVIVED THE MASKING"
                   DELIMITED BY SIZE INTO MASK-REPORT-LINE
           ELSE
               MOVE "MASKED COPY NOT VERIFIED - DO NOT LOAD IT"
                   TO MASK-REPORT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
           IF WS-REPORT-IS-OPEN
               CLOSE MASK-REPORT-FILE
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-REPORT-FILE - one file's proof lines and its verdict    *
      *****************************************************************
       4100-REPORT-FILE.
           MOVE WS-PRODUCTION-NAME(WS-FILE-SUB) TO WS-RPT-FILE-NAME
           IF NOT WS-FS-IS-WRITTEN(WS-FILE-SUB)
               MOVE SPACES TO MASK-REPORT-LINE
               STRING "  " WS-PRODUCTION-NAME(WS-FILE-SUB)
                      "  NOT ON HAND - NO MASKED COPY WRITTEN"
                   DELIMITED BY SIZE INTO MASK-REPORT-LINE
               PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
               GO TO 4100-EXIT
           END-IF

           MOVE WS-FS-IN(WS-FILE-SUB)           TO WS-RPT-IN
           MOVE WS-FS-OUT(WS-FILE-SUB)          TO WS-RPT-OUT
           MOVE WS-FS-MATCH-BEFORE(WS-FILE-SUB) TO WS-RPT-MATCH-BEFORE
           MOVE WS-FS-MATCH-AFTER(WS-FILE-SUB)  TO WS-RPT-MATCH-AFTER
           MOVE WS-FS-CLEAR(WS-FILE-SUB)        TO WS-RPT-CLEAR
           IF WS-FS-OUT(WS-FILE-SUB) = WS-FS-EXPECTED(WS-FILE-SUB)
            AND WS-FS-MATCH-AFTER(WS-FILE-SUB)
                = WS-FS-MATCH-BEFORE(WS-FILE-SUB)
            AND WS-FS-CLEAR(WS-FILE-SUB) = 0
            AND WS-FS-LOW-OUT(WS-FILE-SUB) = WS-FS-LOW-IN(WS-FILE-SUB)
            AND WS-FS-HIGH-OUT(WS-FILE-SUB)
                = WS-FS-HIGH-IN(WS-FILE-SUB)
               MOVE "OK"           TO WS-RPT-VERDICT
           ELSE
               MOVE "NOT VERIFIED" TO WS-RPT-VERDICT
               SET WS-COPY-NOT-VERIFIED TO TRUE
           END-IF
           MOVE WS-RPT-FILE-LINE TO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT

           MOVE WS-FS-LOW-IN(WS-FILE-SUB)     TO WS-RPT-LOW-IN
           MOVE WS-FS-HIGH-IN(WS-FILE-SUB)    TO WS-RPT-HIGH-IN
           MOVE WS-FS-LOW-OUT(WS-FILE-SUB)    TO WS-RPT-LOW-OUT
           MOVE WS-FS-HIGH-OUT(WS-FILE-SUB)   TO WS-RPT-HIGH-OUT
           MOVE WS-FS-AMOUNT-IN(WS-FILE-SUB)  TO WS-RPT-AMOUNT-IN
           MOVE WS-FS-AMOUNT-OUT(WS-FILE-SUB) TO WS-RPT-AMOUNT-OUT
           MOVE WS-RPT-DATE-LINE TO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT

           IF WS-FILE-SUB = 5
               MOVE SPACES TO MASK-REPORT-LINE
               MOVE WS-CHAINS-IN  TO WS-EDIT-COUNT
               MOVE WS-CHAINS-OUT TO WS-EDIT-COUNT-2
               STRING "    CHAINS IN " WS-EDIT-COUNT
                      "  OUT " WS-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO MASK-REPORT-LINE
               MOVE WS-CHAIN-IDS-KEPT TO WS-EDIT-COUNT
               STRING "  CHAIN-IDS CARRIED " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO MASK-REPORT-LINE(36:30)
               PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
               IF WS-CHAINS-OUT NOT = WS-CHAINS-IN
                OR WS-CHAIN-IDS-KEPT NOT = WS-FS-IN(5)
                   SET WS-COPY-NOT-VERIFIED TO TRUE
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-REPORT-TRAILERS - the input backups must agree with     *
      *                         their own trailers, or the copy was   *
      *                         taken from a bad unload               *
      *****************************************************************
       4200-REPORT-TRAILERS.
           MOVE SPACES TO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT

           MOVE SPACES TO MASK-REPORT-LINE
           MOVE WS-T1-HASH-IN  TO WS-EDIT-COUNT
           MOVE WS-T1-HASH-OUT TO WS-EDIT-COUNT-2
           STRING "TYPE1BKP HASH IN " WS-EDIT-COUNT
                  "  MASKED TRAILER HASH " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
           IF NOT WS-T1-TRAILER-SEEN
            OR WS-T1-TRAILER-COUNT NOT = WS-FS-IN(1)
            OR WS-T1-TRAILER-HASH NOT = WS-T1-HASH-IN
               MOVE "TYPE1BKP DOES NOT AGREE WITH ITS OWN TRAILER"
                   TO MASK-REPORT-LINE
               PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
               SET WS-COPY-NOT-VERIFIED TO TRUE
           END-IF

           IF NOT WS-FS-IS-WRITTEN(2)
               GO TO 4200-EXIT
           END-IF
           MOVE SPACES TO MASK-REPORT-LINE
           MOVE WS-T3-HASH-IN    TO WS-EDIT-COUNT
           MOVE WS-T3-AMOUNT-OUT TO WS-EDIT-AMOUNT
           STRING "TYPE3BKP HASH " WS-EDIT-COUNT
                  " (CARRIED)  MASKED TRAILER AMOUNT " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO MASK-REPORT-LINE
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
           IF NOT WS-T3-TRAILER-SEEN
            OR WS-T3-TRAILER-COUNT NOT = WS-FS-IN(2)
            OR WS-T3-TRAILER-HASH NOT = WS-T3-HASH-IN
            OR WS-T3-TRAILER-AMOUNT NOT = WS-T3-AMOUNT-IN
            OR WS-T3-HASH-OUT NOT = WS-T3-HASH-IN
               MOVE "TYPE3BKP DOES NOT AGREE WITH ITS OWN TRAILER"
                   TO MASK-REPORT-LINE
               PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
               SET WS-COPY-NOT-VERIFIED TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  8100-FIND-KEY - binary search of WS-KEY-TABLE for            *
      *                  WS-LOOKUP-KEY; WS-KEY-SUB 0 when absent      *
      *****************************************************************
       8100-FIND-KEY.
           MOVE 0            TO WS-KEY-SUB
           MOVE 1            TO WS-LOW-SUB
           MOVE WS-KEY-COUNT TO WS-HIGH-SUB
           PERFORM 8110-PROBE-KEY THRU 8110-EXIT
               UNTIL WS-KEY-SUB > 0
                  OR WS-LOW-SUB > WS-HIGH-SUB.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8110-PROBE-KEY                                               *
      *****************************************************************
       8110-PROBE-KEY.
           COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
           IF WS-KEY-ORIGINAL(WS-MID-SUB) = WS-LOOKUP-KEY
               MOVE WS-MID-SUB TO WS-KEY-SUB
           ELSE
               IF WS-KEY-ORIGINAL(WS-MID-SUB) < WS-LOOKUP-KEY
                   COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
               ELSE
                   IF WS-MID-SUB = 1
                       MOVE 0 TO WS-HIGH-SUB
                   ELSE
                       COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
                   END-IF
               END-IF
           END-IF.
       8110-EXIT.
           EXIT.

      *****************************************************************
      *  8150-MASK-KEY - WS-LOOKUP-KEY to its pseudonym in            *
      *                  WS-MASKED-KEY; blank stays blank             *
      *****************************************************************
       8150-MASK-KEY.
           IF WS-LOOKUP-KEY = SPACES
               MOVE SPACES TO WS-MASKED-KEY
               MOVE 0      TO WS-KEY-SUB
               GO TO 8150-EXIT
           END-IF
           PERFORM 8100-FIND-KEY THRU 8100-EXIT
           IF WS-KEY-SUB = 0
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE SPACES TO WS-MASKED-KEY
               GO TO 8150-EXIT
           END-IF
           MOVE WS-KEY-SUB   TO WS-PSEUDO-NUMBER
           MOVE WS-PSEUDONYM TO WS-MASKED-KEY.
       8150-EXIT.
           EXIT.

      *****************************************************************
      *  8200-FIND-MASKED-TYPE1 - is WS-MASKED-KEY one of the keys    *
      *                           written to the masked TYPE1BKP;     *
      *                           they went out in key order          *
      *****************************************************************
       8200-FIND-MASKED-TYPE1.
           MOVE "N"                   TO WS-MASKED-FOUND-SWITCH
           MOVE 1                     TO WS-LOW-SUB
           MOVE WS-MASKED-TYPE1-COUNT TO WS-HIGH-SUB
           PERFORM 8210-PROBE-MASKED-KEY THRU 8210-EXIT
               UNTIL WS-MASKED-FOUND
                  OR WS-LOW-SUB > WS-HIGH-SUB.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8210-PROBE-MASKED-KEY                                        *
      *****************************************************************
       8210-PROBE-MASKED-KEY.
           COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
           IF WS-MASKED-TYPE1-KEY(WS-MID-SUB) = WS-MASKED-KEY
               SET WS-MASKED-FOUND TO TRUE
           ELSE
               IF WS-MASKED-TYPE1-KEY(WS-MID-SUB) < WS-MASKED-KEY
                   COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
               ELSE
                   IF WS-MID-SUB = 1
                       MOVE 0 TO WS-HIGH-SUB
                   ELSE
                       COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
                   END-IF
               END-IF
           END-IF.
       8210-EXIT.
           EXIT.

      *****************************************************************
      *  8300-PERTURB-AMOUNT - move WS-PERTURB-AMOUNT by a step of up *
      *                        to WS-PERTURB-LIMIT percent either     *
      *                        way, never by nothing; the step comes  *
      *                        from a multiply-and-fold of the seed,  *
      *                        so one seed always gives the same copy *
      *****************************************************************
       8300-PERTURB-AMOUNT.
           COMPUTE WS-SEED-WORK = WS-MASK-SEED * 421 + 17
           DIVIDE WS-SEED-WORK BY 9973
               GIVING WS-SEED-QUOTIENT REMAINDER WS-MASK-SEED
           IF WS-MASK-SEED = 0
               MOVE 7919 TO WS-MASK-SEED
           END-IF
           COMPUTE WS-SEED-WORK = WS-PERTURB-LIMIT * 2 + 1
           DIVIDE WS-MASK-SEED BY WS-SEED-WORK
               GIVING WS-SEED-QUOTIENT REMAINDER WS-PERTURB-STEP
           COMPUTE WS-PERTURB-PERCENT =
               WS-PERTURB-STEP - WS-PERTURB-LIMIT
           IF WS-PERTURB-PERCENT = 0
               MOVE WS-PERTURB-LIMIT TO WS-PERTURB-PERCENT
           END-IF
           COMPUTE WS-PERTURB-AMOUNT ROUNDED =
               WS-PERTURB-AMOUNT
             + WS-PERTURB-AMOUNT * WS-PERTURB-PERCENT / 100.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8310-CAP-SIGNED-AMOUNT - keep a perturbed s9(9)v99 amount    *
      *                           inside its picture                  *
      *****************************************************************
       8310-CAP-SIGNED-AMOUNT.
           IF WS-PERTURB-AMOUNT > 999999999.99
               MOVE 999999999.99 TO WS-PERTURB-AMOUNT
           END-IF
           IF WS-PERTURB-AMOUNT < -999999999.99
               MOVE -999999999.99 TO WS-PERTURB-AMOUNT
           END-IF.
       8310-EXIT.
           EXIT.

      *****************************************************************
      *  8400-NOTE-RECORD - the proof for one record written to file  *
      *                     WS-FILE-SUB: matched to TYPE1MST before   *
      *                     (original key) and after (masked key      *
      *                     against the masked TYPE1BKP), key left in *
      *                     clear, and the date spread in and out     *
      *****************************************************************
       8400-NOTE-RECORD.
           IF WS-KEY-SUB > 0
               IF WS-KEY-IS-ON-TYPE1(WS-KEY-SUB)
                   ADD 1 TO WS-FS-MATCH-BEFORE(WS-FILE-SUB)
               END-IF
           END-IF
           IF WS-MASKED-KEY NOT = SPACES
               PERFORM 8200-FIND-MASKED-TYPE1 THRU 8200-EXIT
               IF WS-MASKED-FOUND
                   ADD 1 TO WS-FS-MATCH-AFTER(WS-FILE-SUB)
               END-IF
               IF WS-MASKED-KEY = WS-LOOKUP-KEY
                   ADD 1 TO WS-FS-CLEAR(WS-FILE-SUB)
               END-IF
           END-IF

           IF WS-NOTE-DATE-IN NOT = SPACES
               IF WS-NOTE-DATE-IN < WS-FS-LOW-IN(WS-FILE-SUB)
                   MOVE WS-NOTE-DATE-IN TO WS-FS-LOW-IN(WS-FILE-SUB)
               END-IF
               IF WS-NOTE-DATE-IN > WS-FS-HIGH-IN(WS-FILE-SUB)
                   MOVE WS-NOTE-DATE-IN TO WS-FS-HIGH-IN(WS-FILE-SUB)
               END-IF
           END-IF
           IF WS-NOTE-DATE-OUT NOT = SPACES
               IF WS-NOTE-DATE-OUT < WS-FS-LOW-OUT(WS-FILE-SUB)
                   MOVE WS-NOTE-DATE-OUT TO WS-FS-LOW-OUT(WS-FILE-SUB)
               END-IF
               IF WS-NOTE-DATE-OUT > WS-FS-HIGH-OUT(WS-FILE-SUB)
                   MOVE WS-NOTE-DATE-OUT
                       TO WS-FS-HIGH-OUT(WS-FILE-SUB)
               END-IF
           END-IF.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8500-WRITE-REPORT-LINE                                       *
      *****************************************************************
       8500-WRITE-REPORT-LINE.
           DISPLAY MASK-REPORT-LINE
           IF WS-REPORT-IS-OPEN
               WRITE MASK-REPORT-LINE
           END-IF.
       8500-EXIT.
           EXIT.
