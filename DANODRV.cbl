      *  one parameter card and runs the pipeline steps in order       *
      *  through a step table, testing the return code after every     *
      *  CALL:                                                          *
      *      DANOEDIT DANO DANO1 DANOCHRP DANO2 DANO3 DANO4 DANOAPLY   *
      *      DANOSIGN DANOPOST DANOACCR DANOCLSE DANOGLIF DANOSTMT     *
      *      DANOYEND DANOXTRC DANORECN DANOARCH                       *
      *                                                                *
      *  DANOPARM card layout:                                         *
      *      cols  1-6   record count for the demo programs  9(06)     *
      *      col   7     pointer style T/U                   x(01)     *
      *      cols  8-25  step selection, one column per step x(18)     *
      *                  in the order above - "N" skips the step,      *
      *                  anything else (including blank) runs it       *
      *      col  26     abort policy - "S" skips to the next step     *
      *                  after a failure, anything else aborts the     *
      *                  job at the failed step                        *
      *      cols 27-34  business run-date YYYYMMDD - validated        *
      *                  against the DANOCAL processing calendar and   *
      *                  against the prior cycle's date (DANOBDAT);    *
      *                  blank defaults to the machine date            *
      *                      the CTLTOTAL trailers the steps wrote,    *
      *                      so the history shows volume as well as    *
      *                      completion.                                *
      *    2026-09-14  DLO   Added DANOACCR between DANOPOST and       *
      *                      DANOCLSE - the nightly interest accrual   *
      *                      to TYPE1ACR, which DANOCLSE posts on the  *
      *                      E day.  The step table grew to 13, so     *
      *                      the card's selection columns are now      *
      *                      8-20, the abort policy sits in column 21  *
      *                      and the business date in columns 22-29.   *
      *    2026-09-16  DLO   Added DANOSTMT after DANOCLSE - the       *
      *                      period-end statements from TYPE1PBL and   *
      *                      TYPE3MST, passing straight through on     *
      *                      any day but an E day.  The step table     *
      *                      grew to 14, so the card's selection       *
      *                      columns are now 8-21, the abort policy    *
      *                      sits in column 22 and the business date   *
      *                      in columns 23-30.                         *
      *    2026-09-22  DLO   Added DANOGLIF after DANOCLSE - the       *
      *                      general-ledger interface, which turns     *
      *                      the cycle's TYPE3PAC posted activity      *
      *                      into a balanced, registered TYPE3GLJ      *
      *                      journal ahead of DANORECN.  The card's    *
      *                      step columns are now 8-22, the abort      *
      *                      policy sits in column 23 and the          *
      *                      business date in columns 24-31.           *
      *    2026-09-28  DLO   Added DANOCHRP after DANO1 - the chain    *
      *                      report from the DANOCHMB membership DANO1 *
      *                      now records, with moves and dropouts      *
      *                      against the prior cycle.  The step table  *
      *                      grew to 16, so the card's selection       *
      *                      columns are now 8-23, the abort policy    *
      *                      sits in column 24 and the business date   *
      *                      in columns 25-32.                         *
      *    2026-10-05  DLO   Added DANOSIGN after DANOAPLY - the       *
      *                      standing-instruction step that queues     *
      *                      each occurrence falling due tonight on    *
      *                      TYPE3CAP ahead of DANOPOST.  The step     *
      *                      table grew to 17, so the card's           *
      *                      selection columns are now 8-24, the       *
      *                      abort policy sits in column 25 and the    *
      *                      business date in columns 26-33.           *
      *    2026-10-14  DLO   Added DANOYEND after DANOSTMT - the       *
      *                      fiscal year-end step that archives        *
      *                      transactions past retention off           *
      *                      TYPE3MST and writes the year's            *
      *                      summaries to TYPE1YRH on the year's       *
      *                      last period end.  The step table grew     *
      *                      to 18, so the card's selection columns    *
      *                      are now 8-25, the abort policy sits in    *
      *                      column 26 and the business date in        *
      *                      columns 27-34.                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANODRV.
       01  PARM-CARD-RECORD.
           05  PARM-RECORD-COUNT        pic 9(06).
           05  PARM-POINTER-STYLE       pic x(01).
           05  PARM-STEP-FLAGS          pic x(18).
           05  PARM-ABORT-POLICY        pic x(01).
           05  PARM-BUSINESS-DATE       pic x(08).

           05  WS-RESTART-SWITCH        pic x(01) value "N".
               88  WS-RESTART-IN-PROGRESS         value "Y".

       01  WS-STEP-COUNT                pic 9(02) comp value 18.
       01  WS-STEP-TABLE.
           05  WS-STEP-NAMES.
               10  FILLER               pic x(08) value "DANOEDIT".
               10  FILLER               pic x(08) value "DANO".
               10  FILLER               pic x(08) value "DANO1".
               10  FILLER               pic x(08) value "DANOCHRP".
               10  FILLER               pic x(08) value "DANO2".
               10  FILLER               pic x(08) value "DANO3".
               10  FILLER               pic x(08) value "DANO4".
               10  FILLER               pic x(08) value "DANOAPLY".
               10  FILLER               pic x(08) value "DANOSIGN".
               10  FILLER               pic x(08) value "DANOPOST".
               10  FILLER               pic x(08) value "DANOACCR".
               10  FILLER               pic x(08) value "DANOCLSE".
               10  FILLER               pic x(08) value "DANOGLIF".
               10  FILLER               pic x(08) value "DANOSTMT".
               10  FILLER               pic x(08) value "DANOYEND".
               10  FILLER               pic x(08) value "DANOXTRC".
               10  FILLER               pic x(08) value "DANORECN".
               10  FILLER               pic x(08) value "DANOARCH".
           05  FILLER REDEFINES WS-STEP-NAMES.
               10  WS-STEP-NAME         pic x(08) occurs 18 times.

       01  WS-STEP-SELECTION.
           05  WS-STEP-SELECTED         pic x(01) occurs 18 times.
               88  WS-STEP-IS-SKIPPED             value "N".

       01  WS-STEP-COMPLETION.
           05  WS-STEP-COMPLETE         pic x(01) occurs 18 times
                                         value "N".
               88  WS-STEP-ALREADY-DONE           value "Y".

