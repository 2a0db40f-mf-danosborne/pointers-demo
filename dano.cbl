      *                      business date immediately before every    *
      *                      WRITE/REWRITE of TYPE1M-RECORD, so        *
      *                      DANOPURG can age the master.              *
      *    2026-09-24  DLO   The first-run seed record is written      *
      *                      open (COMPONENT-5 O) and stamped with     *
      *                      the business date and program name.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANO.
           MOVE 0              TO COMPONENT-2 OF TYPE1M-RECORD
           SET COMPONENT-3 OF TYPE1M-RECORD TO NULL
           MOVE LK-BUSINESS-DATE TO component-4 OF TYPE1M-RECORD
           MOVE "O"              TO component-5 OF TYPE1M-RECORD
           MOVE LK-BUSINESS-DATE TO component-6 OF TYPE1M-RECORD
           MOVE "DANO"           TO component-7 OF TYPE1M-RECORD
           WRITE TYPE1M-RECORD
               INVALID KEY
                   DISPLAY "DANO: UNABLE TO SEED TYPE1MST"
