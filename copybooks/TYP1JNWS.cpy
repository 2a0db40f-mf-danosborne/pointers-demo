      *                      cycle's business date here once, in       *
      *                      initialization, and 8655 stamps it on     *
      *                      every journal record.                     *
      *    2026-09-24  DLO   Images widened x(33) to x(50) with the    *
      *                      layout-version 3 type1 record.            *
      *****************************************************************

       01  WS-JOURNAL-STATUS            pic x(02).
       01  WS-JNL-ACTION                pic x(08).
       01  WS-JNL-BEFORE-PRESENT        pic x(01).
       01  WS-JNL-BEFORE-IMAGE          pic x(50).
       01  WS-JNL-AFTER-IMAGE           pic x(50).
       01  WS-JNL-BUSINESS-DATE         pic x(08) value spaces.
