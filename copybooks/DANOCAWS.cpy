      *               calendar (see DANOCAPD).  COPY into WORKING-    *
      *               STORAGE SECTION of any program that also COPYs  *
      *               DANOCASL/DANOCAFD/DANOCAPD.  The calendar is    *
      *               loaded once into WS-CALENDAR-TABLE (three       *
      *               years of dates - the year before, this year and *
      *               the next one DANOCALG generates) and looked up  *
      *               in memory from then on.                          *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-08-23  DLO   Initial version.                          *
      *    2026-10-15  DLO   Table raised from 600 to 1100 entries:    *
      *                      once DANOCALG generates the next year     *
      *                      DANOCAL holds about 731 dates, and the    *
      *                      load dropped the tail, so DANOCALM        *
      *                      refused to run and DANOYEND and DANOPKG   *
      *                      looked dates up in a partial calendar.    *
      *****************************************************************

       01  WS-CALENDAR-STATUS           pic x(02).
               88  WS-CALENDAR-EOF                value "Y".

       01  WS-CALENDAR-LIMITS.
           05  WS-CALENDAR-CAPACITY     pic 9(4) comp value 1100.
           05  WS-CALENDAR-COUNT        pic 9(4) comp value 0.
           05  WS-CALENDAR-SUB          pic 9(4) comp.

           88  WS-CAL-BUSINESS-DAY            value "B" "E".

       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-ENTRY        occurs 1100 times.
               10  WS-CAL-ENTRY-DATE    pic x(08).
               10  WS-CAL-ENTRY-TYPE    pic x(01).
