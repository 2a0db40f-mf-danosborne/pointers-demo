      *****************************************************************
      *  DANOSIFD  -  FILE SECTION half of TYPE3SIN (see DANOSISL).   *
      *               One record per standing instruction: the        *
      *               account, the signed amount each occurrence      *
      *               posts, how often it falls due, the dates it     *
      *               runs between, and where its schedule has got    *
      *               to.  Frequencies:                               *
      *                   D  every business day                       *
      *                   W  every seventh day from the start date    *
      *                   M  the start date's day of the month, or    *
      *                      the month's last day in a shorter month  *
      *                   E  every DANOCAL period-end "E" day         *
      *               A W or M due date that is not a business day    *
      *               rolls to the next business day on DANOCAL.      *
      *               SIN-LAST-DUE-DATE is the unrolled due date of   *
      *               the last occurrence dealt with - generated or   *
      *               skipped - and the next one is worked out from   *
      *               it, so a rerun of a cycle never generates the   *
      *               same occurrence twice.  Ended instructions stay *
      *               on file as history.                             *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-05  DLO   Initial version.                         *
      *****************************************************************

       FD  INSTRUCTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  INSTRUCTION-RECORD.
           05  SIN-KEY.
               10  SIN-COMPONENT-1       pic x(10).
               10  SIN-SEQUENCE          pic 9(03).
           05  SIN-AMOUNT                pic s9(9)v99.
           05  SIN-FREQUENCY             pic x(01).
               88  SIN-DAILY                       value "D".
               88  SIN-WEEKLY                      value "W".
               88  SIN-MONTHLY                     value "M".
               88  SIN-PERIOD-END                  value "E".
               88  SIN-FREQUENCY-VALID             value "D" "W"
                                                         "M" "E".
           05  SIN-START-DATE            pic x(08).
           05  SIN-END-DATE              pic x(08).
      *                                      *> 99999999 = no end
           05  SIN-STATUS                pic x(01).
               88  SIN-ACTIVE                      value "A".
               88  SIN-SUSPENDED                   value "S".
               88  SIN-ENDED                       value "X".
           05  SIN-LAST-DUE-DATE         pic x(08).
      *                                      *> spaces until the
      *                                      *> first occurrence
           05  SIN-LAST-GEN-DATE         pic x(08).
      *                                      *> business date of the
      *                                      *> last occurrence queued
           05  SIN-LAST-SERIAL           pic 9(09).
           05  SIN-GENERATED-COUNT       pic 9(05).
           05  SIN-END-REASON            pic x(20).
           05  SIN-OPERATOR-ID           pic x(08).
      *                                      *> last maintained by
           05  SIN-MAINT-DATE            pic x(08).
