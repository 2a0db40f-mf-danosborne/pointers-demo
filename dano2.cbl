      *                      health alert file (DANOAL* macro) so     *
      *                      this program's trouble signals reach     *
      *                      DANOMON instead of dying on SYSOUT.      *
      *    2026-09-24  DLO   Expects layout-version 3 - the type1      *
      *                      record now carries the account status     *
      *                      fields (see TYPE1CPY).                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANO2.
       01  x1                           pic x(10).

       01  WS-BAD-POINTER-NAME          pic x(02).
       01  WS-EXPECTED-LAYOUT-VERSION   pic 9(02) comp value 3.

       LINKAGE SECTION.
       COPY DANOCTL.
