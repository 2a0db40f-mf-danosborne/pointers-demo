      *****************************************************************
      *  TYP3JNFD  -  FILE SECTION half of the shared TYPE3MST        *
      *               before/after-image journal (see TYP3JNSL).      *
      *               One record per WRITE/REWRITE/DELETE of          *
      *               TYPE3M-RECORD, carrying the program, the        *
      *               action, the wall clock, and a before and after  *
      *               image of the whole record (x(28) = the full     *
      *               TYPE3M-RECORD layout: T3M-KEY, component-2,     *
      *               component-4).                                   *
      *               A WRITE has no before image - JN3-BEFORE-       *
      *               PRESENT says so.  DANORPL3 rolls a restored     *
      *               backup forward through these records to a       *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-09-02  DLO   Initial version.                          *
      *    2026-10-01  DLO   DELETE action.                            *
      *****************************************************************

       FD  JOURNAL3-FILE
       01  JOURNAL3-RECORD.
           05  JN3-PROGRAM-NAME         pic x(08).
           05  JN3-ACTION               pic x(08).
      *                                      *> WRITE / REWRITE / DELETE
           05  JN3-LOG-DATE             pic x(08).
           05  JN3-LOG-TIME             pic x(08).
           05  JN3-BEFORE-PRESENT       pic x(01).
      *                                      *> "Y"/"N" - a WRITE has
      *                                      *> no before image; a
      *                                      *> DELETE carries the
      *                                      *> deleted row in both
           05  JN3-BEFORE-IMAGE         pic x(28).
           05  JN3-AFTER-IMAGE          pic x(28).
