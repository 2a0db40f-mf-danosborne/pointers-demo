      *****************************************************************
      *  DANOTAPD  -  procedure-division half of the TYPE3MST         *
      *               transaction archive.  COPY this member into the *
      *               PROCEDURE DIVISION of any program that also     *
      *               COPYs DANOTASL/DANOTAFD/DANOTAWS.  Usage:       *
      *                   PERFORM 8970-LOAD-ARCHIVE-CATALOG THRU      *
      *                       8970-EXIT once - WS-TA-CATALOG-COUNT    *
      *                       of zero means nothing is archived       *
      *                   MOVE the component-1 TO WS-TA-SEARCH-KEY    *
      *                       and the date range TO WS-TA-FROM-DATE   *
      *                       and WS-TA-TO-DATE, then PERFORM         *
      *                       8975-START-ARCHIVE-SEARCH THRU          *
      *                       8975-EXIT                               *
      *                   PERFORM 8976-NEXT-ARCHIVED-TRANS THRU       *
      *                       8976-EXIT until WS-TA-SEARCH-DONE -     *
      *                       each time WS-TA-TRANS-FOUND is set,     *
      *                       WS-TA-IMAGE-VIEW holds the next         *
      *                       transaction, oldest year first          *
      *               Only the archives catalogued for a year inside  *
      *               the range are opened, so a range that does not  *
      *               reach back past TYPE3MST's retention opens      *
      *               nothing.  A catalogued archive that is not on   *
      *               hand is reported and counted in                 *
      *               WS-TA-ARCHIVES-MISSING.                         *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-14  DLO   Initial version.                          *
      *****************************************************************

       8970-LOAD-ARCHIVE-CATALOG.
           MOVE 0 TO WS-TA-CATALOG-COUNT
           OPEN INPUT TRANS-ARCHIVE-CATALOG
           IF NOT WS-ARCHIVE-CATALOG-STATUS = "00"
               GO TO 8970-EXIT
           END-IF
           MOVE "N" TO WS-TA-CATALOG-EOF-SW
           PERFORM 8971-READ-CATALOG THRU 8971-EXIT
           PERFORM 8972-STORE-CATALOG-ENTRY THRU 8972-EXIT
               UNTIL WS-TA-CATALOG-EOF
           CLOSE TRANS-ARCHIVE-CATALOG.
       8970-EXIT.
           EXIT.

       8971-READ-CATALOG.
           READ TRANS-ARCHIVE-CATALOG
               AT END
                   SET WS-TA-CATALOG-EOF TO TRUE
           END-READ.
       8971-EXIT.
           EXIT.

      *    one entry per year and archive - a year-end rerun catalogs
      *    the same archive again - kept in year order
       8972-STORE-CATALOG-ENTRY.
           MOVE WS-TA-CATALOG-COUNT TO WS-TA-INSERT-SUB
           ADD 1 TO WS-TA-INSERT-SUB
           PERFORM VARYING WS-TA-CATALOG-SUB FROM 1 BY 1
                   UNTIL WS-TA-CATALOG-SUB > WS-TA-CATALOG-COUNT
               IF WS-TAC-YEAR(WS-TA-CATALOG-SUB) = TAX-YEAR
                AND WS-TAC-ARCHIVE-NAME(WS-TA-CATALOG-SUB)
                        = TAX-ARCHIVE-NAME
                   MOVE 0 TO WS-TA-INSERT-SUB
               END-IF
               IF WS-TAC-YEAR(WS-TA-CATALOG-SUB) > TAX-YEAR
                AND WS-TA-INSERT-SUB > WS-TA-CATALOG-SUB
                   MOVE WS-TA-CATALOG-SUB TO WS-TA-INSERT-SUB
               END-IF
           END-PERFORM
           IF WS-TA-INSERT-SUB = 0
               GO TO 8972-NEXT
           END-IF
           IF WS-TA-CATALOG-COUNT NOT < WS-TA-CATALOG-CAPACITY
               DISPLAY "TYPE3ARX HOLDS MORE THAN "
                       WS-TA-CATALOG-CAPACITY " ARCHIVE YEARS - "
                       TAX-YEAR " IN " TAX-ARCHIVE-NAME
                       " IS NOT SEARCHED"
               GO TO 8972-NEXT
           END-IF

           PERFORM VARYING WS-TA-CATALOG-SUB
                   FROM WS-TA-CATALOG-COUNT BY -1
                   UNTIL WS-TA-CATALOG-SUB < WS-TA-INSERT-SUB
               MOVE WS-TA-CATALOG-ENTRY(WS-TA-CATALOG-SUB)
                   TO WS-TA-CATALOG-ENTRY(WS-TA-CATALOG-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-TA-CATALOG-COUNT
           MOVE TAX-YEAR TO WS-TAC-YEAR(WS-TA-INSERT-SUB)
           MOVE TAX-ARCHIVE-NAME
               TO WS-TAC-ARCHIVE-NAME(WS-TA-INSERT-SUB).
       8972-NEXT.
           PERFORM 8971-READ-CATALOG THRU 8971-EXIT.
       8972-EXIT.
           EXIT.

       8975-START-ARCHIVE-SEARCH.
           IF WS-TA-FILE-IS-OPEN
               CLOSE TRANS-ARCHIVE-FILE
           END-IF
           MOVE "N" TO WS-TA-FILE-OPEN-SW
           MOVE "N" TO WS-TA-FOUND-SW
           MOVE "N" TO WS-TA-SEARCH-DONE-SW
           MOVE 0   TO WS-TA-SEARCH-SUB.
       8975-EXIT.
           EXIT.

       8976-NEXT-ARCHIVED-TRANS.
           MOVE "N" TO WS-TA-FOUND-SW
           PERFORM 8977-READ-ARCHIVE THRU 8977-EXIT
               UNTIL WS-TA-TRANS-FOUND
                  OR WS-TA-SEARCH-DONE.
       8976-EXIT.
           EXIT.

      *    a year-end rerun appends a second key-ordered run to the
      *    same archive, so each file is read through to its end; a
      *    file catalogued for several years is read once per year,
      *    each pass keeping only its own year's transactions
       8977-READ-ARCHIVE.
           IF NOT WS-TA-FILE-IS-OPEN
               PERFORM 8978-OPEN-NEXT-ARCHIVE THRU 8978-EXIT
               GO TO 8977-EXIT
           END-IF
           READ TRANS-ARCHIVE-FILE
               AT END
                   CLOSE TRANS-ARCHIVE-FILE
                   MOVE "N" TO WS-TA-FILE-OPEN-SW
                   GO TO 8977-EXIT
           END-READ
           IF TAR-RECORD-TYPE NOT = "D"
               GO TO 8977-EXIT
           END-IF
           MOVE TAR-IMAGE TO WS-TA-IMAGE-VIEW
           IF WS-TA-COMPONENT-1 NOT = WS-TA-SEARCH-KEY
               GO TO 8977-EXIT
           END-IF
           IF WS-TA-COMPONENT-3(1:4) = WS-TAC-YEAR(WS-TA-SEARCH-SUB)
            AND WS-TA-COMPONENT-3 NOT < WS-TA-FROM-DATE
            AND WS-TA-COMPONENT-3 NOT > WS-TA-TO-DATE
               SET WS-TA-TRANS-FOUND TO TRUE
           END-IF.
       8977-EXIT.
           EXIT.

       8978-OPEN-NEXT-ARCHIVE.
           ADD 1 TO WS-TA-SEARCH-SUB
           IF WS-TA-SEARCH-SUB > WS-TA-CATALOG-COUNT
               SET WS-TA-SEARCH-DONE TO TRUE
               GO TO 8978-EXIT
           END-IF
           IF WS-TAC-YEAR(WS-TA-SEARCH-SUB) < WS-TA-FROM-DATE(1:4)
            OR WS-TAC-YEAR(WS-TA-SEARCH-SUB) > WS-TA-TO-DATE(1:4)
               GO TO 8978-EXIT
           END-IF
           MOVE WS-TAC-ARCHIVE-NAME(WS-TA-SEARCH-SUB)
               TO WS-TRANS-ARCHIVE-NAME
           OPEN INPUT TRANS-ARCHIVE-FILE
           IF NOT WS-TRANS-ARCHIVE-STATUS = "00"
               DISPLAY "ARCHIVE " WS-TRANS-ARCHIVE-NAME
                       " CATALOGED FOR " WS-TAC-YEAR(WS-TA-SEARCH-SUB)
                       " IS NOT ON HAND, STATUS "
                       WS-TRANS-ARCHIVE-STATUS
               ADD 1 TO WS-TA-ARCHIVES-MISSING
               GO TO 8978-EXIT
           END-IF
           SET WS-TA-FILE-IS-OPEN TO TRUE.
       8978-EXIT.
           EXIT.
