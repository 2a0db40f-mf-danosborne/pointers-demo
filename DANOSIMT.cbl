      *****************************************************************
      *  PROGRAM-ID.  DANOSIMT                                         *
      *  AUTHOR.      D. L. OSBORNE                                    *
      *  INSTALLATION. DEMO SYSTEMS.                                   *
      *  DATE-WRITTEN. 2026-10-05.                                     *
      *                                                                *
      *  Online standing-instruction maintenance, in the DANOCAPT     *
      *  style.  An operator with maintenance authority (DANOOPER     *
      *  authority M or S - anyone else is locked out) keeps the      *
      *  TYPE3SIN instructions DANOSIGN generates from each cycle:    *
      *      A  add - component-1, amount and sign, frequency         *
      *         (D/W/M/E), start date and an optional end date; the   *
      *         account must be on TYPE1MST and open, and the start   *
      *         date must lie after the last cycle run (DANOBDAT) so  *
      *         the first occurrence is still to come.  The next      *
      *         free sequence number for the account is assigned.     *
      *      C  change - a new amount and/or end date.  Frequency     *
      *         and start date are the schedule itself and do not     *
      *         change: end the instruction and add a new one.        *
      *      S  suspend - occurrences falling due are skipped (and    *
      *         reported by DANOSIGN) until it is resumed.            *
      *      R  resume a suspended instruction.                       *
      *      X  end - nothing more is generated; the instruction      *
      *         stays on file as history.                             *
      *  Every change is stamped to DANOOPLG under SIADD, SICHANGE,   *
      *  SISUSPEND, SIRESUME or SIEND with the account's component-1  *
      *  as the record key, and the instruction carries the operator  *
      *  and date of its last maintenance.                            *
      *-----------------------------------------------------------------
      *  Modification history                                         *
      *    2026-10-05  DLO   Initial version.                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DANOSIMT.
       AUTHOR.        D. L. OSBORNE.
       INSTALLATION.  DEMO SYSTEMS.
       DATE-WRITTEN.  2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE1-MASTER-FILE ASSIGN TO "TYPE1MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPONENT-1 OF TYPE1M-RECORD
               FILE STATUS IS WS-TYPE1M-STATUS.

           COPY DANOSISL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "DANOBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           COPY DANOOPSL.

       DATA DIVISION.
       FILE SECTION.
       COPY TYPE1CPY.

       FD  TYPE1-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TYPE1M-RECORD                type1.

       COPY DANOSIFD.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE        pic x(08).

       COPY DANOOPFD.

       WORKING-STORAGE SECTION.
       COPY DANOOPWS.

       01  WS-PROGRAM-NAME              pic x(08).

       01  WS-SWITCHES.
           05  WS-TYPE1M-STATUS         pic x(02).
               88  WS-TYPE1M-OK                  value "00".
           05  WS-INSTRUCTION-STATUS    pic x(02).
               88  WS-INSTRUCTION-OK             value "00".
               88  WS-INSTRUCTION-EOF            value "10".
           05  WS-BUSDATE-STATUS        pic x(02).
           05  WS-MORE-CHANGES          pic x(01) value "Y".
               88  WS-MORE-CHANGES-YES            value "Y".
           05  WS-FILES-OPEN-SWITCH     pic x(01) value "N".
               88  WS-FILES-ARE-OPEN              value "Y".
           05  WS-SEQUENCE-SCAN-SW      pic x(01).
               88  WS-SEQUENCE-SCAN-DONE          value "Y".
           05  WS-DATE-VALID-SWITCH     pic x(01).
               88  WS-DATE-IS-VALID               value "Y".

       01  WS-LAST-CYCLE-DATE           pic x(08) value spaces.
       01  WS-TODAY                     pic x(08).
       01  WS-NO-END-DATE               pic x(08) value "99999999".

       01  WS-NEXT-SEQUENCE             pic 9(03).
       01  WS-CHANGE-COUNT              pic 9(01).

      *    a keyed date is checked month by month; February gains
      *    its 29th in a leap year
       01  WS-CHECK-DATE                pic x(08).
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR            pic 9(04).
           05  WS-CHECK-MONTH           pic 9(02).
           05  WS-CHECK-DAY             pic 9(02).
       01  WS-MONTH-LENGTH-VALUES       pic x(24)
                                   value "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
           05  WS-MONTH-LENGTH          pic 9(02) occurs 12 times.
       01  WS-LEAP-WORK.
           05  WS-LEAP-QUOTIENT         pic 9(04) comp.
           05  WS-LEAP-REMAINDER-4      pic 9(04) comp.
           05  WS-LEAP-REMAINDER-100    pic 9(04) comp.
           05  WS-LEAP-REMAINDER-400    pic 9(04) comp.
           05  WS-LAST-DAY              pic 9(02).

       01  WS-INPUT-ACTION              pic x(01).
           88  WS-INPUT-ACTION-VALID          value "A" "C" "S"
                                                    "R" "X".
       01  WS-INPUT-KEY                 pic x(10).
       01  WS-INPUT-SEQUENCE            pic x(03).
       01  WS-INPUT-AMOUNT              pic 9(09)v99.
       01  WS-INPUT-SIGN                pic x(01).
       01  WS-INPUT-FREQUENCY           pic x(01).
           88  WS-INPUT-FREQUENCY-VALID       value "D" "W" "M" "E".
       01  WS-INPUT-START-DATE          pic x(08).
       01  WS-INPUT-END-DATE            pic x(08).
       01  WS-INPUT-CONTINUE            pic x(01).
       01  WS-MESSAGE                   pic x(40).

       01  WS-MAINTENANCE-COUNTS.
           05  WS-ADDED-COUNT           pic 9(09) comp value 0.
           05  WS-CHANGED-COUNT         pic 9(09) comp value 0.
           05  WS-SUSPENDED-COUNT       pic 9(09) comp value 0.
           05  WS-RESUMED-COUNT         pic 9(09) comp value 0.
           05  WS-ENDED-COUNT           pic 9(09) comp value 0.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05  LINE 1 COL 1  VALUE "DANOSIMT - SIGN ON".
           05  LINE 3 COL 1  VALUE "OPERATOR ID: ".
           05  LINE 3 COL 14 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1  VALUE "CREDENTIAL:  ".
           05  LINE 4 COL 14 PIC X(08) TO WS-OPERATOR-CREDENTIAL
                             SECURE.

       01  SCR-ENTRY.
           05  LINE 1 COL 1  VALUE "DANOSIMT - STANDING INSTRUCTIONS".
           05  LINE 1 COL 50 VALUE "OPR: ".
           05  LINE 1 COL 55 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 3 COL 1  VALUE "ACTION (A/C/S/R/X): ".
           05  LINE 3 COL 21 PIC X(01) TO WS-INPUT-ACTION.
           05  LINE 4 COL 1  VALUE "COMPONENT-1: ".
           05  LINE 4 COL 14 PIC X(10) TO WS-INPUT-KEY.
           05  LINE 5 COL 1  VALUE "SEQUENCE (BLANK ON ADD): ".
           05  LINE 5 COL 26 PIC X(03) TO WS-INPUT-SEQUENCE.
           05  LINE 6 COL 1  VALUE "AMOUNT (9(9)V99): ".
           05  LINE 6 COL 19 PIC 9(9)V99 TO WS-INPUT-AMOUNT.
           05  LINE 6 COL 32 VALUE "SIGN (- OR BLANK): ".
           05  LINE 6 COL 51 PIC X(01) TO WS-INPUT-SIGN.
           05  LINE 7 COL 1  VALUE "FREQUENCY (D/W/M/E): ".
           05  LINE 7 COL 22 PIC X(01) TO WS-INPUT-FREQUENCY.
           05  LINE 8 COL 1  VALUE "START DATE (YYYYMMDD): ".
           05  LINE 8 COL 24 PIC X(08) TO WS-INPUT-START-DATE.
           05  LINE 9 COL 1  VALUE "END DATE (YYYYMMDD, BLANK NONE): ".
           05  LINE 9 COL 34 PIC X(08) TO WS-INPUT-END-DATE.

       01  SCR-MESSAGE-LINE.
           05  LINE 11 COL 1 PIC X(40) FROM WS-MESSAGE.

       01  SCR-CONTINUE-PROMPT.
           05  LINE 13 COL 1 VALUE "ANOTHER CHANGE (Y/N)? ".
           05  LINE 13 COL 23 PIC X(01) TO WS-INPUT-CONTINUE.

       COPY DANOOPSC.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-MAINLINE.
           MOVE "DANOSIMT" TO WS-PROGRAM-NAME
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-MAINTAIN         THRU 2000-EXIT
               UNTIL NOT WS-MORE-CHANGES-YES
           PERFORM 3000-TERMINATE        THRU 3000-EXIT
           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - maintenance authority or lockout, the last *
      *                    cycle date, the master and the instruction *
      *                    file (created empty the first time)        *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1020-OPERATOR-SIGNON THRU 1020-EXIT
           IF NOT WS-MORE-CHANGES-YES
               GO TO 1000-EXIT
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BDT-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF

           OPEN INPUT TYPE1-MASTER-FILE
           IF NOT WS-TYPE1M-OK
               DISPLAY "DANOSIMT: OPEN TYPE1MST FAILED, STATUS "
                       WS-TYPE1M-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-MORE-CHANGES
               GO TO 1000-EXIT
           END-IF

           OPEN I-O INSTRUCTION-FILE
           IF WS-INSTRUCTION-STATUS = "35"
               OPEN OUTPUT INSTRUCTION-FILE
               CLOSE INSTRUCTION-FILE
               OPEN I-O INSTRUCTION-FILE
           END-IF
           IF NOT WS-INSTRUCTION-OK
               DISPLAY "DANOSIMT: OPEN TYPE3SIN FAILED, STATUS "
                       WS-INSTRUCTION-STATUS
               CLOSE TYPE1-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-MORE-CHANGES
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-ARE-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1020-OPERATOR-SIGNON - maintenance authority or lockout, the *
      *                         same rule DANOCAPT applies            *
      *****************************************************************
       1020-OPERATOR-SIGNON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1030-ACCEPT-SIGNON THRU 1030-EXIT
               UNTIL WS-OPERATOR-ID NOT = SPACES
           PERFORM 8840-VALIDATE-OPERATOR THRU 8840-EXIT

           IF NOT WS-OPERATOR-ON-FILE
            OR NOT WS-OPERATOR-MAY-MAINTAIN
               DISPLAY "DANOSIMT: OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR STANDING INSTRUCTIONS"
               MOVE "DENIED"  TO WS-OPR-ACTION
               MOVE SPACES    TO WS-OPR-RECORD-KEY
               PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
               MOVE "N" TO WS-MORE-CHANGES
               GO TO 1020-EXIT
           END-IF

           MOVE "SIGNON"  TO WS-OPR-ACTION
           MOVE SPACES    TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1030-ACCEPT-SIGNON                                           *
      *****************************************************************
       1030-ACCEPT-SIGNON.
           DISPLAY SCR-SIGNON
           ACCEPT SCR-SIGNON.
       1030-EXIT.
           EXIT.

      *****************************************************************
      *  2000-MAINTAIN - key, validate the action, apply, stamp       *
      *****************************************************************
       2000-MAINTAIN.
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACE  TO WS-INPUT-ACTION
           MOVE SPACES TO WS-INPUT-KEY
           MOVE SPACES TO WS-INPUT-SEQUENCE
           MOVE 0      TO WS-INPUT-AMOUNT
           MOVE SPACE  TO WS-INPUT-SIGN
           MOVE SPACE  TO WS-INPUT-FREQUENCY
           MOVE SPACES TO WS-INPUT-START-DATE
           MOVE SPACES TO WS-INPUT-END-DATE
           DISPLAY SCR-ENTRY
           ACCEPT SCR-ENTRY

           IF NOT WS-INPUT-ACTION-VALID
               MOVE "ACTION MUST BE A, C, S, R OR X" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF
           IF WS-INPUT-KEY = SPACES
               MOVE "COMPONENT-1 REQUIRED" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF

           IF WS-INPUT-ACTION = "A"
               PERFORM 2100-ADD-INSTRUCTION THRU 2100-EXIT
               GO TO 2000-SHOW-MESSAGE
           END-IF

           IF WS-INPUT-SEQUENCE NOT NUMERIC
               MOVE "SEQUENCE MUST BE THREE DIGITS" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF
           MOVE WS-INPUT-KEY      TO SIN-COMPONENT-1
           MOVE WS-INPUT-SEQUENCE TO SIN-SEQUENCE
           READ INSTRUCTION-FILE
               INVALID KEY
                   MOVE "NO SUCH STANDING INSTRUCTION" TO WS-MESSAGE
                   GO TO 2000-SHOW-MESSAGE
           END-READ
           IF SIN-ENDED
               MOVE "INSTRUCTION HAS ALREADY ENDED" TO WS-MESSAGE
               GO TO 2000-SHOW-MESSAGE
           END-IF

           EVALUATE WS-INPUT-ACTION
               WHEN "C"
                   PERFORM 2200-CHANGE-INSTRUCTION THRU 2200-EXIT
               WHEN "S"
                   PERFORM 2300-SUSPEND-INSTRUCTION THRU 2300-EXIT
               WHEN "R"
                   PERFORM 2400-RESUME-INSTRUCTION THRU 2400-EXIT
               WHEN "X"
                   PERFORM 2500-END-INSTRUCTION THRU 2500-EXIT
           END-EVALUATE.

       2000-SHOW-MESSAGE.
           DISPLAY SCR-MESSAGE-LINE
           DISPLAY SCR-CONTINUE-PROMPT
           ACCEPT SCR-CONTINUE-PROMPT
           IF WS-INPUT-CONTINUE NOT = "Y"
               MOVE "N" TO WS-MORE-CHANGES
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-ADD-INSTRUCTION - an open account, a nonzero amount, a  *
      *                         known frequency and dates that make   *
      *                         sense; the next free sequence for the *
      *                         account is taken                      *
      *****************************************************************
       2100-ADD-INSTRUCTION.
           MOVE WS-INPUT-KEY TO COMPONENT-1 OF TYPE1M-RECORD
           READ TYPE1-MASTER-FILE
               INVALID KEY
                   MOVE "NO TYPE1MST RECORD FOR THAT KEY"
                       TO WS-MESSAGE
                   GO TO 2100-EXIT
           END-READ
           IF component-5 OF TYPE1M-RECORD = "F"
            OR component-5 OF TYPE1M-RECORD = "C"
               MOVE "ACCOUNT IS NOT OPEN - NOT ADDED" TO WS-MESSAGE
               GO TO 2100-EXIT
           END-IF

           IF WS-INPUT-AMOUNT = 0
               MOVE "AMOUNT MUST NOT BE ZERO" TO WS-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF NOT WS-INPUT-FREQUENCY-VALID
               MOVE "FREQUENCY MUST BE D, W, M OR E" TO WS-MESSAGE
               GO TO 2100-EXIT
           END-IF

           MOVE WS-INPUT-START-DATE TO WS-CHECK-DATE
           PERFORM 2900-CHECK-DATE THRU 2900-EXIT
           IF NOT WS-DATE-IS-VALID
               MOVE "START DATE IS NOT A VALID DATE" TO WS-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF WS-LAST-CYCLE-DATE NOT = SPACES
            AND WS-INPUT-START-DATE NOT > WS-LAST-CYCLE-DATE
               MOVE "START DATE MUST FOLLOW THE LAST CYCLE"
                   TO WS-MESSAGE
               GO TO 2100-EXIT
           END-IF

           IF WS-INPUT-END-DATE = SPACES
               MOVE WS-NO-END-DATE TO WS-INPUT-END-DATE
           ELSE
               MOVE WS-INPUT-END-DATE TO WS-CHECK-DATE
               PERFORM 2900-CHECK-DATE THRU 2900-EXIT
               IF NOT WS-DATE-IS-VALID
                   MOVE "END DATE IS NOT A VALID DATE" TO WS-MESSAGE
                   GO TO 2100-EXIT
               END-IF
               IF WS-INPUT-END-DATE < WS-INPUT-START-DATE
                   MOVE "END DATE IS BEFORE THE START DATE"
                       TO WS-MESSAGE
                   GO TO 2100-EXIT
               END-IF
           END-IF

           PERFORM 2150-FIND-NEXT-SEQUENCE THRU 2150-EXIT
           IF WS-NEXT-SEQUENCE = 0
               MOVE "ACCOUNT HAS 999 INSTRUCTIONS - NOT ADDED"
                   TO WS-MESSAGE
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES              TO INSTRUCTION-RECORD
           MOVE WS-INPUT-KEY        TO SIN-COMPONENT-1
           MOVE WS-NEXT-SEQUENCE    TO SIN-SEQUENCE
           MOVE WS-INPUT-AMOUNT     TO SIN-AMOUNT
           IF WS-INPUT-SIGN = "-"
               COMPUTE SIN-AMOUNT = 0 - WS-INPUT-AMOUNT
           END-IF
           MOVE WS-INPUT-FREQUENCY  TO SIN-FREQUENCY
           MOVE WS-INPUT-START-DATE TO SIN-START-DATE
           MOVE WS-INPUT-END-DATE   TO SIN-END-DATE
           MOVE "A"                 TO SIN-STATUS
           MOVE 0                   TO SIN-LAST-SERIAL
           MOVE 0                   TO SIN-GENERATED-COUNT
           MOVE WS-OPERATOR-ID      TO SIN-OPERATOR-ID
           MOVE WS-TODAY            TO SIN-MAINT-DATE
           WRITE INSTRUCTION-RECORD
               INVALID KEY
                   MOVE "ADD FAILED - TYPE3SIN STATUS"
                       TO WS-MESSAGE
                   MOVE WS-INSTRUCTION-STATUS TO WS-MESSAGE(30:2)
                   GO TO 2100-EXIT
           END-WRITE

           ADD 1 TO WS-ADDED-COUNT
           MOVE "SIADD"      TO WS-OPR-ACTION
           MOVE WS-INPUT-KEY TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT
           MOVE SPACES TO WS-MESSAGE
           STRING "ADDED AS " WS-INPUT-KEY " SEQUENCE "
                  WS-NEXT-SEQUENCE
                  DELIMITED BY SIZE INTO WS-MESSAGE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2150-FIND-NEXT-SEQUENCE - one past the account's highest     *
      *                            sequence; zero when 999 is taken   *
      *****************************************************************
       2150-FIND-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQUENCE
           MOVE "N" TO WS-SEQUENCE-SCAN-SW
           MOVE WS-INPUT-KEY TO SIN-COMPONENT-1
           MOVE 0            TO SIN-SEQUENCE
           START INSTRUCTION-FILE KEY NOT < SIN-KEY
               INVALID KEY
                   GO TO 2150-EXIT
           END-START
           PERFORM 2160-READ-NEXT-SEQUENCE THRU 2160-EXIT
               UNTIL WS-SEQUENCE-SCAN-DONE.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2160-READ-NEXT-SEQUENCE                                      *
      *****************************************************************
       2160-READ-NEXT-SEQUENCE.
           READ INSTRUCTION-FILE NEXT RECORD
               AT END
                   SET WS-SEQUENCE-SCAN-DONE TO TRUE
                   GO TO 2160-EXIT
           END-READ
           IF SIN-COMPONENT-1 NOT = WS-INPUT-KEY
               SET WS-SEQUENCE-SCAN-DONE TO TRUE
               GO TO 2160-EXIT
           END-IF
           IF SIN-SEQUENCE = 999
               MOVE 0 TO WS-NEXT-SEQUENCE
               SET WS-SEQUENCE-SCAN-DONE TO TRUE
               GO TO 2160-EXIT
           END-IF
           COMPUTE WS-NEXT-SEQUENCE = SIN-SEQUENCE + 1.
       2160-EXIT.
           EXIT.

      *****************************************************************
      *  2200-CHANGE-INSTRUCTION - amount and end date only; the      *
      *                            frequency and start date are the   *
      *                            schedule DANOSIGN is part way      *
      *                            through                            *
      *****************************************************************
       2200-CHANGE-INSTRUCTION.
           IF (WS-INPUT-FREQUENCY NOT = SPACE
               AND WS-INPUT-FREQUENCY NOT = SIN-FREQUENCY)
            OR (WS-INPUT-START-DATE NOT = SPACES
               AND WS-INPUT-START-DATE NOT = SIN-START-DATE)
               MOVE "SCHEDULE FIXED - END IT AND ADD A NEW ONE"
                   TO WS-MESSAGE
               GO TO 2200-EXIT
           END-IF

           MOVE 0 TO WS-CHANGE-COUNT
           IF WS-INPUT-AMOUNT NOT = 0
               MOVE WS-INPUT-AMOUNT TO SIN-AMOUNT
               IF WS-INPUT-SIGN = "-"
                   COMPUTE SIN-AMOUNT = 0 - WS-INPUT-AMOUNT
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF WS-INPUT-END-DATE NOT = SPACES
               MOVE WS-INPUT-END-DATE TO WS-CHECK-DATE
               PERFORM 2900-CHECK-DATE THRU 2900-EXIT
               IF NOT WS-DATE-IS-VALID
                   MOVE "END DATE IS NOT A VALID DATE" TO WS-MESSAGE
                   GO TO 2200-EXIT
               END-IF
               IF WS-INPUT-END-DATE < SIN-START-DATE
                   MOVE "END DATE IS BEFORE THE START DATE"
                       TO WS-MESSAGE
                   GO TO 2200-EXIT
               END-IF
               MOVE WS-INPUT-END-DATE TO SIN-END-DATE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           IF WS-CHANGE-COUNT = 0
               MOVE "NOTHING TO CHANGE - KEY AMOUNT OR END DATE"
                   TO WS-MESSAGE
               GO TO 2200-EXIT
           END-IF

           PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT
           IF NOT WS-INSTRUCTION-OK
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-CHANGED-COUNT
           MOVE "SICHANGE" TO WS-OPR-ACTION
           PERFORM 2850-LOG-CHANGE THRU 2850-EXIT
           MOVE "INSTRUCTION CHANGED" TO WS-MESSAGE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-SUSPEND-INSTRUCTION                                     *
      *****************************************************************
       2300-SUSPEND-INSTRUCTION.
           IF SIN-SUSPENDED
               MOVE "INSTRUCTION IS ALREADY SUSPENDED" TO WS-MESSAGE
               GO TO 2300-EXIT
           END-IF
           MOVE "S" TO SIN-STATUS
           PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT
           IF NOT WS-INSTRUCTION-OK
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-SUSPENDED-COUNT
           MOVE "SISUSPEND" TO WS-OPR-ACTION
           PERFORM 2850-LOG-CHANGE THRU 2850-EXIT
           MOVE "INSTRUCTION SUSPENDED" TO WS-MESSAGE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-RESUME-INSTRUCTION - occurrences that fell due while it *
      *                            was suspended stay skipped         *
      *****************************************************************
       2400-RESUME-INSTRUCTION.
           IF NOT SIN-SUSPENDED
               MOVE "INSTRUCTION IS NOT SUSPENDED" TO WS-MESSAGE
               GO TO 2400-EXIT
           END-IF
           MOVE "A" TO SIN-STATUS
           PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT
           IF NOT WS-INSTRUCTION-OK
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-RESUMED-COUNT
           MOVE "SIRESUME" TO WS-OPR-ACTION
           PERFORM 2850-LOG-CHANGE THRU 2850-EXIT
           MOVE "INSTRUCTION RESUMED" TO WS-MESSAGE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-END-INSTRUCTION                                         *
      *****************************************************************
       2500-END-INSTRUCTION.
           MOVE "X" TO SIN-STATUS
           MOVE "ENDED BY OPERATOR" TO SIN-END-REASON
           PERFORM 2800-REWRITE-INSTRUCTION THRU 2800-EXIT
           IF NOT WS-INSTRUCTION-OK
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-ENDED-COUNT
           MOVE "SIEND" TO WS-OPR-ACTION
           PERFORM 2850-LOG-CHANGE THRU 2850-EXIT
           MOVE "INSTRUCTION ENDED" TO WS-MESSAGE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2800-REWRITE-INSTRUCTION - stamped with who and when         *
      *****************************************************************
       2800-REWRITE-INSTRUCTION.
           MOVE WS-OPERATOR-ID TO SIN-OPERATOR-ID
           MOVE WS-TODAY       TO SIN-MAINT-DATE
           REWRITE INSTRUCTION-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED - TYPE3SIN STATUS"
                       TO WS-MESSAGE
                   MOVE WS-INSTRUCTION-STATUS TO WS-MESSAGE(34:2)
           END-REWRITE.
       2800-EXIT.
           EXIT.

      *****************************************************************
      *  2850-LOG-CHANGE - the action is already set                  *
      *****************************************************************
       2850-LOG-CHANGE.
           MOVE SIN-COMPONENT-1 TO WS-OPR-RECORD-KEY
           PERFORM 8850-LOG-OPERATOR-ACTIVITY THRU 8850-EXIT.
       2850-EXIT.
           EXIT.

      *****************************************************************
      *  2900-CHECK-DATE - WS-CHECK-DATE is a real calendar date      *
      *****************************************************************
       2900-CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH
           IF WS-CHECK-DATE NOT NUMERIC
               GO TO 2900-EXIT
           END-IF
           IF WS-CHECK-YEAR < 1601
            OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
            OR WS-CHECK-DAY < 1
               GO TO 2900-EXIT
           END-IF

           MOVE WS-MONTH-LENGTH(WS-CHECK-MONTH) TO WS-LAST-DAY
           IF WS-CHECK-MONTH = 2
               DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-4
               DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-100
               DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-400
               IF WS-LEAP-REMAINDER-4 = 0
                AND (WS-LEAP-REMAINDER-100 NOT = 0
                     OR WS-LEAP-REMAINDER-400 = 0)
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF
           IF WS-CHECK-DAY > WS-LAST-DAY
               GO TO 2900-EXIT
           END-IF
           SET WS-DATE-IS-VALID TO TRUE.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-TERMINATE                                               *
      *****************************************************************
       3000-TERMINATE.
           IF WS-FILES-ARE-OPEN
               CLOSE INSTRUCTION-FILE
               CLOSE TYPE1-MASTER-FILE
           END-IF
           DISPLAY "DANOSIMT: " WS-ADDED-COUNT " ADDED, "
                   WS-CHANGED-COUNT " CHANGED, "
                   WS-SUSPENDED-COUNT " SUSPENDED, "
                   WS-RESUMED-COUNT " RESUMED, "
                   WS-ENDED-COUNT " ENDED".
       3000-EXIT.
           EXIT.

       COPY DANOOPPD.
