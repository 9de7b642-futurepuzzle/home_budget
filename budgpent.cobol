       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGPENT.
       AUTHOR. SPEAKER
      *paycheck register (BUDGPAYS) - one record per pay stub per
      *earner, keyed from the stub: pay date, whose it was, what it
      *was for (regular, bonus, overtime, side job), gross, taxes
      *withheld, retirement, other deductions, and the net that
      *actually got deposited. the budget run totals a month's net
      *pay per earner off this file instead of asking for it, so
      *bonuses and the third-paycheck months come through as they
      *really were, and BUDGPRPT puts what came in next to what was
      *expected along with the year-to-date figures for checking
      *W-2s. stubs are kept a household and a month at a time -
      *add, fix or take off, then save.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-PAY-FILE ASSIGN TO "BUDGPAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYS-STATUS.
           SELECT BUDGET-HSHD-FILE ASSIGN TO "BUDGHSHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one pay stub - net is gross less the three kinds of
      *deduction, worked out here so it always adds up
       FD  BUDGET-PAY-FILE.
       01  PAYS-RECORD.
           05 PAYS-HH-ID    PIC 99.
           05 PAYS-DATE     PIC 9(8).
           05 PAYS-EARNER   PIC A(20).
           05 PAYS-DESC     PIC X(20).
           05 PAYS-GROSS    PIC 9(6)V99.
           05 PAYS-TAXES    PIC 9(6)V99.
           05 PAYS-RETIRE   PIC 9(6)V99.
           05 PAYS-OTHER    PIC 9(6)V99.
           05 PAYS-NET      PIC 9(6)V99.

      *the household master, for the earner names a stub is filed
      *under - the budget run matches on them
       FD  BUDGET-HSHD-FILE.
       01  HSHD-RECORD.
           05 HSHD-ID         PIC 99.
           05 HSHD-NAME       PIC X(20).
           05 HSHD-NUMEARNERS PIC 9.
           05 HSHD-EARNER OCCURS 9 TIMES.
               10 HSHD-EARNER-NAME PIC A(20).
               10 HSHD-EARNER-AMT  PIC 9999.

       WORKING-STORAGE SECTION.
       01 WS-PAYS-STATUS   PIC XX.
       01 WS-HSHD-STATUS   PIC XX.
       01 WS-PAYS-EOF      PIC X.
          88 WS-END-OF-PAYS VALUE 'Y'.
       01 WS-HSHD-EOF      PIC X.
          88 WS-END-OF-HSHD VALUE 'Y'.
       01 WS-HSHD-FOUND    PIC X.
          88 WS-HSHD-ON-FILE VALUE 'Y'.
       01 WS-WANT-HH       PIC 99.
       01 WS-WANT-MONTH    PIC 9(6).
       01 WS-MONTH-X       PIC X(6).
       01 WS-MENU-PICK     PIC X.
       01 WS-DONE-FLAG     PIC X.
          88 WS-ALL-DONE VALUE 'Y'.
       01 WS-MAINT-DONE    PIC X.
          88 WS-MAINT-OVER VALUE 'Y'.
      *the month's stubs for this household in storage for the
      *screen
       01 WS-STUB-COUNT    PIC 99 VALUE 0.
       01 WS-STUB-TABLE.
           05 WS-STUB-ENTRY OCCURS 40 TIMES.
               10 WS-STUB-DATE   PIC 9(8).
               10 WS-STUB-EARNER PIC A(20).
               10 WS-STUB-DESC   PIC X(20).
               10 WS-STUB-GROSS  PIC 9(6)V99.
               10 WS-STUB-TAXES  PIC 9(6)V99.
               10 WS-STUB-RETIRE PIC 9(6)V99.
               10 WS-STUB-OTHER  PIC 9(6)V99.
               10 WS-STUB-NET    PIC 9(6)V99.
       01 WS-STUB-SUB      PIC 99.
       01 WS-PICK-SUB      PIC 99.
       01 WS-EARNER-SUB    PIC 9.
       01 WS-EARNER-PICK   PIC 9.
       01 WS-STUB-DAY      PIC 99.
       01 WS-DEDUCT-TOTAL  PIC 9(7)V99.
       01 WS-MONTH-NET     PIC 9(7)V99.
      *every other household's and every other month's stubs ride
      *through a rewrite untouched
       01 WS-PAYS-IMAGE-TABLE.
           05 WS-PAYS-IMAGE OCCURS 3000 TIMES PIC X(90).
       01 WS-PAYS-IMG-COUNT PIC 9(4).
       01 WS-PAYS-IMG-SUB   PIC 9(4).
       01 WS-PAYS-FULL      PIC X.
          88 WS-PAYS-TOO-BIG VALUE 'Y'.
       01 WS-AMT-EDIT      PIC ZZZZZ9.99.
       01 WS-NET-EDIT      PIC ZZZZZZ9.99.
      *entry validation, same shape as the suite's 0205
       01 WS-EDIT-BUFFER PIC X(9).
       01 WS-EDIT-NUMVAL PIC 9(8)V99.
       01 WS-EDIT-MAXVAL PIC 9(8)V99.
       01 WS-EDIT-SIGNEDVAL  PIC S9(8)V99.
       01 WS-EDIT-MAXSCALED  PIC 9(10).
       01 WS-EDIT-VALSCALED  PIC 9(10).
       01 WS-EDIT-VALID  PIC X.
          88 WS-EDIT-OK VALUE 'Y'.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Paycheck register".
               DISPLAY "=================".
               DISPLAY "Which household? (1-99)".
               MOVE 99 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-WANT-HH.
               IF WS-WANT-HH < 1
                   MOVE 1 TO WS-WANT-HH
               END-IF.
               PERFORM 0150-FIND-HOUSEHOLD.
               IF WS-HSHD-ON-FILE
                   DISPLAY "Paychecks for " HSHD-NAME
               ELSE
                   DISPLAY "Household " WS-WANT-HH " isn't on the "
                       "master - earners will be keyed by name."
                   MOVE 0 TO HSHD-NUMEARNERS
               END-IF.
               MOVE 'N' TO WS-DONE-FLAG.
               PERFORM UNTIL WS-ALL-DONE
                   DISPLAY " "
                   DISPLAY "m to work on a month's paychecks, q to "
                       "quit:"
                   ACCEPT WS-MENU-PICK
                   EVALUATE WS-MENU-PICK
                       WHEN "m"
                           PERFORM 0170-GET-MONTH
                           PERFORM 0200-LOAD-STUBS
                           PERFORM 0300-MAINTAIN
                       WHEN "q" MOVE 'Y' TO WS-DONE-FLAG
                       WHEN OTHER
                           DISPLAY "Didn't catch that, try again."
                   END-EVALUATE
               END-PERFORM.
               DISPLAY "All done.".
               STOP RUN.

           0150-FIND-HOUSEHOLD.
               MOVE 'N' TO WS-HSHD-FOUND.
               MOVE 'N' TO WS-HSHD-EOF.
               OPEN INPUT BUDGET-HSHD-FILE.
               IF WS-HSHD-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-HSHD OR WS-HSHD-ON-FILE
                       READ BUDGET-HSHD-FILE
                           AT END
                               MOVE 'Y' TO WS-HSHD-EOF
                           NOT AT END
                               IF HSHD-ID = WS-WANT-HH
                                   MOVE 'Y' TO WS-HSHD-FOUND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-HSHD-FILE
               END-IF.

           0170-GET-MONTH.
               DISPLAY "Which month? (YYYYMM)".
               MOVE 999999 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-WANT-MONTH.
               MOVE WS-WANT-MONTH TO WS-MONTH-X.

           0200-LOAD-STUBS.
               MOVE 0 TO WS-STUB-COUNT.
               MOVE 'N' TO WS-PAYS-EOF.
               OPEN INPUT BUDGET-PAY-FILE.
               IF WS-PAYS-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-PAYS
                       OR WS-STUB-COUNT = 40
                       READ BUDGET-PAY-FILE
                           AT END
                               MOVE 'Y' TO WS-PAYS-EOF
                           NOT AT END
                               IF PAYS-HH-ID = WS-WANT-HH
                                   AND PAYS-DATE(1:6) = WS-MONTH-X
                                   ADD 1 TO WS-STUB-COUNT
                                   PERFORM 0210-KEEP-STUB
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-PAY-FILE
               END-IF.

           0210-KEEP-STUB.
               MOVE PAYS-DATE   TO WS-STUB-DATE(WS-STUB-COUNT).
               MOVE PAYS-EARNER TO WS-STUB-EARNER(WS-STUB-COUNT).
               MOVE PAYS-DESC   TO WS-STUB-DESC(WS-STUB-COUNT).
               MOVE PAYS-GROSS  TO WS-STUB-GROSS(WS-STUB-COUNT).
               MOVE PAYS-TAXES  TO WS-STUB-TAXES(WS-STUB-COUNT).
               MOVE PAYS-RETIRE TO WS-STUB-RETIRE(WS-STUB-COUNT).
               MOVE PAYS-OTHER  TO WS-STUB-OTHER(WS-STUB-COUNT).
               MOVE PAYS-NET    TO WS-STUB-NET(WS-STUB-COUNT).

           0250-SHOW-STUBS.
               IF WS-STUB-COUNT = 0
                   DISPLAY "No paychecks on the register for "
                       WS-WANT-MONTH " yet."
               ELSE
                   MOVE 0 TO WS-MONTH-NET
                   DISPLAY "Paychecks for " WS-WANT-MONTH ":"
                   PERFORM VARYING WS-STUB-SUB FROM 1 BY 1
                           UNTIL WS-STUB-SUB > WS-STUB-COUNT
                       MOVE WS-STUB-GROSS(WS-STUB-SUB) TO WS-AMT-EDIT
                       MOVE WS-STUB-NET(WS-STUB-SUB) TO WS-NET-EDIT
                       DISPLAY "  " WS-STUB-SUB ". "
                           WS-STUB-DATE(WS-STUB-SUB) " "
                           WS-STUB-EARNER(WS-STUB-SUB) " "
                           WS-STUB-DESC(WS-STUB-SUB)
                       DISPLAY "      gross " WS-AMT-EDIT
                           "  net " WS-NET-EDIT
                       ADD WS-STUB-NET(WS-STUB-SUB) TO WS-MONTH-NET
                   END-PERFORM
                   MOVE WS-MONTH-NET TO WS-NET-EDIT
                   DISPLAY "  net pay for the month: " WS-NET-EDIT
               END-IF.

           0300-MAINTAIN.
               MOVE 'N' TO WS-MAINT-DONE.
               PERFORM UNTIL WS-MAINT-OVER
                   DISPLAY " "
                   PERFORM 0250-SHOW-STUBS
                   DISPLAY "a to add a paycheck, f to fix one, x to "
                       "take one off, s to save and go back:"
                   ACCEPT WS-MENU-PICK
                   EVALUATE WS-MENU-PICK
                       WHEN "a" PERFORM 0320-ADD-STUB
                       WHEN "f" PERFORM 0360-FIX-STUB
                       WHEN "x" PERFORM 0340-DROP-STUB
                       WHEN "s"
                           PERFORM 0400-SAVE-STUBS
                           MOVE 'Y' TO WS-MAINT-DONE
                       WHEN OTHER
                           DISPLAY "Didn't catch that, try again."
                   END-EVALUATE
               END-PERFORM.

           0320-ADD-STUB.
               IF WS-STUB-COUNT = 40
                   DISPLAY "That month is full (40 paychecks)."
               ELSE
                   ADD 1 TO WS-STUB-COUNT
                   MOVE WS-STUB-COUNT TO WS-PICK-SUB
                   PERFORM 0330-ASK-EARNER
                   PERFORM 0350-KEY-STUB
               END-IF.

      *the stub is filed under the master's spelling of the name
      *when there is one, so the budget run can match it up
           0330-ASK-EARNER.
               MOVE 0 TO WS-EARNER-PICK.
               IF HSHD-NUMEARNERS > 0
                   DISPLAY "Whose paycheck?"
                   PERFORM VARYING WS-EARNER-SUB FROM 1 BY 1
                           UNTIL WS-EARNER-SUB > HSHD-NUMEARNERS
                       DISPLAY "  " WS-EARNER-SUB ". "
                           HSHD-EARNER-NAME(WS-EARNER-SUB)
                   END-PERFORM
                   DISPLAY "(its number, or 0 for someone not listed)"
                   MOVE HSHD-NUMEARNERS TO WS-EDIT-MAXVAL
                   PERFORM 0205-VALIDATE-ENTRY
                   MOVE WS-EDIT-NUMVAL TO WS-EARNER-PICK
               END-IF.
               IF WS-EARNER-PICK > 0
                   MOVE HSHD-EARNER-NAME(WS-EARNER-PICK)
                       TO WS-STUB-EARNER(WS-PICK-SUB)
               ELSE
                   DISPLAY "Who was it paid to?"
                   ACCEPT WS-STUB-EARNER(WS-PICK-SUB)
               END-IF.

      *the stub's figures - the pay date has to fall in the month
      *being worked on, and the deductions can't come to more than
      *the gross
           0350-KEY-STUB.
               DISPLAY "Pay date, day of the month? (1-31)".
               MOVE 31 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-STUB-DAY.
               IF WS-STUB-DAY < 1
                   MOVE 1 TO WS-STUB-DAY
               END-IF.
               COMPUTE WS-STUB-DATE(WS-PICK-SUB) =
                   WS-WANT-MONTH * 100 + WS-STUB-DAY.
               DISPLAY "What was it for? (regular, bonus, overtime, "
                   "side job...)".
               ACCEPT WS-STUB-DESC(WS-PICK-SUB).
               DISPLAY "Gross pay?".
               MOVE 999999.99 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-STUB-GROSS(WS-PICK-SUB).
               PERFORM 0355-KEY-DEDUCTIONS.
               PERFORM UNTIL WS-DEDUCT-TOTAL
                       NOT > WS-STUB-GROSS(WS-PICK-SUB)
                   DISPLAY "The deductions come to more than the "
                       "gross - key them again."
                   PERFORM 0355-KEY-DEDUCTIONS
               END-PERFORM.
               COMPUTE WS-STUB-NET(WS-PICK-SUB) =
                   WS-STUB-GROSS(WS-PICK-SUB) - WS-DEDUCT-TOTAL.
               MOVE WS-STUB-NET(WS-PICK-SUB) TO WS-NET-EDIT.
               DISPLAY "Net pay " WS-NET-EDIT " - check it against "
                   "the deposit.".

           0355-KEY-DEDUCTIONS.
               DISPLAY "Taxes withheld (federal, state, FICA)?".
               MOVE 999999.99 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-STUB-TAXES(WS-PICK-SUB).
               DISPLAY "Retirement (401k, 403b, pension)?".
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-STUB-RETIRE(WS-PICK-SUB).
               DISPLAY "Other deductions (health plan, HSA, union "
                   "dues...)?".
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-STUB-OTHER(WS-PICK-SUB).
               COMPUTE WS-DEDUCT-TOTAL = WS-STUB-TAXES(WS-PICK-SUB)
                   + WS-STUB-RETIRE(WS-PICK-SUB)
                   + WS-STUB-OTHER(WS-PICK-SUB).

           0340-DROP-STUB.
               DISPLAY "Take off which paycheck? (its number)".
               MOVE 40 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-PICK-SUB.
               IF WS-PICK-SUB < 1 OR WS-PICK-SUB > WS-STUB-COUNT
                   DISPLAY "No paycheck by that number."
               ELSE
                   PERFORM VARYING WS-STUB-SUB FROM WS-PICK-SUB BY 1
                           UNTIL WS-STUB-SUB NOT < WS-STUB-COUNT
                       MOVE WS-STUB-ENTRY(WS-STUB-SUB + 1)
                           TO WS-STUB-ENTRY(WS-STUB-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-STUB-COUNT
                   DISPLAY "Off it comes."
               END-IF.

      *a fix re-keys the stub's figures - whose it was stays put
           0360-FIX-STUB.
               DISPLAY "Fix which paycheck? (its number)".
               MOVE 40 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-PICK-SUB.
               IF WS-PICK-SUB < 1 OR WS-PICK-SUB > WS-STUB-COUNT
                   DISPLAY "No paycheck by that number."
               ELSE
                   DISPLAY "Re-keying " WS-STUB-EARNER(WS-PICK-SUB)
                       "'s paycheck."
                   PERFORM 0350-KEY-STUB
               END-IF.

      *rewrite keeps every other household's and month's stubs
      *exactly as they were - only this month of ours is replaced
           0400-SAVE-STUBS.
               MOVE 0 TO WS-PAYS-IMG-COUNT.
               MOVE 'N' TO WS-PAYS-EOF.
               MOVE 'N' TO WS-PAYS-FULL.
               OPEN INPUT BUDGET-PAY-FILE.
               IF WS-PAYS-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-PAYS OR WS-PAYS-TOO-BIG
                       READ BUDGET-PAY-FILE
                           AT END
                               MOVE 'Y' TO WS-PAYS-EOF
                           NOT AT END
                               PERFORM 0410-KEEP-OTHER-STUB
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-PAY-FILE
               END-IF.
               IF WS-PAYS-TOO-BIG
                   DISPLAY "The paycheck register is too big to "
                       "rewrite here (3000 stubs) - nothing saved."
               ELSE
                   PERFORM 0420-WRITE-STUBS
               END-IF.

           0410-KEEP-OTHER-STUB.
               IF PAYS-HH-ID NOT = WS-WANT-HH
                   OR PAYS-DATE(1:6) NOT = WS-MONTH-X
                   IF WS-PAYS-IMG-COUNT = 3000
                       MOVE 'Y' TO WS-PAYS-FULL
                   ELSE
                       ADD 1 TO WS-PAYS-IMG-COUNT
                       MOVE PAYS-RECORD TO
                           WS-PAYS-IMAGE(WS-PAYS-IMG-COUNT)
                   END-IF
               END-IF.

           0420-WRITE-STUBS.
               OPEN OUTPUT BUDGET-PAY-FILE.
               IF WS-PAYS-STATUS NOT = "00"
                   DISPLAY "Could not save the paycheck register, "
                       "status " WS-PAYS-STATUS
               ELSE
                   PERFORM VARYING WS-PAYS-IMG-SUB FROM 1 BY 1
                           UNTIL WS-PAYS-IMG-SUB > WS-PAYS-IMG-COUNT
                       MOVE WS-PAYS-IMAGE(WS-PAYS-IMG-SUB)
                           TO PAYS-RECORD
                       WRITE PAYS-RECORD
                   END-PERFORM
                   PERFORM VARYING WS-STUB-SUB FROM 1 BY 1
                           UNTIL WS-STUB-SUB > WS-STUB-COUNT
                       MOVE WS-WANT-HH TO PAYS-HH-ID
                       MOVE WS-STUB-DATE(WS-STUB-SUB)   TO PAYS-DATE
                       MOVE WS-STUB-EARNER(WS-STUB-SUB) TO PAYS-EARNER
                       MOVE WS-STUB-DESC(WS-STUB-SUB)   TO PAYS-DESC
                       MOVE WS-STUB-GROSS(WS-STUB-SUB)  TO PAYS-GROSS
                       MOVE WS-STUB-TAXES(WS-STUB-SUB)  TO PAYS-TAXES
                       MOVE WS-STUB-RETIRE(WS-STUB-SUB) TO PAYS-RETIRE
                       MOVE WS-STUB-OTHER(WS-STUB-SUB)  TO PAYS-OTHER
                       MOVE WS-STUB-NET(WS-STUB-SUB)    TO PAYS-NET
                       WRITE PAYS-RECORD
                   END-PERFORM
                   CLOSE BUDGET-PAY-FILE
                   DISPLAY "Saved."
               END-IF.

           0205-VALIDATE-ENTRY.
               MOVE 'N' TO WS-EDIT-VALID.
               PERFORM UNTIL WS-EDIT-OK
                   ACCEPT WS-EDIT-BUFFER
                   IF FUNCTION TEST-NUMVAL(WS-EDIT-BUFFER) NOT = 0
                       DISPLAY "That's not a number, please try again:"
                   ELSE
                       COMPUTE WS-EDIT-SIGNEDVAL =
                           FUNCTION NUMVAL(WS-EDIT-BUFFER)
                       IF WS-EDIT-SIGNEDVAL < 0
                           DISPLAY "That can't be negative, please "
                               "try again:"
                       ELSE
                           MOVE WS-EDIT-SIGNEDVAL TO WS-EDIT-NUMVAL
                           IF WS-EDIT-NUMVAL > WS-EDIT-MAXVAL
                               DISPLAY "That's too big to fit (max is "
                                   WS-EDIT-MAXVAL "), please try "
                                   "again:"
                           ELSE
                               PERFORM 0206-CHECK-DECIMALS
                               IF NOT WS-EDIT-OK
                                   DISPLAY "That has more decimal "
                                       "places than this field "
                                       "allows, please try again:"
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           0206-CHECK-DECIMALS.
               COMPUTE WS-EDIT-MAXSCALED = WS-EDIT-MAXVAL * 100.
               COMPUTE WS-EDIT-VALSCALED = WS-EDIT-NUMVAL * 100.
               IF FUNCTION MOD(WS-EDIT-MAXSCALED, 100) = 0
                   IF FUNCTION MOD(WS-EDIT-VALSCALED, 100) = 0
                       MOVE 'Y' TO WS-EDIT-VALID
                   END-IF
               ELSE
                   IF FUNCTION MOD(WS-EDIT-MAXSCALED, 10) = 0
                       IF FUNCTION MOD(WS-EDIT-VALSCALED, 10) = 0
                           MOVE 'Y' TO WS-EDIT-VALID
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-EDIT-VALID
                   END-IF
               END-IF.
           END PROGRAM BUDGPENT.
