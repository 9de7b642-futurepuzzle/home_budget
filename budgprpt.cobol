       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGPRPT.
       AUTHOR. SPEAKER
      *income report off the paycheck register (BUDGPAYS) - for one
      *household and month, each earner's expected monthly income
      *(the standing amount on the household master) next to the
      *net pay that actually came in, with the difference and how
      *many paychecks it took. under that, the year to date through
      *the same month for each earner - gross, taxes, retirement,
      *other deductions and net - to check against the W-2s at tax
      *time. run it for December to see the whole year.

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
       01 WS-EOF-FLAG      PIC X.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-HSHD-FOUND    PIC X.
          88 WS-HSHD-ON-FILE VALUE 'Y'.
       01 WS-WANT-HH       PIC 99.
       01 WS-WANT-MONTH    PIC 9(6).
       01 WS-MONTH-X       PIC X(6).
       01 WS-YEAR-X        PIC X(4).
       01 WS-NUM-BUFFER    PIC X(9).
      *one line per earner - everyone on the master first, then
      *anyone paid who isn't on it
       01 WS-ERN-COUNT     PIC 99 VALUE 0.
       01 WS-ERN-TABLE.
           05 WS-ERN-ENTRY OCCURS 20 TIMES.
               10 WS-ERN-NAME     PIC A(20).
               10 WS-ERN-EXPECT   PIC 9(6)V99.
               10 WS-ERN-MON-NET  PIC 9(7)V99.
               10 WS-ERN-MON-CHKS PIC 99.
               10 WS-ERN-YTD-GROSS  PIC 9(7)V99.
               10 WS-ERN-YTD-TAXES  PIC 9(7)V99.
               10 WS-ERN-YTD-RETIRE PIC 9(7)V99.
               10 WS-ERN-YTD-OTHER  PIC 9(7)V99.
               10 WS-ERN-YTD-NET    PIC 9(7)V99.
               10 WS-ERN-YTD-CHKS   PIC 999.
       01 WS-ERN-SUB       PIC 99.
       01 WS-FIND-SUB      PIC 99.
       01 WS-DIFF          PIC S9(7)V99.
       01 WS-TOT-EXPECT    PIC 9(7)V99 VALUE 0.
       01 WS-TOT-MON-NET   PIC 9(7)V99 VALUE 0.
       01 WS-TOT-YTD-GROSS  PIC 9(7)V99 VALUE 0.
       01 WS-TOT-YTD-TAXES  PIC 9(7)V99 VALUE 0.
       01 WS-TOT-YTD-RETIRE PIC 9(7)V99 VALUE 0.
       01 WS-TOT-YTD-OTHER  PIC 9(7)V99 VALUE 0.
       01 WS-TOT-YTD-NET    PIC 9(7)V99 VALUE 0.
       01 WS-SKIPPED       PIC 999 VALUE 0.
       01 WS-EXP-EDIT      PIC Z(6)9.99.
       01 WS-NET-EDIT      PIC Z(6)9.99.
       01 WS-DIFF-EDIT     PIC -(7)9.99.
       01 WS-GROSS-EDIT    PIC Z(6)9.99.
       01 WS-TAX-EDIT      PIC Z(6)9.99.
       01 WS-RET-EDIT      PIC Z(6)9.99.
       01 WS-OTH-EDIT      PIC Z(6)9.99.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Paycheck income report".
               DISPLAY "======================".
               DISPLAY "Which household? (1-99)".
               PERFORM 0150-GET-NUMBER.
               DISPLAY "Which month? (YYYYMM)".
               ACCEPT WS-NUM-BUFFER.
               IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) = 0
                   COMPUTE WS-WANT-MONTH =
                       FUNCTION NUMVAL(WS-NUM-BUFFER)
               ELSE
                   MOVE 0 TO WS-WANT-MONTH
               END-IF.
               MOVE WS-WANT-MONTH TO WS-MONTH-X.
               MOVE WS-MONTH-X(1:4) TO WS-YEAR-X.
               PERFORM 0200-LOAD-EARNERS.
               PERFORM 0300-LOAD-PAYCHECKS.
               IF WS-ERN-COUNT = 0
                   DISPLAY "No earners on the master and no "
                       "paychecks on the register for household "
                       WS-WANT-HH "."
                   STOP RUN
               END-IF.
               PERFORM 0400-MONTH-SECTION.
               PERFORM 0500-YTD-SECTION.
               IF WS-SKIPPED > 0
                   DISPLAY " "
                   DISPLAY "(" WS-SKIPPED " paychecks left out - more "
                       "than 20 different earner names)"
               END-IF.
               STOP RUN.

           0150-GET-NUMBER.
               ACCEPT WS-NUM-BUFFER.
               IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) = 0
                   COMPUTE WS-WANT-HH =
                       FUNCTION NUMVAL(WS-NUM-BUFFER)
               ELSE
                   MOVE 1 TO WS-WANT-HH
               END-IF.
               IF WS-WANT-HH < 1
                   MOVE 1 TO WS-WANT-HH
               END-IF.

      *the master's earners, with their standing monthly amount as
      *what the household expects each of them to bring in
           0200-LOAD-EARNERS.
               MOVE 'N' TO WS-HSHD-FOUND.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-HSHD-FILE.
               IF WS-HSHD-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-FILE OR WS-HSHD-ON-FILE
                       READ BUDGET-HSHD-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF HSHD-ID = WS-WANT-HH
                                   MOVE 'Y' TO WS-HSHD-FOUND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-HSHD-FILE
               END-IF.
               IF WS-HSHD-ON-FILE
                   PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                           UNTIL WS-ERN-SUB > HSHD-NUMEARNERS
                       ADD 1 TO WS-ERN-COUNT
                       PERFORM 0250-CLEAR-EARNER
                       MOVE HSHD-EARNER-NAME(WS-ERN-SUB)
                           TO WS-ERN-NAME(WS-ERN-COUNT)
                       MOVE HSHD-EARNER-AMT(WS-ERN-SUB)
                           TO WS-ERN-EXPECT(WS-ERN-COUNT)
                   END-PERFORM
               END-IF.

           0250-CLEAR-EARNER.
               MOVE SPACES TO WS-ERN-NAME(WS-ERN-COUNT).
               MOVE 0 TO WS-ERN-EXPECT(WS-ERN-COUNT).
               MOVE 0 TO WS-ERN-MON-NET(WS-ERN-COUNT).
               MOVE 0 TO WS-ERN-MON-CHKS(WS-ERN-COUNT).
               MOVE 0 TO WS-ERN-YTD-GROSS(WS-ERN-COUNT).
               MOVE 0 TO WS-ERN-YTD-TAXES(WS-ERN-COUNT).
               MOVE 0 TO WS-ERN-YTD-RETIRE(WS-ERN-COUNT).
               MOVE 0 TO WS-ERN-YTD-OTHER(WS-ERN-COUNT).
               MOVE 0 TO WS-ERN-YTD-NET(WS-ERN-COUNT).
               MOVE 0 TO WS-ERN-YTD-CHKS(WS-ERN-COUNT).

      *every stub for this household from January of the month's
      *year up to the end of the month counts toward the year to
      *date; the month's own stubs count toward what was received
           0300-LOAD-PAYCHECKS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-PAY-FILE.
               IF WS-PAYS-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-FILE
                       READ BUDGET-PAY-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF PAYS-HH-ID = WS-WANT-HH
                                   AND PAYS-DATE(1:4) = WS-YEAR-X
                                   AND PAYS-DATE(1:6) NOT > WS-MONTH-X
                                   PERFORM 0350-COUNT-STUB
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-PAY-FILE
               ELSE
                   DISPLAY "No paycheck register on file yet "
                       "(BUDGPAYS) - key stubs with BUDGPENT."
               END-IF.

           0350-COUNT-STUB.
               MOVE 0 TO WS-FIND-SUB.
               PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                       UNTIL WS-ERN-SUB > WS-ERN-COUNT
                       OR WS-FIND-SUB > 0
                   IF FUNCTION UPPER-CASE(WS-ERN-NAME(WS-ERN-SUB))
                       = FUNCTION UPPER-CASE(PAYS-EARNER)
                       MOVE WS-ERN-SUB TO WS-FIND-SUB
                   END-IF
               END-PERFORM.
               IF WS-FIND-SUB = 0
                   IF WS-ERN-COUNT < 20
                       ADD 1 TO WS-ERN-COUNT
                       PERFORM 0250-CLEAR-EARNER
                       MOVE PAYS-EARNER TO WS-ERN-NAME(WS-ERN-COUNT)
                       MOVE WS-ERN-COUNT TO WS-FIND-SUB
                   ELSE
                       ADD 1 TO WS-SKIPPED
                   END-IF
               END-IF.
               IF WS-FIND-SUB > 0
                   IF PAYS-DATE(1:6) = WS-MONTH-X
                       ADD PAYS-NET TO WS-ERN-MON-NET(WS-FIND-SUB)
                       ADD 1 TO WS-ERN-MON-CHKS(WS-FIND-SUB)
                   END-IF
                   ADD PAYS-GROSS  TO WS-ERN-YTD-GROSS(WS-FIND-SUB)
                   ADD PAYS-TAXES  TO WS-ERN-YTD-TAXES(WS-FIND-SUB)
                   ADD PAYS-RETIRE TO WS-ERN-YTD-RETIRE(WS-FIND-SUB)
                   ADD PAYS-OTHER  TO WS-ERN-YTD-OTHER(WS-FIND-SUB)
                   ADD PAYS-NET    TO WS-ERN-YTD-NET(WS-FIND-SUB)
                   ADD 1 TO WS-ERN-YTD-CHKS(WS-FIND-SUB)
               END-IF.

           0400-MONTH-SECTION.
               DISPLAY " ".
               IF WS-HSHD-ON-FILE
                   DISPLAY "Household " WS-WANT-HH " (" HSHD-NAME
                       ") - income for " WS-WANT-MONTH
               ELSE
                   DISPLAY "Household " WS-WANT-HH " - income for "
                       WS-WANT-MONTH
               END-IF.
               DISPLAY "earner                 expected    received"
                   "   difference  checks".
               PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                       UNTIL WS-ERN-SUB > WS-ERN-COUNT
                   COMPUTE WS-DIFF = WS-ERN-MON-NET(WS-ERN-SUB)
                       - WS-ERN-EXPECT(WS-ERN-SUB)
                   MOVE WS-ERN-EXPECT(WS-ERN-SUB) TO WS-EXP-EDIT
                   MOVE WS-ERN-MON-NET(WS-ERN-SUB) TO WS-NET-EDIT
                   MOVE WS-DIFF TO WS-DIFF-EDIT
                   DISPLAY WS-ERN-NAME(WS-ERN-SUB) " " WS-EXP-EDIT
                       "  " WS-NET-EDIT "  " WS-DIFF-EDIT "    "
                       WS-ERN-MON-CHKS(WS-ERN-SUB)
                   ADD WS-ERN-EXPECT(WS-ERN-SUB) TO WS-TOT-EXPECT
                   ADD WS-ERN-MON-NET(WS-ERN-SUB) TO WS-TOT-MON-NET
               END-PERFORM.
               COMPUTE WS-DIFF = WS-TOT-MON-NET - WS-TOT-EXPECT.
               MOVE WS-TOT-EXPECT TO WS-EXP-EDIT.
               MOVE WS-TOT-MON-NET TO WS-NET-EDIT.
               MOVE WS-DIFF TO WS-DIFF-EDIT.
               DISPLAY "household total      " WS-EXP-EDIT "  "
                   WS-NET-EDIT "  " WS-DIFF-EDIT.

           0500-YTD-SECTION.
               DISPLAY " ".
               DISPLAY "Year to date, January " WS-YEAR-X " through "
                   WS-WANT-MONTH " (for checking the W-2s):".
               DISPLAY "earner                    gross       taxes"
                   "  retirement       other         net  checks".
               PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                       UNTIL WS-ERN-SUB > WS-ERN-COUNT
                   MOVE WS-ERN-YTD-GROSS(WS-ERN-SUB) TO WS-GROSS-EDIT
                   MOVE WS-ERN-YTD-TAXES(WS-ERN-SUB) TO WS-TAX-EDIT
                   MOVE WS-ERN-YTD-RETIRE(WS-ERN-SUB) TO WS-RET-EDIT
                   MOVE WS-ERN-YTD-OTHER(WS-ERN-SUB) TO WS-OTH-EDIT
                   MOVE WS-ERN-YTD-NET(WS-ERN-SUB) TO WS-NET-EDIT
                   DISPLAY WS-ERN-NAME(WS-ERN-SUB) " " WS-GROSS-EDIT
                       "  " WS-TAX-EDIT "  " WS-RET-EDIT "  "
                       WS-OTH-EDIT "  " WS-NET-EDIT "     "
                       WS-ERN-YTD-CHKS(WS-ERN-SUB)
                   ADD WS-ERN-YTD-GROSS(WS-ERN-SUB) TO WS-TOT-YTD-GROSS
                   ADD WS-ERN-YTD-TAXES(WS-ERN-SUB) TO WS-TOT-YTD-TAXES
                   ADD WS-ERN-YTD-RETIRE(WS-ERN-SUB)
                       TO WS-TOT-YTD-RETIRE
                   ADD WS-ERN-YTD-OTHER(WS-ERN-SUB) TO WS-TOT-YTD-OTHER
                   ADD WS-ERN-YTD-NET(WS-ERN-SUB) TO WS-TOT-YTD-NET
               END-PERFORM.
               MOVE WS-TOT-YTD-GROSS TO WS-GROSS-EDIT.
               MOVE WS-TOT-YTD-TAXES TO WS-TAX-EDIT.
               MOVE WS-TOT-YTD-RETIRE TO WS-RET-EDIT.
               MOVE WS-TOT-YTD-OTHER TO WS-OTH-EDIT.
               MOVE WS-TOT-YTD-NET TO WS-NET-EDIT.
               DISPLAY "household total      " WS-GROSS-EDIT "  "
                   WS-TAX-EDIT "  " WS-RET-EDIT "  " WS-OTH-EDIT "  "
                   WS-NET-EDIT.
           END PROGRAM BUDGPRPT.
