       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGNWRP.
       AUTHOR. SPEAKER
      *net worth statement off the month-end balances (BUDGABAL,
      *keyed in BUDGAENT) - for one household, month by month, what
      *it has across its accounts less what it still owes on the
      *debt register as stamped for that month, with the change
      *from the month before and from the same month a year ago.
      *that's the "are we actually getting ahead" number, which a
      *positive LEFTOVER on its own doesn't say. the latest month
      *is then broken out account by account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-ABAL-FILE ASSIGN TO "BUDGABAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABAL-STATUS.
           SELECT BUDGET-ACCT-FILE ASSIGN TO "BUDGACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BUDGET-HSHD-FILE ASSIGN TO "BUDGHSHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *account 00 is the debt register's unpaid total for the month
       FD  BUDGET-ABAL-FILE.
       01  ABAL-RECORD.
           05 ABAL-HH-ID    PIC 99.
           05 ABAL-YR-MON   PIC 9(6).
           05 ABAL-ACCT-ID  PIC 99.
           05 ABAL-BAL      PIC S9(8)V99.

       FD  BUDGET-ACCT-FILE.
       01  ACCT-RECORD.
           05 ACCT-HH-ID    PIC 99.
           05 ACCT-ID       PIC 99.
           05 ACCT-NAME     PIC X(20).
           05 ACCT-TYPE     PIC X.
           05 ACCT-ACTIVE   PIC X.
              88 ACCT-IS-ACTIVE VALUE 'Y'.

       FD  BUDGET-HSHD-FILE.
       01  HSHD-RECORD.
           05 HSHD-ID         PIC 99.
           05 HSHD-NAME       PIC X(20).
           05 HSHD-NUMEARNERS PIC 9.
           05 HSHD-EARNER OCCURS 9 TIMES.
               10 HSHD-EARNER-NAME PIC A(20).
               10 HSHD-EARNER-AMT  PIC 9999.

       WORKING-STORAGE SECTION.
       01 WS-ABAL-STATUS   PIC XX.
       01 WS-ACCT-STATUS   PIC XX.
       01 WS-HSHD-STATUS   PIC XX.
       01 WS-ABAL-EOF      PIC X.
          88 WS-END-OF-ABAL VALUE 'Y'.
       01 WS-ACCT-EOF      PIC X.
          88 WS-END-OF-ACCT VALUE 'Y'.
       01 WS-HSHD-EOF      PIC X.
          88 WS-END-OF-HSHD VALUE 'Y'.
       01 WS-HSHD-FOUND    PIC X.
          88 WS-HSHD-ON-FILE VALUE 'Y'.
       01 WS-WANT-HH       PIC 99.
       01 WS-NUM-BUFFER    PIC X(9).
      *one line per month on file, kept in month order as it's
      *loaded - the file itself is in whatever order months were
      *saved
       01 WS-MON-COUNT     PIC 999 VALUE 0.
       01 WS-MON-TABLE.
           05 WS-MON-ENTRY OCCURS 240 TIMES.
               10 WS-MON-YRMON  PIC 9(6).
               10 WS-MON-ASSETS PIC S9(9)V99.
               10 WS-MON-DEBTS  PIC S9(9)V99.
               10 WS-MON-NET    PIC S9(9)V99.
       01 WS-MON-SUB       PIC 999.
       01 WS-MON-HIT       PIC 999.
       01 WS-SHIFT-SUB     PIC 999.
       01 WS-SKIPPED       PIC 9(4) VALUE 0.
      *the month being looked for when working out a change
       01 WS-LOOK-YRMON    PIC 9(6).
       01 WS-LOOK-YR       PIC 9(4).
       01 WS-LOOK-MON      PIC 99.
       01 WS-CHANGE        PIC S9(9)V99.
      *the latest month broken out by account
       01 WS-LAST-YRMON    PIC 9(6).
       01 WS-ACCT-COUNT    PIC 99 VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 30 TIMES.
               10 WS-ACCT-ID     PIC 99.
               10 WS-ACCT-NAME   PIC X(20).
               10 WS-ACCT-TYPE   PIC X.
               10 WS-ACCT-BAL    PIC S9(8)V99.
               10 WS-ACCT-HAD    PIC X.
       01 WS-ACCT-SUB      PIC 99.
       01 WS-TYPE-NAME     PIC X(10).
       01 WS-AMT-EDIT      PIC -(9)9.99.
       01 WS-DEBT-EDIT     PIC -(9)9.99.
       01 WS-NET-EDIT      PIC -(9)9.99.
       01 WS-CHG-EDIT      PIC -(9)9.99.
       01 WS-YR-EDIT       PIC -(9)9.99.
       01 WS-NA-TEXT       PIC X(13) VALUE "          n/a".
       01 WS-CHG-TEXT      PIC X(13).
       01 WS-YR-TEXT       PIC X(13).

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Net worth statement".
               DISPLAY "===================".
               DISPLAY "Which household? (1-99)".
               PERFORM 0150-GET-NUMBER.
               PERFORM 0170-FIND-HOUSEHOLD.
               PERFORM 0200-LOAD-MONTHS.
               IF WS-MON-COUNT = 0
                   DISPLAY "No month-end balances on file for "
                       "household " WS-WANT-HH " - key some in "
                       "BUDGAENT first."
                   STOP RUN
               END-IF.
               PERFORM 0400-MONTH-BY-MONTH.
               MOVE WS-MON-YRMON(WS-MON-COUNT) TO WS-LAST-YRMON.
               PERFORM 0500-LOAD-ACCOUNTS.
               PERFORM 0550-LATEST-DETAIL.
               IF WS-SKIPPED > 0
                   DISPLAY " "
                   DISPLAY "(" WS-SKIPPED " balances left out - more "
                       "than 240 months on file)"
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

           0170-FIND-HOUSEHOLD.
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

           0200-LOAD-MONTHS.
               MOVE 'N' TO WS-ABAL-EOF.
               OPEN INPUT BUDGET-ABAL-FILE.
               IF WS-ABAL-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-ABAL
                       READ BUDGET-ABAL-FILE
                           AT END
                               MOVE 'Y' TO WS-ABAL-EOF
                           NOT AT END
                               IF ABAL-HH-ID = WS-WANT-HH
                                   PERFORM 0220-FIND-MONTH
                                   PERFORM 0240-ADD-BALANCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-ABAL-FILE
               END-IF.
               PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                       UNTIL WS-MON-SUB > WS-MON-COUNT
                   COMPUTE WS-MON-NET(WS-MON-SUB) =
                       WS-MON-ASSETS(WS-MON-SUB)
                       - WS-MON-DEBTS(WS-MON-SUB)
               END-PERFORM.

      *finds the record's month in the table, or slots a new one in
      *where it belongs so the table stays in month order
           0220-FIND-MONTH.
               MOVE 0 TO WS-MON-HIT.
               MOVE 0 TO WS-SHIFT-SUB.
               PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                       UNTIL WS-MON-SUB > WS-MON-COUNT
                       OR WS-MON-HIT > 0 OR WS-SHIFT-SUB > 0
                   IF WS-MON-YRMON(WS-MON-SUB) = ABAL-YR-MON
                       MOVE WS-MON-SUB TO WS-MON-HIT
                   END-IF
                   IF WS-MON-YRMON(WS-MON-SUB) > ABAL-YR-MON
                       MOVE WS-MON-SUB TO WS-SHIFT-SUB
                   END-IF
               END-PERFORM.
               IF WS-MON-HIT = 0
                   IF WS-MON-COUNT = 240
                       ADD 1 TO WS-SKIPPED
                   ELSE
                       IF WS-SHIFT-SUB = 0
                           COMPUTE WS-SHIFT-SUB = WS-MON-COUNT + 1
                       END-IF
                       PERFORM VARYING WS-MON-SUB FROM WS-MON-COUNT
                               BY -1 UNTIL WS-MON-SUB < WS-SHIFT-SUB
                           MOVE WS-MON-ENTRY(WS-MON-SUB)
                               TO WS-MON-ENTRY(WS-MON-SUB + 1)
                       END-PERFORM
                       ADD 1 TO WS-MON-COUNT
                       MOVE WS-SHIFT-SUB TO WS-MON-HIT
                       MOVE ABAL-YR-MON TO WS-MON-YRMON(WS-MON-HIT)
                       MOVE 0 TO WS-MON-ASSETS(WS-MON-HIT)
                       MOVE 0 TO WS-MON-DEBTS(WS-MON-HIT)
                       MOVE 0 TO WS-MON-NET(WS-MON-HIT)
                   END-IF
               END-IF.

           0240-ADD-BALANCE.
               IF WS-MON-HIT > 0
                   IF ABAL-ACCT-ID = 0
                       ADD ABAL-BAL TO WS-MON-DEBTS(WS-MON-HIT)
                   ELSE
                       ADD ABAL-BAL TO WS-MON-ASSETS(WS-MON-HIT)
                   END-IF
               END-IF.

           0400-MONTH-BY-MONTH.
               DISPLAY " ".
               IF WS-HSHD-ON-FILE
                   DISPLAY "Household " WS-WANT-HH " (" HSHD-NAME
                       ") - net worth by month"
               ELSE
                   DISPLAY "Household " WS-WANT-HH
                       " - net worth by month"
               END-IF.
               DISPLAY "month         we have        we owe"
                   "     net worth    vs last mo    vs year ago".
               PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                       UNTIL WS-MON-SUB > WS-MON-COUNT
                   PERFORM 0420-ONE-MONTH
               END-PERFORM.

           0420-ONE-MONTH.
               MOVE WS-MON-ASSETS(WS-MON-SUB) TO WS-AMT-EDIT.
               MOVE WS-MON-DEBTS(WS-MON-SUB) TO WS-DEBT-EDIT.
               MOVE WS-MON-NET(WS-MON-SUB) TO WS-NET-EDIT.
      *the month before - December of last year for a January
               MOVE WS-MON-YRMON(WS-MON-SUB) TO WS-LOOK-YRMON.
               DIVIDE WS-LOOK-YRMON BY 100 GIVING WS-LOOK-YR
                   REMAINDER WS-LOOK-MON.
               IF WS-LOOK-MON = 1
                   COMPUTE WS-LOOK-YRMON =
                       (WS-LOOK-YR - 1) * 100 + 12
               ELSE
                   SUBTRACT 1 FROM WS-LOOK-YRMON
               END-IF.
               PERFORM 0440-FIND-CHANGE.
               IF WS-MON-HIT > 0
                   MOVE WS-CHANGE TO WS-CHG-EDIT
                   MOVE WS-CHG-EDIT TO WS-CHG-TEXT
               ELSE
                   MOVE WS-NA-TEXT TO WS-CHG-TEXT
               END-IF.
               COMPUTE WS-LOOK-YRMON = WS-MON-YRMON(WS-MON-SUB) - 100.
               PERFORM 0440-FIND-CHANGE.
               IF WS-MON-HIT > 0
                   MOVE WS-CHANGE TO WS-YR-EDIT
                   MOVE WS-YR-EDIT TO WS-YR-TEXT
               ELSE
                   MOVE WS-NA-TEXT TO WS-YR-TEXT
               END-IF.
               DISPLAY WS-MON-YRMON(WS-MON-SUB) " " WS-AMT-EDIT " "
                   WS-DEBT-EDIT " " WS-NET-EDIT " " WS-CHG-TEXT "  "
                   WS-YR-TEXT.

      *this month's net worth less WS-LOOK-YRMON's, when that month
      *is on file at all
           0440-FIND-CHANGE.
               MOVE 0 TO WS-MON-HIT.
               MOVE 0 TO WS-CHANGE.
               PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                       UNTIL WS-SHIFT-SUB > WS-MON-COUNT
                   IF WS-MON-YRMON(WS-SHIFT-SUB) = WS-LOOK-YRMON
                       MOVE WS-SHIFT-SUB TO WS-MON-HIT
                   END-IF
               END-PERFORM.
               IF WS-MON-HIT > 0
                   COMPUTE WS-CHANGE = WS-MON-NET(WS-MON-SUB)
                       - WS-MON-NET(WS-MON-HIT)
               END-IF.

           0500-LOAD-ACCOUNTS.
               MOVE 'N' TO WS-ACCT-EOF.
               OPEN INPUT BUDGET-ACCT-FILE.
               IF WS-ACCT-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-ACCT
                       OR WS-ACCT-COUNT = 30
                       READ BUDGET-ACCT-FILE
                           AT END
                               MOVE 'Y' TO WS-ACCT-EOF
                           NOT AT END
                               IF ACCT-HH-ID = WS-WANT-HH
                                   ADD 1 TO WS-ACCT-COUNT
                                   MOVE ACCT-ID
                                       TO WS-ACCT-ID(WS-ACCT-COUNT)
                                   MOVE ACCT-NAME
                                       TO WS-ACCT-NAME(WS-ACCT-COUNT)
                                   MOVE ACCT-TYPE
                                       TO WS-ACCT-TYPE(WS-ACCT-COUNT)
                                   MOVE 0
                                       TO WS-ACCT-BAL(WS-ACCT-COUNT)
                                   MOVE "N"
                                       TO WS-ACCT-HAD(WS-ACCT-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-ACCT-FILE
               END-IF.
               MOVE 'N' TO WS-ABAL-EOF.
               OPEN INPUT BUDGET-ABAL-FILE.
               IF WS-ABAL-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-ABAL
                       READ BUDGET-ABAL-FILE
                           AT END
                               MOVE 'Y' TO WS-ABAL-EOF
                           NOT AT END
                               IF ABAL-HH-ID = WS-WANT-HH
                                   AND ABAL-YR-MON = WS-LAST-YRMON
                                   PERFORM 0520-PLACE-BALANCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-ABAL-FILE
               END-IF.

           0520-PLACE-BALANCE.
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   IF WS-ACCT-ID(WS-ACCT-SUB) = ABAL-ACCT-ID
                       MOVE ABAL-BAL TO WS-ACCT-BAL(WS-ACCT-SUB)
                       MOVE "Y" TO WS-ACCT-HAD(WS-ACCT-SUB)
                   END-IF
               END-PERFORM.

           0550-LATEST-DETAIL.
               DISPLAY " ".
               DISPLAY "End of " WS-LAST-YRMON " by account:".
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   IF WS-ACCT-HAD(WS-ACCT-SUB) = "Y"
                       PERFORM 0560-TYPE-NAME
                       MOVE WS-ACCT-BAL(WS-ACCT-SUB) TO WS-AMT-EDIT
                       DISPLAY "  " WS-ACCT-NAME(WS-ACCT-SUB) " "
                           WS-TYPE-NAME " " WS-AMT-EDIT
                   END-IF
               END-PERFORM.
               MOVE WS-MON-ASSETS(WS-MON-COUNT) TO WS-AMT-EDIT.
               DISPLAY "  what we have                    "
                   WS-AMT-EDIT.
               MOVE WS-MON-DEBTS(WS-MON-COUNT) TO WS-AMT-EDIT.
               DISPLAY "  less the debt register          "
                   WS-AMT-EDIT.
               MOVE WS-MON-NET(WS-MON-COUNT) TO WS-AMT-EDIT.
               DISPLAY "  net worth                       "
                   WS-AMT-EDIT.

           0560-TYPE-NAME.
               EVALUATE WS-ACCT-TYPE(WS-ACCT-SUB)
                   WHEN "C" MOVE "checking" TO WS-TYPE-NAME
                   WHEN "S" MOVE "savings" TO WS-TYPE-NAME
                   WHEN "R" MOVE "retirement" TO WS-TYPE-NAME
                   WHEN "I" MOVE "investment" TO WS-TYPE-NAME
                   WHEN "P" MOVE "property" TO WS-TYPE-NAME
                   WHEN OTHER MOVE "other" TO WS-TYPE-NAME
               END-EVALUATE.
           END PROGRAM BUDGNWRP.
