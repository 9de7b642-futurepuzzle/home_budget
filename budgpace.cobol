       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGPACE.
       AUTHOR. SPEAKER
      *mid-month spending pace - budgeted against actual only shows
      *up once a month is posted, which is after the overspend has
      *happened. this runs any day of the month for one household:
      *the ledger items posted so far are totalled into the budget
      *run's groups (food, main, misc, pet) and set against that
      *month's BUDGPLAN figures prorated to the day. bills on the
      *BUDGDUES calendar that have come due but have no ledger item
      *yet count as committed, and the ones still to come this
      *month go into the projection at their usual amount, so an
      *early-month run doesn't look rosier than it is. spending in
      *a bill's category is taken as the bill and not run forward
      *at the daily pace - only the day-to-day spending is.
      *each group gets ON PACE, WATCH (headed over the plan by
      *month-end) or OVER (already past it, or headed more than a
      *tenth over).
      *the group each ledger category counts toward comes off the
      *category master (BUDGCATS, kept by BUDGCATM) - subcategories
      *carry their parent's group there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO "BUDGLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.
           SELECT BUDGET-PLAN-FILE ASSIGN TO "BUDGPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT BUDGET-DUES-FILE ASSIGN TO "BUDGDUES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUES-STATUS.
           SELECT BUDGET-HSHD-FILE ASSIGN TO "BUDGHSHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSHD-STATUS.
           SELECT BUDGET-CATS-FILE ASSIGN TO "BUDGCATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-LEDGER-FILE.
      *an item's key is household, date and a sequence number
      *within the day; category is a second key, duplicates allowed
       01  LDGR-RECORD.
           05 LDGR-KEY.
               10 LDGR-HH-ID   PIC 99.
               10 LDGR-DATE    PIC 9(8).
               10 LDGR-SEQ     PIC 9(4).
           05 LDGR-CAT     PIC X(8).
           05 LDGR-DESC    PIC X(20).
           05 LDGR-AMT     PIC S9999V99.
           05 LDGR-RCPT-AMT PIC S9999V99.
      *deductible spending for the tax-year report (BUDGTAXR) -
      *M medical, C charitable, H home office, O other deductible,
      *blank for none; Y when the HSA paid a medical item back
           05 LDGR-DEDUCT   PIC X.
           05 LDGR-HSA-FLAG PIC X.

      *the month-of-year plan, as kept by BUDGPLNM
       FD  BUDGET-PLAN-FILE.
       01  PLAN-RECORD.
           05 PLAN-HH-ID     PIC 99.
           05 PLAN-MON       PIC 99.
           05 PLAN-FDTOTAL   PIC 9(6)V99.
           05 PLAN-MAINCOSTS PIC 9(6)V99.
           05 PLAN-MISCCSTS  PIC 9(6)V99.
           05 PLAN-PETCOSTS  PIC 9(6)V99.
           05 PLAN-DEBTPMT   PIC 9(6)V99.

       FD  BUDGET-DUES-FILE.
       01  DUES-RECORD.
           05 DUES-HH-ID   PIC 99.
           05 DUES-NAME    PIC X(20).
           05 DUES-CAT     PIC X(8).
           05 DUES-DAY     PIC 99.
           05 DUES-AMT     PIC 9999V99.

       FD  BUDGET-HSHD-FILE.
       01  HSHD-RECORD.
           05 HSHD-ID         PIC 99.
           05 HSHD-NAME       PIC X(20).
           05 HSHD-NUMEARNERS PIC 9.
           05 HSHD-EARNER OCCURS 9 TIMES.
               10 HSHD-EARNER-NAME PIC A(20).
               10 HSHD-EARNER-AMT  PIC 9999.

      *category master, kept by BUDGCATM
       FD  BUDGET-CATS-FILE.
       01  CATM-RECORD.
           05 CATM-CODE     PIC X(8).
           05 CATM-DESC     PIC X(30).
           05 CATM-GROUP    PIC X.
           05 CATM-PARENT   PIC X(8).
           05 CATM-ACTIVE   PIC X.

       WORKING-STORAGE SECTION.
       01 WS-LDGR-STATUS   PIC XX.
       01 WS-PLAN-STATUS   PIC XX.
       01 WS-DUES-STATUS   PIC XX.
       01 WS-HSHD-STATUS   PIC XX.
       01 WS-LDGR-EOF      PIC X.
          88 WS-END-OF-LDGR VALUE 'Y'.
       01 WS-PLAN-EOF      PIC X.
          88 WS-END-OF-PLAN VALUE 'Y'.
       01 WS-DUES-EOF      PIC X.
          88 WS-END-OF-DUES VALUE 'Y'.
       01 WS-HSHD-EOF      PIC X.
          88 WS-END-OF-HSHD VALUE 'Y'.
       01 WS-HSHD-FOUND    PIC X.
          88 WS-HSHD-ON-FILE VALUE 'Y'.
       01 WS-PLAN-FOUND    PIC X.
          88 WS-PLAN-ON-FILE VALUE 'Y'.
       01 WS-WANT-HH       PIC 99.
       01 WS-NUM-BUFFER    PIC X(9).
      *the as-of date - today unless another day is keyed, so a
      *past day of the month can be looked at the same way
       01 WS-DATE-BUFFER   PIC X(9).
       01 WS-ASOF-DATE     PIC 9(8).
       01 WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-YR   PIC 9(4).
           05 WS-ASOF-MON  PIC 99.
           05 WS-ASOF-DAY  PIC 99.
       01 WS-ASOF-X        PIC X(8).
       01 WS-MONTH-X       PIC X(6).
       01 WS-MONTH-DAYS    PIC 99.
      *which of the budget run's groups each ledger category counts
      *toward, off the master - F food, M main, X misc, P pet; a
      *debt category (D) sits outside the four
       01 WS-CATM-STATUS   PIC XX.
       01 WS-CATM-EOF      PIC X.
          88 WS-END-OF-CATM VALUE 'Y'.
       01 WS-CAT-COUNT     PIC 999 VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT-NAME  PIC X(8).
               10 WS-CAT-GROUP PIC X.
       01 WS-CAT-SUB       PIC 999.
       01 WS-FIND-CAT      PIC X(8).
       01 WS-FIND-GROUP    PIC X.
       01 WS-GRP-SUB       PIC 9.
      *one line per group - what's gone out, what the calendar says
      *is owed, and the plan
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 4 TIMES.
               10 WS-GRP-NAME     PIC X(5).
               10 WS-GRP-SPENT    PIC S9(7)V99.
               10 WS-GRP-BILLED   PIC S9(7)V99.
               10 WS-GRP-COMMIT   PIC 9(7)V99.
               10 WS-GRP-TOCOME   PIC 9(7)V99.
               10 WS-GRP-PLAN     PIC 9(7)V99.
               10 WS-GRP-PLANTD   PIC 9(7)V99.
               10 WS-GRP-PROJ     PIC S9(7)V99.
               10 WS-GRP-FLAG     PIC X(8).
       01 WS-TOT-SPENT     PIC S9(7)V99.
       01 WS-TOT-COMMIT    PIC 9(7)V99.
       01 WS-TOT-PLANTD    PIC 9(7)V99.
       01 WS-TOT-PROJ      PIC S9(7)V99.
       01 WS-TOT-PLAN      PIC 9(7)V99.
       01 WS-DEBT-PLAN     PIC 9(7)V99.
       01 WS-DAILY-PART    PIC S9(7)V99.
       01 WS-OVER-LINE     PIC 9(7)V99.
       01 WS-SOFAR         PIC S9(7)V99.
       01 WS-OVER-COUNT    PIC 9.
       01 WS-WATCH-COUNT   PIC 9.
       01 WS-UNKNOWN-COUNT PIC 9(4).
      *this household's bills, marked off as the ledger shows them
      *paid this month
       01 WS-BILL-COUNT    PIC 99 VALUE 0.
       01 WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 30 TIMES.
               10 WS-BILL-NAME  PIC X(20).
               10 WS-BILL-CAT   PIC X(8).
               10 WS-BILL-DAY   PIC 99.
               10 WS-BILL-AMT   PIC 9999V99.
               10 WS-BILL-PAID  PIC X.
               10 WS-BILL-GROUP PIC X.
       01 WS-BILL-SUB      PIC 99.
       01 WS-BILL-HIT      PIC X.
       01 WS-SPENT-EDIT    PIC -(6)9.99.
       01 WS-COMMIT-EDIT   PIC ZZZZZZ9.99.
       01 WS-PLANTD-EDIT   PIC ZZZZZZ9.99.
       01 WS-PROJ-EDIT     PIC -(6)9.99.
       01 WS-PLAN-EDIT     PIC ZZZZZZ9.99.
       01 WS-AMT-EDIT      PIC 9999.99.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Spending pace for the month".
               DISPLAY "===========================".
               DISPLAY "Which household? (1-99)".
               PERFORM 0150-GET-NUMBER.
               PERFORM 0160-GET-DATE.
               PERFORM 0170-FIND-HOUSEHOLD.
               PERFORM 0180-MONTH-DAYS.
               PERFORM 0190-LOAD-CATEGORIES.
               PERFORM 0200-LOAD-PLAN.
               PERFORM 0250-LOAD-BILLS.
               PERFORM 0300-LOAD-LEDGER.
               PERFORM 0400-WORK-OUT-PACE.
               PERFORM 0500-SHOW-PACE.
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

      *Enter takes today; anything that doesn't make a sensible
      *date does too
           0160-GET-DATE.
               ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
               DISPLAY "As of which day? (YYYYMMDD, Enter for today "
                   WS-ASOF-DATE ")".
               ACCEPT WS-DATE-BUFFER.
               IF WS-DATE-BUFFER NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-DATE-BUFFER) = 0
                       IF FUNCTION NUMVAL(WS-DATE-BUFFER) > 19000100
                           AND FUNCTION NUMVAL(WS-DATE-BUFFER)
                               < 29991232
                           COMPUTE WS-ASOF-DATE =
                               FUNCTION NUMVAL(WS-DATE-BUFFER)
                       END-IF
                   END-IF
               END-IF.
               IF WS-ASOF-MON < 1 OR WS-ASOF-MON > 12
                   OR WS-ASOF-DAY < 1 OR WS-ASOF-DAY > 31
                   DISPLAY "That isn't a date - using today."
                   ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
               END-IF.
               MOVE WS-ASOF-DATE TO WS-ASOF-X.
               MOVE WS-ASOF-X(1:6) TO WS-MONTH-X.

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

      *days in the as-of month, February by the leap-year rule,
      *and a day past the end of a short month is taken as its last
           0180-MONTH-DAYS.
               EVALUATE WS-ASOF-MON
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-MONTH-DAYS
                   WHEN 2
                       IF FUNCTION MOD(WS-ASOF-YR, 4) = 0
                           AND (FUNCTION MOD(WS-ASOF-YR, 100) NOT = 0
                               OR FUNCTION MOD(WS-ASOF-YR, 400) = 0)
                           MOVE 29 TO WS-MONTH-DAYS
                       ELSE
                           MOVE 28 TO WS-MONTH-DAYS
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-MONTH-DAYS
               END-EVALUATE.
               IF WS-ASOF-DAY > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-ASOF-DAY
               END-IF.

           0190-LOAD-CATEGORIES.
               MOVE 0 TO WS-CAT-COUNT.
               MOVE 'N' TO WS-CATM-EOF.
               OPEN INPUT BUDGET-CATS-FILE.
               IF WS-CATM-STATUS NOT = "00"
                   DISPLAY "No category master on file (BUDGCATS) - "
                       "set it up in BUDGCATM first."
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-END-OF-CATM OR WS-CAT-COUNT = 200
                   READ BUDGET-CATS-FILE
                       AT END
                           MOVE 'Y' TO WS-CATM-EOF
                       NOT AT END
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CATM-CODE TO WS-CAT-NAME(WS-CAT-COUNT)
                           MOVE CATM-GROUP
                               TO WS-CAT-GROUP(WS-CAT-COUNT)
                   END-READ
               END-PERFORM.
               CLOSE BUDGET-CATS-FILE.

           0200-LOAD-PLAN.
               MOVE "food " TO WS-GRP-NAME(1).
               MOVE "main " TO WS-GRP-NAME(2).
               MOVE "misc " TO WS-GRP-NAME(3).
               MOVE "pet  " TO WS-GRP-NAME(4).
               PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                       UNTIL WS-GRP-SUB > 4
                   MOVE 0 TO WS-GRP-SPENT(WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-BILLED(WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-COMMIT(WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-TOCOME(WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-PLAN(WS-GRP-SUB)
               END-PERFORM.
               MOVE 0 TO WS-DEBT-PLAN.
               MOVE 'N' TO WS-PLAN-FOUND.
               MOVE 'N' TO WS-PLAN-EOF.
               OPEN INPUT BUDGET-PLAN-FILE.
               IF WS-PLAN-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-PLAN OR WS-PLAN-ON-FILE
                       READ BUDGET-PLAN-FILE
                           AT END
                               MOVE 'Y' TO WS-PLAN-EOF
                           NOT AT END
                               IF PLAN-HH-ID = WS-WANT-HH
                                   AND PLAN-MON = WS-ASOF-MON
                                   MOVE 'Y' TO WS-PLAN-FOUND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-PLAN-FILE
               END-IF.
               IF WS-PLAN-ON-FILE
                   MOVE PLAN-FDTOTAL   TO WS-GRP-PLAN(1)
                   MOVE PLAN-MAINCOSTS TO WS-GRP-PLAN(2)
                   MOVE PLAN-MISCCSTS  TO WS-GRP-PLAN(3)
                   MOVE PLAN-PETCOSTS  TO WS-GRP-PLAN(4)
                   MOVE PLAN-DEBTPMT   TO WS-DEBT-PLAN
               END-IF.

           0250-LOAD-BILLS.
               MOVE 0 TO WS-BILL-COUNT.
               MOVE 'N' TO WS-DUES-EOF.
               OPEN INPUT BUDGET-DUES-FILE.
               IF WS-DUES-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-DUES
                       OR WS-BILL-COUNT = 30
                       READ BUDGET-DUES-FILE
                           AT END
                               MOVE 'Y' TO WS-DUES-EOF
                           NOT AT END
                               IF DUES-HH-ID = WS-WANT-HH
                                   PERFORM 0260-KEEP-BILL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-DUES-FILE
               END-IF.

           0260-KEEP-BILL.
               ADD 1 TO WS-BILL-COUNT.
               MOVE DUES-NAME TO WS-BILL-NAME(WS-BILL-COUNT).
               MOVE DUES-CAT  TO WS-BILL-CAT(WS-BILL-COUNT).
               MOVE DUES-DAY  TO WS-BILL-DAY(WS-BILL-COUNT).
               MOVE DUES-AMT  TO WS-BILL-AMT(WS-BILL-COUNT).
               MOVE 'N' TO WS-BILL-PAID(WS-BILL-COUNT).
               MOVE DUES-CAT TO WS-FIND-CAT.
               PERFORM 0350-FIND-GROUP.
               MOVE WS-FIND-GROUP TO WS-BILL-GROUP(WS-BILL-COUNT).

      *the month's items up to and including the as-of day - a
      *positive item in a bill's category marks the bill paid, the
      *same test BUDGBILL's unpaid check uses. they're read by key
      *from the first of the month up to the as-of day
           0300-LOAD-LEDGER.
               MOVE 0 TO WS-UNKNOWN-COUNT.
               MOVE 'N' TO WS-LDGR-EOF.
               OPEN INPUT BUDGET-LEDGER-FILE.
               IF WS-LDGR-STATUS = "00"
                   MOVE WS-WANT-HH TO LDGR-HH-ID
                   MOVE 0 TO LDGR-DATE
                   MOVE WS-MONTH-X TO LDGR-DATE(1:6)
                   MOVE 0 TO LDGR-SEQ
                   START BUDGET-LEDGER-FILE
                       KEY IS NOT LESS THAN LDGR-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-LDGR-EOF
                   END-START
                   PERFORM UNTIL WS-END-OF-LDGR
                       READ BUDGET-LEDGER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-LDGR-EOF
                           NOT AT END
                               IF LDGR-HH-ID = WS-WANT-HH
                                   AND LDGR-DATE(1:6) = WS-MONTH-X
                                   AND LDGR-DATE NOT > WS-ASOF-DATE
                                   PERFORM 0320-COUNT-ITEM
                               ELSE
                                   MOVE 'Y' TO WS-LDGR-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-LEDGER-FILE
               END-IF.

           0320-COUNT-ITEM.
               MOVE LDGR-CAT TO WS-FIND-CAT.
               PERFORM 0350-FIND-GROUP.
               MOVE 'N' TO WS-BILL-HIT.
               PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                       UNTIL WS-BILL-SUB > WS-BILL-COUNT
                   IF WS-BILL-CAT(WS-BILL-SUB) = LDGR-CAT
                       MOVE 'Y' TO WS-BILL-HIT
                       IF LDGR-AMT > 0
                           MOVE 'Y' TO WS-BILL-PAID(WS-BILL-SUB)
                       END-IF
                   END-IF
               END-PERFORM.
               PERFORM 0360-GROUP-SUB.
               IF WS-GRP-SUB = 0
                   ADD 1 TO WS-UNKNOWN-COUNT
               ELSE
                   ADD LDGR-AMT TO WS-GRP-SPENT(WS-GRP-SUB)
                   IF WS-BILL-HIT = "Y"
                       ADD LDGR-AMT TO WS-GRP-BILLED(WS-GRP-SUB)
                   END-IF
               END-IF.

           0350-FIND-GROUP.
               MOVE SPACE TO WS-FIND-GROUP.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF WS-CAT-NAME(WS-CAT-SUB) = WS-FIND-CAT
                       MOVE WS-CAT-GROUP(WS-CAT-SUB) TO WS-FIND-GROUP
                   END-IF
               END-PERFORM.

           0360-GROUP-SUB.
               EVALUATE WS-FIND-GROUP
                   WHEN "F" MOVE 1 TO WS-GRP-SUB
                   WHEN "M" MOVE 2 TO WS-GRP-SUB
                   WHEN "X" MOVE 3 TO WS-GRP-SUB
                   WHEN "P" MOVE 4 TO WS-GRP-SUB
                   WHEN OTHER MOVE 0 TO WS-GRP-SUB
               END-EVALUATE.

      *unpaid bills due by the as-of day are committed, the rest
      *are still to come; then each group's projection and flag
           0400-WORK-OUT-PACE.
               PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                       UNTIL WS-BILL-SUB > WS-BILL-COUNT
                   MOVE WS-BILL-GROUP(WS-BILL-SUB) TO WS-FIND-GROUP
                   PERFORM 0360-GROUP-SUB
                   IF WS-GRP-SUB > 0
                       AND WS-BILL-PAID(WS-BILL-SUB) NOT = "Y"
                       IF WS-BILL-DAY(WS-BILL-SUB) NOT > WS-ASOF-DAY
                           ADD WS-BILL-AMT(WS-BILL-SUB)
                               TO WS-GRP-COMMIT(WS-GRP-SUB)
                       ELSE
                           ADD WS-BILL-AMT(WS-BILL-SUB)
                               TO WS-GRP-TOCOME(WS-GRP-SUB)
                       END-IF
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                       UNTIL WS-GRP-SUB > 4
                   PERFORM 0420-PACE-ONE-GROUP
               END-PERFORM.

           0420-PACE-ONE-GROUP.
               COMPUTE WS-GRP-PLANTD(WS-GRP-SUB) ROUNDED =
                   WS-GRP-PLAN(WS-GRP-SUB) * WS-ASOF-DAY
                   / WS-MONTH-DAYS.
               COMPUTE WS-DAILY-PART = WS-GRP-SPENT(WS-GRP-SUB)
                   - WS-GRP-BILLED(WS-GRP-SUB).
               COMPUTE WS-GRP-PROJ(WS-GRP-SUB) ROUNDED =
                   WS-DAILY-PART * WS-MONTH-DAYS / WS-ASOF-DAY
                   + WS-GRP-BILLED(WS-GRP-SUB)
                   + WS-GRP-COMMIT(WS-GRP-SUB)
                   + WS-GRP-TOCOME(WS-GRP-SUB).
               COMPUTE WS-SOFAR = WS-GRP-SPENT(WS-GRP-SUB)
                   + WS-GRP-COMMIT(WS-GRP-SUB).
               COMPUTE WS-OVER-LINE ROUNDED =
                   WS-GRP-PLAN(WS-GRP-SUB) * 1.10.
               EVALUATE TRUE
                   WHEN WS-SOFAR > WS-GRP-PLAN(WS-GRP-SUB)
                       MOVE "OVER" TO WS-GRP-FLAG(WS-GRP-SUB)
                   WHEN WS-GRP-PROJ(WS-GRP-SUB) > WS-OVER-LINE
                       MOVE "OVER" TO WS-GRP-FLAG(WS-GRP-SUB)
                   WHEN WS-GRP-PROJ(WS-GRP-SUB)
                           > WS-GRP-PLAN(WS-GRP-SUB)
                       MOVE "WATCH" TO WS-GRP-FLAG(WS-GRP-SUB)
                   WHEN OTHER
                       MOVE "ON PACE" TO WS-GRP-FLAG(WS-GRP-SUB)
               END-EVALUATE.

           0500-SHOW-PACE.
               DISPLAY " ".
               IF WS-HSHD-ON-FILE
                   DISPLAY "Household " WS-WANT-HH " (" HSHD-NAME
                       ") - pace as of " WS-ASOF-DATE
               ELSE
                   DISPLAY "Household " WS-WANT-HH " - pace as of "
                       WS-ASOF-DATE
               END-IF.
               DISPLAY "Day " WS-ASOF-DAY " of " WS-MONTH-DAYS.
               IF NOT WS-PLAN-ON-FILE
                   DISPLAY "No BUDGPLAN figures for month "
                       WS-ASOF-MON " - every group is measured "
                       "against nothing."
               END-IF.
               DISPLAY "group      spent  committed  plan to date"
                   "  projected   month plan  pace".
               MOVE 0 TO WS-TOT-SPENT.
               MOVE 0 TO WS-TOT-COMMIT.
               MOVE 0 TO WS-TOT-PLANTD.
               MOVE 0 TO WS-TOT-PROJ.
               MOVE 0 TO WS-TOT-PLAN.
               MOVE 0 TO WS-OVER-COUNT.
               MOVE 0 TO WS-WATCH-COUNT.
               PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                       UNTIL WS-GRP-SUB > 4
                   MOVE WS-GRP-SPENT(WS-GRP-SUB) TO WS-SPENT-EDIT
                   MOVE WS-GRP-COMMIT(WS-GRP-SUB) TO WS-COMMIT-EDIT
                   MOVE WS-GRP-PLANTD(WS-GRP-SUB) TO WS-PLANTD-EDIT
                   MOVE WS-GRP-PROJ(WS-GRP-SUB) TO WS-PROJ-EDIT
                   MOVE WS-GRP-PLAN(WS-GRP-SUB) TO WS-PLAN-EDIT
                   DISPLAY WS-GRP-NAME(WS-GRP-SUB) WS-SPENT-EDIT " "
                       WS-COMMIT-EDIT "    " WS-PLANTD-EDIT " "
                       WS-PROJ-EDIT "   " WS-PLAN-EDIT "  "
                       WS-GRP-FLAG(WS-GRP-SUB)
                   ADD WS-GRP-SPENT(WS-GRP-SUB) TO WS-TOT-SPENT
                   ADD WS-GRP-COMMIT(WS-GRP-SUB) TO WS-TOT-COMMIT
                   ADD WS-GRP-PLANTD(WS-GRP-SUB) TO WS-TOT-PLANTD
                   ADD WS-GRP-PROJ(WS-GRP-SUB) TO WS-TOT-PROJ
                   ADD WS-GRP-PLAN(WS-GRP-SUB) TO WS-TOT-PLAN
                   IF WS-GRP-FLAG(WS-GRP-SUB) = "OVER"
                       ADD 1 TO WS-OVER-COUNT
                   END-IF
                   IF WS-GRP-FLAG(WS-GRP-SUB) = "WATCH"
                       ADD 1 TO WS-WATCH-COUNT
                   END-IF
               END-PERFORM.
               MOVE WS-TOT-SPENT TO WS-SPENT-EDIT.
               MOVE WS-TOT-COMMIT TO WS-COMMIT-EDIT.
               MOVE WS-TOT-PLANTD TO WS-PLANTD-EDIT.
               MOVE WS-TOT-PROJ TO WS-PROJ-EDIT.
               MOVE WS-TOT-PLAN TO WS-PLAN-EDIT.
               DISPLAY "total" WS-SPENT-EDIT " " WS-COMMIT-EDIT "    "
                   WS-PLANTD-EDIT " " WS-PROJ-EDIT "   " WS-PLAN-EDIT.
               IF WS-DEBT-PLAN > 0
                   MOVE WS-DEBT-PLAN TO WS-PLAN-EDIT
                   DISPLAY "(debt payments, planned at " WS-PLAN-EDIT
                       ", come off the debt register, not the "
                       "ledger)"
               END-IF.
               PERFORM 0550-SHOW-BILLS.
               IF WS-UNKNOWN-COUNT > 0
                   DISPLAY "(" WS-UNKNOWN-COUNT " ledger items in a "
                       "category outside the groups left out)"
               END-IF.
               DISPLAY " ".
               DISPLAY "Groups over: " WS-OVER-COUNT ", to watch: "
                   WS-WATCH-COUNT.

      *the bills behind the committed column, and the ones still
      *to come that went into the projection
           0550-SHOW-BILLS.
               PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                       UNTIL WS-BILL-SUB > WS-BILL-COUNT
                   IF WS-BILL-PAID(WS-BILL-SUB) NOT = "Y"
                       MOVE WS-BILL-AMT(WS-BILL-SUB) TO WS-AMT-EDIT
                       IF WS-BILL-DAY(WS-BILL-SUB) NOT > WS-ASOF-DAY
                           DISPLAY "  committed: "
                               WS-BILL-NAME(WS-BILL-SUB) " "
                               WS-AMT-EDIT " due day "
                               WS-BILL-DAY(WS-BILL-SUB)
                               " - not on the ledger yet"
                       ELSE
                           DISPLAY "  to come:   "
                               WS-BILL-NAME(WS-BILL-SUB) " "
                               WS-AMT-EDIT " due day "
                               WS-BILL-DAY(WS-BILL-SUB)
                       END-IF
                   END-IF
               END-PERFORM.
           END PROGRAM BUDGPACE.
