      *against the ledger items the budget run pulls in and calls
      *out the ones with no matching item as UNPAID before the
      *month gets posted.
      *a bill's category has to be active on the category master
      *(BUDGCATS, kept in BUDGCATM) - the calendar and the unpaid
      *check still run without one, but bills can't be added.
      *BATCH, the household and the month (YYYYMM) on the command
      *line runs just the unpaid check with no questions, the way
      *the month-end stream (BUDGMEND) does. the run hands back a
      *return code: 0 clean, 4 when a bill shows UNPAID, 8 when
      *the parameters are no good.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUES-STATUS.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO "BUDGLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.
           SELECT BUDGET-CATS-FILE ASSIGN TO "BUDGCATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 DUES-DAY     PIC 99.
           05 DUES-AMT     PIC 9999V99.

      *category master, kept by BUDGCATM
       FD  BUDGET-CATS-FILE.
       01  CATM-RECORD.
           05 CATM-CODE     PIC X(8).
           05 CATM-DESC     PIC X(30).
           05 CATM-GROUP    PIC X.
           05 CATM-PARENT   PIC X(8).
           05 CATM-ACTIVE   PIC X.

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

       WORKING-STORAGE SECTION.
       01 WS-DUES-STATUS   PIC XX.
       01 WS-MONTH-X       PIC X(6).
       01 WS-NUM-BUFFER    PIC X(9).
       01 WS-MENU-PICK     PIC X.
      *BATCH on the command line - parameters instead of questions
       01 WS-CMD-LINE      PIC X(40).
       01 WS-CMD-WORD      PIC X(8).
       01 WS-CMD-MONTH     PIC X(9).
       01 WS-BATCH-MODE    PIC X VALUE 'N'.
          88 WS-IS-BATCH VALUE 'Y'.
       01 WS-DONE-FLAG     PIC X.
          88 WS-ALL-DONE VALUE 'Y'.
       01 WS-MAINT-DONE    PIC X.
       01 WS-EDIT-VALSCALED  PIC 9(8).
       01 WS-EDIT-VALID  PIC X.
          88 WS-EDIT-OK VALUE 'Y'.
      *the categories on the master - a bill keyed with an active
      *one is matchable against the ledger
       01 WS-CATM-STATUS   PIC XX.
       01 WS-CATM-EOF      PIC X.
          88 WS-END-OF-CATM VALUE 'Y'.
       01 WS-CAT-COUNT     PIC 999 VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT        PIC X(8).
               10 WS-CAT-ACTIVE PIC X.
       01 WS-CAT-SUB       PIC 999.
       01 WS-CAT-OK        PIC X.
          88 WS-CAT-KNOWN VALUE 'Y'.
       01 WS-ENTRY-CAT     PIC X(8).
           0100-START-HERE.
               DISPLAY "Recurring bills".
               DISPLAY "===============".
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
               IF WS-CMD-LINE(1:5) = "BATCH"
                   PERFORM 0120-BATCH-CHECK
               END-IF.
               DISPLAY "Which household? (1-99)".
               MOVE 99 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
                   MOVE 1 TO WS-WANT-HH
               END-IF.
               PERFORM 0200-LOAD-BILLS.
               PERFORM 0160-LOAD-CATEGORIES.
               MOVE 'N' TO WS-DONE-FLAG.
               PERFORM UNTIL WS-ALL-DONE
                   DISPLAY " "
                   DISPLAY "u for the unpaid-bill check, q to quit:"
                   ACCEPT WS-MENU-PICK
                   EVALUATE WS-MENU-PICK
                       WHEN "m"
                           IF WS-CAT-COUNT = 0
                               DISPLAY "No category master on file "
                                   "(BUDGCATS) - set it up in "
                                   "BUDGCATM first."
                           ELSE
                               PERFORM 0300-MAINTAIN
                           END-IF
                       WHEN "c" PERFORM 0500-CALENDAR
                       WHEN "u" PERFORM 0600-UNPAID-CHECK
                       WHEN "q" MOVE 'Y' TO WS-DONE-FLAG
               DISPLAY "All done.".
               STOP RUN.

      *month-end stream run - household and month off the command
      *line, the unpaid check, and a return code for the stream
           0120-BATCH-CHECK.
               MOVE 'Y' TO WS-BATCH-MODE.
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-CMD-WORD WS-NUM-BUFFER WS-CMD-MONTH
               END-UNSTRING.
               IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-CMD-MONTH) NOT = 0
                   DISPLAY "BATCH needs the household and the month "
                       "(YYYYMM) after it."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               COMPUTE WS-WANT-HH = FUNCTION NUMVAL(WS-NUM-BUFFER).
               COMPUTE WS-WANT-MONTH = FUNCTION NUMVAL(WS-CMD-MONTH).
               MOVE WS-WANT-MONTH TO WS-MONTH-X.
               IF WS-WANT-HH < 1 OR WS-WANT-MONTH < 200001
                   DISPLAY "BATCH needs the household and the month "
                       "(YYYYMM) after it."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "Household " WS-WANT-HH ".".
               PERFORM 0200-LOAD-BILLS.
               MOVE 0 TO WS-UNPAID-COUNT.
               PERFORM 0600-UNPAID-CHECK.
               IF WS-UNPAID-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF.
               STOP RUN.

           0160-LOAD-CATEGORIES.
               MOVE 0 TO WS-CAT-COUNT.
               MOVE 'N' TO WS-CATM-EOF.
               OPEN INPUT BUDGET-CATS-FILE.
               IF WS-CATM-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-CATM OR WS-CAT-COUNT = 200
                       READ BUDGET-CATS-FILE
                           AT END
                               MOVE 'Y' TO WS-CATM-EOF
                           NOT AT END
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CATM-CODE TO WS-CAT(WS-CAT-COUNT)
                               MOVE CATM-ACTIVE
                                   TO WS-CAT-ACTIVE(WS-CAT-COUNT)
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-CATS-FILE
               END-IF.

           0170-GET-MONTH.
               DISPLAY "Which month? (YYYYMM)".
               MOVE 999999 TO WS-EDIT-MAXVAL.
               END-IF.

      *the category is how the unpaid check finds the payment on
      *the ledger, so it has to be an active one on the master
           0330-ASK-CATEGORY.
               MOVE 'N' TO WS-CAT-OK.
               PERFORM UNTIL WS-CAT-KNOWN
                       "land under? (RENT, PWR, PHONE, INTNET, "
                       "INSRNCE and the rest)"
                   ACCEPT WS-ENTRY-CAT
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-CAT)
                       TO WS-ENTRY-CAT
                   PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                           UNTIL WS-CAT-SUB > WS-CAT-COUNT
                       IF WS-ENTRY-CAT = WS-CAT(WS-CAT-SUB)
                           AND WS-CAT-ACTIVE(WS-CAT-SUB) = "Y"
                           MOVE 'Y' TO WS-CAT-OK
                       END-IF
                   END-PERFORM
                   IF NOT WS-CAT-KNOWN
                       DISPLAY "That isn't an active category on "
                           "the master, try again."
                   END-IF
               END-PERFORM.

                   DISPLAY "No bills on the calendar yet - add "
                       "some first."
               ELSE
                   IF NOT WS-IS-BATCH
                       PERFORM 0170-GET-MONTH
                   END-IF
                   PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                           UNTIL WS-BILL-SUB > WS-BILL-COUNT
                       MOVE 'N' TO WS-BILL-PAID(WS-BILL-SUB)
                   END-IF
               END-IF.

      *a refund or return (a credit item) in the bill's category
      *isn't a payment, so only spending marks a bill paid. the
      *month's items are read by key, from the household's first
      *day of the month on
           0650-MARK-PAID-BILLS.
               MOVE 'N' TO WS-LDGR-EOF.
               OPEN INPUT BUDGET-LEDGER-FILE.
                   DISPLAY "No expense ledger on file - every bill "
                       "will show unpaid."
               ELSE
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
                               IF LDGR-HH-ID NOT = WS-WANT-HH
                                   OR LDGR-DATE(1:6) NOT = WS-MONTH-X
                                   MOVE 'Y' TO WS-LDGR-EOF
                               ELSE
                                   IF LDGR-AMT > 0
                                       PERFORM 0660-MARK-ONE-PAID
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-LEDGER-FILE
               END-IF.

           0660-MARK-ONE-PAID.
               PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                       UNTIL WS-BILL-SUB > WS-BILL-COUNT
                   IF WS-BILL-CAT(WS-BILL-SUB) = LDGR-CAT
                       MOVE 'Y' TO WS-BILL-PAID(WS-BILL-SUB)
                   END-IF
               END-PERFORM.

           0205-VALIDATE-ENTRY.
               MOVE 'N' TO WS-EDIT-VALID.
               PERFORM UNTIL WS-EDIT-OK
