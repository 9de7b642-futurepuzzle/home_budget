      *which purchases did it.
      *can read a BUDGARCH per-year archive (BUDGLDGA.yyyy) in
      *place of the live ledger when an old year is needed back.
      *refunds and returns show as minus amounts and net against
      *their category; a piece of a split receipt shows the whole
      *receipt's total beside it so it can be tied back to the
      *one bank line.
      *the ledger and its archives are indexed on household and
      *date, so the month's items are read by key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO WS-LDGR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-LDGR-STATUS   PIC XX.
               10 WS-ITEM-DATE PIC 9(8).
               10 WS-ITEM-CAT  PIC X(8).
               10 WS-ITEM-DESC PIC X(20).
               10 WS-ITEM-AMT  PIC S9999V99.
               10 WS-ITEM-RCPT PIC S9999V99.
               10 WS-ITEM-DONE PIC X.
       01 WS-ITEM-SUB      PIC 999.
       01 WS-SCAN-SUB      PIC 999.
       01 WS-THIS-CAT      PIC X(8).
       01 WS-CAT-TOTAL     PIC S9(6)V99.
       01 WS-GRAND-TOTAL   PIC S9(6)V99 VALUE 0.
       01 WS-CREDIT-TOTAL  PIC S9(6)V99 VALUE 0.
       01 WS-AMT-EDIT      PIC -(4)9.99.
       01 WS-RCPT-EDIT     PIC -(4)9.99.
       01 WS-TOT-EDIT      PIC -(6)9.99.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY " ".
               DISPLAY "Grand total: " WS-TOT-EDIT " across "
                   WS-ITEM-COUNT " items.".
               IF WS-CREDIT-TOTAL NOT = 0
                   MOVE WS-CREDIT-TOTAL TO WS-TOT-EDIT
                   DISPLAY "  (net of refunds and returns totalling "
                       WS-TOT-EDIT ")"
               END-IF.
               IF WS-ITEM-COUNT = 500
                   DISPLAY "(the month may have more items than "
                       "the 500 shown here)"
                   DISPLAY "No expense ledger on file yet."
                   STOP RUN
               END-IF.
               MOVE WS-WANT-HH TO LDGR-HH-ID.
               MOVE 0 TO LDGR-DATE.
               MOVE WS-MONTH-X TO LDGR-DATE(1:6).
               MOVE 0 TO LDGR-SEQ.
               START BUDGET-LEDGER-FILE
                   KEY IS NOT LESS THAN LDGR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LDGR-EOF
               END-START.
               PERFORM UNTIL WS-END-OF-LDGR
                   READ BUDGET-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LDGR-EOF
                       NOT AT END
                           IF LDGR-HH-ID NOT = WS-WANT-HH
                               OR LDGR-DATE(1:6) NOT = WS-MONTH-X
                               MOVE 'Y' TO WS-LDGR-EOF
                           END-IF
                           IF NOT WS-END-OF-LDGR
                               AND WS-ITEM-COUNT < 500
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE LDGR-DATE TO
                                   WS-ITEM-DESC(WS-ITEM-COUNT)
                               MOVE LDGR-AMT TO
                                   WS-ITEM-AMT(WS-ITEM-COUNT)
                               IF LDGR-RCPT-AMT IS NUMERIC
                                   MOVE LDGR-RCPT-AMT TO
                                       WS-ITEM-RCPT(WS-ITEM-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-ITEM-RCPT(WS-ITEM-COUNT)
                               END-IF
                               MOVE 'N' TO
                                   WS-ITEM-DONE(WS-ITEM-COUNT)
                           END-IF
                           IF WS-ITEM-DONE(WS-SCAN-SUB) = "N"
                               AND WS-ITEM-CAT(WS-SCAN-SUB)
                                   = WS-THIS-CAT
                               PERFORM 0350-SHOW-ITEM
                               ADD WS-ITEM-AMT(WS-SCAN-SUB)
                                   TO WS-CAT-TOTAL
                               ADD WS-ITEM-AMT(WS-SCAN-SUB)
                           WS-TOT-EDIT
                   END-IF
               END-PERFORM.

      *one item line - a credit is flagged, and a piece of a split
      *receipt carries the receipt's total so the pieces can be
      *added back up to the bank line
           0350-SHOW-ITEM.
               MOVE WS-ITEM-AMT(WS-SCAN-SUB) TO WS-AMT-EDIT.
               IF WS-ITEM-AMT(WS-SCAN-SUB) < 0
                   ADD WS-ITEM-AMT(WS-SCAN-SUB) TO WS-CREDIT-TOTAL
               END-IF.
               IF WS-ITEM-RCPT(WS-SCAN-SUB) NOT = 0
                   MOVE WS-ITEM-RCPT(WS-SCAN-SUB) TO WS-RCPT-EDIT
                   DISPLAY "  "
                       WS-ITEM-DATE(WS-SCAN-SUB) "  "
                       WS-ITEM-DESC(WS-SCAN-SUB) "  "
                       WS-AMT-EDIT "  split of " WS-RCPT-EDIT
               ELSE
                   IF WS-ITEM-AMT(WS-SCAN-SUB) < 0
                       DISPLAY "  "
                           WS-ITEM-DATE(WS-SCAN-SUB) "  "
                           WS-ITEM-DESC(WS-SCAN-SUB) "  "
                           WS-AMT-EDIT "  refund/return"
                   ELSE
                       DISPLAY "  "
                           WS-ITEM-DATE(WS-SCAN-SUB) "  "
                           WS-ITEM-DESC(WS-SCAN-SUB) "  "
                           WS-AMT-EDIT
                   END-IF
               END-IF.
           END PROGRAM BUDGLRPT.
