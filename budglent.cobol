      *food week by their date when the budget pulls them in.
      *an item dated into a month BUDGCLOS has closed is refused -
      *the books for that month are done.
      *a refund or a returned item goes in as a minus amount - a
      *credit that takes its category's total down instead of
      *adding to it. one receipt that covers several categories
      *(the Target run that's part FOOD, part CNSME, part CLOTH)
      *is keyed once as SPLIT with its total, then spread over the
      *categories - every piece carries the receipt total
      *(LDGR-RCPT-AMT) so the detail still ties back to the one
      *bank line.
      *the categories it takes are the active ones on the category
      *master (BUDGCATS, kept in BUDGCATM) - no master, no entry.
      *the ledger is indexed on household, date and a sequence
      *number within the day - each item takes the next number free.
      *each item can be marked deductible (medical, charitable,
      *home office or other) for the tax-year report in BUDGTAXR,
      *and a medical item the HSA paid back is flagged as such.
      *DNTL, MEDS and OHEAL items are offered as medical by default.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO "BUDGLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.
           SELECT BUDGET-CLOSED-FILE ASSIGN TO "BUDGCLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSE-STATUS.
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
      *spending is positive, a refund or return is a credit and
      *goes negative. the receipt total is only filled in on the
      *pieces of a split receipt - zero (or blank on items from
      *before splits) means the item is the whole receipt
           05 LDGR-AMT     PIC S9999V99.
           05 LDGR-RCPT-AMT PIC S9999V99.
      *deductible spending for the tax-year report (BUDGTAXR) -
      *M medical, C charitable, H home office, O other deductible,
      *blank for none; Y when the HSA paid a medical item back
           05 LDGR-DEDUCT   PIC X.
           05 LDGR-HSA-FLAG PIC X.

      *closed months, kept by BUDGCLOS - no receipts may be dated
      *into one
       01  CLSE-RECORD.
           05 CLSE-HH-ID   PIC 99.
           05 CLSE-YR-MON  PIC 9(6).
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
       01 WS-LDGR-EOF      PIC X.
          88 WS-END-OF-LDGR VALUE 'Y'.
      *the item being written, held while its sequence number is
      *found
       01 WS-HOLD-ITEM     PIC X(56).
       01 WS-NEXT-SEQ      PIC 9(4).
       01 WS-WANT-HH       PIC 99.
       01 WS-ITEM-COUNT    PIC 999 VALUE 0.
       01 WS-ENTRY-DATE    PIC 9(8).
       01 WS-EDIT-VALSCALED  PIC 9(10).
       01 WS-EDIT-VALID  PIC X.
          88 WS-EDIT-OK VALUE 'Y'.
      *the categories on the master - only the active ones are
      *taken for new items
       01 WS-CATM-STATUS   PIC XX.
       01 WS-CATM-EOF      PIC X.
          88 WS-END-OF-CATM VALUE 'Y'.
       01 WS-CAT-COUNT     PIC 999 VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT        PIC X(8).
               10 WS-CAT-DESC   PIC X(30).
               10 WS-CAT-ACTIVE PIC X.
       01 WS-CAT-SUB       PIC 999.
      *signed amounts - the shared 0205 path won't take a minus
       01 WS-AMT-BUFFER    PIC X(9).
       01 WS-AMT-NUMVAL    PIC S9999V99.
       01 WS-AMT-VALID     PIC X.
          88 WS-AMT-OK VALUE 'Y'.
      *one receipt spread over several categories
       01 WS-SPLIT-SW      PIC X VALUE 'N'.
          88 WS-IS-SPLIT VALUE 'Y'.
       01 WS-SPLIT-ASK     PIC X VALUE 'N'.
          88 WS-SPLIT-OFFERED VALUE 'Y'.
       01 WS-RCPT-TOTAL    PIC S9999V99.
       01 WS-SPLIT-LEFT    PIC S9(6)V99 VALUE 0.
       01 WS-SPLIT-PARTS   PIC 99.
       01 WS-SPLIT-EDIT    PIC -(6)9.99.
       01 WS-WRITE-OK      PIC X.
          88 WS-ITEM-WRITTEN VALUE 'Y'.
      *deduction type and HSA flag for the item being keyed
       01 WS-ENTRY-DEDUCT  PIC X.
          88 WS-DEDUCT-KNOWN VALUE 'M' 'C' 'H' 'O' ' '.
       01 WS-DEDUCT-DFLT   PIC X.
       01 WS-ENTRY-HSA     PIC X.
          88 WS-HSA-ANSWERED VALUE 'Y' 'N'.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Expense ledger entry".
               DISPLAY "====================".
               PERFORM 0160-LOAD-CATEGORIES.
               DISPLAY "Which household? (1-99)".
               MOVE 99 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               END-IF.
               PERFORM 0200-ONE-ITEM.
               PERFORM UNTIL WS-ENTRY-DATE = 0
                   IF WS-IS-SPLIT
                       PERFORM 0400-SPLIT-RECEIPT
                   ELSE
                       PERFORM 0300-WRITE-ITEM
                   END-IF
                   PERFORM 0200-ONE-ITEM
               END-PERFORM.
               DISPLAY WS-ITEM-COUNT " items added to the ledger.".
               STOP RUN.

           0160-LOAD-CATEGORIES.
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
                           MOVE CATM-CODE TO WS-CAT(WS-CAT-COUNT)
                           MOVE CATM-DESC TO WS-CAT-DESC(WS-CAT-COUNT)
                           MOVE CATM-ACTIVE
                               TO WS-CAT-ACTIVE(WS-CAT-COUNT)
                   END-READ
               END-PERFORM.
               CLOSE BUDGET-CATS-FILE.

           0200-ONE-ITEM.
               MOVE 'N' TO WS-DATE-OK.
               PERFORM UNTIL WS-DATE-GOOD
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE 'N' TO WS-SPLIT-SW.
               IF WS-ENTRY-DATE NOT = 0
                   MOVE 'Y' TO WS-SPLIT-ASK
                   PERFORM 0210-ASK-CATEGORY
                   IF NOT WS-IS-SPLIT
                       PERFORM 0220-ASK-DEDUCT
                   END-IF
                   DISPLAY "What was it? (short description)"
                   ACCEPT LDGR-DESC
                   IF WS-IS-SPLIT
                       DISPLAY "What was the receipt's total? (as "
                           "it shows on the bank statement)"
                   ELSE
                       DISPLAY "How much? (a refund or return goes "
                           "in as a minus, e.g. -12.50)"
                   END-IF
                   PERFORM 0230-VALIDATE-AMOUNT
                   IF WS-IS-SPLIT
                       MOVE WS-AMT-NUMVAL TO WS-RCPT-TOTAL
                   ELSE
                       MOVE WS-AMT-NUMVAL TO LDGR-AMT
                       MOVE 0 TO LDGR-RCPT-AMT
                   END-IF
               END-IF.

           0250-CHECK-CLOSED.
           0210-ASK-CATEGORY.
               MOVE 'N' TO WS-CAT-OK.
               PERFORM UNTIL WS-CAT-KNOWN
                   DISPLAY "Category? (? to list them)"
                   IF WS-SPLIT-OFFERED
                       DISPLAY "  (or SPLIT to spread one receipt "
                           "over several categories)"
                   END-IF
                   ACCEPT WS-ENTRY-CAT
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-CAT)
                       TO WS-ENTRY-CAT
                   IF WS-SPLIT-OFFERED AND WS-ENTRY-CAT = "SPLIT"
                       MOVE 'Y' TO WS-SPLIT-SW
                       MOVE 'Y' TO WS-CAT-OK
                   END-IF
                   PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                           UNTIL WS-CAT-SUB > WS-CAT-COUNT
                       IF WS-ENTRY-CAT = WS-CAT(WS-CAT-SUB)
                           AND WS-CAT-ACTIVE(WS-CAT-SUB) = "Y"
                           MOVE 'Y' TO WS-CAT-OK
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-CAT-KNOWN
                           CONTINUE
                       WHEN WS-ENTRY-CAT = "?"
                           PERFORM 0215-LIST-CATEGORIES
                       WHEN OTHER
                           DISPLAY "That isn't an active category on "
                               "the master, try again."
                   END-EVALUATE
               END-PERFORM.
               MOVE 'N' TO WS-SPLIT-ASK.
               MOVE WS-ENTRY-CAT TO LDGR-CAT.

           0215-LIST-CATEGORIES.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF WS-CAT-ACTIVE(WS-CAT-SUB) = "Y"
                       DISPLAY "  " WS-CAT(WS-CAT-SUB) " "
                           WS-CAT-DESC(WS-CAT-SUB)
                   END-IF
               END-PERFORM.

      *is the item deductible? medical categories default to M so
      *the doctor and pharmacy bills don't get missed at tax time
           0220-ASK-DEDUCT.
               MOVE SPACE TO WS-DEDUCT-DFLT.
               IF LDGR-CAT = "DNTL" OR LDGR-CAT = "MEDS"
                   OR LDGR-CAT = "OHEAL"
                   MOVE 'M' TO WS-DEDUCT-DFLT
               END-IF.
               MOVE 'X' TO WS-ENTRY-DEDUCT.
               PERFORM UNTIL WS-DEDUCT-KNOWN
                   IF WS-DEDUCT-DFLT = 'M'
                       DISPLAY "Deductible? (M medical, C charitable, "
                           "H home office, O other, N none - Enter "
                           "for M)"
                   ELSE
                       DISPLAY "Deductible? (M medical, C charitable, "
                           "H home office, O other - Enter for none)"
                   END-IF
                   ACCEPT WS-ENTRY-DEDUCT
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-DEDUCT)
                       TO WS-ENTRY-DEDUCT
                   EVALUATE TRUE
                       WHEN WS-ENTRY-DEDUCT = SPACE
                           MOVE WS-DEDUCT-DFLT TO WS-ENTRY-DEDUCT
                       WHEN WS-ENTRY-DEDUCT = 'N'
                           MOVE SPACE TO WS-ENTRY-DEDUCT
                       WHEN WS-DEDUCT-KNOWN
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Didn't catch that, try again."
                   END-EVALUATE
               END-PERFORM.
               MOVE WS-ENTRY-DEDUCT TO LDGR-DEDUCT.
               MOVE SPACE TO LDGR-HSA-FLAG.
               IF WS-ENTRY-DEDUCT = 'M'
                   MOVE SPACE TO WS-ENTRY-HSA
                   PERFORM UNTIL WS-HSA-ANSWERED
                       DISPLAY "Did the HSA pay this back? (Y/N)"
                       ACCEPT WS-ENTRY-HSA
                       MOVE FUNCTION UPPER-CASE(WS-ENTRY-HSA)
                           TO WS-ENTRY-HSA
                       IF NOT WS-HSA-ANSWERED
                           DISPLAY "Didn't catch that, try again."
                       END-IF
                   END-PERFORM
                   MOVE WS-ENTRY-HSA TO LDGR-HSA-FLAG
               END-IF.

      *the item goes on under the next free sequence number for
      *its household and day - the item itself is held aside while
      *0310 reads that day's items to find it
           0300-WRITE-ITEM.
               MOVE 'N' TO WS-WRITE-OK.
               ADD 1 TO WS-ITEM-COUNT.
               OPEN I-O BUDGET-LEDGER-FILE.
               IF WS-LDGR-STATUS = "35"
                   OPEN OUTPUT BUDGET-LEDGER-FILE
                   CLOSE BUDGET-LEDGER-FILE
                   OPEN I-O BUDGET-LEDGER-FILE
               END-IF.
               IF WS-LDGR-STATUS NOT = "00"
                   DISPLAY "Could not write to the ledger, status "
                       WS-LDGR-STATUS
                   SUBTRACT 1 FROM WS-ITEM-COUNT
               ELSE
                   MOVE LDGR-RECORD TO WS-HOLD-ITEM
                   PERFORM 0310-NEXT-SEQ
                   MOVE WS-HOLD-ITEM  TO LDGR-RECORD
                   MOVE WS-WANT-HH    TO LDGR-HH-ID
                   MOVE WS-ENTRY-DATE TO LDGR-DATE
                   MOVE WS-NEXT-SEQ   TO LDGR-SEQ
                   WRITE LDGR-RECORD
                       INVALID KEY
                           DISPLAY "Could not write to the ledger, "
                               "status " WS-LDGR-STATUS
                           SUBTRACT 1 FROM WS-ITEM-COUNT
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-WRITE-OK
                           DISPLAY "Got it."
                   END-WRITE
                   CLOSE BUDGET-LEDGER-FILE
               END-IF.

      *one past the highest sequence number already on the ledger
      *for this household and day
           0310-NEXT-SEQ.
               MOVE 0 TO WS-NEXT-SEQ.
               MOVE 'N' TO WS-LDGR-EOF.
               MOVE WS-WANT-HH    TO LDGR-HH-ID.
               MOVE WS-ENTRY-DATE TO LDGR-DATE.
               MOVE 0             TO LDGR-SEQ.
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
                           IF LDGR-HH-ID = WS-WANT-HH
                               AND LDGR-DATE = WS-ENTRY-DATE
                               MOVE LDGR-SEQ TO WS-NEXT-SEQ
                           ELSE
                               MOVE 'Y' TO WS-LDGR-EOF
                           END-IF
                   END-READ
               END-PERFORM.
               ADD 1 TO WS-NEXT-SEQ.

      *a split receipt - each piece is its own ledger item under its
      *own category, same date and description, all carrying the
      *receipt total. pieces are asked for until the total is used
      *up, and Enter on a piece's amount takes whatever is left
           0400-SPLIT-RECEIPT.
               MOVE WS-RCPT-TOTAL TO WS-SPLIT-LEFT.
               MOVE 0 TO WS-SPLIT-PARTS.
               PERFORM UNTIL WS-SPLIT-LEFT = 0
                   MOVE WS-SPLIT-LEFT TO WS-SPLIT-EDIT
                   DISPLAY " "
                   DISPLAY WS-SPLIT-EDIT " of the receipt still to "
                       "place."
                   PERFORM 0210-ASK-CATEGORY
                   PERFORM 0220-ASK-DEDUCT
                   DISPLAY "How much of it was " LDGR-CAT "? (Enter "
                       "takes all that's left, a return as a minus)"
                   PERFORM 0230-VALIDATE-AMOUNT
                   MOVE WS-AMT-NUMVAL TO LDGR-AMT
                   MOVE WS-RCPT-TOTAL TO LDGR-RCPT-AMT
                   PERFORM 0300-WRITE-ITEM
                   IF WS-ITEM-WRITTEN
                       ADD 1 TO WS-SPLIT-PARTS
                       SUBTRACT WS-AMT-NUMVAL FROM WS-SPLIT-LEFT
                   ELSE
                       DISPLAY "The rest of this receipt was not "
                           "placed - key it again once the ledger "
                           "can be written."
                       MOVE 0 TO WS-SPLIT-LEFT
                   END-IF
               END-PERFORM.
               DISPLAY "Receipt split " WS-SPLIT-PARTS " ways.".
               MOVE 'N' TO WS-SPLIT-SW.

           0205-VALIDATE-ENTRY.
               MOVE 'N' TO WS-EDIT-VALID.
               PERFORM UNTIL WS-EDIT-OK
                       MOVE 'Y' TO WS-EDIT-VALID
                   END-IF
               END-IF.
      *amounts may be negative (a refund or return), which the
      *shared 0205 path doesn't allow - so check them on their own.
      *inside a split, a blank entry takes the rest of the receipt
           0230-VALIDATE-AMOUNT.
               MOVE 'N' TO WS-AMT-VALID.
               PERFORM UNTIL WS-AMT-OK
                   ACCEPT WS-AMT-BUFFER
                   IF WS-IS-SPLIT AND WS-AMT-BUFFER = SPACES
                       AND WS-SPLIT-LEFT NOT = 0
                       IF WS-SPLIT-LEFT > 9999.99
                           OR WS-SPLIT-LEFT < -9999.99
                           DISPLAY "What's left is too big for one "
                               "item, please key a piece of it:"
                       ELSE
                           MOVE WS-SPLIT-LEFT TO WS-AMT-NUMVAL
                           MOVE 'Y' TO WS-AMT-VALID
                       END-IF
                   ELSE
                       IF FUNCTION TEST-NUMVAL(WS-AMT-BUFFER) NOT = 0
                           DISPLAY "That's not a number, please try "
                               "again:"
                       ELSE
                           IF FUNCTION NUMVAL(WS-AMT-BUFFER) > 9999.99
                               OR FUNCTION NUMVAL(WS-AMT-BUFFER)
                                   < -9999.99
                               DISPLAY "That's too big to fit (max is "
                                   "9999.99 either way), please try "
                                   "again:"
                           ELSE
                               COMPUTE WS-AMT-NUMVAL =
                                   FUNCTION NUMVAL(WS-AMT-BUFFER)
                               MOVE 'Y' TO WS-AMT-VALID
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
           END PROGRAM BUDGLENT.
