      *them in. a re-run never double-posts: anything already on
      *the ledger with the same date, description and amount is
      *skipped and counted.
      *a download line the bank shows as money coming back (a
      *refund, a return) posts as a credit that takes its category
      *down. a line that covers several categories can be split
      *in the classify pass - answer SPLIT at the category prompt,
      *or give the store a SPLIT rule so its lines always stop
      *there - and the pieces carry the line's amount as their
      *receipt total, which is what the duplicate check matches.
      *rule and classify categories have to be active ones on the
      *category master (BUDGCATS, kept in BUDGCATM).
      *BATCH and the household on the command line runs it with
      *no questions, the way the month-end stream (BUDGMEND) does -
      *unmatched lines go straight to suspense. the run hands back
      *a return code: 0 clean, 4 when lines went to suspense or
      *wouldn't parse, 8 when it couldn't do its job.
      *the ledger is indexed on household, date and a sequence
      *number, so the duplicate check reads just the line's day for
      *the household rather than holding the household's whole
      *ledger in storage, and the run's own postings are on file
      *for it straight away.
      *a rule can also mark its store's lines deductible for the
      *tax-year report (BUDGTAXR) - a type in column 29 (M medical,
      *C charitable, H home office, O other) and a Y in column 30
      *when the HSA pays those medical lines back. lines with no
      *type from a rule still post as medical when their category
      *is DNTL, MEDS or OHEAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO "BUDGLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "BUDGSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT BUDGET-CATS-FILE ASSIGN TO "BUDGCATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  BANK-RECORD PIC X(80).

      *one rule per line, fixed columns - the text to look for in
      *the bank's description, then the ledger category it means,
      *then (optional) its deduction type and HSA flag
       FD  MERCHANT-RULE-FILE.
       01  RULE-RECORD.
           05 RULE-TEXT    PIC X(20).
           05 RULE-CAT     PIC X(8).
           05 RULE-DEDUCT  PIC X.
           05 RULE-HSA     PIC X.

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
      *spending is positive, a refund or return is a credit and
      *goes negative. the receipt total is only filled in on the
      *pieces of a split line - zero (or blank on items from
      *before splits) means the item is the whole line
           05 LDGR-AMT     PIC S9999V99.
           05 LDGR-RCPT-AMT PIC S9999V99.
      *deductible spending for the tax-year report (BUDGTAXR) -
      *M medical, C charitable, H home office, O other deductible,
      *blank for none; Y when the HSA paid a medical item back
           05 LDGR-DEDUCT   PIC X.
           05 LDGR-HSA-FLAG PIC X.

      *unmatched lines kept exactly as downloaded, so a later run
      *or a hand edit still has the original to work from
          88 WS-END-OF-LDGR VALUE 'Y'.
       01 WS-WANT-HH       PIC 99.
       01 WS-NUM-BUFFER    PIC X(9).
      *BATCH on the command line - parameters instead of questions
       01 WS-CMD-LINE      PIC X(40).
       01 WS-CMD-WORD      PIC X(8).
       01 WS-BATCH-MODE    PIC X VALUE 'N'.
          88 WS-IS-BATCH VALUE 'Y'.
       01 WS-WRITE-FAILS   PIC 999 VALUE 0.
      *the rules held in storage with each one's trimmed length so
      *"SHELL" matches "SHELL OIL 4412" without trailing spaces
      *getting in the way
               10 WS-RULE-TXT  PIC X(20).
               10 WS-RULE-LEN  PIC 99.
               10 WS-RULE-TO   PIC X(8).
               10 WS-RULE-DED  PIC X.
               10 WS-RULE-HSA  PIC X.
       01 WS-RULE-SUB      PIC 99.
       01 WS-TRIM-SUB      PIC 99.
       01 WS-TRIM-LEN      PIC 99.
      *a download line already on the ledger for the same day is a
      *re-import - the day's items are read by key to find out
       01 WS-DUP-AMT       PIC S9999V99.
      *the next free sequence number under the line's household and
      *day when it posts
       01 WS-NEXT-SEQ      PIC 9(4).
       01 WS-IS-DUP        PIC X.
          88 WS-ALREADY-POSTED VALUE 'Y'.
      *the current CSV line pulled apart
       01 WS-CSV-DATE-X    PIC X(10).
       01 WS-CSV-DESC      PIC X(40).
       01 WS-CSV-AMT-X     PIC X(12).
       01 WS-CSV-DATE      PIC 9(8).
       01 WS-CSV-AMT       PIC S9999V99.
       01 WS-CSV-MON       PIC 99.
       01 WS-CSV-DAY       PIC 99.
       01 WS-AMT-SIGNED    PIC S9(8)V99.
       01 WS-MATCH-CAT     PIC X(8).
       01 WS-MATCHED       PIC X.
          88 WS-RULE-HIT VALUE 'Y'.
      *the matched rule's deduction type and HSA flag, if it has
      *them - blank from the classify pass
       01 WS-MATCH-DEDUCT  PIC X VALUE SPACE.
          88 WS-DEDUCT-KNOWN VALUE 'M' 'C' 'H' 'O' ' '.
       01 WS-MATCH-HSA     PIC X VALUE SPACE.
      *lines nothing matched, held for the classify pass at the end
       01 WS-UNM-COUNT     PIC 999 VALUE 0.
       01 WS-UNM-TABLE.
               10 WS-UNM-LINE PIC X(80).
               10 WS-UNM-DATE PIC 9(8).
               10 WS-UNM-DESC PIC X(20).
               10 WS-UNM-AMT  PIC S9999V99.
               10 WS-UNM-BAD  PIC X.
       01 WS-UNM-SUB       PIC 999.
       01 WS-CLASS-ANS     PIC X.
       01 WS-SUSP-COUNT    PIC 999 VALUE 0.
       01 WS-BAD-COUNT     PIC 999 VALUE 0.
       01 WS-CLASS-COUNT   PIC 999 VALUE 0.
       01 WS-CREDIT-COUNT  PIC 999 VALUE 0.
       01 WS-SPLIT-COUNT   PIC 999 VALUE 0.
       01 WS-AMT-EDIT      PIC -(4)9.99.
      *one ledger item about to be written - the whole line, or one
      *piece of a split line with the line's amount as its receipt
      *total
       01 WS-PIECE-AMT     PIC S9999V99.
       01 WS-PIECE-RCPT    PIC S9999V99.
       01 WS-SPLIT-LEFT    PIC S9(6)V99 VALUE 0.
       01 WS-SPLIT-PARTS   PIC 99.
      *signed amounts keyed during a split
       01 WS-AMT-BUFFER    PIC X(9).
       01 WS-AMT-NUMVAL    PIC S9999V99.
       01 WS-AMT-VALID     PIC X.
          88 WS-AMT-OK VALUE 'Y'.
      *the categories on the master - only the active ones are
      *taken for rules and classifying, same as BUDGLENT
       01 WS-CATM-STATUS   PIC XX.
       01 WS-CATM-EOF      PIC X.
          88 WS-END-OF-CATM VALUE 'Y'.
       01 WS-CAT-COUNT     PIC 999 VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT        PIC X(8).
               10 WS-CAT-ACTIVE PIC X.
       01 WS-CAT-SUB       PIC 999.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Bank CSV import".
               DISPLAY "===============".
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
               IF WS-CMD-LINE(1:5) = "BATCH"
                   MOVE 'Y' TO WS-BATCH-MODE
                   UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                       INTO WS-CMD-WORD WS-NUM-BUFFER
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) NOT = 0
                       DISPLAY "BATCH needs the household number "
                           "after it."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 0155-CHECK-NUMBER
                   DISPLAY "Household " WS-WANT-HH "."
               ELSE
                   DISPLAY "Which household? (1-99)"
                   PERFORM 0150-GET-NUMBER
               END-IF.
               PERFORM 0160-LOAD-CATEGORIES.
               PERFORM 0200-LOAD-RULES.
               IF WS-RULE-COUNT = 0
                   DISPLAY "No merchant rules on file (BUDGRULE) - "
               ELSE
                   DISPLAY WS-RULE-COUNT " merchant rules loaded."
               END-IF.
               OPEN INPUT BANK-CSV-FILE.
               IF WS-BANK-STATUS NOT = "00"
                   DISPLAY "No bank download on file (BUDGBANK), "
                       "status " WS-BANK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 0250-OPEN-LEDGER.
               PERFORM 0300-READ-BANK.
               PERFORM UNTIL WS-END-OF-BANK
                   ADD 1 TO WS-READ-COUNT
               END-PERFORM.
               CLOSE BANK-CSV-FILE.
               PERFORM 0600-CLASSIFY-PASS.
               CLOSE BUDGET-LEDGER-FILE.
               PERFORM 0700-WRITE-SUSPENSE.
               PERFORM 0800-IMPORT-REPORT.
               EVALUATE TRUE
                   WHEN WS-WRITE-FAILS > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-SUSP-COUNT > 0 OR WS-BAD-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE.
               STOP RUN.

           0150-GET-NUMBER.
               ACCEPT WS-NUM-BUFFER.
               PERFORM 0155-CHECK-NUMBER.

           0155-CHECK-NUMBER.
               IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) = 0
                   COMPUTE WS-WANT-HH =
                       FUNCTION NUMVAL(WS-NUM-BUFFER)
                   MOVE 1 TO WS-WANT-HH
               END-IF.

           0160-LOAD-CATEGORIES.
               MOVE 0 TO WS-CAT-COUNT.
               MOVE 'N' TO WS-CATM-EOF.
               OPEN INPUT BUDGET-CATS-FILE.
               IF WS-CATM-STATUS NOT = "00"
                   DISPLAY "No category master on file (BUDGCATS) - "
                       "set it up in BUDGCATM first."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
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
               END-PERFORM.
               CLOSE BUDGET-CATS-FILE.

      *is WS-ENTRY-CAT an active category on the master?
           0170-CHECK-CATEGORY.
               MOVE 'N' TO WS-CAT-OK.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF WS-ENTRY-CAT = WS-CAT(WS-CAT-SUB)
                       AND WS-CAT-ACTIVE(WS-CAT-SUB) = "Y"
                       MOVE 'Y' TO WS-CAT-OK
                   END-IF
               END-PERFORM.

      *the rules file is the user's to keep - text in the first 20
      *columns, category in the next 8. rules with a category that
      *isn't active on the master are refused out loud so a typo
      *in BUDGRULE doesn't quietly feed bad codes into the ledger
           0200-LOAD-RULES.
               MOVE 'N' TO WS-RULE-EOF.
               IF RULE-TEXT = SPACES
                   CONTINUE
               ELSE
                   MOVE RULE-CAT TO WS-ENTRY-CAT
                   PERFORM 0170-CHECK-CATEGORY
      *a SPLIT rule isn't a category - it holds the store's lines
      *for the classify pass so they can be spread by hand
                   IF RULE-CAT = "SPLIT"
                       MOVE 'Y' TO WS-CAT-OK
                   END-IF
                   IF WS-CAT-KNOWN
                       ADD 1 TO WS-RULE-COUNT
                       MOVE FUNCTION UPPER-CASE(RULE-TEXT)
                           TO WS-RULE-TXT(WS-RULE-COUNT)
                       MOVE RULE-CAT TO WS-RULE-TO(WS-RULE-COUNT)
                       PERFORM 0230-TRIM-RULE
                       PERFORM 0235-RULE-DEDUCT
                   ELSE
                       DISPLAY "Skipping rule '" RULE-TEXT
                           "' - category '" RULE-CAT "' isn't "
                           "active on the master"
                   END-IF
               END-IF.

               END-PERFORM.
               MOVE WS-TRIM-LEN TO WS-RULE-LEN(WS-RULE-COUNT).

      *a deduction type the report doesn't know is dropped rather
      *than carried onto the ledger
           0235-RULE-DEDUCT.
               MOVE FUNCTION UPPER-CASE(RULE-DEDUCT)
                   TO WS-MATCH-DEDUCT.
               IF NOT WS-DEDUCT-KNOWN
                   DISPLAY "Rule '" RULE-TEXT "' - deduction type '"
                       RULE-DEDUCT "' isn't M, C, H or O - ignored"
                   MOVE SPACE TO WS-MATCH-DEDUCT
               END-IF.
               MOVE WS-MATCH-DEDUCT TO WS-RULE-DED(WS-RULE-COUNT).
               MOVE SPACE TO WS-RULE-HSA(WS-RULE-COUNT).
               IF WS-MATCH-DEDUCT = 'M'
                   AND (RULE-HSA = 'Y' OR RULE-HSA = 'y')
                   MOVE 'Y' TO WS-RULE-HSA(WS-RULE-COUNT)
               END-IF.
               MOVE SPACE TO WS-MATCH-DEDUCT.

      *the ledger stays open for the whole run - the duplicate
      *check reads it and the postings go straight onto it
           0250-OPEN-LEDGER.
               OPEN I-O BUDGET-LEDGER-FILE.
               IF WS-LDGR-STATUS = "35"
                   OPEN OUTPUT BUDGET-LEDGER-FILE
                   CLOSE BUDGET-LEDGER-FILE
                   OPEN I-O BUDGET-LEDGER-FILE
               END-IF.
               IF WS-LDGR-STATUS NOT = "00"
                   DISPLAY "Could not open the ledger, status "
                       WS-LDGR-STATUS
                   CLOSE BANK-CSV-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           0300-READ-BANK.
                   PERFORM 0420-PARSE-LINE
                   IF WS-LINE-GOOD
                       PERFORM 0440-MATCH-RULE
                       EVALUATE TRUE
                           WHEN NOT WS-RULE-HIT
                               PERFORM 0480-HOLD-UNMATCHED
                           WHEN WS-MATCH-CAT = "SPLIT"
                               PERFORM 0465-CHECK-POSTED
                               IF WS-ALREADY-POSTED
                                   ADD 1 TO WS-DUP-COUNT
                               ELSE
                                   PERFORM 0480-HOLD-UNMATCHED
                               END-IF
                           WHEN OTHER
                               PERFORM 0460-POST-OR-SKIP
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WS-BAD-COUNT
                       PERFORM 0490-HOLD-BAD-LINE
                       IF FUNCTION TEST-NUMVAL(WS-CSV-AMT-X) = 0
                           COMPUTE WS-AMT-SIGNED =
                               FUNCTION NUMVAL(WS-CSV-AMT-X)
      *banks show spending as a negative and money coming back as a
      *positive - the ledger is the other way round, spending
      *positive and a refund or return a credit below zero
                           COMPUTE WS-AMT-SIGNED = 0 - WS-AMT-SIGNED
                           IF WS-AMT-SIGNED > 9999.99
                               OR WS-AMT-SIGNED < -9999.99
                               DISPLAY "Amount too big to fit the "
                                   "ledger on: " BANK-RECORD
                           ELSE
      *file doesn't have to match the bank's shouting exactly
           0440-MATCH-RULE.
               MOVE 'N' TO WS-MATCHED.
               MOVE SPACE TO WS-MATCH-DEDUCT.
               MOVE SPACE TO WS-MATCH-HSA.
               MOVE FUNCTION UPPER-CASE(WS-CSV-DESC)
                   TO WS-DESC-UPPER.
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   IF WS-HIT-COUNT > 0
                       MOVE 'Y' TO WS-MATCHED
                       MOVE WS-RULE-TO(WS-RULE-SUB) TO WS-MATCH-CAT
                       MOVE WS-RULE-DED(WS-RULE-SUB)
                           TO WS-MATCH-DEDUCT
                       MOVE WS-RULE-HSA(WS-RULE-SUB) TO WS-MATCH-HSA
                   END-IF
               END-PERFORM.

                   PERFORM 0470-WRITE-LEDGER
               END-IF.

      *the household's items for the line's day, by key - the same
      *description and amount there means it's already posted. a
      *piece of a split line is matched on the whole line's
      *amount, the receipt total it carries
           0465-CHECK-POSTED.
               MOVE 'N' TO WS-IS-DUP.
               MOVE 'N' TO WS-LDGR-EOF.
               MOVE WS-WANT-HH  TO LDGR-HH-ID.
               MOVE WS-CSV-DATE TO LDGR-DATE.
               MOVE 0           TO LDGR-SEQ.
               START BUDGET-LEDGER-FILE
                   KEY IS NOT LESS THAN LDGR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LDGR-EOF
               END-START.
               PERFORM UNTIL WS-END-OF-LDGR OR WS-ALREADY-POSTED
                   READ BUDGET-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LDGR-EOF
                       NOT AT END
                           IF LDGR-HH-ID = WS-WANT-HH
                               AND LDGR-DATE = WS-CSV-DATE
                               IF LDGR-RCPT-AMT NOT = 0
                                   MOVE LDGR-RCPT-AMT TO WS-DUP-AMT
                               ELSE
                                   MOVE LDGR-AMT TO WS-DUP-AMT
                               END-IF
                               IF LDGR-DESC = WS-CSV-DESC(1:20)
                                   AND WS-DUP-AMT = WS-CSV-AMT
                                   MOVE 'Y' TO WS-IS-DUP
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-LDGR-EOF
                           END-IF
                   END-READ
               END-PERFORM.

           0470-WRITE-LEDGER.
               MOVE WS-CSV-AMT TO WS-PIECE-AMT.
               MOVE 0 TO WS-PIECE-RCPT.
               PERFORM 0475-WRITE-PIECE.

      *the sequence number is found first - finding it reads the
      *day's items through the record area
           0475-WRITE-PIECE.
               PERFORM 0478-NEXT-SEQ.
               MOVE WS-WANT-HH        TO LDGR-HH-ID.
               MOVE WS-CSV-DATE       TO LDGR-DATE.
               MOVE WS-NEXT-SEQ       TO LDGR-SEQ.
               MOVE WS-MATCH-CAT      TO LDGR-CAT.
               MOVE WS-CSV-DESC(1:20) TO LDGR-DESC.
               MOVE WS-PIECE-AMT      TO LDGR-AMT.
               MOVE WS-PIECE-RCPT     TO LDGR-RCPT-AMT.
               MOVE WS-MATCH-DEDUCT   TO LDGR-DEDUCT.
               MOVE WS-MATCH-HSA      TO LDGR-HSA-FLAG.
               IF WS-MATCH-DEDUCT = SPACE
                   AND (WS-MATCH-CAT = "DNTL" OR WS-MATCH-CAT = "MEDS"
                       OR WS-MATCH-CAT = "OHEAL")
                   MOVE 'M' TO LDGR-DEDUCT
               END-IF.
               WRITE LDGR-RECORD
                   INVALID KEY
                       DISPLAY "Could not write to the ledger, status "
                           WS-LDGR-STATUS
                       ADD 1 TO WS-WRITE-FAILS
                   NOT INVALID KEY
                       ADD 1 TO WS-POST-COUNT
                       IF WS-PIECE-AMT < 0
                           ADD 1 TO WS-CREDIT-COUNT
                       END-IF
               END-WRITE.

      *one past the highest sequence number on the ledger for the
      *household and the line's day
           0478-NEXT-SEQ.
               MOVE 0 TO WS-NEXT-SEQ.
               MOVE 'N' TO WS-LDGR-EOF.
               MOVE WS-WANT-HH  TO LDGR-HH-ID.
               MOVE WS-CSV-DATE TO LDGR-DATE.
               MOVE 0           TO LDGR-SEQ.
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
                               AND LDGR-DATE = WS-CSV-DATE
                               MOVE LDGR-SEQ TO WS-NEXT-SEQ
                           ELSE
                               MOVE 'Y' TO WS-LDGR-EOF
                           END-IF
                   END-READ
               END-PERFORM.
               ADD 1 TO WS-NEXT-SEQ.

           0480-HOLD-UNMATCHED.
               IF WS-UNM-COUNT < 100
                           UNTIL WS-UNM-SUB > WS-UNM-COUNT
                       DISPLAY "  " WS-UNM-LINE(WS-UNM-SUB)
                   END-PERFORM
                   IF WS-IS-BATCH
                       MOVE "n" TO WS-CLASS-ANS
                   ELSE
                       DISPLAY "Classify them now? (y to classify, "
                           "anything else sends them to suspense)"
                       ACCEPT WS-CLASS-ANS
                   END-IF
                   IF WS-CLASS-ANS = "y"
                       PERFORM VARYING WS-UNM-SUB FROM 1 BY 1
                               UNTIL WS-UNM-SUB > WS-UNM-COUNT
                   DISPLAY " "
                   DISPLAY "  " WS-UNM-LINE(WS-UNM-SUB)
                   DISPLAY "Category? (as in BUDGLENT - FOOD, GAS, "
                       "PWR, ENTRTIN and the rest; SPLIT to spread "
                       "it over several; Enter to leave it in "
                       "suspense)"
                   ACCEPT WS-ENTRY-CAT
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-CAT)
                       TO WS-ENTRY-CAT
                   EVALUATE TRUE
                       WHEN WS-ENTRY-CAT = SPACES
                           CONTINUE
                       WHEN WS-ENTRY-CAT = "SPLIT"
                           PERFORM 0640-SPLIT-LINE
                       WHEN OTHER
                           PERFORM 0630-CLASSIFY-TO-CAT
                   END-EVALUATE
               END-IF.

           0630-CLASSIFY-TO-CAT.
               PERFORM 0170-CHECK-CATEGORY.
               IF WS-CAT-KNOWN
                   MOVE WS-ENTRY-CAT TO WS-MATCH-CAT
                   MOVE SPACE TO WS-MATCH-DEDUCT
                   MOVE SPACE TO WS-MATCH-HSA
                   MOVE WS-UNM-DATE(WS-UNM-SUB) TO WS-CSV-DATE
                   MOVE WS-UNM-DESC(WS-UNM-SUB) TO WS-CSV-DESC
                   MOVE WS-UNM-AMT(WS-UNM-SUB)  TO WS-CSV-AMT
                   PERFORM 0465-CHECK-POSTED
                   IF WS-ALREADY-POSTED
                       ADD 1 TO WS-DUP-COUNT
                       DISPLAY "  already on the ledger - skipped"
                   ELSE
                       PERFORM 0470-WRITE-LEDGER
                       ADD 1 TO WS-CLASS-COUNT
                   END-IF
                   MOVE SPACES TO WS-UNM-LINE(WS-UNM-SUB)
               ELSE
                   DISPLAY "  that isn't an active category on the "
                       "master - it stays in suspense"
               END-IF.

      *one line spread over several categories - each piece is its
      *own ledger item with the line's date and description, and
      *all of them carry the line's amount as the receipt total.
      *pieces are asked for until the line is used up; Enter on a
      *piece's amount takes whatever is left
           0640-SPLIT-LINE.
               MOVE WS-UNM-DATE(WS-UNM-SUB) TO WS-CSV-DATE.
               MOVE WS-UNM-DESC(WS-UNM-SUB) TO WS-CSV-DESC.
               MOVE WS-UNM-AMT(WS-UNM-SUB)  TO WS-CSV-AMT.
               MOVE SPACE TO WS-MATCH-DEDUCT.
               MOVE SPACE TO WS-MATCH-HSA.
               PERFORM 0465-CHECK-POSTED.
               IF WS-ALREADY-POSTED
                   ADD 1 TO WS-DUP-COUNT
                   DISPLAY "  already on the ledger - skipped"
                   MOVE SPACES TO WS-UNM-LINE(WS-UNM-SUB)
               ELSE
                   MOVE WS-CSV-AMT TO WS-SPLIT-LEFT
                   MOVE 0 TO WS-SPLIT-PARTS
                   PERFORM UNTIL WS-SPLIT-LEFT = 0
                       MOVE WS-SPLIT-LEFT TO WS-AMT-EDIT
                       DISPLAY "  " WS-AMT-EDIT " still to place - "
                           "category for the next piece?"
                       ACCEPT WS-ENTRY-CAT
                       MOVE FUNCTION UPPER-CASE(WS-ENTRY-CAT)
                           TO WS-ENTRY-CAT
                       PERFORM 0170-CHECK-CATEGORY
                       IF WS-CAT-KNOWN
                           MOVE WS-ENTRY-CAT TO WS-MATCH-CAT
                           DISPLAY "  how much of it was "
                               WS-ENTRY-CAT "? (Enter takes all "
                               "that's left, a return as a minus)"
                           PERFORM 0660-VALIDATE-AMOUNT
                           MOVE WS-AMT-NUMVAL TO WS-PIECE-AMT
                           MOVE WS-CSV-AMT TO WS-PIECE-RCPT
                           PERFORM 0475-WRITE-PIECE
                           ADD 1 TO WS-SPLIT-PARTS
                           SUBTRACT WS-AMT-NUMVAL FROM WS-SPLIT-LEFT
                       ELSE
                           DISPLAY "  that isn't an active category "
                               "on the master, try again"
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-SPLIT-COUNT
                   ADD 1 TO WS-CLASS-COUNT
                   DISPLAY "  split " WS-SPLIT-PARTS " ways"
                   MOVE SPACES TO WS-UNM-LINE(WS-UNM-SUB)
               END-IF.

      *a piece's amount may be a minus (a return on the same
      *receipt), which nothing else here keys - so it gets its own
      *check. a blank entry takes the rest of the line
           0660-VALIDATE-AMOUNT.
               MOVE 'N' TO WS-AMT-VALID.
               PERFORM UNTIL WS-AMT-OK
                   ACCEPT WS-AMT-BUFFER
                   IF WS-AMT-BUFFER = SPACES
                       IF WS-SPLIT-LEFT > 9999.99
                           OR WS-SPLIT-LEFT < -9999.99
                           DISPLAY "  what's left is too big for one "
                               "item, please key a piece of it:"
                       ELSE
                           MOVE WS-SPLIT-LEFT TO WS-AMT-NUMVAL
                           MOVE 'Y' TO WS-AMT-VALID
                       END-IF
                   ELSE
                       IF FUNCTION TEST-NUMVAL(WS-AMT-BUFFER) NOT = 0
                           DISPLAY "  that's not a number, please "
                               "try again:"
                       ELSE
                           IF FUNCTION NUMVAL(WS-AMT-BUFFER) > 9999.99
                               OR FUNCTION NUMVAL(WS-AMT-BUFFER)
                                   < -9999.99
                               DISPLAY "  that's too big to fit (max "
                                   "is 9999.99 either way), please "
                                   "try again:"
                           ELSE
                               COMPUTE WS-AMT-NUMVAL =
                                   FUNCTION NUMVAL(WS-AMT-BUFFER)
                               MOVE 'Y' TO WS-AMT-VALID
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

      *whatever is still unclassified lands in BUDGSUSP - add a
      *rule (or key it through BUDGLENT) and re-run the download,
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "Could not write to suspense, status "
                       WS-SUSP-STATUS
                   ADD 1 TO WS-WRITE-FAILS
               ELSE
                   WRITE SUSP-RECORD
                   CLOSE SUSPENSE-FILE
               DISPLAY "  lines read:          " WS-READ-COUNT.
               DISPLAY "  posted to ledger:    " WS-POST-COUNT.
               DISPLAY "   (classified by hand " WS-CLASS-COUNT ")".
               DISPLAY "   (refunds/returns    " WS-CREDIT-COUNT ")".
               DISPLAY "   (lines split        " WS-SPLIT-COUNT ")".
               DISPLAY "  already on ledger:   " WS-DUP-COUNT.
               DISPLAY "  sent to suspense:    " WS-SUSP-COUNT.
               DISPLAY "  wouldn't parse:      " WS-BAD-COUNT.
