       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGLCNV.
       AUTHOR. SPEAKER
      *one-time conversion of the expense ledger to an indexed file -
      *the live ledger (BUDGLDGR) and each of BUDGARCH's year
      *archives (BUDGLDGA.yyyy) are rewritten in place from the old
      *line-by-line shape into the indexed one, keyed on household,
      *date and a sequence number within the day, with category as
      *a second key. the items of a day are numbered 1, 2, 3... in
      *the order they sat on the old file.
      *an item from before refunds and split receipts came in has
      *no receipt total - it gets zero, the same as an unsplit item.
      *a file that already opens as indexed has been converted and
      *is left alone, but take a backup before running it all the
      *same.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LEDGER-FILE ASSIGN TO WS-CONV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDG-STATUS.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO WS-CONV-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.
      *scratch file holding a file's items between the read of the
      *old shape and the load of the new one - no table ceiling
           SELECT WORK-FILE ASSIGN TO "BUDGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *the ledger exactly as it was before it was indexed
       FD  OLD-LEDGER-FILE.
       01  OLDG-RECORD.
           05 OLDG-HH-ID   PIC 99.
           05 OLDG-DATE    PIC 9(8).
           05 OLDG-CAT     PIC X(8).
           05 OLDG-DESC    PIC X(20).
           05 OLDG-AMT     PIC S9999V99.
           05 OLDG-RCPT-AMT PIC S9999V99.
           05 OLDG-DEDUCT   PIC X.
           05 OLDG-HSA-FLAG PIC X.

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

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(56).

       WORKING-STORAGE SECTION.
       01 WS-OLDG-STATUS   PIC XX.
       01 WS-LDGR-STATUS   PIC XX.
       01 WS-WORK-STATUS   PIC XX.
       01 WS-EOF-FLAG      PIC X.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-GO-ANS        PIC X.
       01 WS-NUM-BUFFER    PIC X(9).
      *the file being converted - the live ledger, then each year
      *archive from the oldest year keyed up to this year
       01 WS-CONV-NAME     PIC X(13).
       01 WS-FIRST-YEAR    PIC 9(4).
       01 WS-THIS-YEAR     PIC 9(4).
       01 WS-CONV-YEAR     PIC 9(4).
       01 WS-TODAY         PIC 9(8).
       01 WS-READ-COUNT    PIC 9(6).
       01 WS-LOAD-COUNT    PIC 9(6).
       01 WS-FAIL-COUNT    PIC 9(6).
       01 WS-FILE-COUNT    PIC 999 VALUE 0.
       01 WS-WRITE-DONE    PIC X.
          88 WS-ITEM-LOADED VALUE 'Y'.
       01 WS-CONV-SKIP     PIC X.
          88 WS-SKIP-FILE VALUE 'Y'.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Ledger conversion to indexed - one-time run".
               DISPLAY "===========================================".
               DISPLAY "This rewrites BUDGLDGR and the BUDGLDGA.yyyy".
               DISPLAY "archives in place as indexed files, keyed on".
               DISPLAY "household, date and sequence number. Take a".
               DISPLAY "backup first.".
               DISPLAY "Go ahead? (y/n)".
               ACCEPT WS-GO-ANS.
               IF WS-GO-ANS NOT = "y"
                   DISPLAY "Nothing touched."
                   STOP RUN
               END-IF.
               DISPLAY "Oldest archive year to convert? (YYYY, 0 if "
                   "BUDGARCH has never been run)".
               ACCEPT WS-NUM-BUFFER.
               IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) = 0
                   COMPUTE WS-FIRST-YEAR =
                       FUNCTION NUMVAL(WS-NUM-BUFFER)
               ELSE
                   MOVE 0 TO WS-FIRST-YEAR
               END-IF.
               MOVE "BUDGLDGR" TO WS-CONV-NAME.
               PERFORM 0200-CONVERT-ONE-FILE.
               IF WS-FIRST-YEAR > 0
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY(1:4) TO WS-THIS-YEAR
                   PERFORM VARYING WS-CONV-YEAR FROM WS-FIRST-YEAR
                           BY 1 UNTIL WS-CONV-YEAR > WS-THIS-YEAR
                       MOVE SPACES TO WS-CONV-NAME
                       STRING "BUDGLDGA." WS-CONV-YEAR
                           DELIMITED BY SIZE INTO WS-CONV-NAME
                       END-STRING
                       PERFORM 0200-CONVERT-ONE-FILE
                   END-PERFORM
               END-IF.
               DISPLAY " ".
               DISPLAY "Conversion complete - " WS-FILE-COUNT
                   " files converted.".
               STOP RUN.

      *one file - skipped when it isn't there or is indexed already,
      *otherwise copied off to the work file in the new shape and
      *loaded back under its own name as the indexed file
           0200-CONVERT-ONE-FILE.
               MOVE 'N' TO WS-CONV-SKIP.
               OPEN INPUT BUDGET-LEDGER-FILE.
               IF WS-LDGR-STATUS = "00"
                   CLOSE BUDGET-LEDGER-FILE
                   DISPLAY WS-CONV-NAME " is indexed already - "
                       "skipped."
                   MOVE 'Y' TO WS-CONV-SKIP
               END-IF.
               IF NOT WS-SKIP-FILE
                   OPEN INPUT OLD-LEDGER-FILE
                   IF WS-OLDG-STATUS NOT = "00"
                       IF WS-CONV-NAME = "BUDGLDGR"
                           DISPLAY "No expense ledger on file - "
                               "skipped."
                       END-IF
                       MOVE 'Y' TO WS-CONV-SKIP
                   END-IF
               END-IF.
               IF NOT WS-SKIP-FILE
                   PERFORM 0250-COPY-TO-WORK
                   PERFORM 0300-LOAD-INDEXED
               END-IF.

           0250-COPY-TO-WORK.
               MOVE 0 TO WS-READ-COUNT.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN OUTPUT WORK-FILE.
               PERFORM UNTIL WS-END-OF-FILE
                   READ OLD-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF OLDG-RECORD NOT = SPACES
                               PERFORM 0260-RESHAPE-ITEM
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE OLD-LEDGER-FILE.
               CLOSE WORK-FILE.

           0260-RESHAPE-ITEM.
               MOVE SPACES          TO LDGR-RECORD.
               MOVE OLDG-HH-ID      TO LDGR-HH-ID.
               MOVE OLDG-DATE       TO LDGR-DATE.
               MOVE 0               TO LDGR-SEQ.
               MOVE OLDG-CAT        TO LDGR-CAT.
               MOVE OLDG-DESC       TO LDGR-DESC.
               MOVE OLDG-AMT        TO LDGR-AMT.
               IF OLDG-RCPT-AMT IS NUMERIC
                   MOVE OLDG-RCPT-AMT TO LDGR-RCPT-AMT
               ELSE
                   MOVE 0 TO LDGR-RCPT-AMT
               END-IF.
               MOVE OLDG-DEDUCT     TO LDGR-DEDUCT.
               MOVE OLDG-HSA-FLAG   TO LDGR-HSA-FLAG.
               MOVE LDGR-RECORD TO WORK-RECORD.
               WRITE WORK-RECORD.
               ADD 1 TO WS-READ-COUNT.

           0300-LOAD-INDEXED.
               MOVE 0 TO WS-LOAD-COUNT.
               MOVE 0 TO WS-FAIL-COUNT.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN OUTPUT BUDGET-LEDGER-FILE.
               IF WS-LDGR-STATUS NOT = "00"
                   DISPLAY "Could not rewrite " WS-CONV-NAME
                       ", status " WS-LDGR-STATUS " - its items are "
                       "in BUDGWORK"
               ELSE
                   OPEN INPUT WORK-FILE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               MOVE WORK-RECORD TO LDGR-RECORD
                               PERFORM 0350-WRITE-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE BUDGET-LEDGER-FILE
                   ADD 1 TO WS-FILE-COUNT
                   DISPLAY WS-CONV-NAME ": " WS-READ-COUNT
                       " items read, " WS-LOAD-COUNT " loaded."
                   IF WS-FAIL-COUNT > 0
                       DISPLAY "  " WS-FAIL-COUNT " could not be "
                           "loaded - see the messages above."
                   END-IF
               END-IF.

      *a day's first item takes number 1; each one after it finds
      *the number taken and tries the next
           0350-WRITE-ITEM.
               MOVE 'N' TO WS-WRITE-DONE.
               MOVE 1 TO LDGR-SEQ.
               PERFORM UNTIL WS-ITEM-LOADED OR LDGR-SEQ = 9999
                   WRITE LDGR-RECORD
                       INVALID KEY
                           IF WS-LDGR-STATUS = "22"
                               ADD 1 TO LDGR-SEQ
                           ELSE
                               MOVE 9999 TO LDGR-SEQ
                           END-IF
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-WRITE-DONE
                   END-WRITE
               END-PERFORM.
               IF WS-ITEM-LOADED
                   ADD 1 TO WS-LOAD-COUNT
               ELSE
                   ADD 1 TO WS-FAIL-COUNT
                   DISPLAY "Could not load " LDGR-DESC " of "
                       LDGR-DATE " for household " LDGR-HH-ID
                       ", status " WS-LDGR-STATUS
               END-IF.
           END PROGRAM BUDGLCNV.
