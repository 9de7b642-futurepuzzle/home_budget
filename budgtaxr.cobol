       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGTAXR.
       AUTHOR. SPEAKER
      *tax-year deductible report - for one household and one
      *calendar year, every ledger item marked deductible (keyed in
      *BUDGLENT or set by a BUDGIMPT merchant rule) listed under its
      *deduction type - medical, charitable, home office, other -
      *with a subtotal per type and a grand total. medical is shown
      *before and after what the HSA paid back, since only the part
      *paid out of pocket counts.
      *the year's items are taken from BUDGARCH's archive for that
      *year (BUDGLDGA.yyyy) when there is one and from the live
      *ledger as well, so a year that's been purged, or purged only
      *partway, still comes out whole.
      *the same items go to a CSV for the tax preparer, one file per
      *household and year (BUDGTXhh.yyyy), written fresh each run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO WS-LDGR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.
           SELECT BUDGET-TAX-CSV-FILE ASSIGN TO WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

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

      *one line per deductible item, with a heading line first
       FD  BUDGET-TAX-CSV-FILE.
       01  TAXC-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LDGR-STATUS   PIC XX.
      *the live ledger or the year's archive - both are read
       01 WS-LDGR-NAME     PIC X(13) VALUE "BUDGLDGR".
       01 WS-LDGR-EOF      PIC X VALUE 'N'.
          88 WS-END-OF-LDGR VALUE 'Y'.
       01 WS-FILES-READ    PIC 9 VALUE 0.
       01 WS-CSV-STATUS    PIC XX.
       01 WS-CSV-NAME      PIC X(13).
       01 WS-WANT-HH       PIC 99.
       01 WS-WANT-YEAR     PIC 9(4).
       01 WS-YEAR-X        PIC X(4).
       01 WS-NUM-BUFFER    PIC X(9).
      *the year's deductible items, held so each type can be listed
      *together and the CSV written from the same table
       01 WS-ITEM-COUNT    PIC 9(4) VALUE 0.
       01 WS-ITEM-FULL     PIC X VALUE 'N'.
          88 WS-ITEMS-FULL VALUE 'Y'.
       01 WS-ITEM-TABLE.
           05 WS-ITEM OCCURS 2000 TIMES.
               10 WS-ITEM-DATE PIC 9(8).
               10 WS-ITEM-CAT  PIC X(8).
               10 WS-ITEM-DESC PIC X(20).
               10 WS-ITEM-AMT  PIC S9999V99.
               10 WS-ITEM-TYPE PIC X.
               10 WS-ITEM-HSA  PIC X.
       01 WS-ITEM-SUB      PIC 9(4).
      *the deduction types in the order the report lists them
       01 WS-TYPE-TABLE.
           05 FILLER PIC X(13) VALUE "MMedical".
           05 FILLER PIC X(13) VALUE "CCharitable".
           05 FILLER PIC X(13) VALUE "HHome office".
           05 FILLER PIC X(13) VALUE "OOther".
       01 WS-TYPE-LIST REDEFINES WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 4 TIMES.
               10 WS-TYPE-CODE PIC X.
               10 WS-TYPE-NAME PIC X(12).
       01 WS-TYPE-SUB      PIC 9.
       01 WS-TYPE-COUNT    PIC 9(4).
       01 WS-TYPE-TOTAL    PIC S9(7)V99.
       01 WS-GRAND-TOTAL   PIC S9(7)V99 VALUE 0.
       01 WS-HSA-TOTAL     PIC S9(7)V99 VALUE 0.
       01 WS-MED-TOTAL     PIC S9(7)V99 VALUE 0.
       01 WS-MED-NET       PIC S9(7)V99 VALUE 0.
       01 WS-AMT-EDIT      PIC -(4)9.99.
       01 WS-TOT-EDIT      PIC -(7)9.99.
       01 WS-HSA-NOTE      PIC X(14).
      *CSV fields - amounts go out without the edit's leading
      *spaces and the description quoted, as it can hold a comma
       01 WS-LEAD-SPACES   PIC 99.
       01 WS-CSV-DATE      PIC X(10).
       01 WS-CSV-HSA       PIC X.
       01 WS-CSV-COUNT     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Tax-year deductible report".
               DISPLAY "==========================".
               DISPLAY "Which household? (1-99)".
               PERFORM 0150-GET-NUMBER.
               DISPLAY "Which tax year? (YYYY)".
               ACCEPT WS-NUM-BUFFER.
               IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) = 0
                   AND FUNCTION NUMVAL(WS-NUM-BUFFER) > 1899
                   AND FUNCTION NUMVAL(WS-NUM-BUFFER) < 10000
                   COMPUTE WS-WANT-YEAR =
                       FUNCTION NUMVAL(WS-NUM-BUFFER)
               ELSE
                   DISPLAY "That's not a year."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-WANT-YEAR TO WS-YEAR-X.
      *the archive first - its items are the older ones
               MOVE SPACES TO WS-LDGR-NAME.
               STRING "BUDGLDGA." WS-YEAR-X
                   DELIMITED BY SIZE INTO WS-LDGR-NAME
               END-STRING.
               PERFORM 0200-LOAD-ITEMS.
               MOVE "BUDGLDGR" TO WS-LDGR-NAME.
               PERFORM 0200-LOAD-ITEMS.
               IF WS-FILES-READ = 0
                   DISPLAY "No expense ledger on file yet, and no "
                       "archive for " WS-YEAR-X "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-ITEM-COUNT = 0
                   DISPLAY "No deductible items for household "
                       WS-WANT-HH " in " WS-YEAR-X "."
                   STOP RUN
               END-IF.
               DISPLAY " ".
               DISPLAY "Household " WS-WANT-HH " tax year "
                   WS-YEAR-X ":".
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > 4
                   PERFORM 0300-LIST-ONE-TYPE
               END-PERFORM.
               MOVE WS-GRAND-TOTAL TO WS-TOT-EDIT.
               DISPLAY " ".
               DISPLAY "All deductible items:      " WS-TOT-EDIT
                   " across " WS-ITEM-COUNT " items.".
               IF WS-HSA-TOTAL NOT = 0
                   COMPUTE WS-MED-NET = WS-GRAND-TOTAL - WS-HSA-TOTAL
                   MOVE WS-MED-NET TO WS-TOT-EDIT
                   DISPLAY "  less HSA reimbursed:     " WS-TOT-EDIT
               END-IF.
               IF WS-ITEMS-FULL
                   DISPLAY "(the year has more deductible items than "
                       "the 2000 shown here)"
               END-IF.
               PERFORM 0400-WRITE-CSV.
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

      *pull the household's deductible items for the year out of
      *whichever file WS-LDGR-NAME names, by key from the first of
      *the year on - a file that isn't there is simply skipped
           0200-LOAD-ITEMS.
               MOVE 'N' TO WS-LDGR-EOF.
               OPEN INPUT BUDGET-LEDGER-FILE.
               IF WS-LDGR-STATUS = "00"
                   ADD 1 TO WS-FILES-READ
                   DISPLAY "Reading " WS-LDGR-NAME "."
                   MOVE WS-WANT-HH TO LDGR-HH-ID
                   MOVE 0 TO LDGR-DATE
                   MOVE WS-YEAR-X TO LDGR-DATE(1:4)
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
                                   OR LDGR-DATE(1:4) NOT = WS-YEAR-X
                                   MOVE 'Y' TO WS-LDGR-EOF
                               ELSE
                                   IF LDGR-DEDUCT NOT = SPACE
                                       PERFORM 0250-KEEP-ITEM
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-LEDGER-FILE
               END-IF.

           0250-KEEP-ITEM.
               IF WS-ITEM-COUNT < 2000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE LDGR-DATE TO WS-ITEM-DATE(WS-ITEM-COUNT)
                   MOVE LDGR-CAT  TO WS-ITEM-CAT(WS-ITEM-COUNT)
                   MOVE LDGR-DESC TO WS-ITEM-DESC(WS-ITEM-COUNT)
                   MOVE LDGR-AMT  TO WS-ITEM-AMT(WS-ITEM-COUNT)
                   MOVE LDGR-DEDUCT TO WS-ITEM-TYPE(WS-ITEM-COUNT)
                   MOVE 'N' TO WS-ITEM-HSA(WS-ITEM-COUNT)
                   IF LDGR-DEDUCT = 'M' AND LDGR-HSA-FLAG = 'Y'
                       MOVE 'Y' TO WS-ITEM-HSA(WS-ITEM-COUNT)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-ITEM-FULL
               END-IF.

      *one deduction type - its items, its subtotal, and for
      *medical the HSA's share and what's left after it
           0300-LIST-ONE-TYPE.
               MOVE 0 TO WS-TYPE-COUNT.
               MOVE 0 TO WS-TYPE-TOTAL.
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   IF WS-ITEM-TYPE(WS-ITEM-SUB)
                       = WS-TYPE-CODE(WS-TYPE-SUB)
                       IF WS-TYPE-COUNT = 0
                           DISPLAY " "
                           DISPLAY WS-TYPE-NAME(WS-TYPE-SUB) ":"
                       END-IF
                       ADD 1 TO WS-TYPE-COUNT
                       PERFORM 0350-SHOW-ITEM
                   END-IF
               END-PERFORM.
               IF WS-TYPE-COUNT > 0
                   MOVE WS-TYPE-TOTAL TO WS-TOT-EDIT
                   DISPLAY "  total " WS-TYPE-NAME(WS-TYPE-SUB) ": "
                       WS-TOT-EDIT
                   IF WS-TYPE-CODE(WS-TYPE-SUB) = 'M'
                       MOVE WS-TYPE-TOTAL TO WS-MED-TOTAL
                       MOVE WS-HSA-TOTAL TO WS-TOT-EDIT
                       DISPLAY "    reimbursed by the HSA:  "
                           WS-TOT-EDIT
                       COMPUTE WS-MED-NET =
                           WS-MED-TOTAL - WS-HSA-TOTAL
                       MOVE WS-MED-NET TO WS-TOT-EDIT
                       DISPLAY "    medical after the HSA:  "
                           WS-TOT-EDIT
                   END-IF
               END-IF.

           0350-SHOW-ITEM.
               ADD WS-ITEM-AMT(WS-ITEM-SUB) TO WS-TYPE-TOTAL.
               ADD WS-ITEM-AMT(WS-ITEM-SUB) TO WS-GRAND-TOTAL.
               MOVE SPACES TO WS-HSA-NOTE.
               IF WS-ITEM-HSA(WS-ITEM-SUB) = 'Y'
                   ADD WS-ITEM-AMT(WS-ITEM-SUB) TO WS-HSA-TOTAL
                   MOVE "HSA reimbursed" TO WS-HSA-NOTE
               END-IF.
               MOVE WS-ITEM-AMT(WS-ITEM-SUB) TO WS-AMT-EDIT.
               DISPLAY "  "
                   WS-ITEM-DATE(WS-ITEM-SUB) "  "
                   WS-ITEM-CAT(WS-ITEM-SUB) " "
                   WS-ITEM-DESC(WS-ITEM-SUB) "  "
                   WS-AMT-EDIT "  " WS-HSA-NOTE.

      *the preparer's copy - household, date, type, category,
      *description, amount, HSA reimbursed Y/N - in the same type
      *order as the report
           0400-WRITE-CSV.
               MOVE SPACES TO WS-CSV-NAME.
               STRING "BUDGTX" WS-WANT-HH "." WS-YEAR-X
                   DELIMITED BY SIZE INTO WS-CSV-NAME
               END-STRING.
               OPEN OUTPUT BUDGET-TAX-CSV-FILE.
               IF WS-CSV-STATUS NOT = "00"
                   DISPLAY "Could not write the CSV " WS-CSV-NAME
                       ", status " WS-CSV-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO TAXC-RECORD
                   STRING "HOUSEHOLD,DATE,TYPE,CATEGORY,DESCRIPTION,"
                       "AMOUNT,HSA REIMBURSED"
                       DELIMITED BY SIZE INTO TAXC-RECORD
                   END-STRING
                   WRITE TAXC-RECORD
                   PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                           UNTIL WS-TYPE-SUB > 4
                       PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                           IF WS-ITEM-TYPE(WS-ITEM-SUB)
                               = WS-TYPE-CODE(WS-TYPE-SUB)
                               PERFORM 0450-WRITE-CSV-LINE
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   CLOSE BUDGET-TAX-CSV-FILE
                   DISPLAY " "
                   DISPLAY WS-CSV-COUNT " items written to "
                       WS-CSV-NAME " for the tax preparer."
               END-IF.

           0450-WRITE-CSV-LINE.
               MOVE SPACES TO WS-CSV-DATE.
               STRING WS-ITEM-DATE(WS-ITEM-SUB)(1:4) "-"
                   WS-ITEM-DATE(WS-ITEM-SUB)(5:2) "-"
                   WS-ITEM-DATE(WS-ITEM-SUB)(7:2)
                   DELIMITED BY SIZE INTO WS-CSV-DATE
               END-STRING.
               MOVE WS-ITEM-AMT(WS-ITEM-SUB) TO WS-AMT-EDIT.
               MOVE 0 TO WS-LEAD-SPACES.
               INSPECT WS-AMT-EDIT TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES.
               MOVE WS-ITEM-HSA(WS-ITEM-SUB) TO WS-CSV-HSA.
               MOVE SPACES TO TAXC-RECORD.
               STRING WS-WANT-HH "," WS-CSV-DATE ","
                   WS-TYPE-NAME(WS-TYPE-SUB) DELIMITED BY "  "
                   "," WS-ITEM-CAT(WS-ITEM-SUB) DELIMITED BY SPACE
                   ",""" WS-ITEM-DESC(WS-ITEM-SUB) DELIMITED BY "  "
                   """," WS-AMT-EDIT(WS-LEAD-SPACES + 1:)
                   "," WS-CSV-HSA
                   DELIMITED BY SIZE INTO TAXC-RECORD
               END-STRING.
               WRITE TAXC-RECORD.
               ADD 1 TO WS-CSV-COUNT.
           END PROGRAM BUDGTAXR.
