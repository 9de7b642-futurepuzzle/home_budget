       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGALEX.
       AUTHOR. SPEAKER
      *nightly alert extract for the household text/e-mail gateway -
      *trouble only surfaced when somebody ran the right report, so
      *this sweeps every household on BUDGHSHD for the conditions
      *the reports call out and writes one fixed-format record per
      *condition to the outbound file (BUDGALRT) the gateway picks
      *up: household, alert type, severity, month and message text.
      *the conditions, with their severity (H high, M medium, L
      *low - the good news):
      *  UNPAID   H  a bill on BUDGDUES with no payment on the
      *              ledger - last month's bills, and this month's
      *              once their due day has gone by
      *  NEGLEFT  H  the latest month posted left a negative
      *              leftover
      *  NOTPOSTD M  nothing posted for last month yet, the same
      *              test BUDGSUMM flags
      *  DEBTPAID L  a debt the register has marked paid off
      *  GOALMET  L  the savings goal balance reached its target
      *what has gone out is kept on the sent-alerts file (BUDGASNT),
      *so a condition is sent once and not again every night until
      *it changes - a new month, a different leftover, a new goal
      *target. a condition that clears drops off the sent file and
      *is sent afresh if it comes back. the first night sends
      *everything that stands, paid-off debts included.
      *BATCH on the command line runs with no questions, as of today
      *or of the YYYYMMDD after it. the run hands back a return
      *code: 0 clean, 4 when a check had to be skipped or an alert
      *couldn't be remembered as sent, 8 when there's no household
      *master or the outbound or sent file can't be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-HSHD-FILE ASSIGN TO "BUDGHSHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSHD-STATUS.
           SELECT BUDGET-DUES-FILE ASSIGN TO "BUDGDUES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUES-STATUS.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO "BUDGLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.
           SELECT BUDGET-HISTORY-FILE ASSIGN TO "BUDGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BUDGET-GOAL-FILE ASSIGN TO "BUDGGOAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOAL-STATUS.
           SELECT BUDGET-DEBT-FILE ASSIGN TO "BUDGDEBT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DREG-STATUS.
           SELECT BUDGET-ALERT-FILE ASSIGN TO "BUDGALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT BUDGET-SENT-FILE ASSIGN TO "BUDGASNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-HSHD-FILE.
       01  HSHD-RECORD.
           05 HSHD-ID         PIC 99.
           05 HSHD-NAME       PIC X(20).
           05 HSHD-NUMEARNERS PIC 9.
           05 HSHD-EARNER OCCURS 9 TIMES.
               10 HSHD-EARNER-NAME PIC A(20).
               10 HSHD-EARNER-AMT  PIC 9999.

      *recurring bills, kept by BUDGBILL
       FD  BUDGET-DUES-FILE.
       01  DUES-RECORD.
           05 DUES-HH-ID   PIC 99.
           05 DUES-NAME    PIC X(20).
           05 DUES-CAT     PIC X(8).
           05 DUES-DAY     PIC 99.
           05 DUES-AMT     PIC 9999V99.

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

       FD  BUDGET-HISTORY-FILE.
       01  HIST-RECORD.
           05 HIST-KEY.
               10 HIST-HH-ID   PIC 99.
               10 HIST-YR-MON  PIC 9(6).
           05 HIST-HSEHLD      PIC 9(6).
           05 HIST-COSTS       PIC 9(6)V99.
           05 HIST-FDTOTAL     PIC 9(6)V99.
           05 HIST-MAINCOSTS   PIC 9(6)V99.
           05 HIST-MISCCSTS    PIC 9(6)V99.
           05 HIST-PETCOSTS    PIC 9(6)V99.
           05 HIST-SVINGS      PIC 9(6).
           05 HIST-LEFTOVER    PIC S9(6)V99.
           05 HIST-GOAL-BALANCE PIC 9(8)V99.

       FD  BUDGET-GOAL-FILE.
       01  GOAL-RECORD.
           05 GOAL-HH-ID    PIC 99.
           05 GOAL-SET      PIC X.
              88 GOAL-IS-SET VALUE 'Y'.
           05 GOAL-TARGET   PIC 9(8)V99.
           05 GOAL-BALANCE  PIC 9(8)V99.

       FD  BUDGET-DEBT-FILE.
       01  DREG-RECORD.
           05 DREG-HH-ID   PIC 99.
           05 DREG-NAME    PIC A(20).
           05 DREG-BAL     PIC 9999V99.
           05 DREG-MINPMT  PIC 9999V99.
           05 DREG-RATE    PIC 99V99.
           05 DREG-PAID    PIC X.
              88 DREG-IS-PAID VALUE 'Y'.

      *one record per condition for the notification gateway - the
      *month is the one the condition belongs to, the run date the
      *night it was raised
       FD  BUDGET-ALERT-FILE.
       01  ALRT-RECORD.
           05 ALRT-HH-ID    PIC 99.
           05 ALRT-TYPE     PIC X(8).
           05 ALRT-SEVERITY PIC X.
           05 ALRT-MONTH    PIC 9(6).
           05 ALRT-RUN-DATE PIC 9(8).
           05 ALRT-TEXT     PIC X(60).

      *one record per condition already sent - household, type,
      *month (zero for a condition that doesn't belong to a month)
      *and subject (bill or debt name) say which condition it is;
      *the signature is what it looked like when sent, so a change
      *sends it again
       FD  BUDGET-SENT-FILE.
       01  SENT-RECORD.
           05 SENT-KEY.
               10 SENT-HH-ID   PIC 99.
               10 SENT-TYPE    PIC X(8).
               10 SENT-MONTH   PIC 9(6).
               10 SENT-SUBJECT PIC X(20).
           05 SENT-SIG     PIC X(12).
           05 SENT-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-HSHD-STATUS   PIC XX.
       01 WS-DUES-STATUS   PIC XX.
       01 WS-LDGR-STATUS   PIC XX.
       01 WS-HIST-STATUS   PIC XX.
       01 WS-GOAL-STATUS   PIC XX.
       01 WS-DREG-STATUS   PIC XX.
       01 WS-ALRT-STATUS   PIC XX.
       01 WS-SENT-STATUS   PIC XX.
       01 WS-EOF-FLAG      PIC X.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-LDGR-EOF      PIC X.
          88 WS-END-OF-LDGR VALUE 'Y'.
      *BATCH on the command line - no questions
       01 WS-CMD-LINE      PIC X(40).
       01 WS-CMD-WORD      PIC X(8).
       01 WS-DATE-BUFFER   PIC X(9).
       01 WS-BATCH-MODE    PIC X VALUE 'N'.
          88 WS-IS-BATCH VALUE 'Y'.
      *the as-of date, this month and last month
       01 WS-ASOF-DATE     PIC 9(8).
       01 WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-YR   PIC 9(4).
           05 WS-ASOF-MON  PIC 99.
           05 WS-ASOF-DAY  PIC 99.
       01 WS-THIS-YRMON    PIC 9(6).
       01 WS-PRIOR-YR      PIC 9(4).
       01 WS-PRIOR-MON     PIC 99.
       01 WS-PRIOR-YRMON   PIC 9(6).
      *the month whose bills are being checked, and the first due
      *day that isn't past yet
       01 WS-CHECK-MONTH   PIC 9(6).
       01 WS-MONTH-X       PIC X(6).
       01 WS-DUE-CUTOFF    PIC 99.
      *every household on the master, slotted by household id
       01 WS-HH-TABLE.
           05 WS-HH-ENTRY OCCURS 99 TIMES.
               10 WS-HH-ON       PIC X.
               10 WS-HH-NAME     PIC X(20).
               10 WS-HH-LASTMON  PIC 9(6).
               10 WS-HH-LEFT     PIC S9(6)V99.
               10 WS-HH-BILLS    PIC 999.
       01 WS-HH-SUB        PIC 999.
       01 WS-HH-COUNT      PIC 99 VALUE 0.
      *every household's bills
       01 WS-BILL-COUNT    PIC 999 VALUE 0.
       01 WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 300 TIMES.
               10 WS-BILL-HH   PIC 99.
               10 WS-BILL-NAME PIC X(20).
               10 WS-BILL-CAT  PIC X(8).
               10 WS-BILL-DAY  PIC 99.
               10 WS-BILL-AMT  PIC 9999V99.
               10 WS-BILL-PAID PIC X.
       01 WS-BILL-SUB      PIC 999.
      *the sent-alerts file in storage - entries still standing
      *tonight are kept, the rest drop off when it's written back
       01 WS-SENT-COUNT    PIC 9(4) VALUE 0.
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 2000 TIMES.
               10 WS-SENT-KEY.
                   15 WS-SENT-HH      PIC 99.
                   15 WS-SENT-TYPE    PIC X(8).
                   15 WS-SENT-MONTH   PIC 9(6).
                   15 WS-SENT-SUBJECT PIC X(20).
               10 WS-SENT-SIG   PIC X(12).
               10 WS-SENT-DATE  PIC 9(8).
               10 WS-SENT-KEEP  PIC X.
       01 WS-SENT-SUB      PIC 9(4).
       01 WS-SENT-AT       PIC 9(4).
      *the condition being raised
       01 WS-COND.
           05 WS-COND-KEY.
               10 WS-COND-HH      PIC 99.
               10 WS-COND-TYPE    PIC X(8).
               10 WS-COND-KEYMON  PIC 9(6).
               10 WS-COND-SUBJECT PIC X(20).
           05 WS-COND-SIG      PIC X(12).
           05 WS-COND-SEVERITY PIC X.
           05 WS-COND-MONTH    PIC 9(6).
           05 WS-COND-TEXT     PIC X(60).
       01 WS-COND-COUNT    PIC 9(4) VALUE 0.
       01 WS-NEW-COUNT     PIC 9(4) VALUE 0.
       01 WS-HELD-COUNT    PIC 9(4) VALUE 0.
       01 WS-UNSAVED-COUNT PIC 9(4) VALUE 0.
       01 WS-WARN-FLAG     PIC X VALUE 'N'.
          88 WS-HAD-WARNING VALUE 'Y'.
       01 WS-SAVE-FLAG     PIC X VALUE 'Y'.
          88 WS-SENT-SAVED VALUE 'Y'.
      *amounts in message text go in without their leading spaces
       01 WS-AMT-EDIT      PIC ZZZ9.99.
       01 WS-LEFT-EDIT     PIC -(6)9.99.
       01 WS-BAL-EDIT      PIC ZZZZZZZ9.99.
       01 WS-TGT-EDIT      PIC ZZZZZZZ9.99.
       01 WS-LEAD-1        PIC 99.
       01 WS-LEAD-2        PIC 99.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Nightly alert extract".
               DISPLAY "=====================".
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
               IF WS-CMD-LINE(1:5) = "BATCH"
                   PERFORM 0120-BATCH-DATE
               ELSE
                   PERFORM 0160-GET-DATE
               END-IF.
               PERFORM 0170-SET-MONTHS.
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > 99
                   MOVE 'N' TO WS-HH-ON(WS-HH-SUB)
                   MOVE 0 TO WS-HH-LASTMON(WS-HH-SUB)
                   MOVE 0 TO WS-HH-LEFT(WS-HH-SUB)
                   MOVE 0 TO WS-HH-BILLS(WS-HH-SUB)
               END-PERFORM.
               PERFORM 0200-LOAD-HOUSEHOLDS.
               PERFORM 0250-LOAD-SENT.
               PERFORM 0280-OPEN-ALERTS.
               PERFORM 0300-BILL-ALERTS.
               PERFORM 0400-HISTORY-ALERTS.
               PERFORM 0500-DEBT-ALERTS.
               PERFORM 0600-GOAL-ALERTS.
               CLOSE BUDGET-ALERT-FILE.
               PERFORM 0700-SAVE-SENT.
               DISPLAY " ".
               DISPLAY WS-HH-COUNT " households, " WS-COND-COUNT
                   " conditions standing.".
               DISPLAY WS-NEW-COUNT " alerts written to BUDGALRT, "
                   WS-HELD-COUNT " already sent and unchanged.".
               IF WS-UNSAVED-COUNT > 0
                   DISPLAY WS-UNSAVED-COUNT " alerts couldn't be "
                       "kept on BUDGASNT (full) - they will go "
                       "again tomorrow."
               END-IF.
               IF NOT WS-SENT-SAVED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-HAD-WARNING OR WS-UNSAVED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF.
               STOP RUN.

      *nightly run - the as-of date off the command line, today when
      *there isn't one
           0120-BATCH-DATE.
               MOVE 'Y' TO WS-BATCH-MODE.
               MOVE SPACES TO WS-DATE-BUFFER.
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-CMD-WORD WS-DATE-BUFFER
               END-UNSTRING.
               ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
               IF WS-DATE-BUFFER NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-DATE-BUFFER) NOT = 0
                       DISPLAY "BATCH takes an as-of date (YYYYMMDD) "
                           "after it, or nothing for today."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   COMPUTE WS-ASOF-DATE =
                       FUNCTION NUMVAL(WS-DATE-BUFFER)
                   IF WS-ASOF-YR < 1900
                       OR WS-ASOF-MON < 1 OR WS-ASOF-MON > 12
                       OR WS-ASOF-DAY < 1 OR WS-ASOF-DAY > 31
                       DISPLAY "BATCH takes an as-of date (YYYYMMDD) "
                           "after it, or nothing for today."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               DISPLAY "As of " WS-ASOF-DATE ".".

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

      *last month is the one BUDGSUMM expects posted by now
           0170-SET-MONTHS.
               COMPUTE WS-THIS-YRMON = WS-ASOF-YR * 100 + WS-ASOF-MON.
               MOVE WS-ASOF-YR TO WS-PRIOR-YR.
               MOVE WS-ASOF-MON TO WS-PRIOR-MON.
               IF WS-PRIOR-MON = 1
                   SUBTRACT 1 FROM WS-PRIOR-YR
                   MOVE 12 TO WS-PRIOR-MON
               ELSE
                   SUBTRACT 1 FROM WS-PRIOR-MON
               END-IF.
               COMPUTE WS-PRIOR-YRMON =
                   WS-PRIOR-YR * 100 + WS-PRIOR-MON.

           0200-LOAD-HOUSEHOLDS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-HSHD-FILE.
               IF WS-HSHD-STATUS NOT = "00"
                   DISPLAY "No household master on file yet - "
                       "nothing to sweep."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-END-OF-FILE
                   READ BUDGET-HSHD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF HSHD-ID > 0
                               AND WS-HH-ON(HSHD-ID) NOT = "Y"
                               ADD 1 TO WS-HH-COUNT
                               MOVE 'Y' TO WS-HH-ON(HSHD-ID)
                               MOVE HSHD-NAME TO WS-HH-NAME(HSHD-ID)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE BUDGET-HSHD-FILE.

      *no sent file yet is the first night - everything standing
      *goes out
           0250-LOAD-SENT.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-SENT-FILE.
               IF WS-SENT-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-FILE
                           OR WS-SENT-COUNT = 2000
                       READ BUDGET-SENT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-SENT-COUNT
                               MOVE SENT-KEY TO
                                   WS-SENT-KEY(WS-SENT-COUNT)
                               MOVE SENT-SIG TO
                                   WS-SENT-SIG(WS-SENT-COUNT)
                               MOVE SENT-DATE TO
                                   WS-SENT-DATE(WS-SENT-COUNT)
                               MOVE 'N' TO
                                   WS-SENT-KEEP(WS-SENT-COUNT)
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-SENT-FILE
               END-IF.

      *the gateway takes the file away once it has sent it, so
      *tonight's alerts go on the end of whatever it hasn't
           0280-OPEN-ALERTS.
               OPEN EXTEND BUDGET-ALERT-FILE.
               IF WS-ALRT-STATUS = "35"
                   OPEN OUTPUT BUDGET-ALERT-FILE
                   CLOSE BUDGET-ALERT-FILE
                   OPEN EXTEND BUDGET-ALERT-FILE
               END-IF.
               IF WS-ALRT-STATUS NOT = "00"
                   DISPLAY "Could not open the alert file BUDGALRT, "
                       "status " WS-ALRT-STATUS " - nothing sent."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *the same test as BUDGBILL's unpaid check - a spending item
      *in the bill's category that month pays it. last month's
      *bills are all due by now; this month's once their day has
      *gone by
           0300-BILL-ALERTS.
               PERFORM 0310-LOAD-BILLS.
               IF WS-BILL-COUNT > 0
                   OPEN INPUT BUDGET-LEDGER-FILE
                   IF WS-LDGR-STATUS NOT = "00"
                       DISPLAY "No expense ledger on file - unpaid "
                           "bills not checked."
                       MOVE 'Y' TO WS-WARN-FLAG
                   ELSE
                       MOVE WS-PRIOR-YRMON TO WS-CHECK-MONTH
                       MOVE 32 TO WS-DUE-CUTOFF
                       PERFORM 0320-CHECK-MONTH
                       MOVE WS-THIS-YRMON TO WS-CHECK-MONTH
                       MOVE WS-ASOF-DAY TO WS-DUE-CUTOFF
                       PERFORM 0320-CHECK-MONTH
                       CLOSE BUDGET-LEDGER-FILE
                   END-IF
               END-IF.

           0310-LOAD-BILLS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-DUES-FILE.
               IF WS-DUES-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-FILE
                           OR WS-BILL-COUNT = 300
                       READ BUDGET-DUES-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF DUES-HH-ID > 0
                                   AND WS-HH-ON(DUES-HH-ID) = "Y"
                                   ADD 1 TO WS-BILL-COUNT
                                   ADD 1 TO WS-HH-BILLS(DUES-HH-ID)
                                   MOVE DUES-HH-ID TO
                                       WS-BILL-HH(WS-BILL-COUNT)
                                   MOVE DUES-NAME TO
                                       WS-BILL-NAME(WS-BILL-COUNT)
                                   MOVE DUES-CAT TO
                                       WS-BILL-CAT(WS-BILL-COUNT)
                                   MOVE DUES-DAY TO
                                       WS-BILL-DAY(WS-BILL-COUNT)
                                   MOVE DUES-AMT TO
                                       WS-BILL-AMT(WS-BILL-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-DUES-FILE
               END-IF.

           0320-CHECK-MONTH.
               MOVE WS-CHECK-MONTH TO WS-MONTH-X.
               PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                       UNTIL WS-BILL-SUB > WS-BILL-COUNT
                   MOVE 'N' TO WS-BILL-PAID(WS-BILL-SUB)
               END-PERFORM.
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > 99
                   IF WS-HH-BILLS(WS-HH-SUB) > 0
                       PERFORM 0330-MARK-PAID-BILLS
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                       UNTIL WS-BILL-SUB > WS-BILL-COUNT
                   IF WS-BILL-PAID(WS-BILL-SUB) NOT = "Y"
                       AND WS-BILL-DAY(WS-BILL-SUB) < WS-DUE-CUTOFF
                       PERFORM 0350-RAISE-UNPAID
                   END-IF
               END-PERFORM.

      *the household's items for the month, read by key from its
      *first day of the month on
           0330-MARK-PAID-BILLS.
               MOVE 'N' TO WS-LDGR-EOF.
               MOVE WS-HH-SUB TO LDGR-HH-ID.
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
                           IF LDGR-HH-ID NOT = WS-HH-SUB
                               OR LDGR-DATE(1:6) NOT = WS-MONTH-X
                               MOVE 'Y' TO WS-LDGR-EOF
                           ELSE
                               IF LDGR-AMT > 0
                                   PERFORM 0340-MARK-ONE-PAID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           0340-MARK-ONE-PAID.
               PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                       UNTIL WS-BILL-SUB > WS-BILL-COUNT
                   IF WS-BILL-HH(WS-BILL-SUB) = LDGR-HH-ID
                       AND WS-BILL-CAT(WS-BILL-SUB) = LDGR-CAT
                       MOVE 'Y' TO WS-BILL-PAID(WS-BILL-SUB)
                   END-IF
               END-PERFORM.

           0350-RAISE-UNPAID.
               MOVE SPACES TO WS-COND.
               MOVE WS-BILL-HH(WS-BILL-SUB) TO WS-COND-HH.
               MOVE "UNPAID" TO WS-COND-TYPE.
               MOVE WS-CHECK-MONTH TO WS-COND-KEYMON.
               MOVE WS-BILL-NAME(WS-BILL-SUB) TO WS-COND-SUBJECT.
               MOVE "H" TO WS-COND-SEVERITY.
               MOVE WS-CHECK-MONTH TO WS-COND-MONTH.
               MOVE WS-BILL-AMT(WS-BILL-SUB) TO WS-AMT-EDIT.
               MOVE 0 TO WS-LEAD-1.
               INSPECT WS-AMT-EDIT TALLYING WS-LEAD-1
                   FOR LEADING SPACES.
               STRING WS-BILL-NAME(WS-BILL-SUB) DELIMITED BY "  "
                   " not paid - due day " DELIMITED BY SIZE
                   WS-BILL-DAY(WS-BILL-SUB) DELIMITED BY SIZE
                   ", about " DELIMITED BY SIZE
                   WS-AMT-EDIT(WS-LEAD-1 + 1:) DELIMITED BY SIZE
                   INTO WS-COND-TEXT
               END-STRING.
               PERFORM 0900-RAISE-ALERT.

      *history reads in key order, so the last record seen for a
      *household is its latest posted month - the leftover test
      *and the posted-for-last-month test are BUDGSUMM's flags
           0400-HISTORY-ALERTS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-HISTORY-FILE.
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "(no budget history on file yet)"
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ BUDGET-HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF HIST-HH-ID > 0
                                   AND HIST-YR-MON >
                                       WS-HH-LASTMON(HIST-HH-ID)
                                   MOVE HIST-YR-MON TO
                                       WS-HH-LASTMON(HIST-HH-ID)
                                   MOVE HIST-LEFTOVER TO
                                       WS-HH-LEFT(HIST-HH-ID)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-HISTORY-FILE
               END-IF.
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > 99
                   IF WS-HH-ON(WS-HH-SUB) = "Y"
                       PERFORM 0450-HOUSEHOLD-HISTORY
                   END-IF
               END-PERFORM.

           0450-HOUSEHOLD-HISTORY.
               IF WS-HH-LASTMON(WS-HH-SUB) > 0
                   AND WS-HH-LEFT(WS-HH-SUB) < 0
                   MOVE SPACES TO WS-COND
                   MOVE WS-HH-SUB TO WS-COND-HH
                   MOVE "NEGLEFT" TO WS-COND-TYPE
                   MOVE WS-HH-LASTMON(WS-HH-SUB) TO WS-COND-KEYMON
                   MOVE WS-HH-LEFT(WS-HH-SUB) TO WS-LEFT-EDIT
                   MOVE WS-LEFT-EDIT TO WS-COND-SIG
                   MOVE "H" TO WS-COND-SEVERITY
                   MOVE WS-HH-LASTMON(WS-HH-SUB) TO WS-COND-MONTH
                   MOVE 0 TO WS-LEAD-1
                   INSPECT WS-LEFT-EDIT TALLYING WS-LEAD-1
                       FOR LEADING SPACES
                   STRING "Leftover for " DELIMITED BY SIZE
                       WS-HH-LASTMON(WS-HH-SUB) DELIMITED BY SIZE
                       " went negative: " DELIMITED BY SIZE
                       WS-LEFT-EDIT(WS-LEAD-1 + 1:) DELIMITED BY SIZE
                       INTO WS-COND-TEXT
                   END-STRING
                   PERFORM 0900-RAISE-ALERT
               END-IF.
               IF WS-HH-LASTMON(WS-HH-SUB) < WS-PRIOR-YRMON
                   MOVE SPACES TO WS-COND
                   MOVE WS-HH-SUB TO WS-COND-HH
                   MOVE "NOTPOSTD" TO WS-COND-TYPE
                   MOVE WS-PRIOR-YRMON TO WS-COND-KEYMON
                   MOVE WS-HH-LASTMON(WS-HH-SUB) TO WS-COND-SIG
                   MOVE "M" TO WS-COND-SEVERITY
                   MOVE WS-PRIOR-YRMON TO WS-COND-MONTH
                   IF WS-HH-LASTMON(WS-HH-SUB) = 0
                       MOVE "No budget month posted yet"
                           TO WS-COND-TEXT
                   ELSE
                       STRING "Month not posted - nothing since "
                           DELIMITED BY SIZE
                           WS-HH-LASTMON(WS-HH-SUB) DELIMITED BY SIZE
                           INTO WS-COND-TEXT
                       END-STRING
                   END-IF
                   PERFORM 0900-RAISE-ALERT
               END-IF.

      *a paid-off debt stays on the register marked paid, so it is
      *sent the once and held back from then on
           0500-DEBT-ALERTS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-DEBT-FILE.
               IF WS-DREG-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-FILE
                       READ BUDGET-DEBT-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF DREG-HH-ID > 0
                                   AND WS-HH-ON(DREG-HH-ID) = "Y"
                                   AND DREG-IS-PAID
                                   PERFORM 0550-RAISE-DEBT-PAID
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-DEBT-FILE
               END-IF.

           0550-RAISE-DEBT-PAID.
               MOVE SPACES TO WS-COND.
               MOVE DREG-HH-ID TO WS-COND-HH.
               MOVE "DEBTPAID" TO WS-COND-TYPE.
               MOVE 0 TO WS-COND-KEYMON.
               MOVE DREG-NAME TO WS-COND-SUBJECT.
               MOVE "L" TO WS-COND-SEVERITY.
               MOVE WS-THIS-YRMON TO WS-COND-MONTH.
               STRING "Debt paid off: " DELIMITED BY SIZE
                   DREG-NAME DELIMITED BY "  "
                   INTO WS-COND-TEXT
               END-STRING.
               PERFORM 0900-RAISE-ALERT.

      *the goal is sent once per target - set a new target and
      *reaching it is news again
           0600-GOAL-ALERTS.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-GOAL-FILE.
               IF WS-GOAL-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-FILE
                       READ BUDGET-GOAL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF GOAL-HH-ID > 0
                                   AND WS-HH-ON(GOAL-HH-ID) = "Y"
                                   AND GOAL-IS-SET
                                   AND GOAL-TARGET > 0
                                   AND GOAL-BALANCE NOT < GOAL-TARGET
                                   PERFORM 0650-RAISE-GOAL-MET
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-GOAL-FILE
               END-IF.

           0650-RAISE-GOAL-MET.
               MOVE SPACES TO WS-COND.
               MOVE GOAL-HH-ID TO WS-COND-HH.
               MOVE "GOALMET" TO WS-COND-TYPE.
               MOVE 0 TO WS-COND-KEYMON.
               MOVE GOAL-TARGET TO WS-TGT-EDIT.
               MOVE WS-TGT-EDIT TO WS-COND-SIG.
               MOVE "L" TO WS-COND-SEVERITY.
               MOVE WS-THIS-YRMON TO WS-COND-MONTH.
               MOVE GOAL-BALANCE TO WS-BAL-EDIT.
               MOVE 0 TO WS-LEAD-1.
               INSPECT WS-BAL-EDIT TALLYING WS-LEAD-1
                   FOR LEADING SPACES.
               MOVE 0 TO WS-LEAD-2.
               INSPECT WS-TGT-EDIT TALLYING WS-LEAD-2
                   FOR LEADING SPACES.
               STRING "Savings goal reached - " DELIMITED BY SIZE
                   WS-BAL-EDIT(WS-LEAD-1 + 1:) DELIMITED BY SIZE
                   " saved of " DELIMITED BY SIZE
                   WS-TGT-EDIT(WS-LEAD-2 + 1:) DELIMITED BY SIZE
                   INTO WS-COND-TEXT
               END-STRING.
               PERFORM 0900-RAISE-ALERT.

      *only what still stands tonight goes back on the sent file
           0700-SAVE-SENT.
               OPEN OUTPUT BUDGET-SENT-FILE.
               IF WS-SENT-STATUS NOT = "00"
                   DISPLAY "Could not write the sent-alerts file "
                       "BUDGASNT, status " WS-SENT-STATUS
                       " - tonight's alerts will go again."
                   MOVE 'N' TO WS-SAVE-FLAG
               ELSE
                   PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
                           UNTIL WS-SENT-SUB > WS-SENT-COUNT
                       IF WS-SENT-KEEP(WS-SENT-SUB) = "Y"
                           MOVE WS-SENT-KEY(WS-SENT-SUB) TO SENT-KEY
                           MOVE WS-SENT-SIG(WS-SENT-SUB) TO SENT-SIG
                           MOVE WS-SENT-DATE(WS-SENT-SUB)
                               TO SENT-DATE
                           WRITE SENT-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE BUDGET-SENT-FILE
               END-IF.

      *one standing condition - held back when the sent file has it
      *looking just the same, otherwise written for the gateway and
      *remembered as sent
           0900-RAISE-ALERT.
               ADD 1 TO WS-COND-COUNT.
               MOVE 0 TO WS-SENT-AT.
               PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
                       UNTIL WS-SENT-SUB > WS-SENT-COUNT
                           OR WS-SENT-AT > 0
                   IF WS-SENT-KEY(WS-SENT-SUB) = WS-COND-KEY
                       MOVE WS-SENT-SUB TO WS-SENT-AT
                   END-IF
               END-PERFORM.
               IF WS-SENT-AT > 0
                   AND WS-SENT-SIG(WS-SENT-AT) = WS-COND-SIG
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'Y' TO WS-SENT-KEEP(WS-SENT-AT)
               ELSE
                   MOVE WS-COND-HH       TO ALRT-HH-ID
                   MOVE WS-COND-TYPE     TO ALRT-TYPE
                   MOVE WS-COND-SEVERITY TO ALRT-SEVERITY
                   MOVE WS-COND-MONTH    TO ALRT-MONTH
                   MOVE WS-ASOF-DATE     TO ALRT-RUN-DATE
                   MOVE WS-COND-TEXT     TO ALRT-TEXT
                   WRITE ALRT-RECORD
                   ADD 1 TO WS-NEW-COUNT
                   DISPLAY "  " WS-COND-HH " " WS-COND-TYPE " "
                       WS-COND-SEVERITY " " WS-COND-MONTH " "
                       WS-COND-TEXT
                   IF WS-SENT-AT = 0 AND WS-SENT-COUNT < 2000
                       ADD 1 TO WS-SENT-COUNT
                       MOVE WS-SENT-COUNT TO WS-SENT-AT
                       MOVE WS-COND-KEY TO WS-SENT-KEY(WS-SENT-AT)
                   END-IF
                   IF WS-SENT-AT = 0
                       ADD 1 TO WS-UNSAVED-COUNT
                   ELSE
                       MOVE WS-COND-SIG TO WS-SENT-SIG(WS-SENT-AT)
                       MOVE WS-ASOF-DATE TO WS-SENT-DATE(WS-SENT-AT)
                       MOVE 'Y' TO WS-SENT-KEEP(WS-SENT-AT)
                   END-IF
               END-IF.
           END PROGRAM BUDGALEX.
