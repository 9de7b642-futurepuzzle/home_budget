      *a dropped goal record fits its audit column whole; a
      *dropped profile doesn't, so its full image also lands on a
      *side file (BUDGVDRP) and the audit outcome points there.
      *ledger items, merchant rules (BUDGRULE) and recurring bills
      *(BUDGDUES) whose category isn't on the category master
      *(BUDGCATS) are reported too - a retired category still
      *counts as on it. those are report-only as well. the
      *ledger's categories are checked down its category key, one
      *master lookup per code.
      *a report-only run is open to anyone; repair mode asks for an
      *operator sign-on (BUDGOPER) - a reviewer or supervisor set
      *up for all households, since a repair sweeps every one of
      *them - and the audit records carry the id.
      *BATCH on the command line runs it report-only with no
      *questions, the way the month-end stream (BUDGMEND) does. the
      *run hands back a return code: 0 when everything hangs
      *together, 4 when the only findings are unknown categories,
      *8 for orphans, duplicates, debt overruns or bad dates.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO "BUDGLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.
           SELECT BUDGET-GOAL-FILE ASSIGN TO "BUDGGOAL"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT DROPPED-RECORD-FILE ASSIGN TO "BUDGVDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VDRP-STATUS.
           SELECT BUDGET-CATS-FILE ASSIGN TO "BUDGCATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-STATUS.
           SELECT MERCHANT-RULE-FILE ASSIGN TO "BUDGRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT BUDGET-DUES-FILE ASSIGN TO "BUDGDUES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUES-STATUS.
           SELECT BUDGET-OPER-FILE ASSIGN TO "BUDGOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 HIST-GOAL-BALANCE PIC 9(8)V99.

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

       FD  BUDGET-GOAL-FILE.
       01  GOAL-RECORD.
           05 AUDT-OUTCOME  PIC X(12).
           05 AUDT-OLD-HIST PIC X(80).
           05 AUDT-OLD-GOAL PIC X(25).
           05 AUDT-OPER-ID  PIC X(8).

      *full images of records repair mode dropped - too wide for
      *the audit columns, kept whole here instead
       FD  DROPPED-RECORD-FILE.
       01  VDRP-RECORD PIC X(400).

      *category master, kept by BUDGCATM
       FD  BUDGET-CATS-FILE.
       01  CATM-RECORD.
           05 CATM-CODE     PIC X(8).
           05 CATM-DESC     PIC X(30).
           05 CATM-GROUP    PIC X.
           05 CATM-PARENT   PIC X(8).
           05 CATM-ACTIVE   PIC X.

      *BUDGIMPT's merchant rules
       FD  MERCHANT-RULE-FILE.
       01  RULE-RECORD.
           05 RULE-TEXT    PIC X(20).
           05 RULE-CAT     PIC X(8).
           05 RULE-DEDUCT  PIC X.
           05 RULE-HSA     PIC X.

      *BUDGBILL's recurring bills
       FD  BUDGET-DUES-FILE.
       01  DUES-RECORD.
           05 DUES-HH-ID   PIC 99.
           05 DUES-NAME    PIC X(20).
           05 DUES-CAT     PIC X(8).
           05 DUES-DAY     PIC 99.
           05 DUES-AMT     PIC 9999V99.

      *operators and what they may touch - kept by BUDGOPRM
       FD  BUDGET-OPER-FILE.
       01  OPER-RECORD.
           05 OPER-ID       PIC X(8).
           05 OPER-NAME     PIC X(20).
           05 OPER-ROLE     PIC X.
           05 OPER-PASSWORD PIC X(8).
           05 OPER-ALL-HH   PIC X.
           05 OPER-HH-COUNT PIC 99.
           05 OPER-HH-LIST.
               10 OPER-HH OCCURS 20 TIMES PIC 99.

       WORKING-STORAGE SECTION.
       01 WS-HSHD-STATUS   PIC XX.
       01 WS-HIST-STATUS   PIC XX.
       01 WS-DREG-STATUS   PIC XX.
       01 WS-AUDT-STATUS   PIC XX.
       01 WS-VDRP-STATUS   PIC XX.
       01 WS-CATM-STATUS   PIC XX.
       01 WS-RULE-STATUS   PIC XX.
       01 WS-DUES-STATUS   PIC XX.
       01 WS-EOF-FLAG      PIC X.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-REPAIR-ANS    PIC X.
      *BATCH on the command line - report-only, nothing asked
       01 WS-CMD-LINE      PIC X(40).
       01 WS-REPAIR-MODE   PIC X VALUE 'N'.
          88 WS-REPAIRING VALUE 'Y'.
      *which household ids the master carries, and how many times -
       01 WS-DEBT-SEEN.
           05 WS-DEBT-CNT OCCURS 99 TIMES PIC 99.
       01 WS-HH-SUB        PIC 99.
      *every code on the category master, retired ones included
       01 WS-CATS-LOADED   PIC X VALUE 'N'.
          88 WS-CATS-ON VALUE 'Y'.
       01 WS-CAT-COUNT     PIC 999 VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT OCCURS 200 TIMES PIC X(8).
       01 WS-CAT-SUB       PIC 999.
       01 WS-CHK-CAT       PIC X(8).
      *the category the ledger's category-key pass is on
       01 WS-LDGR-LAST-CAT PIC X(8).
       01 WS-CAT-OK        PIC X.
          88 WS-CAT-KNOWN VALUE 'Y'.
      *error tallies for the summary
       01 WS-ERR-ORPHAN    PIC 9(4) VALUE 0.
       01 WS-ERR-DUP       PIC 9(4) VALUE 0.
       01 WS-ERR-DEBTS     PIC 9(4) VALUE 0.
       01 WS-ERR-DATES     PIC 9(4) VALUE 0.
       01 WS-ERR-CATS      PIC 9(4) VALUE 0.
       01 WS-FIXED-COUNT   PIC 9(4) VALUE 0.
       01 WS-CHK-MON       PIC 99.
       01 WS-CHK-DAY       PIC 99.
       01 WS-AUDT-OLD-HIST  PIC X(80).
       01 WS-AUDT-OLD-GOAL  PIC X(25).
       01 WS-AUDT-TIME-RAW  PIC 9(8).
      *sign-on - who is at the keyboard, and what they may touch
       01 WS-OPER-STATUS   PIC XX.
       01 WS-OPER-EOF      PIC X.
          88 WS-END-OF-OPER VALUE 'Y'.
       01 WS-SIGNON-PASS   PIC X(8).
       01 WS-SIGNON-TRIES  PIC 9.
       01 WS-SIGNED-ON     PIC X VALUE 'N'.
          88 WS-OPER-SIGNED-ON VALUE 'Y'.
       01 WS-OPER-ID       PIC X(8) VALUE SPACES.
       01 WS-OPER-ROLE     PIC X.
          88 WS-OPER-REVIEWER VALUE 'R' 'S'.
          88 WS-OPER-SUPERVISOR VALUE 'S'.
       01 WS-OPER-ALL-HH   PIC X.
       01 WS-OPER-HH-COUNT PIC 99.
       01 WS-OPER-HH-LIST.
           05 WS-OPER-HH OCCURS 20 TIMES PIC 99.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Cross-file integrity check".
               DISPLAY "==========================".
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
               IF WS-CMD-LINE(1:5) = "BATCH"
                   MOVE "n" TO WS-REPAIR-ANS
               ELSE
                   DISPLAY "Repair what can be fixed mechanically "
                       "(duplicate goal/profile records)? (y/n)"
                   ACCEPT WS-REPAIR-ANS
               END-IF.
               IF WS-REPAIR-ANS = "y"
                   PERFORM 0010-SIGN-ON
                   IF NOT WS-OPER-REVIEWER OR WS-OPER-ALL-HH NOT = "Y"
                       DISPLAY "Repair mode needs a reviewer or "
                           "supervisor set up for all households - "
                           "nothing changed."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-REPAIR-MODE
               END-IF.
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                   MOVE 0 TO WS-DEBT-CNT(WS-HH-SUB)
               END-PERFORM.
               PERFORM 0200-CHECK-MASTER.
               PERFORM 0250-LOAD-CATEGORIES.
               PERFORM 0300-CHECK-HISTORY.
               PERFORM 0400-CHECK-LEDGER.
               PERFORM 0500-CHECK-GOALS.
               PERFORM 0600-CHECK-PROFILES.
               PERFORM 0700-CHECK-DEBTS.
               PERFORM 0800-CHECK-RULES.
               PERFORM 0850-CHECK-DUES.
               PERFORM 0900-SUMMARY.
               STOP RUN.

      *three tries at an operator id and password off BUDGOPER -
      *no sign-on, no run
           0010-SIGN-ON.
               MOVE 'N' TO WS-SIGNED-ON.
               MOVE 0 TO WS-SIGNON-TRIES.
               PERFORM UNTIL WS-OPER-SIGNED-ON
                   OR WS-SIGNON-TRIES = 3
                   DISPLAY "Operator id?"
                   ACCEPT WS-OPER-ID
                   DISPLAY "Password?"
                   ACCEPT WS-SIGNON-PASS
                   ADD 1 TO WS-SIGNON-TRIES
                   PERFORM 0015-FIND-OPERATOR
                   IF NOT WS-OPER-SIGNED-ON
                       DISPLAY "Operator id or password not right."
                   END-IF
               END-PERFORM.
               IF NOT WS-OPER-SIGNED-ON
                   DISPLAY "Not signed on - nothing changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *WS-OPER-ID and WS-SIGNON-PASS against the operator file -
      *a match picks up the role and the household list
           0015-FIND-OPERATOR.
               MOVE 'N' TO WS-OPER-EOF.
               OPEN INPUT BUDGET-OPER-FILE.
               IF WS-OPER-STATUS NOT = "00"
                   DISPLAY "No operator file (BUDGOPER) - set it up "
                       "in BUDGOPRM first."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-END-OF-OPER OR WS-OPER-SIGNED-ON
                   READ BUDGET-OPER-FILE
                       AT END
                           MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           IF OPER-ID = WS-OPER-ID
                               AND OPER-ID NOT = SPACES
                               AND OPER-PASSWORD = WS-SIGNON-PASS
                               MOVE 'Y' TO WS-SIGNED-ON
                               MOVE OPER-ROLE TO WS-OPER-ROLE
                               MOVE OPER-ALL-HH TO WS-OPER-ALL-HH
                               MOVE OPER-HH-COUNT TO WS-OPER-HH-COUNT
                               MOVE OPER-HH-LIST TO WS-OPER-HH-LIST
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE BUDGET-OPER-FILE.

           0200-CHECK-MASTER.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-HSHD-FILE.
                   CLOSE BUDGET-HSHD-FILE
               END-IF.

      *without a master the category checks are skipped - there's
      *nothing to hold the codes against
           0250-LOAD-CATEGORIES.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-CATS-FILE.
               IF WS-CATM-STATUS NOT = "00"
                   DISPLAY "(no category master on file - categories "
                       "not checked)"
               ELSE
                   MOVE 'Y' TO WS-CATS-LOADED
                   PERFORM UNTIL WS-END-OF-FILE OR WS-CAT-COUNT = 200
                       READ BUDGET-CATS-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CATM-CODE TO WS-CAT(WS-CAT-COUNT)
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-CATS-FILE
               END-IF.

      *is WS-CHK-CAT on the master?
           0260-FIND-CATEGORY.
               MOVE 'N' TO WS-CAT-OK.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF WS-CHK-CAT = WS-CAT(WS-CAT-SUB)
                       MOVE 'Y' TO WS-CAT-OK
                   END-IF
               END-PERFORM.

           0300-CHECK-HISTORY.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN INPUT BUDGET-HISTORY-FILE.
                   DISPLAY "(no expense ledger on file)"
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ BUDGET-LEDGER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM 0450-CHECK-LDGR-REC
                       END-READ
                   END-PERFORM
                   IF WS-CATS-ON
                       PERFORM 0470-CHECK-LDGR-CATS
                   END-IF
                   CLOSE BUDGET-LEDGER-FILE
               END-IF.

                       LDGR-DATE
               END-IF.

      *a second pass down the category key - the items come
      *grouped by category, so each code is looked up on the
      *master once and every item under an unknown one reported
           0470-CHECK-LDGR-CATS.
               MOVE 'N' TO WS-EOF-FLAG.
               MOVE LOW-VALUES TO LDGR-CAT.
               START BUDGET-LEDGER-FILE
                   KEY IS NOT LESS THAN LDGR-CAT
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START.
               MOVE HIGH-VALUES TO WS-LDGR-LAST-CAT.
               PERFORM UNTIL WS-END-OF-FILE
                   READ BUDGET-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF LDGR-CAT NOT = WS-LDGR-LAST-CAT
                               MOVE LDGR-CAT TO WS-LDGR-LAST-CAT
                               MOVE LDGR-CAT TO WS-CHK-CAT
                               PERFORM 0260-FIND-CATEGORY
                           END-IF
                           IF NOT WS-CAT-KNOWN
                               ADD 1 TO WS-ERR-CATS
                               DISPLAY "Ledger item " LDGR-DESC " for "
                                   "household " LDGR-HH-ID " is under "
                                   LDGR-CAT ", which isn't on the "
                                   "category master"
                           END-IF
                   END-READ
               END-PERFORM.

      *one goal record per household - a second one is the kind of
      *thing a restore leaves behind, and repair mode drops it
      *(the first on file wins, same record 0460 would find)
                   END-PERFORM
               END-IF.

      *a SPLIT rule isn't a category, it holds the store's lines
      *for BUDGIMPT's classify pass
           0800-CHECK-RULES.
               IF WS-CATS-ON
                   MOVE 'N' TO WS-EOF-FLAG
                   OPEN INPUT MERCHANT-RULE-FILE
                   IF WS-RULE-STATUS NOT = "00"
                       DISPLAY "(no merchant rules on file)"
                   ELSE
                       PERFORM UNTIL WS-END-OF-FILE
                           READ MERCHANT-RULE-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-FLAG
                               NOT AT END
                                   MOVE RULE-CAT TO WS-CHK-CAT
                                   PERFORM 0260-FIND-CATEGORY
                                   IF RULE-TEXT NOT = SPACES
                                       AND RULE-CAT NOT = "SPLIT"
                                       AND NOT WS-CAT-KNOWN
                                       ADD 1 TO WS-ERR-CATS
                                       DISPLAY "Merchant rule '"
                                           RULE-TEXT "' points at "
                                           RULE-CAT ", which isn't "
                                           "on the category master"
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE MERCHANT-RULE-FILE
                   END-IF
               END-IF.

           0850-CHECK-DUES.
               IF WS-CATS-ON
                   MOVE 'N' TO WS-EOF-FLAG
                   OPEN INPUT BUDGET-DUES-FILE
                   IF WS-DUES-STATUS NOT = "00"
                       DISPLAY "(no recurring bills on file)"
                   ELSE
                       PERFORM UNTIL WS-END-OF-FILE
                           READ BUDGET-DUES-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF-FLAG
                               NOT AT END
                                   MOVE DUES-CAT TO WS-CHK-CAT
                                   PERFORM 0260-FIND-CATEGORY
                                   IF NOT WS-CAT-KNOWN
                                       ADD 1 TO WS-ERR-CATS
                                       DISPLAY "Bill " DUES-NAME
                                           " for household "
                                           DUES-HH-ID " is under "
                                           DUES-CAT ", which isn't "
                                           "on the category master"
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE BUDGET-DUES-FILE
                   END-IF
               END-IF.

           0900-SUMMARY.
               DISPLAY " ".
               DISPLAY "Verification summary".
               DISPLAY "  duplicate records:    " WS-ERR-DUP.
               DISPLAY "  debt-count overruns:  " WS-ERR-DEBTS.
               DISPLAY "  bad dates/ids:        " WS-ERR-DATES.
               DISPLAY "  unknown categories:   " WS-ERR-CATS.
               EVALUATE TRUE
                   WHEN WS-ERR-ORPHAN > 0 OR WS-ERR-DUP > 0
                       OR WS-ERR-DEBTS > 0 OR WS-ERR-DATES > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-ERR-CATS > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE.
               IF WS-ERR-ORPHAN = 0 AND WS-ERR-DUP = 0
                   AND WS-ERR-DEBTS = 0 AND WS-ERR-DATES = 0
                   AND WS-ERR-CATS = 0
                   DISPLAY "Everything hangs together."
               ELSE
                   IF NOT WS-REPAIRING
               MOVE WS-AUDT-OUTCOME TO AUDT-OUTCOME.
               MOVE WS-AUDT-OLD-HIST TO AUDT-OLD-HIST.
               MOVE WS-AUDT-OLD-GOAL TO AUDT-OLD-GOAL.
               MOVE WS-OPER-ID      TO AUDT-OPER-ID.
               OPEN EXTEND BUDGET-AUDIT-FILE.
               IF WS-AUDT-STATUS = "35"
                   OPEN OUTPUT BUDGET-AUDIT-FILE
