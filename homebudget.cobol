      *  history, transaction, checkpoint, profile and goal
      *  layouts - BUDGCONV rewrites the old files into the new
      *  shape once
      *  the ledger pull nets refunds and returns (credit items,
      *  below zero on BUDGLDGR) against their category, and the
      *  pieces of a split receipt each count in their own category
      *  earners' income comes off the paycheck register (BUDGPAYS,
      *  kept by BUDGPENT) when the posting month has stubs on it -
      *  each earner's net pay for the month, totalled, in place of
      *  the income questions and the TRANS record's amounts
      *  the ledger pull resolves categories through the category
      *  master (BUDGCATS, kept by BUDGCATM) - a subcategory counts
      *  under its parent's question, and a category with no
      *  question of its own counts in its budget group's total
      *  a run takes an operator sign-on off BUDGOPER (kept by
      *  BUDGOPRM) - keyed at the terminal, or BATCH <id> <password>
      *  on the command line - the operator has to be allowed the
      *  household (batch records for one they aren't are rejected
      *  OPERATOR), and the audit records carry the operator id
      *  a batch run hands back a return code for the month-end
      *  stream (BUDGMEND) - 0 clean, 4 when records were rejected,
      *  8 when it couldn't run
      *  the expense ledger is indexed on household, date and a
      *  sequence number (BUDGLCNV converts the old file once), so
      *  the ledger pull reads just the posting month's items
      *  ledger credits under categories with no question of their
      *  own no longer turn a group total negative - a group they
      *  outweigh counts as 0 instead of as spending

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCKP-STATUS.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO "BUDGLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.
           SELECT BUDGET-CLOSED-FILE ASSIGN TO "BUDGCLSE"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT BUDGET-PLAN-FILE ASSIGN TO "BUDGPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT BUDGET-PAY-FILE ASSIGN TO "BUDGPAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYS-STATUS.
           SELECT BUDGET-CATS-FILE ASSIGN TO "BUDGCATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-STATUS.
           SELECT BUDGET-OPER-FILE ASSIGN TO "BUDGOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AUDT-OUTCOME  PIC X(12).
           05 AUDT-OLD-HIST PIC X(80).
           05 AUDT-OLD-GOAL PIC X(25).
           05 AUDT-OPER-ID  PIC X(8).

      *where the batch loop got to - rewritten after every record
      *so a run that dies overnight can pick up where it stopped
      *here at entry time so the monthly figures come from real
      *items instead of a notebook and a hand-added lump sum
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

      *closed months, kept by BUDGCLOS - a record here means the
      *month was reviewed and locked, and posting refuses it
           05 PLAN-PETCOSTS  PIC 9(6)V99.
           05 PLAN-DEBTPMT   PIC 9(6)V99.

      *the paycheck register, kept by BUDGPENT - one record per pay
      *stub per earner. a month with stubs on file takes each
      *earner's income from the month's net pay instead of asking
       FD  BUDGET-PAY-FILE.
       01  PAYS-RECORD.
           05 PAYS-HH-ID    PIC 99.
           05 PAYS-DATE     PIC 9(8).
           05 PAYS-EARNER   PIC A(20).
           05 PAYS-DESC     PIC X(20).
           05 PAYS-GROSS    PIC 9(6)V99.
           05 PAYS-TAXES    PIC 9(6)V99.
           05 PAYS-RETIRE   PIC 9(6)V99.
           05 PAYS-OTHER    PIC 9(6)V99.
           05 PAYS-NET      PIC 9(6)V99.

      *category master, kept by BUDGCATM - group F food, M main,
      *X misc, P pet, D debt; a subcategory names its parent
       FD  BUDGET-CATS-FILE.
       01  CATM-RECORD.
           05 CATM-CODE     PIC X(8).
           05 CATM-DESC     PIC X(30).
           05 CATM-GROUP    PIC X.
           05 CATM-PARENT   PIC X(8).
           05 CATM-ACTIVE   PIC X.

      *records that failed the batch edit pass - the original
      *BUDGTRNS record image followed by a line of reason codes,
      *so the record can be fixed up and fed back in
       01  REJECT-RECORD PIC X(600).

      *BLANK FOR NOW.
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
       01 WS-HIST-STATUS   PIC XX.
       01 WS-TRANS-STATUS  PIC XX.
       01 WS-LDG-ITEM-CNT  PIC 999.
       01 WS-LDG-UNKNOWN   PIC 999.
       01 WS-LDG-DAY       PIC 99.
       01 WS-LDG-AMT       PIC S9(6)V99.
       01 WS-LDG-CNT       PIC 999.
       01 WS-LDG-TOTALS.
           05 WS-LDG-ENTRY OCCURS 22 TIMES.
               10 WS-LDG-TOT  PIC S9(6)V99.
               10 WS-LDG-NUM  PIC 999.
       01 WS-LDG-SUB       PIC 99.
       01 WS-LDG-CAT-HIT   PIC X.
       01 WS-LDG-MONTH-X   PIC X(6).
      *ledger categories with no question of their own, resolved
      *through the category master - the three groups that have a
      *breakdown line get a total added there; debt items are only
      *counted, the register carries the payments
       01 WS-LDG-BUCKET-CAT PIC X(8).
       01 WS-LDG-XTRA-MAIN PIC S9(6)V99.
       01 WS-LDG-XTRA-MISC PIC S9(6)V99.
       01 WS-LDG-XTRA-PETS PIC S9(6)V99.
      *a group total with its ledger extras added, before it's
      *allowed into the unsigned group figure
       01 WS-LDG-GROUP-SUM PIC S9(7)V99.
       01 WS-LDG-XTRA-CNT  PIC 999.
       01 WS-LDG-DEBT-CNT  PIC 999.
       01 WS-CATM-STATUS   PIC XX.
       01 WS-CATM-EOF      PIC X.
          88 WS-END-OF-CATM VALUE 'Y'.
       01 WS-CAT-COUNT     PIC 999 VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT        PIC X(8).
               10 WS-CAT-GROUP  PIC X.
               10 WS-CAT-PARENT PIC X(8).
       01 WS-CAT-SUB       PIC 999.
       01 WS-CAT-FOUND     PIC 999.
      *is this household-month closed? checked before any posting
      *write, interactive or batch
       01 WS-CLSE-STATUS   PIC XX.
       01 WS-RESUME-ANS    PIC X.
       01 WS-TRANS-EOF     PIC X VALUE 'N'.
          88 WS-END-OF-TRANS VALUE 'Y'.
       01 WS-CMD-LINE      PIC X(40).
       01 WS-CMD-WORD      PIC X(8).
       01 WS-BATCH-MODE    PIC X VALUE 'N'.
          88 WS-IS-BATCH VALUE 'Y'.
       01 BUDGET-YR-MON  PIC 9(6).
       01 WS-PROF-ANS       PIC X.
       01 WS-EARNERS-SET    PIC X.
          88 WS-EARNERS-WERE-SET VALUE 'Y'.
      *the posting month's net pay per earner off the paycheck
      *register - with stubs on file these are the earners' incomes
       01 WS-PAYS-STATUS    PIC XX.
       01 WS-PAYS-EOF       PIC X.
          88 WS-END-OF-PAYS VALUE 'Y'.
       01 WS-PAY-FOUND      PIC X.
          88 WS-PAY-ON-FILE VALUE 'Y'.
       01 WS-PAY-MONTH-X    PIC X(6).
       01 WS-PAY-COUNT      PIC 99.
       01 WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 9 TIMES.
               10 WS-PAY-NAME   PIC A(20).
               10 WS-PAY-NET    PIC 9(7)V99.
               10 WS-PAY-CHECKS PIC 99.
               10 WS-PAY-USED   PIC X.
       01 WS-PAY-SUB        PIC 99.
       01 WS-PAY-HIT        PIC 99.
       01 WS-PAY-EARNERS    PIC 99.
       01 WS-PAY-SKIPPED    PIC 999.
       01 WS-PAY-EDIT       PIC ZZZZZZ9.99.
       01 WS-DFLT-VAL       PIC 9(8)V99.
       01 WS-DFLT-EDIT      PIC ZZZZZZZ9.99.
      *which household this run is for, picked up front from the
       01 WS-DEBT-DENOM     USAGE COMP-2.
       01 WS-DEBT-MONTHS    USAGE COMP-2.
       01 WS-DEBT-MONTHS-OUT PIC 9(4).
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
       01 WS-OPER-HH-SUB   PIC 99.
       01 WS-OPER-WANT-HH  PIC 99.
       01 WS-OPER-MAY-TOUCH PIC X.
          88 WS-OPER-HH-OK VALUE 'Y'.

       PROCEDURE DIVISION.
           0000-MAIN-LOGIC.
                   MOVE 'Y' TO WS-BATCH-MODE
               END-IF.
               IF WS-IS-BATCH
      *nobody at the keyboard to ask, so the sign-on rides in on
      *the command line after the word BATCH
                   UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                       INTO WS-CMD-WORD WS-OPER-ID WS-SIGNON-PASS
                   END-UNSTRING
                   PERFORM 0015-FIND-OPERATOR
                   IF NOT WS-OPER-SIGNED-ON
                       DISPLAY "Batch runs need BATCH <operator> "
                           "<password> on the command line - "
                           "nothing posted."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 0500-BATCH-ENTRY
      *the return code tells the month-end stream (BUDGMEND) how it
      *went - rejects are worth a look but the rest did post
                   IF WS-REJECT-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM 0010-SIGN-ON
                   PERFORM 0030-PICK-HOUSEHOLD
                   PERFORM 0045-LOAD-PROFILE
                   PERFORM 0050-CHECK-CHECKPOINT
               END-IF.
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

      *may the signed-on operator touch household WS-OPER-WANT-HH
           0020-CHECK-OPER-HH.
               MOVE 'N' TO WS-OPER-MAY-TOUCH.
               IF WS-OPER-ALL-HH = "Y"
                   MOVE 'Y' TO WS-OPER-MAY-TOUCH
               ELSE
                   PERFORM VARYING WS-OPER-HH-SUB FROM 1 BY 1
                           UNTIL WS-OPER-HH-SUB > WS-OPER-HH-COUNT
                       IF WS-OPER-HH(WS-OPER-HH-SUB) = WS-OPER-WANT-HH
                           MOVE 'Y' TO WS-OPER-MAY-TOUCH
                       END-IF
                   END-PERFORM
               END-IF.

      *every run belongs to one household off the master - a new id
      *gets set up on the spot with its name and earner defaults
           0030-PICK-HOUSEHOLD.
               IF HHID < 1
                   MOVE 1 TO HHID
               END-IF.
               MOVE HHID TO WS-OPER-WANT-HH.
               PERFORM 0020-CHECK-OPER-HH.
               IF NOT WS-OPER-HH-OK
                   DISPLAY "Operator " WS-OPER-ID " can't touch "
                       "household " HHID "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 0035-FIND-HOUSEHOLD.
               IF WS-HSHD-ON-FILE
                   DISPLAY "OK, budgeting for " HSHD-NAME
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO BUDGET-YR-MON.
               MOVE 'N' TO WS-EARNERS-SET.
               PERFORM 0102-LOAD-PAYCHECKS.
               IF WS-PAY-ON-FILE
                   PERFORM 0104-EARNERS-FROM-PAY
               END-IF.
               IF WS-PROFILE-ON AND NOT WS-EARNERS-WERE-SET
                   DISPLAY "Earners on your profile:"
                   PERFORM VARYING WS-EARNER-SUB FROM 1 BY 1
                           UNTIL WS-EARNER-SUB > PROF-NUMEARNERS
               END-IF.
               DISPLAY "OK, so your household income is: ", HSEHLD "$".

      *the month's paychecks off the register, netted per earner -
      *the earners are matched on name, so a side job paid to a
      *name nobody has in the setup still gets its own line
           0102-LOAD-PAYCHECKS.
               MOVE 'N' TO WS-PAY-FOUND.
               MOVE 'N' TO WS-PAYS-EOF.
               MOVE 0 TO WS-PAY-COUNT.
               MOVE 0 TO WS-PAY-SKIPPED.
               MOVE BUDGET-YR-MON TO WS-PAY-MONTH-X.
               OPEN INPUT BUDGET-PAY-FILE.
               IF WS-PAYS-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-PAYS
                       READ BUDGET-PAY-FILE
                           AT END
                               MOVE 'Y' TO WS-PAYS-EOF
                           NOT AT END
                               IF PAYS-HH-ID = HHID
                                   AND PAYS-DATE(1:6) = WS-PAY-MONTH-X
                                   PERFORM 0103-ADD-PAYCHECK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-PAY-FILE
               END-IF.
               IF WS-PAY-COUNT > 0
                   MOVE 'Y' TO WS-PAY-FOUND
               END-IF.

           0103-ADD-PAYCHECK.
               MOVE 0 TO WS-PAY-HIT.
               PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                       UNTIL WS-PAY-SUB > WS-PAY-COUNT
                   IF FUNCTION UPPER-CASE(WS-PAY-NAME(WS-PAY-SUB))
                       = FUNCTION UPPER-CASE(PAYS-EARNER)
                       MOVE WS-PAY-SUB TO WS-PAY-HIT
                   END-IF
               END-PERFORM.
               IF WS-PAY-HIT = 0
                   IF WS-PAY-COUNT < 9
                       ADD 1 TO WS-PAY-COUNT
                       MOVE WS-PAY-COUNT TO WS-PAY-HIT
                       MOVE PAYS-EARNER TO WS-PAY-NAME(WS-PAY-HIT)
                       MOVE 0 TO WS-PAY-NET(WS-PAY-HIT)
                       MOVE 0 TO WS-PAY-CHECKS(WS-PAY-HIT)
                       MOVE 'N' TO WS-PAY-USED(WS-PAY-HIT)
                   ELSE
                       ADD 1 TO WS-PAY-SKIPPED
                   END-IF
               END-IF.
               IF WS-PAY-HIT > 0
                   ADD PAYS-NET TO WS-PAY-NET(WS-PAY-HIT)
                   ADD 1 TO WS-PAY-CHECKS(WS-PAY-HIT)
               END-IF.

      *stubs on the register for this month - the earner names come
      *off the profile's setup (or the master's), and 0106 puts
      *each one's net pay in place of the income question
           0104-EARNERS-FROM-PAY.
               MOVE 0 TO WS-PAY-EARNERS.
               MOVE 9 TO NUMEARNERS.
               IF WS-PROFILE-ON AND PROF-NUMEARNERS > 0
                   PERFORM VARYING WS-EARNER-SUB FROM 1 BY 1
                           UNTIL WS-EARNER-SUB > PROF-NUMEARNERS
                       ADD 1 TO WS-PAY-EARNERS
                       MOVE PROF-EARNER-NAME(WS-EARNER-SUB)
                           TO EARNER-NAME(WS-PAY-EARNERS)
                   END-PERFORM
               ELSE
                   IF WS-HSHD-ON-FILE AND HSHD-NUMEARNERS > 0
                       PERFORM VARYING WS-EARNER-SUB FROM 1 BY 1
                               UNTIL WS-EARNER-SUB > HSHD-NUMEARNERS
                           ADD 1 TO WS-PAY-EARNERS
                           MOVE HSHD-EARNER-NAME(WS-EARNER-SUB)
                               TO EARNER-NAME(WS-PAY-EARNERS)
                       END-PERFORM
                   END-IF
               END-IF.
               PERFORM 0106-APPLY-PAYCHECKS.
               DISPLAY "Income from the paycheck register for "
                   BUDGET-YR-MON ":".
               PERFORM VARYING WS-EARNER-SUB FROM 1 BY 1
                       UNTIL WS-EARNER-SUB > NUMEARNERS
                   MOVE EARNER-AMT(WS-EARNER-SUB) TO WS-PAY-EDIT
                   DISPLAY "  " EARNER-NAME(WS-EARNER-SUB)
                       " net " WS-PAY-EDIT
               END-PERFORM.
               MOVE 'Y' TO WS-EARNERS-SET.

      *WS-PAY-EARNERS names are already in EARNER-TABLE - each gets
      *its net pay for the month (nothing on the register is a zero
      *month for that earner), and anyone paid who isn't in the
      *setup is added on the end. net pay is rounded to the whole
      *dollar the earner amounts carry
           0106-APPLY-PAYCHECKS.
               MOVE 9 TO NUMEARNERS.
               PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                       UNTIL WS-PAY-SUB > WS-PAY-COUNT
                   MOVE 'N' TO WS-PAY-USED(WS-PAY-SUB)
               END-PERFORM.
               PERFORM VARYING WS-EARNER-SUB FROM 1 BY 1
                       UNTIL WS-EARNER-SUB > WS-PAY-EARNERS
                   MOVE 0 TO EARNER-AMT(WS-EARNER-SUB)
                   PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                           UNTIL WS-PAY-SUB > WS-PAY-COUNT
                       IF FUNCTION UPPER-CASE(WS-PAY-NAME(WS-PAY-SUB))
                           = FUNCTION UPPER-CASE
                               (EARNER-NAME(WS-EARNER-SUB))
                           AND WS-PAY-USED(WS-PAY-SUB) = "N"
                           COMPUTE EARNER-AMT(WS-EARNER-SUB) ROUNDED
                               = WS-PAY-NET(WS-PAY-SUB)
                           MOVE 'Y' TO WS-PAY-USED(WS-PAY-SUB)
                       END-IF
                   END-PERFORM
               END-PERFORM.
               PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                       UNTIL WS-PAY-SUB > WS-PAY-COUNT
                   IF WS-PAY-USED(WS-PAY-SUB) = "N"
                       IF WS-PAY-EARNERS < 9
                           ADD 1 TO WS-PAY-EARNERS
                           MOVE WS-PAY-NAME(WS-PAY-SUB)
                               TO EARNER-NAME(WS-PAY-EARNERS)
                           COMPUTE EARNER-AMT(WS-PAY-EARNERS) ROUNDED
                               = WS-PAY-NET(WS-PAY-SUB)
                       ELSE
                           ADD 1 TO WS-PAY-SKIPPED
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-PAY-EARNERS < 1
                   MOVE 1 TO WS-PAY-EARNERS
               END-IF.
               MOVE WS-PAY-EARNERS TO NUMEARNERS.
               IF WS-PAY-SKIPPED > 0
                   DISPLAY "Warning: " WS-PAY-SKIPPED " paychecks "
                       "left out - more than 9 earners were paid"
               END-IF.

      *the from-scratch earner questions, for a first run or when
      *the profile's setup got turned down
           0105-ASK-EARNERS.

      *sums this household's ledger items for the month by category
      *and offers to use them in place of the keyed-in figures -
      *food items fall into their week by the day of the month.
      *a refund or return is a credit on the ledger and nets
      *against its category, and the pieces of a split receipt
      *each land in their own category. the ledger is keyed on
      *household and date, so only the month's items are read
           0198-LOAD-LEDGER-TOTALS.
               MOVE 'N' TO WS-LEDGER-USE.
               MOVE 0 TO WS-LDG-ITEM-CNT.
               MOVE 0 TO WS-LDG-UNKNOWN.
               MOVE 0 TO WS-LDG-XTRA-MAIN.
               MOVE 0 TO WS-LDG-XTRA-MISC.
               MOVE 0 TO WS-LDG-XTRA-PETS.
               MOVE 0 TO WS-LDG-XTRA-CNT.
               MOVE 0 TO WS-LDG-DEBT-CNT.
               PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                       UNTIL WS-LDG-SUB > 22
                   MOVE 0 TO WS-LDG-TOT(WS-LDG-SUB)
                   MOVE 0 TO WS-LDG-NUM(WS-LDG-SUB)
               END-PERFORM.
               PERFORM 0194-LOAD-CATEGORIES.
               MOVE 'N' TO WS-LDGR-EOF.
               MOVE BUDGET-YR-MON TO WS-LDG-MONTH-X.
               OPEN INPUT BUDGET-LEDGER-FILE.
               IF WS-LDGR-STATUS = "00"
                   MOVE HHID TO LDGR-HH-ID
                   MOVE 0 TO LDGR-DATE
                   MOVE WS-LDG-MONTH-X TO LDGR-DATE(1:6)
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
                               IF LDGR-HH-ID = HHID
                                   AND LDGR-DATE(1:6) = WS-LDG-MONTH-X
                                   PERFORM 0197-BUCKET-ITEM
                               ELSE
                                   MOVE 'Y' TO WS-LDGR-EOF
                               END-IF
                       END-READ
                   END-PERFORM
               IF WS-LDG-ITEM-CNT > 0
                   DISPLAY "The expense ledger has " WS-LDG-ITEM-CNT
                       " items for this month."
                   IF WS-LDG-XTRA-CNT > 0
                       DISPLAY "  (" WS-LDG-XTRA-CNT " of them are "
                           "under categories with no question of "
                           "their own - they count in their group's "
                           "total)"
                   END-IF
                   IF WS-LDG-DEBT-CNT > 0
                       DISPLAY "  (" WS-LDG-DEBT-CNT " of them are "
                           "debt payments - the debt register "
                           "carries those, so they're left out)"
                   END-IF
                   IF WS-LDG-UNKNOWN > 0
                       DISPLAY "  (plus " WS-LDG-UNKNOWN " with "
                           "category codes that aren't on the "
                           "category master - those are ignored)"
                   END-IF
                   DISPLAY "Use the ledger totals for the cost "
                       "questions? (y/n)"
                   END-IF
               END-IF.

      *a category with a question of its own lands there. anything
      *else is looked up on the master - a subcategory lands under
      *its parent's question when the parent has one, and failing
      *that the item counts toward its group: food by its week,
      *main, misc and pet costs in the group's total
           0197-BUCKET-ITEM.
               MOVE LDGR-CAT TO WS-LDG-BUCKET-CAT.
               PERFORM 0196-BUCKET-BY-CODE.
               IF WS-LDG-CAT-HIT NOT = "Y"
                   PERFORM 0195-FIND-CATEGORY
                   IF WS-CAT-FOUND = 0
                       ADD 1 TO WS-LDG-UNKNOWN
                   ELSE
                       IF WS-CAT-PARENT(WS-CAT-FOUND) NOT = SPACES
                           MOVE WS-CAT-PARENT(WS-CAT-FOUND)
                               TO WS-LDG-BUCKET-CAT
                           PERFORM 0196-BUCKET-BY-CODE
                       END-IF
                       IF WS-LDG-CAT-HIT NOT = "Y"
                           PERFORM 0193-BUCKET-BY-GROUP
                       END-IF
                   END-IF
               END-IF.

           0196-BUCKET-BY-CODE.
               MOVE 'N' TO WS-LDG-CAT-HIT.
               IF WS-LDG-BUCKET-CAT = "FOOD"
                   PERFORM 0192-BUCKET-FOOD
               ELSE
                   PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                           UNTIL WS-LDG-SUB > 22
                       IF WS-LDG-BUCKET-CAT = WS-LDG-CAT(WS-LDG-SUB)
                           ADD LDGR-AMT TO WS-LDG-TOT(WS-LDG-SUB)
                           ADD 1 TO WS-LDG-NUM(WS-LDG-SUB)
                           ADD 1 TO WS-LDG-ITEM-CNT
                           MOVE 'Y' TO WS-LDG-CAT-HIT
                       END-IF
                   END-PERFORM
               END-IF.

           0192-BUCKET-FOOD.
               MOVE LDGR-DATE(7:2) TO WS-LDG-DAY.
               EVALUATE TRUE
                   WHEN WS-LDG-DAY < 8  MOVE 5 TO WS-LDG-SUB
                   WHEN WS-LDG-DAY < 15 MOVE 6 TO WS-LDG-SUB
                   WHEN WS-LDG-DAY < 22 MOVE 7 TO WS-LDG-SUB
                   WHEN OTHER           MOVE 8 TO WS-LDG-SUB
               END-EVALUATE.
               ADD LDGR-AMT TO WS-LDG-TOT(WS-LDG-SUB).
               ADD 1 TO WS-LDG-NUM(WS-LDG-SUB).
               ADD 1 TO WS-LDG-ITEM-CNT.
               MOVE 'Y' TO WS-LDG-CAT-HIT.

           0193-BUCKET-BY-GROUP.
               EVALUATE WS-CAT-GROUP(WS-CAT-FOUND)
                   WHEN "F"
                       PERFORM 0192-BUCKET-FOOD
                   WHEN "M"
                       ADD LDGR-AMT TO WS-LDG-XTRA-MAIN
                       ADD 1 TO WS-LDG-XTRA-CNT
                       ADD 1 TO WS-LDG-ITEM-CNT
                   WHEN "X"
                       ADD LDGR-AMT TO WS-LDG-XTRA-MISC
                       ADD 1 TO WS-LDG-XTRA-CNT
                       ADD 1 TO WS-LDG-ITEM-CNT
                   WHEN "P"
                       ADD LDGR-AMT TO WS-LDG-XTRA-PETS
                       ADD 1 TO WS-LDG-XTRA-CNT
                       ADD 1 TO WS-LDG-ITEM-CNT
                   WHEN "D"
                       ADD 1 TO WS-LDG-DEBT-CNT
                       ADD 1 TO WS-LDG-ITEM-CNT
                   WHEN OTHER
                       ADD 1 TO WS-LDG-UNKNOWN
               END-EVALUATE.

      *LDGR-CAT's place on the master, 0 when it isn't there
           0195-FIND-CATEGORY.
               MOVE 0 TO WS-CAT-FOUND.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF LDGR-CAT = WS-CAT(WS-CAT-SUB)
                       MOVE WS-CAT-SUB TO WS-CAT-FOUND
                   END-IF
               END-PERFORM.

      *no master on file just means only the categories with a
      *question of their own are pulled in
           0194-LOAD-CATEGORIES.
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
                               MOVE CATM-GROUP
                                   TO WS-CAT-GROUP(WS-CAT-COUNT)
                               MOVE CATM-PARENT
                                   TO WS-CAT-PARENT(WS-CAT-COUNT)
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-CATS-FILE
               END-IF.

      *Monthly costs.
      *it falls through to the usual profile-default entry
           0211-LEDGER-OR-ENTRY.
               IF WS-LEDGER-USED AND WS-LDG-CNT > 0
                   IF WS-LDG-AMT < 0
                       DISPLAY "  ledger credits outweigh the "
                           "spending - taking 0"
                       MOVE 0 TO WS-LDG-AMT
                   END-IF
                   IF WS-LDG-AMT > WS-EDIT-MAXVAL
                       DISPLAY "  ledger total " WS-LDG-AMT
                           " too big to fit - capping at "
                   MEDS + PLTES + OHEAL + DNTL.
                   COMPUTE MISCCSTS = CLOTH + ENTRTIN + HAIR + PHONE +
                   CNSME.
      *ledger items under categories with no question of their own.
      *their credits can outweigh the rest of the group, so each sum
      *is taken signed and a group below zero counts as 0, the same
      *as a question's total in 0211 - COSTS is then rebuilt from
      *the groups as they stand
               IF WS-LEDGER-USED
                   COMPUTE WS-LDG-GROUP-SUM =
                       MAINCOSTS + WS-LDG-XTRA-MAIN
                   IF WS-LDG-GROUP-SUM < 0
                       DISPLAY "  ledger credits outweigh the main "
                           "costs - taking 0"
                       MOVE 0 TO MAINCOSTS
                   ELSE
                       MOVE WS-LDG-GROUP-SUM TO MAINCOSTS
                   END-IF
                   COMPUTE WS-LDG-GROUP-SUM =
                       MISCCSTS + WS-LDG-XTRA-MISC
                   IF WS-LDG-GROUP-SUM < 0
                       DISPLAY "  ledger credits outweigh the misc "
                           "costs - taking 0"
                       MOVE 0 TO MISCCSTS
                   ELSE
                       MOVE WS-LDG-GROUP-SUM TO MISCCSTS
                   END-IF
                   COMPUTE WS-LDG-GROUP-SUM =
                       PETCOSTS + WS-LDG-XTRA-PETS
                   IF WS-LDG-GROUP-SUM < 0
                       DISPLAY "  ledger credits outweigh the pet "
                           "costs - taking 0"
                       MOVE 0 TO PETCOSTS
                   ELSE
                       MOVE WS-LDG-GROUP-SUM TO PETCOSTS
                   END-IF
                   COMPUTE COSTS = FDTOTAL + MAINCOSTS + MISCCSTS
                       + PETCOSTS + SVINGS + INTNET + DEBTPMT
               END-IF.
               COMPUTE VAR-FDTOTAL   = FDTOTAL   - BUD-FDTOTAL.
               COMPUTE VAR-MAINCOSTS = MAINCOSTS - BUD-MAINCOSTS.
               COMPUTE VAR-MISCCSTS  = MISCCSTS  - BUD-MISCCSTS.
               MOVE WS-AUDT-OUTCOME TO AUDT-OUTCOME.
               MOVE WS-AUDT-OLD-HIST TO AUDT-OLD-HIST.
               MOVE WS-AUDT-OLD-GOAL TO AUDT-OLD-GOAL.
               MOVE WS-OPER-ID      TO AUDT-OPER-ID.
               OPEN EXTEND BUDGET-AUDIT-FILE.
               IF WS-AUDT-STATUS = "35"
                   OPEN OUTPUT BUDGET-AUDIT-FILE
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "Could not open BUDGTRNS for batch entry, "
                       "status " WS-TRANS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
      *resuming means the partial run's report and rejects are
                   DISPLAY "Could not open BUDGRPT for batch output, "
                       "status " WS-REPORT-STATUS
                   CLOSE BUDGET-TRANS-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-SKIP-COUNT > 0
                       "status " WS-REJ-STATUS
                   CLOSE BUDGET-TRANS-FILE
                   CLOSE BUDGET-REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 0510-READ-TRANS.
                       MOVE "HHID" TO WS-REJ-CODE
                       PERFORM 0517-FLAG-REJECT
                   END-IF
      *and the operator the run signed on as has to be allowed it
                   MOVE TRANS-HH-ID TO WS-OPER-WANT-HH
                   PERFORM 0020-CHECK-OPER-HH
                   IF NOT WS-OPER-HH-OK
                       MOVE "OPERATOR" TO WS-REJ-CODE
                       PERFORM 0517-FLAG-REJECT
                   END-IF
               END-IF.
               IF TRANS-YR-MON IS NOT NUMERIC
                   MOVE "YRMON" TO WS-REJ-CODE
                       TO EARNER-NAME(WS-EARNER-SUB)
                   MOVE TRANS-EARNER-AMT(WS-EARNER-SUB)
                       TO EARNER-AMT(WS-EARNER-SUB)
               END-PERFORM.
      *stubs on the paycheck register for the month outrank the
      *amounts on the TRANS record, same as at the keyboard
               PERFORM 0102-LOAD-PAYCHECKS.
               IF WS-PAY-ON-FILE
                   MOVE NUMEARNERS TO WS-PAY-EARNERS
                   PERFORM 0106-APPLY-PAYCHECKS
               END-IF.
               PERFORM VARYING WS-EARNER-SUB FROM 1 BY 1
                       UNTIL WS-EARNER-SUB > NUMEARNERS
                   ADD EARNER-AMT(WS-EARNER-SUB) TO WS-HSEHLD-ACCUM
               END-PERFORM.
               IF WS-HSEHLD-ACCUM > 999999
                   DISPLAY "Warning: combined household income ",
