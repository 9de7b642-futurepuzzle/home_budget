       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGAENT.
       AUTHOR. SPEAKER
      *accounts and month-end balances - the other half of the
      *picture from the debt register. each household keeps a list
      *of what it has (BUDGACCT): checking, savings, the retirement
      *accounts, brokerage, and things like the car or the house at
      *what they'd fetch. once a month the balances get keyed off
      *the statements into BUDGABAL, one snapshot record per account
      *per month, and when a month is saved the debt register's
      *unpaid balances are totalled and stamped on it as account 00
      *so BUDGNWRP can show that month's net worth the way it stood.
      *a closed account stays on the list for the history but isn't
      *asked for any more.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-ACCT-FILE ASSIGN TO "BUDGACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BUDGET-ABAL-FILE ASSIGN TO "BUDGABAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABAL-STATUS.
           SELECT BUDGET-DEBT-FILE ASSIGN TO "BUDGDEBT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DREG-STATUS.
           SELECT BUDGET-HSHD-FILE ASSIGN TO "BUDGHSHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one account a household has - the id is only unique within
      *the household, handed out in turn as accounts are added
       FD  BUDGET-ACCT-FILE.
       01  ACCT-RECORD.
           05 ACCT-HH-ID    PIC 99.
           05 ACCT-ID       PIC 99.
           05 ACCT-NAME     PIC X(20).
           05 ACCT-TYPE     PIC X.
              88 ACCT-TYPE-OK VALUE 'C' 'S' 'R' 'I' 'P' 'O'.
           05 ACCT-ACTIVE   PIC X.
              88 ACCT-IS-ACTIVE VALUE 'Y'.

      *one account's balance at the end of one month - account 00
      *is the debt register's unpaid total as of that month
       FD  BUDGET-ABAL-FILE.
       01  ABAL-RECORD.
           05 ABAL-HH-ID    PIC 99.
           05 ABAL-YR-MON   PIC 9(6).
           05 ABAL-ACCT-ID  PIC 99.
           05 ABAL-BAL      PIC S9(8)V99.

       FD  BUDGET-DEBT-FILE.
       01  DREG-RECORD.
           05 DREG-HH-ID   PIC 99.
           05 DREG-NAME    PIC A(20).
           05 DREG-BAL     PIC 9999V99.
           05 DREG-MINPMT  PIC 9999V99.
           05 DREG-RATE    PIC 99V99.
           05 DREG-PAID    PIC X.
              88 DREG-IS-PAID VALUE 'Y'.

       FD  BUDGET-HSHD-FILE.
       01  HSHD-RECORD.
           05 HSHD-ID         PIC 99.
           05 HSHD-NAME       PIC X(20).
           05 HSHD-NUMEARNERS PIC 9.
           05 HSHD-EARNER OCCURS 9 TIMES.
               10 HSHD-EARNER-NAME PIC A(20).
               10 HSHD-EARNER-AMT  PIC 9999.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS   PIC XX.
       01 WS-ABAL-STATUS   PIC XX.
       01 WS-DREG-STATUS   PIC XX.
       01 WS-HSHD-STATUS   PIC XX.
       01 WS-ACCT-EOF      PIC X.
          88 WS-END-OF-ACCT VALUE 'Y'.
       01 WS-ABAL-EOF      PIC X.
          88 WS-END-OF-ABAL VALUE 'Y'.
       01 WS-DREG-EOF      PIC X.
          88 WS-END-OF-DREG VALUE 'Y'.
       01 WS-HSHD-EOF      PIC X.
          88 WS-END-OF-HSHD VALUE 'Y'.
       01 WS-HSHD-FOUND    PIC X.
          88 WS-HSHD-ON-FILE VALUE 'Y'.
       01 WS-WANT-HH       PIC 99.
       01 WS-WANT-MONTH    PIC 9(6).
       01 WS-MENU-PICK     PIC X.
       01 WS-YES-NO        PIC X.
       01 WS-DONE-FLAG     PIC X.
          88 WS-ALL-DONE VALUE 'Y'.
       01 WS-MAINT-DONE    PIC X.
          88 WS-MAINT-OVER VALUE 'Y'.
      *this household's accounts, with the month being keyed laid
      *alongside - what's on file for it, and the latest earlier
      *balance to offer when there isn't one yet
       01 WS-ACCT-COUNT    PIC 99 VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 30 TIMES.
               10 WS-ACCT-ID     PIC 99.
               10 WS-ACCT-NAME   PIC X(20).
               10 WS-ACCT-TYPE   PIC X.
               10 WS-ACCT-ACTIVE PIC X.
               10 WS-ACCT-BAL    PIC S9(8)V99.
               10 WS-ACCT-HAD    PIC X.
               10 WS-ACCT-PRIOR  PIC S9(8)V99.
               10 WS-ACCT-PRIOR-MON PIC 9(6).
       01 WS-ACCT-SUB      PIC 99.
       01 WS-PICK-SUB      PIC 99.
       01 WS-NEXT-ID       PIC 99.
       01 WS-TYPE-NAME     PIC X(10).
       01 WS-TYPE-PICK     PIC X.
          88 WS-TYPE-PICK-OK VALUE 'C' 'S' 'R' 'I' 'P' 'O'.
       01 WS-STATE-NAME    PIC X(6).
      *the month's debt figure - kept as first stamped when the
      *month already has one, so re-keying an old month later
      *doesn't pick up the register as it stands today
       01 WS-DEBT-TOTAL    PIC S9(8)V99.
       01 WS-DEBT-HAD      PIC X.
          88 WS-DEBT-STAMPED VALUE 'Y'.
       01 WS-ASSET-TOTAL   PIC S9(9)V99.
       01 WS-NET-WORTH     PIC S9(9)V99.
       01 WS-KEYED-COUNT   PIC 99.
      *everything that isn't ours rides through a rewrite untouched
       01 WS-ACCT-IMAGE-TABLE.
           05 WS-ACCT-IMAGE OCCURS 2970 TIMES PIC X(26).
       01 WS-ACCT-IMG-COUNT PIC 9(4).
       01 WS-ACCT-IMG-SUB   PIC 9(4).
       01 WS-ABAL-IMAGE-TABLE.
           05 WS-ABAL-IMAGE OCCURS 9000 TIMES PIC X(20).
       01 WS-ABAL-IMG-COUNT PIC 9(4).
       01 WS-ABAL-IMG-SUB   PIC 9(4).
       01 WS-IMAGE-FULL     PIC X.
          88 WS-IMAGE-TOO-BIG VALUE 'Y'.
       01 WS-BAL-EDIT      PIC -(8)9.99.
       01 WS-TOT-EDIT      PIC -(9)9.99.
      *balances can be overdrawn, which the shared 0205 path
      *doesn't allow - 0230 takes a sign, and Enter keeps the
      *figure offered
       01 WS-BAL-BUFFER    PIC X(14).
       01 WS-BAL-NUMVAL    PIC S9(8)V99.
       01 WS-BAL-DFLT      PIC S9(8)V99.
       01 WS-BAL-VALID     PIC X.
          88 WS-BAL-OK VALUE 'Y'.
      *entry validation, same shape as the suite's 0205
       01 WS-EDIT-BUFFER PIC X(9).
       01 WS-EDIT-NUMVAL PIC 9(8)V99.
       01 WS-EDIT-MAXVAL PIC 9(8)V99.
       01 WS-EDIT-SIGNEDVAL  PIC S9(8)V99.
       01 WS-EDIT-MAXSCALED  PIC 9(10).
       01 WS-EDIT-VALSCALED  PIC 9(10).
       01 WS-EDIT-VALID  PIC X.
          88 WS-EDIT-OK VALUE 'Y'.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Accounts and month-end balances".
               DISPLAY "===============================".
               DISPLAY "Which household? (1-99)".
               MOVE 99 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-WANT-HH.
               IF WS-WANT-HH < 1
                   MOVE 1 TO WS-WANT-HH
               END-IF.
               PERFORM 0150-FIND-HOUSEHOLD.
               IF WS-HSHD-ON-FILE
                   DISPLAY "Accounts for " HSHD-NAME
               ELSE
                   DISPLAY "Household " WS-WANT-HH " isn't on the "
                       "master - carrying on by number."
               END-IF.
               PERFORM 0200-LOAD-ACCOUNTS.
               MOVE 'N' TO WS-DONE-FLAG.
               PERFORM UNTIL WS-ALL-DONE
                   DISPLAY " "
                   DISPLAY "a to set up accounts, b to key a month's "
                       "balances, q to quit:"
                   ACCEPT WS-MENU-PICK
                   EVALUATE WS-MENU-PICK
                       WHEN "a" PERFORM 0300-ACCOUNTS
                       WHEN "b" PERFORM 0500-BALANCES
                       WHEN "q" MOVE 'Y' TO WS-DONE-FLAG
                       WHEN OTHER
                           DISPLAY "Didn't catch that, try again."
                   END-EVALUATE
               END-PERFORM.
               DISPLAY "All done.".
               STOP RUN.

           0150-FIND-HOUSEHOLD.
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

           0200-LOAD-ACCOUNTS.
               MOVE 0 TO WS-ACCT-COUNT.
               MOVE 0 TO WS-NEXT-ID.
               MOVE 'N' TO WS-ACCT-EOF.
               OPEN INPUT BUDGET-ACCT-FILE.
               IF WS-ACCT-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-ACCT
                       OR WS-ACCT-COUNT = 30
                       READ BUDGET-ACCT-FILE
                           AT END
                               MOVE 'Y' TO WS-ACCT-EOF
                           NOT AT END
                               IF ACCT-HH-ID = WS-WANT-HH
                                   ADD 1 TO WS-ACCT-COUNT
                                   PERFORM 0210-KEEP-ACCOUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-ACCT-FILE
               END-IF.

           0210-KEEP-ACCOUNT.
               MOVE ACCT-ID     TO WS-ACCT-ID(WS-ACCT-COUNT).
               MOVE ACCT-NAME   TO WS-ACCT-NAME(WS-ACCT-COUNT).
               MOVE ACCT-TYPE   TO WS-ACCT-TYPE(WS-ACCT-COUNT).
               MOVE ACCT-ACTIVE TO WS-ACCT-ACTIVE(WS-ACCT-COUNT).
               IF ACCT-ID > WS-NEXT-ID
                   MOVE ACCT-ID TO WS-NEXT-ID
               END-IF.

           0250-SHOW-ACCOUNTS.
               IF WS-ACCT-COUNT = 0
                   DISPLAY "No accounts set up yet."
               ELSE
                   DISPLAY "Accounts:"
                   PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                       MOVE WS-ACCT-TYPE(WS-ACCT-SUB) TO WS-TYPE-PICK
                       PERFORM 0260-TYPE-NAME
                       IF WS-ACCT-ACTIVE(WS-ACCT-SUB) = "Y"
                           MOVE "open" TO WS-STATE-NAME
                       ELSE
                           MOVE "closed" TO WS-STATE-NAME
                       END-IF
                       DISPLAY "  " WS-ACCT-SUB ". "
                           WS-ACCT-NAME(WS-ACCT-SUB) " "
                           WS-TYPE-NAME " " WS-STATE-NAME
                   END-PERFORM
               END-IF.

           0260-TYPE-NAME.
               EVALUATE WS-TYPE-PICK
                   WHEN "C" MOVE "checking" TO WS-TYPE-NAME
                   WHEN "S" MOVE "savings" TO WS-TYPE-NAME
                   WHEN "R" MOVE "retirement" TO WS-TYPE-NAME
                   WHEN "I" MOVE "investment" TO WS-TYPE-NAME
                   WHEN "P" MOVE "property" TO WS-TYPE-NAME
                   WHEN OTHER MOVE "other" TO WS-TYPE-NAME
               END-EVALUATE.

           0300-ACCOUNTS.
               MOVE 'N' TO WS-MAINT-DONE.
               PERFORM UNTIL WS-MAINT-OVER
                   DISPLAY " "
                   PERFORM 0250-SHOW-ACCOUNTS
                   DISPLAY "n for a new account, r to rename one, c "
                       "to close or reopen one, s to save and go "
                       "back:"
                   ACCEPT WS-MENU-PICK
                   EVALUATE WS-MENU-PICK
                       WHEN "n" PERFORM 0320-NEW-ACCOUNT
                       WHEN "r" PERFORM 0340-RENAME-ACCOUNT
                       WHEN "c" PERFORM 0360-CLOSE-ACCOUNT
                       WHEN "s"
                           PERFORM 0400-SAVE-ACCOUNTS
                           MOVE 'Y' TO WS-MAINT-DONE
                       WHEN OTHER
                           DISPLAY "Didn't catch that, try again."
                   END-EVALUATE
               END-PERFORM.

           0320-NEW-ACCOUNT.
               IF WS-ACCT-COUNT = 30 OR WS-NEXT-ID = 99
                   DISPLAY "No room for more accounts (30)."
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   ADD 1 TO WS-NEXT-ID
                   MOVE WS-NEXT-ID TO WS-ACCT-ID(WS-ACCT-COUNT)
                   DISPLAY "Name of the account? (bank and kind, "
                       "or what the thing is)"
                   ACCEPT WS-ACCT-NAME(WS-ACCT-COUNT)
                   PERFORM 0330-ASK-TYPE
                   MOVE WS-TYPE-PICK TO WS-ACCT-TYPE(WS-ACCT-COUNT)
                   MOVE "Y" TO WS-ACCT-ACTIVE(WS-ACCT-COUNT)
               END-IF.

           0330-ASK-TYPE.
               MOVE SPACE TO WS-TYPE-PICK.
               PERFORM UNTIL WS-TYPE-PICK-OK
                   DISPLAY "What kind? C checking, S savings, R "
                       "retirement, I investment, P property, O "
                       "other:"
                   ACCEPT WS-TYPE-PICK
                   MOVE FUNCTION UPPER-CASE(WS-TYPE-PICK)
                       TO WS-TYPE-PICK
                   IF NOT WS-TYPE-PICK-OK
                       DISPLAY "Didn't catch that, try again."
                   END-IF
               END-PERFORM.

           0340-RENAME-ACCOUNT.
               DISPLAY "Rename which account? (its number)".
               MOVE 30 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-PICK-SUB.
               IF WS-PICK-SUB < 1 OR WS-PICK-SUB > WS-ACCT-COUNT
                   DISPLAY "No account by that number."
               ELSE
                   DISPLAY "New name for " WS-ACCT-NAME(WS-PICK-SUB)
                       "?"
                   ACCEPT WS-ACCT-NAME(WS-PICK-SUB)
                   PERFORM 0330-ASK-TYPE
                   MOVE WS-TYPE-PICK TO WS-ACCT-TYPE(WS-PICK-SUB)
               END-IF.

      *closing keeps the account and its history - it just stops
      *being asked for at month-end
           0360-CLOSE-ACCOUNT.
               DISPLAY "Close or reopen which account? (its number)".
               MOVE 30 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               MOVE WS-EDIT-NUMVAL TO WS-PICK-SUB.
               IF WS-PICK-SUB < 1 OR WS-PICK-SUB > WS-ACCT-COUNT
                   DISPLAY "No account by that number."
               ELSE
                   IF WS-ACCT-ACTIVE(WS-PICK-SUB) = "Y"
                       MOVE "N" TO WS-ACCT-ACTIVE(WS-PICK-SUB)
                       DISPLAY WS-ACCT-NAME(WS-PICK-SUB) " closed."
                   ELSE
                       MOVE "Y" TO WS-ACCT-ACTIVE(WS-PICK-SUB)
                       DISPLAY WS-ACCT-NAME(WS-PICK-SUB) " reopened."
                   END-IF
               END-IF.

      *rewrite keeps every other household's accounts exactly as
      *they were
           0400-SAVE-ACCOUNTS.
               MOVE 0 TO WS-ACCT-IMG-COUNT.
               MOVE 'N' TO WS-ACCT-EOF.
               MOVE 'N' TO WS-IMAGE-FULL.
               OPEN INPUT BUDGET-ACCT-FILE.
               IF WS-ACCT-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-ACCT OR WS-IMAGE-TOO-BIG
                       READ BUDGET-ACCT-FILE
                           AT END
                               MOVE 'Y' TO WS-ACCT-EOF
                           NOT AT END
                               PERFORM 0410-KEEP-OTHER-ACCOUNT
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-ACCT-FILE
               END-IF.
               IF WS-IMAGE-TOO-BIG
                   DISPLAY "The accounts file is too big to rewrite "
                       "here (2970 accounts) - nothing saved."
               ELSE
                   PERFORM 0420-WRITE-ACCOUNTS
               END-IF.

           0410-KEEP-OTHER-ACCOUNT.
               IF ACCT-HH-ID NOT = WS-WANT-HH
                   IF WS-ACCT-IMG-COUNT = 2970
                       MOVE 'Y' TO WS-IMAGE-FULL
                   ELSE
                       ADD 1 TO WS-ACCT-IMG-COUNT
                       MOVE ACCT-RECORD TO
                           WS-ACCT-IMAGE(WS-ACCT-IMG-COUNT)
                   END-IF
               END-IF.

           0420-WRITE-ACCOUNTS.
               OPEN OUTPUT BUDGET-ACCT-FILE.
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "Could not save the accounts file, "
                       "status " WS-ACCT-STATUS
               ELSE
                   PERFORM VARYING WS-ACCT-IMG-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-IMG-SUB > WS-ACCT-IMG-COUNT
                       MOVE WS-ACCT-IMAGE(WS-ACCT-IMG-SUB)
                           TO ACCT-RECORD
                       WRITE ACCT-RECORD
                   END-PERFORM
                   PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                       MOVE WS-WANT-HH TO ACCT-HH-ID
                       MOVE WS-ACCT-ID(WS-ACCT-SUB)     TO ACCT-ID
                       MOVE WS-ACCT-NAME(WS-ACCT-SUB)   TO ACCT-NAME
                       MOVE WS-ACCT-TYPE(WS-ACCT-SUB)   TO ACCT-TYPE
                       MOVE WS-ACCT-ACTIVE(WS-ACCT-SUB) TO ACCT-ACTIVE
                       WRITE ACCT-RECORD
                   END-PERFORM
                   CLOSE BUDGET-ACCT-FILE
                   DISPLAY "Saved."
               END-IF.

      *the month-end screen - every open account in turn, offering
      *what's already on file for the month or else the latest
      *balance before it, then the debt figure and the net worth
      *it all comes to before anything is saved
           0500-BALANCES.
               IF WS-ACCT-COUNT = 0
                   DISPLAY "Set up the accounts first (a)."
               ELSE
                   DISPLAY "Balances at the end of which month? "
                       "(YYYYMM)"
                   MOVE 999999 TO WS-EDIT-MAXVAL
                   PERFORM 0205-VALIDATE-ENTRY
                   MOVE WS-EDIT-NUMVAL TO WS-WANT-MONTH
                   PERFORM 0510-LOAD-MONTH
                   IF NOT WS-DEBT-STAMPED
                       PERFORM 0530-TOTAL-DEBTS
                   END-IF
                   PERFORM 0540-KEY-BALANCES
                   PERFORM 0560-SHOW-MONTH
                   DISPLAY "Save these balances? (y/n)"
                   ACCEPT WS-YES-NO
                   IF WS-YES-NO = "y"
                       PERFORM 0600-SAVE-BALANCES
                   ELSE
                       DISPLAY "Not saved."
                   END-IF
               END-IF.

           0510-LOAD-MONTH.
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   MOVE 0 TO WS-ACCT-BAL(WS-ACCT-SUB)
                   MOVE "N" TO WS-ACCT-HAD(WS-ACCT-SUB)
                   MOVE 0 TO WS-ACCT-PRIOR(WS-ACCT-SUB)
                   MOVE 0 TO WS-ACCT-PRIOR-MON(WS-ACCT-SUB)
               END-PERFORM.
               MOVE 0 TO WS-DEBT-TOTAL.
               MOVE 'N' TO WS-DEBT-HAD.
               MOVE 'N' TO WS-ABAL-EOF.
               OPEN INPUT BUDGET-ABAL-FILE.
               IF WS-ABAL-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-ABAL
                       READ BUDGET-ABAL-FILE
                           AT END
                               MOVE 'Y' TO WS-ABAL-EOF
                           NOT AT END
                               IF ABAL-HH-ID = WS-WANT-HH
                                   PERFORM 0520-PLACE-BALANCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-ABAL-FILE
               END-IF.

           0520-PLACE-BALANCE.
               IF ABAL-ACCT-ID = 0
                   IF ABAL-YR-MON = WS-WANT-MONTH
                       MOVE ABAL-BAL TO WS-DEBT-TOTAL
                       MOVE 'Y' TO WS-DEBT-HAD
                   END-IF
               ELSE
                   PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                       IF WS-ACCT-ID(WS-ACCT-SUB) = ABAL-ACCT-ID
                           IF ABAL-YR-MON = WS-WANT-MONTH
                               MOVE ABAL-BAL
                                   TO WS-ACCT-BAL(WS-ACCT-SUB)
                               MOVE "Y" TO WS-ACCT-HAD(WS-ACCT-SUB)
                           END-IF
                           IF ABAL-YR-MON < WS-WANT-MONTH
                               AND ABAL-YR-MON
                                   > WS-ACCT-PRIOR-MON(WS-ACCT-SUB)
                               MOVE ABAL-BAL
                                   TO WS-ACCT-PRIOR(WS-ACCT-SUB)
                               MOVE ABAL-YR-MON
                                   TO WS-ACCT-PRIOR-MON(WS-ACCT-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

      *what's still owed on the register for this household - a
      *debt marked paid off counts nothing
           0530-TOTAL-DEBTS.
               MOVE 0 TO WS-DEBT-TOTAL.
               MOVE 'N' TO WS-DREG-EOF.
               OPEN INPUT BUDGET-DEBT-FILE.
               IF WS-DREG-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-DREG
                       READ BUDGET-DEBT-FILE
                           AT END
                               MOVE 'Y' TO WS-DREG-EOF
                           NOT AT END
                               IF DREG-HH-ID = WS-WANT-HH
                                   AND NOT DREG-IS-PAID
                                   ADD DREG-BAL TO WS-DEBT-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-DEBT-FILE
               END-IF.

           0540-KEY-BALANCES.
               MOVE 0 TO WS-KEYED-COUNT.
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   IF WS-ACCT-ACTIVE(WS-ACCT-SUB) = "Y"
                       PERFORM 0550-KEY-ONE-BALANCE
                   END-IF
               END-PERFORM.

           0550-KEY-ONE-BALANCE.
               IF WS-ACCT-HAD(WS-ACCT-SUB) = "Y"
                   MOVE WS-ACCT-BAL(WS-ACCT-SUB) TO WS-BAL-DFLT
               ELSE
                   MOVE WS-ACCT-PRIOR(WS-ACCT-SUB) TO WS-BAL-DFLT
               END-IF.
               MOVE WS-BAL-DFLT TO WS-BAL-EDIT.
               DISPLAY WS-ACCT-NAME(WS-ACCT-SUB) " at the end of "
                   WS-WANT-MONTH "? (Enter keeps " WS-BAL-EDIT ")".
               PERFORM 0230-VALIDATE-BALANCE.
               MOVE WS-BAL-NUMVAL TO WS-ACCT-BAL(WS-ACCT-SUB).
               MOVE "Y" TO WS-ACCT-HAD(WS-ACCT-SUB).
               ADD 1 TO WS-KEYED-COUNT.

           0560-SHOW-MONTH.
               MOVE 0 TO WS-ASSET-TOTAL.
               DISPLAY " ".
               DISPLAY "End of " WS-WANT-MONTH ":".
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   IF WS-ACCT-HAD(WS-ACCT-SUB) = "Y"
                       MOVE WS-ACCT-BAL(WS-ACCT-SUB) TO WS-BAL-EDIT
                       DISPLAY "  " WS-ACCT-NAME(WS-ACCT-SUB) " "
                           WS-BAL-EDIT
                       ADD WS-ACCT-BAL(WS-ACCT-SUB) TO WS-ASSET-TOTAL
                   END-IF
               END-PERFORM.
               MOVE WS-ASSET-TOTAL TO WS-TOT-EDIT.
               DISPLAY "  what we have:        " WS-TOT-EDIT.
               MOVE WS-DEBT-TOTAL TO WS-TOT-EDIT.
               IF WS-DEBT-STAMPED
                   DISPLAY "  what we owe:         " WS-TOT-EDIT
                       " (as stamped for the month)"
               ELSE
                   DISPLAY "  what we owe:         " WS-TOT-EDIT
                       " (off the debt register)"
               END-IF.
               COMPUTE WS-NET-WORTH = WS-ASSET-TOTAL - WS-DEBT-TOTAL.
               MOVE WS-NET-WORTH TO WS-TOT-EDIT.
               DISPLAY "  net worth:           " WS-TOT-EDIT.

      *rewrite keeps every other household's and month's balances
      *exactly as they were - only this month of ours is replaced,
      *debt figure included
           0600-SAVE-BALANCES.
               MOVE 0 TO WS-ABAL-IMG-COUNT.
               MOVE 'N' TO WS-ABAL-EOF.
               MOVE 'N' TO WS-IMAGE-FULL.
               OPEN INPUT BUDGET-ABAL-FILE.
               IF WS-ABAL-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-ABAL OR WS-IMAGE-TOO-BIG
                       READ BUDGET-ABAL-FILE
                           AT END
                               MOVE 'Y' TO WS-ABAL-EOF
                           NOT AT END
                               PERFORM 0610-KEEP-OTHER-BALANCE
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-ABAL-FILE
               END-IF.
               IF WS-IMAGE-TOO-BIG
                   DISPLAY "The balances file is too big to rewrite "
                       "here (9000 balances) - nothing saved."
               ELSE
                   PERFORM 0620-WRITE-BALANCES
               END-IF.

           0610-KEEP-OTHER-BALANCE.
               IF ABAL-HH-ID NOT = WS-WANT-HH
                   OR ABAL-YR-MON NOT = WS-WANT-MONTH
                   IF WS-ABAL-IMG-COUNT = 9000
                       MOVE 'Y' TO WS-IMAGE-FULL
                   ELSE
                       ADD 1 TO WS-ABAL-IMG-COUNT
                       MOVE ABAL-RECORD TO
                           WS-ABAL-IMAGE(WS-ABAL-IMG-COUNT)
                   END-IF
               END-IF.

           0620-WRITE-BALANCES.
               OPEN OUTPUT BUDGET-ABAL-FILE.
               IF WS-ABAL-STATUS NOT = "00"
                   DISPLAY "Could not save the balances file, "
                       "status " WS-ABAL-STATUS
               ELSE
                   PERFORM VARYING WS-ABAL-IMG-SUB FROM 1 BY 1
                           UNTIL WS-ABAL-IMG-SUB > WS-ABAL-IMG-COUNT
                       MOVE WS-ABAL-IMAGE(WS-ABAL-IMG-SUB)
                           TO ABAL-RECORD
                       WRITE ABAL-RECORD
                   END-PERFORM
                   MOVE WS-WANT-HH    TO ABAL-HH-ID
                   MOVE WS-WANT-MONTH TO ABAL-YR-MON
                   MOVE 0             TO ABAL-ACCT-ID
                   MOVE WS-DEBT-TOTAL TO ABAL-BAL
                   WRITE ABAL-RECORD
                   PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                       IF WS-ACCT-HAD(WS-ACCT-SUB) = "Y"
                           MOVE WS-ACCT-ID(WS-ACCT-SUB)
                               TO ABAL-ACCT-ID
                           MOVE WS-ACCT-BAL(WS-ACCT-SUB) TO ABAL-BAL
                           WRITE ABAL-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE BUDGET-ABAL-FILE
                   MOVE 'Y' TO WS-DEBT-HAD
                   DISPLAY "Saved."
               END-IF.

           0205-VALIDATE-ENTRY.
               MOVE 'N' TO WS-EDIT-VALID.
               PERFORM UNTIL WS-EDIT-OK
                   ACCEPT WS-EDIT-BUFFER
                   IF FUNCTION TEST-NUMVAL(WS-EDIT-BUFFER) NOT = 0
                       DISPLAY "That's not a number, please try again:"
                   ELSE
                       COMPUTE WS-EDIT-SIGNEDVAL =
                           FUNCTION NUMVAL(WS-EDIT-BUFFER)
                       IF WS-EDIT-SIGNEDVAL < 0
                           DISPLAY "That can't be negative, please "
                               "try again:"
                       ELSE
                           MOVE WS-EDIT-SIGNEDVAL TO WS-EDIT-NUMVAL
                           IF WS-EDIT-NUMVAL > WS-EDIT-MAXVAL
                               DISPLAY "That's too big to fit (max is "
                                   WS-EDIT-MAXVAL "), please try "
                                   "again:"
                           ELSE
                               PERFORM 0206-CHECK-DECIMALS
                               IF NOT WS-EDIT-OK
                                   DISPLAY "That has more decimal "
                                       "places than this field "
                                       "allows, please try again:"
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           0206-CHECK-DECIMALS.
               COMPUTE WS-EDIT-MAXSCALED = WS-EDIT-MAXVAL * 100.
               COMPUTE WS-EDIT-VALSCALED = WS-EDIT-NUMVAL * 100.
               IF FUNCTION MOD(WS-EDIT-MAXSCALED, 100) = 0
                   IF FUNCTION MOD(WS-EDIT-VALSCALED, 100) = 0
                       MOVE 'Y' TO WS-EDIT-VALID
                   END-IF
               ELSE
                   IF FUNCTION MOD(WS-EDIT-MAXSCALED, 10) = 0
                       IF FUNCTION MOD(WS-EDIT-VALSCALED, 10) = 0
                           MOVE 'Y' TO WS-EDIT-VALID
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-EDIT-VALID
                   END-IF
               END-IF.

      *a balance may be negative (an overdrawn checking account),
      *which the shared 0205 path doesn't allow - so check it on
      *its own; a blank entry keeps WS-BAL-DFLT
           0230-VALIDATE-BALANCE.
               MOVE 'N' TO WS-BAL-VALID.
               PERFORM UNTIL WS-BAL-OK
                   ACCEPT WS-BAL-BUFFER
                   IF WS-BAL-BUFFER = SPACES
                       MOVE WS-BAL-DFLT TO WS-BAL-NUMVAL
                       MOVE 'Y' TO WS-BAL-VALID
                   ELSE
                       IF FUNCTION TEST-NUMVAL(WS-BAL-BUFFER) NOT = 0
                           DISPLAY "That's not a number, please try "
                               "again:"
                       ELSE
                           IF FUNCTION NUMVAL(WS-BAL-BUFFER)
                                   > 99999999.99
                               OR FUNCTION NUMVAL(WS-BAL-BUFFER)
                                   < -99999999.99
                               DISPLAY "That's too big to fit (max is "
                                   "99999999.99 either way), please "
                                   "try again:"
                           ELSE
                               COMPUTE WS-BAL-NUMVAL =
                                   FUNCTION NUMVAL(WS-BAL-BUFFER)
                               MOVE 'Y' TO WS-BAL-VALID
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
           END PROGRAM BUDGAENT.
