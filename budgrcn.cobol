      *file are kept per household.
      *repairs leave audit-trail records with before-images, same
      *as every other write to history or the goal file.
      *looking is open to anyone; a repair asks for an operator
      *sign-on (BUDGOPER) - a reviewer or supervisor allowed to
      *touch the household - and the audit records carry the id.
      *BATCH and the household on the command line runs the check
      *with no questions, the way the month-end stream (BUDGMEND)
      *does - report only, never a repair. the run hands back a
      *return code: 0 when everything balances, 8 when it doesn't
      *(or history can't be read), so the stream stops short of
      *closing a month on a goal chain that's out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUDGET-AUDIT-FILE ASSIGN TO "BUDGAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT BUDGET-OPER-FILE ASSIGN TO "BUDGOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AUDT-OUTCOME  PIC X(12).
           05 AUDT-OLD-HIST PIC X(80).
           05 AUDT-OLD-GOAL PIC X(25).
           05 AUDT-OPER-ID  PIC X(8).

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
       01 WS-IMG-EOF        PIC X.
          88 WS-END-OF-IMGS VALUE 'Y'.
       01 WS-NUM-BUFFER     PIC X(9).
      *BATCH on the command line - parameters instead of questions
       01 WS-CMD-LINE       PIC X(40).
       01 WS-CMD-WORD       PIC X(8).
       01 WS-BATCH-MODE     PIC X VALUE 'N'.
          88 WS-IS-BATCH VALUE 'Y'.
      *audit-trail support
       01 WS-AUDT-STATUS    PIC XX.
       01 WS-AUDT-ACTION    PIC X(8).
       01 WS-AUDT-OLD-GOAL  PIC X(25).
       01 WS-AUDT-MONTH     PIC 9(6).
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
       01 WS-OPER-HH-SUB   PIC 99.
       01 WS-OPER-WANT-HH  PIC 99.
       01 WS-OPER-MAY-TOUCH PIC X.
          88 WS-OPER-HH-OK VALUE 'Y'.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Savings-goal reconciliation".
               DISPLAY "===========================".
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
               ELSE
                   DISPLAY "Which household? (1-99)"
                   ACCEPT WS-NUM-BUFFER
               END-IF.
               IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) = 0
                   COMPUTE WS-WANT-HH = FUNCTION NUMVAL(WS-NUM-BUFFER)
               ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "No budget history found yet, status "
                       WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 0200-READ-NEXT.
                   (WS-HAVE-GOAL-FILE AND
                       WS-SAVED-BALANCE NOT = WS-EXPECT-BAL) OR
                   (NOT WS-HAVE-GOAL-FILE AND WS-EXPECT-BAL > 0)
                   MOVE 8 TO RETURN-CODE
                   DISPLAY " "
                   IF WS-IS-BATCH
                       DISPLAY "Out of balance - run BUDGRCN at the "
                           "terminal to repair it."
                       MOVE "n" TO WS-REPAIR-ANS
                   ELSE
                       DISPLAY "Repair the goal file and the stored "
                           "balance chain to match? (y/n)"
                       ACCEPT WS-REPAIR-ANS
                   END-IF
                   IF WS-REPAIR-ANS = "y"
                       PERFORM 0010-SIGN-ON
                       MOVE WS-WANT-HH TO WS-OPER-WANT-HH
                       PERFORM 0020-CHECK-OPER-HH
                       IF NOT WS-OPER-REVIEWER OR NOT WS-OPER-HH-OK
                           DISPLAY "A repair needs a reviewer or "
                               "supervisor who may touch household "
                               WS-WANT-HH " - nothing changed."
                           STOP RUN
                       END-IF
                       PERFORM 0500-REPAIR-HISTORY
                       PERFORM 0600-REPAIR-GOAL-FILE
                       DISPLAY "Repaired."
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       DISPLAY "Left everything as it was."
                   END-IF
               ELSE
                   DISPLAY " "
                   DISPLAY "Everything balances - nothing to repair."
                   MOVE 0 TO RETURN-CODE
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

      *finds this household's goal record and keeps images of all
      *the others for the repair rewrite
           0150-READ-GOAL-FILE.
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "Could not reopen history to repair it, "
                       "status " WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 0200-READ-NEXT.
               MOVE WS-AUDT-OUTCOME TO AUDT-OUTCOME.
               MOVE WS-AUDT-OLD-HIST TO AUDT-OLD-HIST.
               MOVE WS-AUDT-OLD-GOAL TO AUDT-OLD-GOAL.
               MOVE WS-OPER-ID      TO AUDT-OPER-ID.
               OPEN EXTEND BUDGET-AUDIT-FILE.
               IF WS-AUDT-STATUS = "35"
                   OPEN OUTPUT BUDGET-AUDIT-FILE
