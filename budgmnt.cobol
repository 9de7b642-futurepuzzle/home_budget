      *a before-image of what the month used to say.
      *a month closed by BUDGCLOS shows read-only here - no fix or
      *delete until a supervisor reopens it.
      *it takes an operator sign-on (BUDGOPER) for the household -
      *an entry clerk may look but not change, a reviewer may fix
      *a figure, and only a supervisor may delete a month. the
      *audit record carries the operator id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUDGET-CLOSED-FILE ASSIGN TO "BUDGCLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSE-STATUS.
           SELECT BUDGET-OPER-FILE ASSIGN TO "BUDGOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AUDT-OUTCOME  PIC X(12).
           05 AUDT-OLD-HIST PIC X(80).
           05 AUDT-OLD-GOAL PIC X(25).
           05 AUDT-OPER-ID  PIC X(8).

      *closed months, kept by BUDGCLOS - a closed month can be
      *looked at here but not changed
           05 CLSE-HH-ID   PIC 99.
           05 CLSE-YR-MON  PIC 9(6).

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
       01 WS-WANTED-HH     PIC 99.
          88 WS-END-OF-CLSE VALUE 'Y'.
       01 WS-CLSE-FOUND     PIC X.
          88 WS-MONTH-IS-CLOSED VALUE 'Y'.
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
               DISPLAY "Budget history maintenance".
               DISPLAY "==========================".
               PERFORM 0010-SIGN-ON.
               OPEN I-O BUDGET-HISTORY-FILE.
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "No budget history found yet, status "
               IF WS-WANTED-HH < 1
                   MOVE 1 TO WS-WANTED-HH
               END-IF.
               MOVE WS-WANTED-HH TO WS-OPER-WANT-HH.
               PERFORM 0020-CHECK-OPER-HH.
               IF NOT WS-OPER-HH-OK
                   DISPLAY "Operator " WS-OPER-ID " can't touch "
                       "household " WS-WANTED-HH "."
                   CLOSE BUDGET-HISTORY-FILE
                   STOP RUN
               END-IF.
               PERFORM 0200-PICK-MONTH.
               PERFORM UNTIL WS-WANTED-MONTH = 0
                   PERFORM 0250-FETCH-MONTH
               DISPLAY "All done.".
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

           0200-PICK-MONTH.
               DISPLAY " ".
               DISPLAY "Which month do you want to look at? "
                   NOT INVALID KEY
                       MOVE HIST-RECORD TO WS-AUDT-OLD-HIST
                       PERFORM 0260-CHECK-CLOSED
                       EVALUATE TRUE
                           WHEN WS-MONTH-IS-CLOSED
                               PERFORM 0300-SHOW-RECORD
                               DISPLAY " "
                               DISPLAY "This month is closed - shown "
                                   "read-only. A supervisor can "
                                   "reopen it with BUDGCLOS."
                           WHEN NOT WS-OPER-REVIEWER
                               PERFORM 0300-SHOW-RECORD
                               DISPLAY " "
                               DISPLAY "Shown read-only - fixing "
                                   "history needs a reviewer or "
                                   "supervisor sign-on."
                           WHEN OTHER
                               PERFORM 0300-SHOW-RECORD
                               PERFORM 0400-EDIT-MONTH
                       END-EVALUATE
               END-READ.

           0260-CHECK-CLOSED.
               PERFORM 0300-SHOW-RECORD.

           0450-DELETE-MONTH.
               IF NOT WS-OPER-SUPERVISOR
                   DISPLAY "Deleting history needs a supervisor "
                       "sign-on."
                   MOVE "n" TO WS-CONFIRM-ANS
               ELSE
                   DISPLAY "Really delete all of " HIST-YR-MON
                       " from history? (y/n)"
                   ACCEPT WS-CONFIRM-ANS
               END-IF.
               IF WS-CONFIRM-ANS = "y"
                   DELETE BUDGET-HISTORY-FILE
                       INVALID KEY
               MOVE WS-AUDT-OUTCOME TO AUDT-OUTCOME.
               MOVE WS-AUDT-OLD-HIST TO AUDT-OLD-HIST.
               MOVE SPACES          TO AUDT-OLD-GOAL.
               MOVE WS-OPER-ID      TO AUDT-OPER-ID.
               OPEN EXTEND BUDGET-AUDIT-FILE.
               IF WS-AUDT-STATUS = "35"
                   OPEN OUTPUT BUDGET-AUDIT-FILE
