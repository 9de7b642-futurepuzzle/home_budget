      *questions pull the posting month's planned figures from
      *this file instead of asking from scratch, and a batch TRANS
      *record can say "use the plan" the same way.
      *it takes an operator sign-on (BUDGOPER) allowed to touch the
      *household - any role may keep a plan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUDGET-PLAN-FILE ASSIGN TO "BUDGPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT BUDGET-OPER-FILE ASSIGN TO "BUDGOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PLAN-PETCOSTS  PIC 9(6)V99.
           05 PLAN-DEBTPMT   PIC 9(6)V99.

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
       01 WS-PLAN-STATUS   PIC XX.
       01 WS-PLAN-EOF      PIC X.
       01 WS-EDIT-VALSCALED  PIC 9(10).
       01 WS-EDIT-VALID  PIC X.
          88 WS-EDIT-OK VALUE 'Y'.
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
               DISPLAY "Budget plan maintenance".
               DISPLAY "=======================".
               PERFORM 0010-SIGN-ON.
               DISPLAY "Which household? (1-99)".
               MOVE 99 TO WS-EDIT-MAXVAL.
               PERFORM 0205-VALIDATE-ENTRY.
               IF WS-WANT-HH < 1
                   MOVE 1 TO WS-WANT-HH
               END-IF.
               MOVE WS-WANT-HH TO WS-OPER-WANT-HH.
               PERFORM 0020-CHECK-OPER-HH.
               IF NOT WS-OPER-HH-OK
                   DISPLAY "Operator " WS-OPER-ID " can't touch "
                       "household " WS-WANT-HH "."
                   STOP RUN
               END-IF.
               PERFORM 0200-LOAD-PLAN.
               MOVE 'N' TO WS-DONE-FLAG.
               PERFORM UNTIL WS-ALL-DONE
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

           0200-LOAD-PLAN.
               PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
                       UNTIL WS-PLN-SUB > 12
