      *run won't re-post it, BUDGMNT won't fix or delete it, and
      *BUDGLENT won't take a receipt dated into it. closing and
      *the supervisor reopen both leave a record on the audit
      *trail like every other sensitive write does. it takes an
      *operator sign-on (BUDGOPER) for the household: closing is
      *reviewer work, reopening needs a supervisor, and the audit
      *record carries who did it.
      *BATCH, the household, the month (YYYYMM), an operator id
      *and password on the command line closes that one month with
      *no questions, the way the month-end stream (BUDGMEND) does.
      *a close hands back a return code: 0 closed, 4 already
      *closed, 8 when it couldn't be closed.

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
       01 WS-CLSE-STATUS   PIC XX.
       01 WS-DONE-FLAG     PIC X.
          88 WS-ALL-DONE VALUE 'Y'.
       01 WS-NUM-BUFFER    PIC X(9).
      *BATCH on the command line - parameters instead of questions
       01 WS-CMD-LINE      PIC X(40).
       01 WS-CMD-WORD      PIC X(8).
       01 WS-CMD-MONTH     PIC X(9).
       01 WS-BATCH-MODE    PIC X VALUE 'N'.
          88 WS-IS-BATCH VALUE 'Y'.
       01 WS-FOUND-FLAG    PIC X.
          88 WS-MONTH-ON-FILE VALUE 'Y'.
       01 WS-LISTED-COUNT  PIC 999.
      *the word asked for before a reopen goes through - a closed
      *month coming back open is exactly the thing the close flag
      *exists to prevent, so it takes a supervisor and more than a y
       01 WS-SUPER-ANS     PIC X(9).
      *raw images of the other records so a reopen rewrite keeps
      *every household-month except the one coming off
       01 WS-AUDT-ACTION    PIC X(8).
       01 WS-AUDT-OUTCOME   PIC X(12).
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
               DISPLAY "Month-end close".
               DISPLAY "===============".
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
               IF WS-CMD-LINE(1:5) = "BATCH"
                   PERFORM 0120-BATCH-CLOSE
               END-IF.
               PERFORM 0010-SIGN-ON.
               DISPLAY "Which household? (1-99)".
               PERFORM 0150-GET-NUMBER.
               MOVE WS-WANT-HH TO WS-OPER-WANT-HH.
               PERFORM 0020-CHECK-OPER-HH.
               IF NOT WS-OPER-HH-OK
                   DISPLAY "Operator " WS-OPER-ID " can't touch "
                       "household " WS-WANT-HH "."
                   STOP RUN
               END-IF.
               MOVE 'N' TO WS-DONE-FLAG.
               PERFORM UNTIL WS-ALL-DONE
                   DISPLAY " "
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

      *month-end stream run - everything off the command line, the
      *one close, and its return code back to the stream
           0120-BATCH-CLOSE.
               MOVE 'Y' TO WS-BATCH-MODE.
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                   INTO WS-CMD-WORD WS-NUM-BUFFER WS-CMD-MONTH
                       WS-OPER-ID WS-SIGNON-PASS
               END-UNSTRING.
               IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-CMD-MONTH) NOT = 0
                   DISPLAY "BATCH needs the household, the month "
                       "(YYYYMM), operator id and password after it."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               COMPUTE WS-WANT-HH = FUNCTION NUMVAL(WS-NUM-BUFFER).
               COMPUTE WS-WANT-MONTH = FUNCTION NUMVAL(WS-CMD-MONTH).
               PERFORM 0015-FIND-OPERATOR.
               IF NOT WS-OPER-SIGNED-ON
                   DISPLAY "Operator id or password not right - "
                       "nothing closed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-WANT-HH TO WS-OPER-WANT-HH.
               PERFORM 0020-CHECK-OPER-HH.
               IF NOT WS-OPER-HH-OK
                   DISPLAY "Operator " WS-OPER-ID " can't touch "
                       "household " WS-WANT-HH "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "Household " WS-WANT-HH ".".
               PERFORM 0300-CLOSE-MONTH.
               STOP RUN.

           0150-GET-NUMBER.
               ACCEPT WS-NUM-BUFFER.
               IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) = 0
               END-IF.

           0300-CLOSE-MONTH.
               IF NOT WS-OPER-REVIEWER
                   DISPLAY "Closing a month needs a reviewer or "
                       "supervisor sign-on."
                   MOVE 0 TO WS-WANT-MONTH
               ELSE
                   IF NOT WS-IS-BATCH
                       PERFORM 0170-GET-MONTH
                   END-IF
               END-IF.
               MOVE 8 TO RETURN-CODE.
               IF WS-WANT-MONTH = 0
                   DISPLAY "Nothing closed."
               ELSE
                   PERFORM 0250-FIND-MONTH
                   IF WS-MONTH-ON-FILE
                       DISPLAY WS-WANT-MONTH " is already closed."
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE WS-WANT-HH    TO CLSE-HH-ID
                       MOVE WS-WANT-MONTH TO CLSE-YR-MON
                           WRITE CLSE-RECORD
                           CLOSE BUDGET-CLOSED-FILE
                           DISPLAY WS-WANT-MONTH " is now closed."
                           MOVE 0 TO RETURN-CODE
                           MOVE "CLOSE" TO WS-AUDT-ACTION
                           MOVE "CLOSED" TO WS-AUDT-OUTCOME
                           PERFORM 0900-WRITE-AUDIT
               END-IF.

      *reopening undoes the whole point of the close, so it wants
      *a supervisor signed on and the word REOPEN typed out, and it
      *always leaves its own audit record behind
           0400-REOPEN-MONTH.
               IF NOT WS-OPER-SUPERVISOR
                   DISPLAY "Reopening a month needs a supervisor "
                       "sign-on."
                   MOVE 0 TO WS-WANT-MONTH
               ELSE
                   PERFORM 0170-GET-MONTH
               END-IF.
               IF WS-WANT-MONTH = 0
                   DISPLAY "Nothing reopened."
               ELSE
                       DISPLAY WS-WANT-MONTH " isn't closed - "
                           "nothing to reopen."
                   ELSE
                       DISPLAY "Type REOPEN to reopen "
                           WS-WANT-MONTH ":"
                       ACCEPT WS-SUPER-ANS
                       IF WS-SUPER-ANS = "REOPEN"
                           PERFORM 0450-DROP-CLOSED-FLAG
               MOVE WS-AUDT-OUTCOME TO AUDT-OUTCOME.
               MOVE SPACES          TO AUDT-OLD-HIST.
               MOVE SPACES          TO AUDT-OLD-GOAL.
               MOVE WS-OPER-ID      TO AUDT-OPER-ID.
               OPEN EXTEND BUDGET-AUDIT-FILE.
               IF WS-AUDT-STATUS = "35"
                   OPEN OUTPUT BUDGET-AUDIT-FILE
