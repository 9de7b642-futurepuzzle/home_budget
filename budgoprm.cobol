       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGOPRM.
       AUTHOR. SPEAKER
      *operator maintenance (BUDGOPER) - the programs that change
      *data (the budget run, BUDGMNT, BUDGCLOS, BUDGPLNM, BUDGARCH
      *and the BUDGRCN and BUDGVRFY repairs) ask for a sign-on off
      *this file, and every audit record carries the id that was
      *signed on. each operator has a role and the households
      *they may touch:
      *  C entry clerk - posts months and keeps the budget plan
      *  R reviewer    - that, plus fixing history, closing months
      *                  and the repair runs
      *  S supervisor  - everything, including deleting history,
      *                  reopening a closed month, archive purges
      *                  and this screen
      *a household list of up to 20 ids, or all of them. only a
      *supervisor gets in here once the file exists; with no file
      *yet the first operator keyed has to be a supervisor for all
      *households, so the suite can't be locked out of itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-OPER-FILE ASSIGN TO "BUDGOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one operator - OPER-ALL-HH Y means every household and the
      *list is ignored
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
       01 WS-OPER-STATUS   PIC XX.
       01 WS-OPER-EOF      PIC X.
          88 WS-END-OF-OPER VALUE 'Y'.
       01 WS-MENU-PICK     PIC X.
       01 WS-YES-NO        PIC X.
       01 WS-DONE-FLAG     PIC X.
          88 WS-ALL-DONE VALUE 'Y'.
       01 WS-CHANGED       PIC X VALUE 'N'.
          88 WS-HAS-CHANGES VALUE 'Y'.
       01 WS-NUM-BUFFER    PIC X(9).
       01 WS-NUM-VALUE     PIC 999.
      *the whole file in storage while it's worked on
       01 WS-OPR-COUNT     PIC 99 VALUE 0.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 50 TIMES.
               10 WS-OPR-REC    PIC X(80).
       01 WS-OPR-SUB       PIC 99.
       01 WS-PICK-SUB      PIC 99.
       01 WS-HH-SUB        PIC 99.
       01 WS-SUPER-COUNT   PIC 99.
       01 WS-ENTRY-ID      PIC X(8).
       01 WS-ROLE-PICK     PIC X.
          88 WS-ROLE-PICK-OK VALUE 'C' 'R' 'S'.
       01 WS-ROLE-NAME     PIC X(11).
       01 WS-HH-SHOW       PIC X(60).
       01 WS-HH-PTR        PIC 99.
      *sign-on - who is at the keyboard, and what they may do
       01 WS-SIGNON-ID     PIC X(8).
       01 WS-SIGNON-PASS   PIC X(8).
       01 WS-SIGNON-TRIES  PIC 9.
       01 WS-SIGNED-ON     PIC X VALUE 'N'.
          88 WS-OPER-SIGNED-ON VALUE 'Y'.
       01 WS-OPER-ROLE     PIC X.
          88 WS-OPER-SUPERVISOR VALUE 'S'.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Operator maintenance".
               DISPLAY "====================".
               PERFORM 0200-LOAD-OPERATORS.
               IF WS-OPR-COUNT = 0
                   DISPLAY "No operators on file yet - the first one "
                       "keyed will be a supervisor for all "
                       "households."
                   PERFORM 0400-ADD-OPERATOR
                   IF WS-OPR-COUNT = 0
                       DISPLAY "Nothing set up."
                       STOP RUN
                   END-IF
               ELSE
                   PERFORM 0010-SIGN-ON
                   IF NOT WS-OPER-SUPERVISOR
                       DISPLAY "Operator maintenance needs a "
                           "supervisor sign-on."
                       STOP RUN
                   END-IF
               END-IF.
               MOVE 'N' TO WS-DONE-FLAG.
               PERFORM UNTIL WS-ALL-DONE
                   DISPLAY " "
                   PERFORM 0300-SHOW-OPERATORS
                   DISPLAY "a to add an operator, f to fix one, r to "
                       "remove one,"
                   DISPLAY "s to save and quit, q to quit without "
                       "saving:"
                   ACCEPT WS-MENU-PICK
                   EVALUATE WS-MENU-PICK
                       WHEN "a" PERFORM 0400-ADD-OPERATOR
                       WHEN "f" PERFORM 0500-FIX-OPERATOR
                       WHEN "r" PERFORM 0600-REMOVE-OPERATOR
                       WHEN "s"
                           PERFORM 0700-SAVE-OPERATORS
                       WHEN "q"
                           IF WS-HAS-CHANGES
                               DISPLAY "Changes not saved."
                           END-IF
                           MOVE 'Y' TO WS-DONE-FLAG
                       WHEN OTHER
                           DISPLAY "Didn't catch that, try again."
                   END-EVALUATE
               END-PERFORM.
               DISPLAY "All done.".
               STOP RUN.

      *three tries at an id and password that match
           0010-SIGN-ON.
               MOVE 'N' TO WS-SIGNED-ON.
               MOVE 0 TO WS-SIGNON-TRIES.
               PERFORM UNTIL WS-OPER-SIGNED-ON
                   OR WS-SIGNON-TRIES = 3
                   DISPLAY "Operator id?"
                   ACCEPT WS-SIGNON-ID
                   DISPLAY "Password?"
                   ACCEPT WS-SIGNON-PASS
                   ADD 1 TO WS-SIGNON-TRIES
                   PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                           UNTIL WS-OPR-SUB > WS-OPR-COUNT
                       MOVE WS-OPR-REC(WS-OPR-SUB) TO OPER-RECORD
                       IF OPER-ID = WS-SIGNON-ID
                           AND OPER-PASSWORD = WS-SIGNON-PASS
                           AND OPER-ID NOT = SPACES
                           MOVE 'Y' TO WS-SIGNED-ON
                           MOVE OPER-ROLE TO WS-OPER-ROLE
                       END-IF
                   END-PERFORM
                   IF NOT WS-OPER-SIGNED-ON
                       DISPLAY "Operator id or password not right."
                   END-IF
               END-PERFORM.
               IF NOT WS-OPER-SIGNED-ON
                   DISPLAY "Not signed on - nothing changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           0200-LOAD-OPERATORS.
               MOVE 0 TO WS-OPR-COUNT.
               MOVE 'N' TO WS-OPER-EOF.
               OPEN INPUT BUDGET-OPER-FILE.
               IF WS-OPER-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-OPER OR WS-OPR-COUNT = 50
                       READ BUDGET-OPER-FILE
                           AT END
                               MOVE 'Y' TO WS-OPER-EOF
                           NOT AT END
                               ADD 1 TO WS-OPR-COUNT
                               MOVE OPER-RECORD
                                   TO WS-OPR-REC(WS-OPR-COUNT)
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-OPER-FILE
               END-IF.

           0300-SHOW-OPERATORS.
               DISPLAY "Operators:".
               PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                       UNTIL WS-OPR-SUB > WS-OPR-COUNT
                   MOVE WS-OPR-REC(WS-OPR-SUB) TO OPER-RECORD
                   PERFORM 0320-ROLE-NAME
                   PERFORM 0330-HH-LIST
                   DISPLAY "  " WS-OPR-SUB ". " OPER-ID " "
                       OPER-NAME " " WS-ROLE-NAME " " WS-HH-SHOW
               END-PERFORM.

           0320-ROLE-NAME.
               EVALUATE OPER-ROLE
                   WHEN "C" MOVE "entry clerk" TO WS-ROLE-NAME
                   WHEN "R" MOVE "reviewer" TO WS-ROLE-NAME
                   WHEN "S" MOVE "supervisor" TO WS-ROLE-NAME
                   WHEN OTHER MOVE "?" TO WS-ROLE-NAME
               END-EVALUATE.

           0330-HH-LIST.
               MOVE SPACES TO WS-HH-SHOW.
               IF OPER-ALL-HH = "Y"
                   MOVE "all households" TO WS-HH-SHOW
               ELSE
                   MOVE 1 TO WS-HH-PTR
                   STRING "households" DELIMITED BY SIZE
                       INTO WS-HH-SHOW WITH POINTER WS-HH-PTR
                   END-STRING
                   PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                           UNTIL WS-HH-SUB > OPER-HH-COUNT
                       STRING " " OPER-HH(WS-HH-SUB)
                           DELIMITED BY SIZE
                           INTO WS-HH-SHOW WITH POINTER WS-HH-PTR
                       END-STRING
                   END-PERFORM
               END-IF.

           0400-ADD-OPERATOR.
               IF WS-OPR-COUNT = 50
                   DISPLAY "The operator file is full (50)."
               ELSE
                   DISPLAY "New operator id? (up to 8 characters)"
                   ACCEPT WS-ENTRY-ID
                   PERFORM 0450-FIND-ID
                   IF WS-ENTRY-ID = SPACES
                       DISPLAY "Nothing added."
                   ELSE
                       IF WS-PICK-SUB > 0
                           DISPLAY WS-ENTRY-ID " is already on file."
                       ELSE
                           MOVE SPACES TO OPER-RECORD
                           MOVE WS-ENTRY-ID TO OPER-ID
                           PERFORM 0420-KEY-DETAILS
                           ADD 1 TO WS-OPR-COUNT
                           MOVE OPER-RECORD TO WS-OPR-REC(WS-OPR-COUNT)
                           MOVE 'Y' TO WS-CHANGED
                       END-IF
                   END-IF
               END-IF.

      *name, role, password and households into OPER-RECORD - the
      *very first operator is a supervisor for all households
           0420-KEY-DETAILS.
               DISPLAY "Name?".
               ACCEPT OPER-NAME.
               IF WS-OPR-COUNT = 0
                   MOVE "S" TO OPER-ROLE
                   DISPLAY "Role: supervisor."
               ELSE
                   MOVE SPACE TO WS-ROLE-PICK
                   PERFORM UNTIL WS-ROLE-PICK-OK
                       DISPLAY "Role? C entry clerk, R reviewer, "
                           "S supervisor:"
                       ACCEPT WS-ROLE-PICK
                       MOVE FUNCTION UPPER-CASE(WS-ROLE-PICK)
                           TO WS-ROLE-PICK
                       IF NOT WS-ROLE-PICK-OK
                           DISPLAY "Didn't catch that, try again."
                       END-IF
                   END-PERFORM
                   MOVE WS-ROLE-PICK TO OPER-ROLE
               END-IF.
               MOVE SPACES TO OPER-PASSWORD.
               PERFORM UNTIL OPER-PASSWORD NOT = SPACES
                   DISPLAY "Password? (up to 8 characters)"
                   ACCEPT OPER-PASSWORD
               END-PERFORM.
               MOVE 0 TO OPER-HH-COUNT.
               PERFORM VARYING WS-HH-SUB FROM 1 BY 1
                       UNTIL WS-HH-SUB > 20
                   MOVE 0 TO OPER-HH(WS-HH-SUB)
               END-PERFORM.
               IF WS-OPR-COUNT = 0
                   MOVE "Y" TO OPER-ALL-HH
               ELSE
                   DISPLAY "All households? (y/n)"
                   ACCEPT WS-YES-NO
                   IF WS-YES-NO = "y"
                       MOVE "Y" TO OPER-ALL-HH
                   ELSE
                       MOVE "N" TO OPER-ALL-HH
                       PERFORM 0430-KEY-HOUSEHOLDS
                   END-IF
               END-IF.

           0430-KEY-HOUSEHOLDS.
               MOVE 1 TO WS-NUM-VALUE.
               PERFORM UNTIL WS-NUM-VALUE = 0
                   OR OPER-HH-COUNT = 20
                   DISPLAY "Household they may touch? (1-99, 0 when "
                       "done)"
                   ACCEPT WS-NUM-BUFFER
                   IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) = 0
                       AND FUNCTION NUMVAL(WS-NUM-BUFFER) < 100
                       AND FUNCTION NUMVAL(WS-NUM-BUFFER) NOT < 0
                       COMPUTE WS-NUM-VALUE =
                           FUNCTION NUMVAL(WS-NUM-BUFFER)
                       IF WS-NUM-VALUE > 0
                           ADD 1 TO OPER-HH-COUNT
                           MOVE WS-NUM-VALUE TO OPER-HH(OPER-HH-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "Didn't catch that, try again."
                   END-IF
               END-PERFORM.
               IF OPER-HH-COUNT = 0
                   DISPLAY "(no households - they won't be able to "
                       "change anything)"
               END-IF.

      *WS-ENTRY-ID's place in the table, 0 when it isn't there
           0450-FIND-ID.
               MOVE 0 TO WS-PICK-SUB.
               PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                       UNTIL WS-OPR-SUB > WS-OPR-COUNT
                   IF WS-OPR-REC(WS-OPR-SUB)(1:8) = WS-ENTRY-ID
                       MOVE WS-OPR-SUB TO WS-PICK-SUB
                   END-IF
               END-PERFORM.

           0500-FIX-OPERATOR.
               DISPLAY "Fix which operator? (its number)".
               PERFORM 0550-PICK-NUMBER.
               IF WS-PICK-SUB < 1 OR WS-PICK-SUB > WS-OPR-COUNT
                   DISPLAY "No operator by that number."
               ELSE
                   MOVE WS-OPR-REC(WS-PICK-SUB) TO OPER-RECORD
                   DISPLAY "Re-keying " OPER-ID "."
                   PERFORM 0420-KEY-DETAILS
                   MOVE OPER-RECORD TO WS-OPR-REC(WS-PICK-SUB)
                   MOVE 'Y' TO WS-CHANGED
               END-IF.

           0550-PICK-NUMBER.
               ACCEPT WS-NUM-BUFFER.
               IF FUNCTION TEST-NUMVAL(WS-NUM-BUFFER) = 0
                   AND FUNCTION NUMVAL(WS-NUM-BUFFER) > 0
                   AND FUNCTION NUMVAL(WS-NUM-BUFFER) < 100
                   COMPUTE WS-PICK-SUB = FUNCTION NUMVAL(WS-NUM-BUFFER)
               ELSE
                   MOVE 0 TO WS-PICK-SUB
               END-IF.

           0600-REMOVE-OPERATOR.
               DISPLAY "Remove which operator? (its number)".
               PERFORM 0550-PICK-NUMBER.
               IF WS-PICK-SUB < 1 OR WS-PICK-SUB > WS-OPR-COUNT
                   DISPLAY "No operator by that number."
               ELSE
                   PERFORM VARYING WS-OPR-SUB FROM WS-PICK-SUB BY 1
                           UNTIL WS-OPR-SUB = WS-OPR-COUNT
                       MOVE WS-OPR-REC(WS-OPR-SUB + 1)
                           TO WS-OPR-REC(WS-OPR-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-OPR-COUNT
                   DISPLAY "Removed."
                   MOVE 'Y' TO WS-CHANGED
               END-IF.

      *the file always keeps at least one supervisor, or nobody
      *could get back in here
           0700-SAVE-OPERATORS.
               MOVE 0 TO WS-SUPER-COUNT.
               PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                       UNTIL WS-OPR-SUB > WS-OPR-COUNT
                   MOVE WS-OPR-REC(WS-OPR-SUB) TO OPER-RECORD
                   IF OPER-ROLE = "S"
                       ADD 1 TO WS-SUPER-COUNT
                   END-IF
               END-PERFORM.
               IF WS-SUPER-COUNT = 0
                   DISPLAY "There has to be at least one supervisor "
                       "- not saved."
               ELSE
                   OPEN OUTPUT BUDGET-OPER-FILE
                   IF WS-OPER-STATUS NOT = "00"
                       DISPLAY "Could not save the operator file, "
                           "status " WS-OPER-STATUS
                   ELSE
                       PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                               UNTIL WS-OPR-SUB > WS-OPR-COUNT
                           MOVE WS-OPR-REC(WS-OPR-SUB) TO OPER-RECORD
                           WRITE OPER-RECORD
                       END-PERFORM
                       CLOSE BUDGET-OPER-FILE
                       DISPLAY "Saved " WS-OPR-COUNT " operators."
                   END-IF
                   MOVE 'Y' TO WS-DONE-FLAG
               END-IF.
           END PROGRAM BUDGOPRM.
