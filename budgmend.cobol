       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMEND.
       AUTHOR. SPEAKER
      *month-end job stream - runs the month-end steps for one
      *household-month in the right order, each one in its BATCH
      *form so nothing stops to ask a question:
      *  1 IMPORT  BUDGIMPT - the bank download into the ledger
      *  2 BILLS   BUDGBILL - the unpaid-bill check
      *  3 POST    BUDGET   - the batch posting run off BUDGTRNS
      *  4 RECON   BUDGRCN  - the savings-goal reconciliation
      *  5 VERIFY  BUDGVRFY - the cross-file integrity check
      *  6 CLOSE   BUDGCLOS - the month-end close
      *every step hands back a return code - 0 clean, 4 warnings,
      *8 or more failed - and each one lands on a step log
      *(BUDGSTEP) with its start and end time and outcome. the
      *stream stops at the first failed step, so nothing closes a
      *month the reconcile or the integrity check was unhappy with.
      *run it again once the trouble is fixed and it picks up at
      *the step that failed - the ones that finished on an earlier
      *run aren't run twice, so the bank file isn't re-imported
      *and the month isn't re-posted. a stream that ran all the
      *way through is done for that household-month.
      *parameters are the household, the month (YYYYMM), and the
      *id and password of the operator the posting and the close
      *run under (a reviewer or supervisor allowed the household),
      *on the command line or keyed when it's started by hand.
      *the step programs run by their program names, so wherever
      *they're kept has to be on the path.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-STEP-LOG ASSIGN TO "BUDGSTEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT BUDGET-OPER-FILE ASSIGN TO "BUDGOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one record per step run - step 9 MONTHEND marks a stream
      *that went all the way through
       FD  BUDGET-STEP-LOG.
       01  STEP-RECORD.
           05 STEP-HH-ID      PIC 99.
           05 STEP-YR-MON     PIC 9(6).
           05 STEP-NO         PIC 9.
           05 STEP-NAME       PIC X(8).
           05 STEP-START-DATE PIC 9(8).
           05 STEP-START-TIME PIC 9(6).
           05 STEP-END-DATE   PIC 9(8).
           05 STEP-END-TIME   PIC 9(6).
           05 STEP-RC         PIC 9(3).
           05 STEP-OUTCOME    PIC X(8).
           05 STEP-OPER-ID    PIC X(8).

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
       01 WS-STEP-STATUS   PIC XX.
       01 WS-STEP-EOF      PIC X.
          88 WS-END-OF-STEPS VALUE 'Y'.
       01 WS-CMD-LINE      PIC X(40).
       01 WS-CMD-HH        PIC X(9).
       01 WS-CMD-MONTH     PIC X(9).
       01 WS-WANT-HH       PIC 99.
       01 WS-WANT-MONTH    PIC 9(6).
      *the six steps - name on the log, and the program that runs it
       01 WS-STEP-TABLE.
           05 FILLER PIC X(16) VALUE "IMPORT  BUDGIMPT".
           05 FILLER PIC X(16) VALUE "BILLS   BUDGBILL".
           05 FILLER PIC X(16) VALUE "POST    BUDGET  ".
           05 FILLER PIC X(16) VALUE "RECON   BUDGRCN ".
           05 FILLER PIC X(16) VALUE "VERIFY  BUDGVRFY".
           05 FILLER PIC X(16) VALUE "CLOSE   BUDGCLOS".
       01 WS-STEP-LIST REDEFINES WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 6 TIMES.
               10 WS-STEP-NAME PIC X(8).
               10 WS-STEP-PGM  PIC X(8).
       01 WS-STEP-DONE-LIST.
           05 WS-STEP-DONE OCCURS 6 TIMES PIC X.
       01 WS-STEP-SUB      PIC 9.
       01 WS-STREAM-DONE   PIC X VALUE 'N'.
          88 WS-STREAM-COMPLETE VALUE 'Y'.
       01 WS-STREAM-HALT   PIC X VALUE 'N'.
          88 WS-STREAM-HALTED VALUE 'Y'.
       01 WS-DONE-DATE     PIC 9(8).
      *the step being run
       01 WS-STEP-CMD      PIC X(80).
       01 WS-SYS-STATUS    PIC S9(9).
       01 WS-STEP-RC       PIC 9(3).
       01 WS-WORST-RC      PIC 9(3) VALUE 0.
       01 WS-START-DATE    PIC 9(8).
       01 WS-START-TIME    PIC 9(6).
       01 WS-TIME-RAW      PIC 9(8).
       01 WS-STEP-OUTCOME  PIC X(8).
       01 WS-RAN-COUNT     PIC 9 VALUE 0.
       01 WS-SKIP-COUNT    PIC 9 VALUE 0.
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
               DISPLAY "Month-end job stream".
               DISPLAY "====================".
               PERFORM 0150-GET-PARMS.
               MOVE WS-WANT-HH TO WS-OPER-WANT-HH.
               PERFORM 0020-CHECK-OPER-HH.
               IF NOT WS-OPER-REVIEWER OR NOT WS-OPER-HH-OK
                   DISPLAY "Month-end needs a reviewer or supervisor "
                       "who may touch household " WS-WANT-HH
                       " - nothing run."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "Household " WS-WANT-HH " month "
                   WS-WANT-MONTH ", operator " WS-OPER-ID.
               PERFORM 0200-READ-STEP-LOG.
               IF WS-STREAM-COMPLETE
                   DISPLAY "Month-end for this household-month "
                       "already ran all the way through on "
                       WS-DONE-DATE " - nothing to do."
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 6 OR WS-STREAM-HALTED
                   IF WS-STEP-DONE(WS-STEP-SUB) = "Y"
                       DISPLAY "Step " WS-STEP-SUB " "
                           WS-STEP-NAME(WS-STEP-SUB)
                           " finished on an earlier run - skipped."
                       ADD 1 TO WS-SKIP-COUNT
                   ELSE
                       PERFORM 0400-RUN-STEP
                   END-IF
               END-PERFORM.
               IF NOT WS-STREAM-HALTED
                   PERFORM 0600-MARK-COMPLETE
               END-IF.
               PERFORM 0700-SUMMARY.
               MOVE WS-WORST-RC TO RETURN-CODE.
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

      *household, month and operator off the command line, or
      *keyed when there's nothing there
           0150-GET-PARMS.
               ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
               IF WS-CMD-LINE = SPACES
                   DISPLAY "Which household? (1-99)"
                   ACCEPT WS-CMD-HH
                   DISPLAY "Which month? (YYYYMM)"
                   ACCEPT WS-CMD-MONTH
               ELSE
                   UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                       INTO WS-CMD-HH WS-CMD-MONTH
                           WS-OPER-ID WS-SIGNON-PASS
                   END-UNSTRING
               END-IF.
               IF FUNCTION TEST-NUMVAL(WS-CMD-HH) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-CMD-MONTH) NOT = 0
                   DISPLAY "Needs the household, the month (YYYYMM), "
                       "operator id and password."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               COMPUTE WS-WANT-HH = FUNCTION NUMVAL(WS-CMD-HH).
               COMPUTE WS-WANT-MONTH = FUNCTION NUMVAL(WS-CMD-MONTH).
               IF WS-WANT-HH < 1 OR WS-WANT-MONTH < 200001
                   OR WS-WANT-MONTH(5:2) < "01"
                   OR WS-WANT-MONTH(5:2) > "12"
                   DISPLAY "Needs the household, the month (YYYYMM), "
                       "operator id and password."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-CMD-LINE = SPACES
                   PERFORM 0010-SIGN-ON
               ELSE
                   PERFORM 0015-FIND-OPERATOR
                   IF NOT WS-OPER-SIGNED-ON
                       DISPLAY "Operator id or password not right - "
                           "nothing run."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *what earlier runs for this household-month got through -
      *a step that ended clean or with warnings is done
           0200-READ-STEP-LOG.
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 6
                   MOVE "N" TO WS-STEP-DONE(WS-STEP-SUB)
               END-PERFORM.
               MOVE 'N' TO WS-STEP-EOF.
               OPEN INPUT BUDGET-STEP-LOG.
               IF WS-STEP-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-STEPS
                       READ BUDGET-STEP-LOG
                           AT END
                               MOVE 'Y' TO WS-STEP-EOF
                           NOT AT END
                               PERFORM 0250-NOTE-STEP
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-STEP-LOG
               END-IF.

           0250-NOTE-STEP.
               IF STEP-HH-ID = WS-WANT-HH
                   AND STEP-YR-MON = WS-WANT-MONTH
                   IF STEP-NO = 9
                       MOVE 'Y' TO WS-STREAM-DONE
                       MOVE STEP-END-DATE TO WS-DONE-DATE
                   ELSE
                       IF STEP-NO > 0 AND STEP-NO < 7
                           AND (STEP-OUTCOME = "CLEAN"
                               OR STEP-OUTCOME = "WARNINGS")
                           MOVE "Y" TO WS-STEP-DONE(STEP-NO)
                       END-IF
                   END-IF
               END-IF.

      *one step - build its BATCH command, run it, log it, and
      *halt the stream if it failed
           0400-RUN-STEP.
               PERFORM 0450-BUILD-COMMAND.
               DISPLAY " ".
               DISPLAY "Step " WS-STEP-SUB " "
                   WS-STEP-NAME(WS-STEP-SUB) " - "
                   WS-STEP-PGM(WS-STEP-SUB).
               ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-RAW FROM TIME.
               MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
               CALL "SYSTEM" USING WS-STEP-CMD.
               MOVE RETURN-CODE TO WS-SYS-STATUS.
               MOVE 0 TO RETURN-CODE.
      *the shell hands the program's return code back times 256;
      *anything it couldn't run at all comes back as a failure
               IF WS-SYS-STATUS < 0
                   MOVE 8 TO WS-STEP-RC
               ELSE
                   COMPUTE WS-STEP-RC = WS-SYS-STATUS / 256
               END-IF.
               EVALUATE TRUE
                   WHEN WS-STEP-RC = 0
                       MOVE "CLEAN" TO WS-STEP-OUTCOME
                   WHEN WS-STEP-RC NOT > 4
                       MOVE "WARNINGS" TO WS-STEP-OUTCOME
                   WHEN OTHER
                       MOVE "FAILED" TO WS-STEP-OUTCOME
                       MOVE 'Y' TO WS-STREAM-HALT
               END-EVALUATE.
               IF WS-STEP-RC > WS-WORST-RC
                   MOVE WS-STEP-RC TO WS-WORST-RC
               END-IF.
               ADD 1 TO WS-RAN-COUNT.
               MOVE WS-STEP-SUB TO STEP-NO.
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO STEP-NAME.
               MOVE WS-STEP-RC TO STEP-RC.
               MOVE WS-STEP-OUTCOME TO STEP-OUTCOME.
               PERFORM 0500-WRITE-STEP-LOG.
               DISPLAY "Step " WS-STEP-SUB " "
                   WS-STEP-NAME(WS-STEP-SUB) " ended "
                   WS-STEP-OUTCOME ", return code " WS-STEP-RC.
               IF WS-STREAM-HALTED
                   DISPLAY "Stream halted - fix what step "
                       WS-STEP-SUB " complained about and run "
                       "BUDGMEND again; it starts here."
               END-IF.

      *each program's BATCH form, parameters in the order it
      *unstrings them
           0450-BUILD-COMMAND.
               MOVE SPACES TO WS-STEP-CMD.
               EVALUATE WS-STEP-SUB
                   WHEN 1
                       STRING "BUDGIMPT BATCH " WS-WANT-HH
                           DELIMITED BY SIZE INTO WS-STEP-CMD
                       END-STRING
                   WHEN 2
                       STRING "BUDGBILL BATCH " WS-WANT-HH " "
                           WS-WANT-MONTH
                           DELIMITED BY SIZE INTO WS-STEP-CMD
                       END-STRING
                   WHEN 3
                       STRING "BUDGET BATCH " DELIMITED BY SIZE
                           WS-OPER-ID DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-SIGNON-PASS DELIMITED BY SPACE
                           INTO WS-STEP-CMD
                       END-STRING
                   WHEN 4
                       STRING "BUDGRCN BATCH " WS-WANT-HH
                           DELIMITED BY SIZE INTO WS-STEP-CMD
                       END-STRING
                   WHEN 5
                       MOVE "BUDGVRFY BATCH" TO WS-STEP-CMD
                   WHEN 6
                       STRING "BUDGCLOS BATCH " WS-WANT-HH " "
                           WS-WANT-MONTH " " DELIMITED BY SIZE
                           WS-OPER-ID DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-SIGNON-PASS DELIMITED BY SPACE
                           INTO WS-STEP-CMD
                       END-STRING
               END-EVALUATE.

      *append-only, same open as the audit trail's - the caller
      *leaves the step number, name, code and outcome in STEP-RECORD
           0500-WRITE-STEP-LOG.
               MOVE WS-WANT-HH    TO STEP-HH-ID.
               MOVE WS-WANT-MONTH TO STEP-YR-MON.
               MOVE WS-START-DATE TO STEP-START-DATE.
               MOVE WS-START-TIME TO STEP-START-TIME.
               ACCEPT STEP-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-RAW FROM TIME.
               MOVE WS-TIME-RAW(1:6) TO STEP-END-TIME.
               MOVE WS-OPER-ID    TO STEP-OPER-ID.
               OPEN EXTEND BUDGET-STEP-LOG.
               IF WS-STEP-STATUS = "35"
                   OPEN OUTPUT BUDGET-STEP-LOG
                   CLOSE BUDGET-STEP-LOG
                   OPEN EXTEND BUDGET-STEP-LOG
               END-IF.
               IF WS-STEP-STATUS NOT = "00"
                   DISPLAY "Could not write the step log, status "
                       WS-STEP-STATUS
               ELSE
                   WRITE STEP-RECORD
                   CLOSE BUDGET-STEP-LOG
               END-IF.

      *every step done - the marker that stops a later run from
      *going round again
           0600-MARK-COMPLETE.
               ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-TIME-RAW FROM TIME.
               MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
               MOVE 9 TO STEP-NO.
               MOVE "MONTHEND" TO STEP-NAME.
               MOVE WS-WORST-RC TO STEP-RC.
               MOVE "COMPLETE" TO STEP-OUTCOME.
               PERFORM 0500-WRITE-STEP-LOG.

           0700-SUMMARY.
               DISPLAY " ".
               DISPLAY "Month-end summary".
               DISPLAY "-----------------".
               DISPLAY "  steps run:            " WS-RAN-COUNT.
               DISPLAY "  done on earlier runs: " WS-SKIP-COUNT.
               DISPLAY "  worst return code:    " WS-WORST-RC.
               IF WS-STREAM-HALTED
                   DISPLAY "Stopped at a failed step - see BUDGSTEP."
               ELSE
                   DISPLAY "Month-end complete."
               END-IF.
           END PROGRAM BUDGMEND.
