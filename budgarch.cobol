      *of what moved and what stayed print at the end, and the
      *reporting programs can be pointed at an archive year when
      *an old year is needed back.
      *the ledger is indexed, and so are its year archives - an
      *archived item keeps its household/date/sequence key and the
      *live copy is deleted once the archive has it.
      *a purge can't be taken back, so it takes a supervisor
      *sign-on (BUDGOPER) set up for all households, and the run
      *leaves its own record on the audit trail with the id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-LEDGER-FILE ASSIGN TO "BUDGLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-KEY
               ALTERNATE RECORD KEY IS LDGR-CAT WITH DUPLICATES
               FILE STATUS IS WS-LDGR-STATUS.
           SELECT BUDGET-AUDIT-FILE ASSIGN TO "BUDGAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      *a ledger year archive - indexed the same as the live ledger
           SELECT LEDGER-ARCHIVE-FILE ASSIGN TO WS-LARC-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LARC-KEY
               ALTERNATE RECORD KEY IS LARC-CAT WITH DUPLICATES
               FILE STATUS IS WS-LARC-STATUS.
      *scratch file for the keepers while the audit trail is
      *rewritten in place - no table ceiling to outgrow
           SELECT WORK-FILE ASSIGN TO "BUDGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT BUDGET-OPER-FILE ASSIGN TO "BUDGOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BUDGET-AUDIT-FILE.
       01  AUDT-RECORD.
           05 AUDT-OUTCOME  PIC X(12).
           05 AUDT-OLD-HIST PIC X(80).
           05 AUDT-OLD-GOAL PIC X(25).
           05 AUDT-OPER-ID  PIC X(8).

       FD  BUDGET-HISTORY-FILE.
       01  HIST-RECORD.
           05 HIST-LEFTOVER    PIC S9(6)V99.
           05 HIST-GOAL-BALANCE PIC 9(8)V99.

       FD  LEDGER-ARCHIVE-FILE.
       01  LARC-RECORD.
           05 LARC-KEY.
               10 LARC-HH-ID   PIC 99.
               10 LARC-DATE    PIC 9(8).
               10 LARC-SEQ     PIC 9(4).
           05 LARC-CAT     PIC X(8).
           05 FILLER       PIC X(34).

       FD  ARCHIVE-FILE.
       01  ARCH-RECORD PIC X(160).

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(160).

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
       01 WS-LDGR-STATUS   PIC XX.
       01 WS-AUDT-STATUS   PIC XX.
       01 WS-HIST-CUTOFF   PIC 9(6).
       01 WS-TODAY         PIC 9(8).
       01 WS-CUT-YR        PIC 9(4).
      *the ledger year archive open right now, if any
       01 WS-LARC-STATUS   PIC XX.
       01 WS-LARC-NAME     PIC X(13).
       01 WS-LARC-YEAR     PIC 9(4) VALUE 0.
       01 WS-LARC-OPEN     PIC X VALUE 'N'.
          88 WS-LARC-IS-OPEN VALUE 'Y'.
       01 WS-LARC-EOF      PIC X.
          88 WS-END-OF-LARC VALUE 'Y'.
       01 WS-LARC-WRITTEN  PIC X.
          88 WS-LARC-OK VALUE 'Y'.
       01 WS-NEXT-SEQ      PIC 9(4).
      *the file name the archive FD opens under - prefix dot year
       01 WS-ARCH-NAME     PIC X(13).
       01 WS-ARCH-PREFIX   PIC X(8).
       01 WS-AUDT-KEPT     PIC 9(5) VALUE 0.
       01 WS-HIST-MOVED    PIC 9(5) VALUE 0.
       01 WS-HIST-KEPT     PIC 9(5) VALUE 0.
       01 WS-AUDT-TIME-RAW PIC 9(8).
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
               DISPLAY "Archive and purge".
               DISPLAY "=================".
               PERFORM 0010-SIGN-ON.
               IF NOT WS-OPER-SUPERVISOR OR WS-OPER-ALL-HH NOT = "Y"
                   DISPLAY "Archive and purge needs a supervisor set "
                       "up for all households - nothing changed."
                   STOP RUN
               END-IF.
               DISPLAY "Archive ledger and audit records dated "
                   "before? (YYYYMMDD, 0 to skip those)".
               ACCEPT WS-NUM-BUFFER.
               IF WS-HIST-YEARS > 0
                   PERFORM 0400-ARCHIVE-HISTORY
               END-IF.
               IF WS-CUTOFF-DATE > 0 OR WS-HIST-YEARS > 0
                   PERFORM 0900-WRITE-AUDIT
               END-IF.
               PERFORM 0800-SUMMARY.
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

      *one pass down the live ledger in key order - an item dated
      *before the cutoff goes onto its year's archive and comes off
      *the live file once the archive has it. the archive stays
      *open while the items run in the same year
           0200-ARCHIVE-LEDGER.
               MOVE 'N' TO WS-EOF-FLAG.
               OPEN I-O BUDGET-LEDGER-FILE.
               IF WS-LDGR-STATUS NOT = "00"
                   DISPLAY "No expense ledger on file - nothing "
                       "to archive there."
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ BUDGET-LEDGER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF LDGR-DATE < WS-CUTOFF-DATE
                                   PERFORM 0250-ARCHIVE-LDGR-ITEM
                               ELSE
                                   ADD 1 TO WS-LDGR-KEPT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-LEDGER-FILE
                   IF WS-LARC-IS-OPEN
                       CLOSE LEDGER-ARCHIVE-FILE
                       MOVE 'N' TO WS-LARC-OPEN
                   END-IF
               END-IF.

           0250-ARCHIVE-LDGR-ITEM.
               MOVE LDGR-DATE(1:4) TO WS-ARCH-YEAR.
               IF WS-ARCH-YEAR NOT = WS-LARC-YEAR
                   PERFORM 0260-OPEN-LEDGER-ARCHIVE
               END-IF.
               MOVE 'N' TO WS-LARC-WRITTEN.
               IF WS-LARC-IS-OPEN
                   MOVE LDGR-RECORD TO LARC-RECORD
                   WRITE LARC-RECORD
                       INVALID KEY
                           IF WS-LARC-STATUS = "22"
                               PERFORM 0270-RENUMBER-IN-ARCHIVE
                           END-IF
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-LARC-WRITTEN
                   END-WRITE
               END-IF.
               IF WS-LARC-OK
                   DELETE BUDGET-LEDGER-FILE RECORD
                       INVALID KEY
                           DISPLAY "Could not drop " LDGR-DESC
                               " from the live ledger, status "
                               WS-LDGR-STATUS
                   END-DELETE
                   ADD 1 TO WS-LDGR-MOVED
               ELSE
                   DISPLAY "Could not archive " LDGR-DESC " of "
                       LDGR-DATE " to " WS-LARC-NAME ", status "
                       WS-LARC-STATUS " - it stays on the live ledger"
                   ADD 1 TO WS-LDGR-KEPT
               END-IF.

           0260-OPEN-LEDGER-ARCHIVE.
               IF WS-LARC-IS-OPEN
                   CLOSE LEDGER-ARCHIVE-FILE
                   MOVE 'N' TO WS-LARC-OPEN
               END-IF.
               MOVE WS-ARCH-YEAR TO WS-LARC-YEAR.
               MOVE SPACES TO WS-LARC-NAME.
               STRING "BUDGLDGA." WS-ARCH-YEAR
                   DELIMITED BY SIZE INTO WS-LARC-NAME
               END-STRING.
               OPEN I-O LEDGER-ARCHIVE-FILE.
               IF WS-LARC-STATUS = "35"
                   OPEN OUTPUT LEDGER-ARCHIVE-FILE
                   CLOSE LEDGER-ARCHIVE-FILE
                   OPEN I-O LEDGER-ARCHIVE-FILE
               END-IF.
               IF WS-LARC-STATUS = "00"
                   MOVE 'Y' TO WS-LARC-OPEN
               END-IF.

      *the archive already has an item under this key - one keyed
      *for that day after an earlier purge starts the day's numbers
      *over on the live ledger - so it goes in after the day's last
      *item on the archive
           0270-RENUMBER-IN-ARCHIVE.
               MOVE 0 TO WS-NEXT-SEQ.
               MOVE 'N' TO WS-LARC-EOF.
               MOVE 0 TO LARC-SEQ.
               START LEDGER-ARCHIVE-FILE
                   KEY IS NOT LESS THAN LARC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LARC-EOF
               END-START.
               PERFORM UNTIL WS-END-OF-LARC
                   READ LEDGER-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LARC-EOF
                       NOT AT END
                           IF LARC-HH-ID = LDGR-HH-ID
                               AND LARC-DATE = LDGR-DATE
                               MOVE LARC-SEQ TO WS-NEXT-SEQ
                           ELSE
                               MOVE 'Y' TO WS-LARC-EOF
                           END-IF
                   END-READ
               END-PERFORM.
               MOVE LDGR-RECORD TO LARC-RECORD.
               ADD 1 TO WS-NEXT-SEQ.
               MOVE WS-NEXT-SEQ TO LARC-SEQ.
               WRITE LARC-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LARC-WRITTEN
               END-WRITE.

           0300-ARCHIVE-AUDIT.
               MOVE 'N' TO WS-EOF-FLAG.
                   "BUDGAUDA.yyyy and BUDGHSTA.yyyy - BUDGLRPT, "
                   "BUDGAUDR and BUDGANNL can be pointed at one "
                   "when an old year is needed back.".

      *one record for the run itself, written after the audit purge
      *so it stays on the live trail - the month is the ledger
      *cutoff's, or the history cutoff when only history moved
           0900-WRITE-AUDIT.
               ACCEPT AUDT-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-AUDT-TIME-RAW FROM TIME.
               MOVE WS-AUDT-TIME-RAW(1:6) TO AUDT-TIME.
               MOVE "A"             TO AUDT-MODE.
               MOVE 0               TO AUDT-HH-ID.
               IF WS-CUTOFF-DATE > 0
                   COMPUTE AUDT-YR-MON = WS-CUTOFF-DATE / 100
               ELSE
                   MOVE WS-HIST-CUTOFF TO AUDT-YR-MON
               END-IF.
               MOVE "ARCHIVE"       TO AUDT-ACTION.
               MOVE "PURGED"        TO AUDT-OUTCOME.
               MOVE SPACES          TO AUDT-OLD-HIST.
               MOVE SPACES          TO AUDT-OLD-GOAL.
               MOVE WS-OPER-ID      TO AUDT-OPER-ID.
               OPEN EXTEND BUDGET-AUDIT-FILE.
               IF WS-AUDT-STATUS = "35"
                   OPEN OUTPUT BUDGET-AUDIT-FILE
                   CLOSE BUDGET-AUDIT-FILE
                   OPEN EXTEND BUDGET-AUDIT-FILE
               END-IF.
               IF WS-AUDT-STATUS NOT = "00"
                   DISPLAY "Could not write the audit trail, status "
                       WS-AUDT-STATUS
               ELSE
                   WRITE AUDT-RECORD
                   CLOSE BUDGET-AUDIT-FILE
               END-IF.
           END PROGRAM BUDGARCH.
