      *this month and what was it before" is one run away.
      *can read a BUDGARCH per-year archive (BUDGAUDA.yyyy) in
      *place of the live trail when an old year is needed back.
      *every record carries the operator signed on when it was
      *written, and the trail can be cut down to one operator's
      *work - records from before sign-on was brought in show no
      *operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 AUDT-OUTCOME  PIC X(12).
           05 AUDT-OLD-HIST PIC X(80).
           05 AUDT-OLD-GOAL PIC X(25).
           05 AUDT-OPER-ID  PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-AUDT-STATUS   PIC XX.
       01 WS-WANT-MONTH    PIC 9(6).
       01 WS-FROM-DATE     PIC 9(8).
       01 WS-TO-DATE       PIC 9(8).
       01 WS-WANT-OPER     PIC X(8).
       01 WS-SHOWN-COUNT   PIC 9(4) VALUE 0.
       01 WS-NUM-BUFFER    PIC X(9).
       01 WS-NUM-VALUE     PIC 9(8).
               ELSE
                   MOVE WS-NUM-VALUE TO WS-TO-DATE
               END-IF.
               DISPLAY "Which operator? (Enter for all)".
               ACCEPT WS-WANT-OPER.
               DISPLAY "Read an archived year instead of the live "
                   "trail? (YYYY, 0 for live)".
               PERFORM 0150-GET-NUMBER.
                           OR AUDT-YR-MON = WS-WANT-MONTH)
                       AND AUDT-DATE NOT < WS-FROM-DATE
                       AND AUDT-DATE NOT > WS-TO-DATE
                       AND (WS-WANT-OPER = SPACES
                           OR AUDT-OPER-ID = WS-WANT-OPER)
                       PERFORM 0300-SHOW-ENTRY
                   END-IF
                   PERFORM 0200-READ-NEXT
               DISPLAY AUDT-DATE " " AUDT-TIME " mode " AUDT-MODE
                   " household " AUDT-HH-ID
                   " month " AUDT-YR-MON.
               IF AUDT-OPER-ID NOT = SPACES
                   DISPLAY "  operator " AUDT-OPER-ID
               END-IF.
               DISPLAY "  " AUDT-ACTION " - " AUDT-OUTCOME.
               IF AUDT-OLD-HIST NOT = SPACES
                   DISPLAY "  history was: " AUDT-OLD-HIST
